000295*                     run-control card -- a non-numeric value    *
000296*                     would silently fall back to checkpointing  *
000297*                     every increment, so it is flagged here.    *
000298*   2026-10-15   JR   Start and end entries on the stream log.   *
000299******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CTREDIT AS "CTREDIT".
000320
000560         LOCK MODE IS AUTOMATIC
000570         SHARING WITH ALL OTHER
000580         FILE STATUS IS WS-TRACKING-STATUS.
000582     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000585         ORGANIZATION IS LINE SEQUENTIAL
000587         FILE STATUS IS WS-STREAM-CARD-STATUS.
000590     SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REPORT-STATUS.
000611     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS DYNAMIC
000615         RECORD KEY IS SLG-KEY
000616         LOCK MODE IS AUTOMATIC
000617         SHARING WITH ALL OTHER
000618         FILE STATUS IS WS-STREAM-LOG-STATUS.
000620     SELECT GO-SIGNAL-FILE ASSIGN TO "EDITGO.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SIGNAL-STATUS.
000820
000830 FD  EDIT-REPORT-FILE.
000840 01  EDT-PRINT-LINE                  PIC X(80).
000841
000842 FD  STREAM-CARD-FILE.
000844     COPY "STRMCARD.cpy".
000845
000847 FD  STREAM-LOG-FILE.
000848     COPY "STRMLOG.cpy".
000850
000860 FD  GO-SIGNAL-FILE.
000870     COPY "EDITGO.cpy".
000962 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
000970 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000980 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000981 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
000982 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
000983 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "CTREDIT".
000984 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
000985 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
000986 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
000987 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
000988 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
000989 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
000990
001000 01  WS-SWITCHES.
001010     05  WS-SCHED-EOF-SWITCH     PIC X(01)  VALUE "N".
001140 PROCEDURE DIVISION.
001150
001160 0000-MAINLINE.
001165     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001180     IF WS-REPORT-STATUS = "00"
001190         PERFORM 2000-EDIT-PARM-CARD THRU 2000-EXIT
001220         PERFORM 5000-EDIT-MAINT-CARD THRU 5000-EXIT
001230         PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
001240     END-IF
001245     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
001250     STOP RUN.
001260 0000-EXIT.
001270     EXIT.
004870 3150-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
004920*                        shared stream log.  The log is the on-  *
004930*                        call operator's picture of the night,   *
004940*                        not part of this step's own work, so a  *
004950*                        log that cannot be opened is noted on   *
004960*                        the console and the step carries on.    *
004970******************************************************************
004980 9800-LOG-STEP-START.
004990     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
005000     IF WS-STREAM-LOG-STATUS NOT = "00"
005010         GO TO 9800-EXIT
005020     END-IF
005030     MOVE "S" TO WS-STREAM-EVENT
005040     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
005050     CLOSE STREAM-LOG-FILE.
005060 9800-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
005110*                      return code the job stream will see.      *
005120******************************************************************
005130 9850-LOG-STEP-END.
005140     MOVE RETURN-CODE TO WS-STREAM-RC
005150     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
005160     IF WS-STREAM-LOG-STATUS NOT = "00"
005170         GO TO 9850-EXIT
005180     END-IF
005190     MOVE "E" TO WS-STREAM-EVENT
005200     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
005210     CLOSE STREAM-LOG-FILE.
005220 9850-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
005270*                         card (today when there is none), the   *
005280*                         event stamp, and the log itself,       *
005290*                         created on first use the same way the  *
005300*                         tracking file is.                      *
005310******************************************************************
005320 9870-OPEN-STREAM-LOG.
005330     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
005340     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
005350     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
005360     OPEN INPUT STREAM-CARD-FILE
005370     IF WS-STREAM-CARD-STATUS = "00"
005380         READ STREAM-CARD-FILE
005390             AT END
005400                 CONTINUE
005410             NOT AT END
005420                 IF SCD-BUSINESS-DATE NOT = SPACES
005430                     MOVE SCD-BUSINESS-DATE
005440                         TO WS-STREAM-BUSINESS-DATE
005450                 END-IF
005460         END-READ
005470         CLOSE STREAM-CARD-FILE
005480     END-IF
005490     OPEN I-O STREAM-LOG-FILE
005500     IF WS-STREAM-LOG-STATUS = "35"
005510         OPEN OUTPUT STREAM-LOG-FILE
005520         CLOSE STREAM-LOG-FILE
005530         OPEN I-O STREAM-LOG-FILE
005540     END-IF
005550     IF WS-STREAM-LOG-STATUS NOT = "00"
005560         DISPLAY "stream log not available, status "
005570             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
005580             " not logged"
005590     END-IF.
005600 9870-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
005650*                           date, step, and event, or rewrite    *
005660*                           the one a prior attempt left, and    *
005670*                           count the attempt.                   *
005680******************************************************************
005690 9880-POST-STREAM-ENTRY.
005700     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
005710     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
005720     MOVE WS-STREAM-EVENT TO SLG-EVENT
005730     MOVE 0 TO WS-STREAM-ATTEMPTS
005740     READ STREAM-LOG-FILE
005750         INVALID KEY
005760             CONTINUE
005770         NOT INVALID KEY
005780             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
005790     END-READ
005800     ADD 1 TO WS-STREAM-ATTEMPTS
005810     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
005820     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
005830     MOVE WS-STREAM-EVENT TO SLG-EVENT
005840     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
005850     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
005860     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
005870     IF SLG-STEP-START
005880         MOVE 0 TO SLG-RETURN-CODE
005890     ELSE
005900         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
005910     END-IF
005920     IF WS-STREAM-ATTEMPTS = 1
005930         WRITE SLG-STEP-RECORD
005940     ELSE
005950         REWRITE SLG-STEP-RECORD
005960     END-IF
005970     IF WS-STREAM-LOG-STATUS NOT = "00"
005980         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
005990             " not posted, status " WS-STREAM-LOG-STATUS
006000     END-IF.
006010 9880-EXIT.
006020     EXIT.
006030
006040 END PROGRAM CTREDIT.
