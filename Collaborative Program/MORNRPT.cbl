000300* MODIFICATION HISTORY                                           *
000310*   DATE        INIT  DESCRIPTION                                *
000320*   2026-09-02   JR   Original morning digest.                   *
000323*   2026-10-15   JR   Start and end entries on the shared stream *
000326*                     log for the stream status report.          *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. MORNRPT AS "MORNRPT".
000570     SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-FILENAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SCAN-STATUS.
000592     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000595         ORGANIZATION IS LINE SEQUENTIAL
000597         FILE STATUS IS WS-STREAM-CARD-STATUS.
000600     SELECT DIGEST-REPORT-FILE ASSIGN TO "MORNRPT.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.
000621     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000625         RECORD KEY IS SLG-KEY
000626         LOCK MODE IS AUTOMATIC
000627         SHARING WITH ALL OTHER
000628         FILE STATUS IS WS-STREAM-LOG-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000770
000780 FD  DIGEST-REPORT-FILE.
000790 01  DIG-PRINT-LINE                  PIC X(80).
000791
000792 FD  STREAM-CARD-FILE.
000794     COPY "STRMCARD.cpy".
000795
000797 FD  STREAM-LOG-FILE.
000798     COPY "STRMLOG.cpy".
000800
000810 WORKING-STORAGE SECTION.
000820 01  WS-TRACKING-STATUS          PIC X(02)  VALUE "00".
000880 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000890 01  WS-SCAN-FILENAME            PIC X(20)  VALUE SPACE.
000900 01  WS-SCAN-PREFIX              PIC X(30)  VALUE SPACE.
000901 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
000902 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
000903 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "MORNRPT".
000904 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
000905 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
000906 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
000907 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
000908 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
000909 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
000910
000920 01  WS-SWITCHES.
000930     05  WS-TRACKING-EOF-SWITCH  PIC X(01)  VALUE "N".
001410 PROCEDURE DIVISION.
001420
001430 0000-MAINLINE.
001435     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001450     IF WS-REPORT-STATUS = "00"
001460         PERFORM 2000-CHECK-TRACKING THRU 2000-EXIT
001520         PERFORM 7000-PRINT-DIGEST THRU 7000-EXIT
001530     END-IF
001540     PERFORM 9000-FINALIZE THRU 9000-EXIT
001545     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
001550     STOP RUN.
001560 0000-EXIT.
001570     EXIT.
006510 9000-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
006560*                        shared stream log.  The log is the on-  *
006570*                        call operator's picture of the night,   *
006580*                        not part of this step's own work, so a  *
006590*                        log that cannot be opened is noted on   *
006600*                        the console and the step carries on.    *
006610******************************************************************
006620 9800-LOG-STEP-START.
006630     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
006640     IF WS-STREAM-LOG-STATUS NOT = "00"
006650         GO TO 9800-EXIT
006660     END-IF
006670     MOVE "S" TO WS-STREAM-EVENT
006680     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
006690     CLOSE STREAM-LOG-FILE.
006700 9800-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
006750*                      return code the job stream will see.      *
006760******************************************************************
006770 9850-LOG-STEP-END.
006780     MOVE RETURN-CODE TO WS-STREAM-RC
006790     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
006800     IF WS-STREAM-LOG-STATUS NOT = "00"
006810         GO TO 9850-EXIT
006820     END-IF
006830     MOVE "E" TO WS-STREAM-EVENT
006840     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
006850     CLOSE STREAM-LOG-FILE.
006860 9850-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
006910*                         card (today when there is none), the   *
006920*                         event stamp, and the log itself,       *
006930*                         created on first use the same way the  *
006940*                         tracking file is.                      *
006950******************************************************************
006960 9870-OPEN-STREAM-LOG.
006970     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
006980     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
006990     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
007000     OPEN INPUT STREAM-CARD-FILE
007010     IF WS-STREAM-CARD-STATUS = "00"
007020         READ STREAM-CARD-FILE
007030             AT END
007040                 CONTINUE
007050             NOT AT END
007060                 IF SCD-BUSINESS-DATE NOT = SPACES
007070                     MOVE SCD-BUSINESS-DATE
007080                         TO WS-STREAM-BUSINESS-DATE
007090                 END-IF
007100         END-READ
007110         CLOSE STREAM-CARD-FILE
007120     END-IF
007130     OPEN I-O STREAM-LOG-FILE
007140     IF WS-STREAM-LOG-STATUS = "35"
007150         OPEN OUTPUT STREAM-LOG-FILE
007160         CLOSE STREAM-LOG-FILE
007170         OPEN I-O STREAM-LOG-FILE
007180     END-IF
007190     IF WS-STREAM-LOG-STATUS NOT = "00"
007200         DISPLAY "stream log not available, status "
007210             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
007220             " not logged"
007230     END-IF.
007240 9870-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
007290*                           date, step, and event, or rewrite    *
007300*                           the one a prior attempt left, and    *
007310*                           count the attempt.                   *
007320******************************************************************
007330 9880-POST-STREAM-ENTRY.
007340     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
007350     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
007360     MOVE WS-STREAM-EVENT TO SLG-EVENT
007370     MOVE 0 TO WS-STREAM-ATTEMPTS
007380     READ STREAM-LOG-FILE
007390         INVALID KEY
007400             CONTINUE
007410         NOT INVALID KEY
007420             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
007430     END-READ
007440     ADD 1 TO WS-STREAM-ATTEMPTS
007450     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
007460     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
007470     MOVE WS-STREAM-EVENT TO SLG-EVENT
007480     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
007490     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
007500     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
007510     IF SLG-STEP-START
007520         MOVE 0 TO SLG-RETURN-CODE
007530     ELSE
007540         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
007550     END-IF
007560     IF WS-STREAM-ATTEMPTS = 1
007570         WRITE SLG-STEP-RECORD
007580     ELSE
007590         REWRITE SLG-STEP-RECORD
007600     END-IF
007610     IF WS-STREAM-LOG-STATUS NOT = "00"
007620         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
007630             " not posted, status " WS-STREAM-LOG-STATUS
007640     END-IF.
007650 9880-EXIT.
007660     EXIT.
007670
007680 END PROGRAM MORNRPT.
