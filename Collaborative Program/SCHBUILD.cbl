000330* MODIFICATION HISTORY                                           *
000340*   DATE        INIT  DESCRIPTION                                *
000350*   2026-09-02   JR   Original nightly schedule builder.         *
000353*   2026-10-15   JR   Start and end entries on the shared stream *
000356*                     log for the stream status report.          *
000357*   2026-10-15   JR   A counter master that is there but will    *
000358*                     not open stops the build with return code  *
000359*                     8 and is named on the skip report.         *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. SCHBUILD AS "SCHBUILD".
000600         LOCK MODE IS AUTOMATIC
000610         SHARING WITH ALL OTHER
000620         FILE STATUS IS WS-MASTER-STATUS.
000622     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000625         ORGANIZATION IS LINE SEQUENTIAL
000627         FILE STATUS IS WS-STREAM-CARD-STATUS.
000630     SELECT SKIP-REPORT-FILE ASSIGN TO "SKIPRPT.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-STATUS.
000651     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS DYNAMIC
000655         RECORD KEY IS SLG-KEY
000656         LOCK MODE IS AUTOMATIC
000657         SHARING WITH ALL OTHER
000658         FILE STATUS IS WS-STREAM-LOG-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000800
000810 FD  SKIP-REPORT-FILE.
000820 01  SKP-PRINT-LINE                  PIC X(80).
000821
000822 FD  STREAM-CARD-FILE.
000824     COPY "STRMCARD.cpy".
000825
000827 FD  STREAM-LOG-FILE.
000828     COPY "STRMLOG.cpy".
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-MSTSCHED-STATUS          PIC X(02)  VALUE "00".
000930     05  WS-TODAY-MONTH          PIC 9(02).
000940     05  WS-TODAY-DAY            PIC 9(02).
000950 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000952 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
000954 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
000956 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "SCHBUILD".
000958 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
000960 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
000962 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
000964 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
000966 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
000968 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
000970
000980 01  WS-DAY-OF-WEEK              PIC 9(01)  VALUE 0.
000990 01  WS-MONTH-END-DAY            PIC 9(02)  VALUE 0.
001330 PROCEDURE DIVISION.
001340
001350 0000-MAINLINE.
001355     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001370     IF WS-FILES-OK
001380         PERFORM 2000-PROCESS-MASTER-ENTRY THRU 2000-EXIT
001450         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001460     END-IF
001470     PERFORM 9000-FINALIZE THRU 9000-EXIT
001475     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
001480     STOP RUN.
001490 0000-EXIT.
001500     EXIT.
001960         GO TO 1000-EXIT
001970     END-IF
001980     OPEN INPUT MASTER-FILE
001981     IF WS-MASTER-STATUS NOT = "00"
001982         AND WS-MASTER-STATUS NOT = "35"
001983         DISPLAY "counter master could not be opened, status "
001984             WS-MASTER-STATUS " -- no schedule built"
001985         PERFORM 1300-REPORT-NO-MASTER THRU 1300-EXIT
001986         CLOSE MASTER-SCHED-FILE
001987         CLOSE SCHEDULE-FILE
001988         GO TO 1000-EXIT
001989     END-IF
001990     IF WS-MASTER-STATUS = "00"
002000         SET WS-MASTER-UP TO TRUE
002010     END-IF
002690 1210-EXIT.
002700     EXIT.
002710
002711 1300-REPORT-NO-MASTER.
002712     MOVE SPACES TO SKP-PRINT-LINE
002713     STRING "COUNTER MASTER NOT AVAILABLE -- NO SCHEDULE "
002714         "BUILT" DELIMITED BY SIZE INTO SKP-PRINT-LINE
002715     WRITE SKP-PRINT-LINE
002716     ADD 1 TO WS-ERROR-COUNT.
002717 1300-EXIT.
002718     EXIT.
002719
002720******************************************************************
002730* 2000-PROCESS-MASTER-ENTRY -- one master schedule entry: decide *
002740*                              whether it is due today, and      *
003740*                          counter definition master, the same   *
003750*                          rule the counting step itself now     *
003760*                          applies.  No master file, no check.   *
003762*                          A master that is there but will not   *
003765*                          open stops the build before it gets   *
003767*                          here.                                 *
003770******************************************************************
003780 2150-CHECK-REGISTERED.
003790     IF NOT WS-MASTER-UP
004860 9000-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
004910*                        shared stream log.  The log is the on-  *
004920*                        call operator's picture of the night,   *
004930*                        not part of this step's own work, so a  *
004940*                        log that cannot be opened is noted on   *
004950*                        the console and the step carries on.    *
004960******************************************************************
004970 9800-LOG-STEP-START.
004980     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
004990     IF WS-STREAM-LOG-STATUS NOT = "00"
005000         GO TO 9800-EXIT
005010     END-IF
005020     MOVE "S" TO WS-STREAM-EVENT
005030     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
005040     CLOSE STREAM-LOG-FILE.
005050 9800-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
005100*                      return code the job stream will see.      *
005110******************************************************************
005120 9850-LOG-STEP-END.
005130     MOVE RETURN-CODE TO WS-STREAM-RC
005140     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
005150     IF WS-STREAM-LOG-STATUS NOT = "00"
005160         GO TO 9850-EXIT
005170     END-IF
005180     MOVE "E" TO WS-STREAM-EVENT
005190     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
005200     CLOSE STREAM-LOG-FILE.
005210 9850-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
005260*                         card (today when there is none), the   *
005270*                         event stamp, and the log itself,       *
005280*                         created on first use the same way the  *
005290*                         tracking file is.                      *
005300******************************************************************
005310 9870-OPEN-STREAM-LOG.
005320     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
005330     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
005340     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
005350     OPEN INPUT STREAM-CARD-FILE
005360     IF WS-STREAM-CARD-STATUS = "00"
005370         READ STREAM-CARD-FILE
005380             AT END
005390                 CONTINUE
005400             NOT AT END
005410                 IF SCD-BUSINESS-DATE NOT = SPACES
005420                     MOVE SCD-BUSINESS-DATE
005430                         TO WS-STREAM-BUSINESS-DATE
005440                 END-IF
005450         END-READ
005460         CLOSE STREAM-CARD-FILE
005470     END-IF
005480     OPEN I-O STREAM-LOG-FILE
005490     IF WS-STREAM-LOG-STATUS = "35"
005500         OPEN OUTPUT STREAM-LOG-FILE
005510         CLOSE STREAM-LOG-FILE
005520         OPEN I-O STREAM-LOG-FILE
005530     END-IF
005540     IF WS-STREAM-LOG-STATUS NOT = "00"
005550         DISPLAY "stream log not available, status "
005560             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
005570             " not logged"
005580     END-IF.
005590 9870-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
005640*                           date, step, and event, or rewrite    *
005650*                           the one a prior attempt left, and    *
005660*                           count the attempt.                   *
005670******************************************************************
005680 9880-POST-STREAM-ENTRY.
005690     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
005700     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
005710     MOVE WS-STREAM-EVENT TO SLG-EVENT
005720     MOVE 0 TO WS-STREAM-ATTEMPTS
005730     READ STREAM-LOG-FILE
005740         INVALID KEY
005750             CONTINUE
005760         NOT INVALID KEY
005770             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
005780     END-READ
005790     ADD 1 TO WS-STREAM-ATTEMPTS
005800     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
005810     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
005820     MOVE WS-STREAM-EVENT TO SLG-EVENT
005830     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
005840     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
005850     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
005860     IF SLG-STEP-START
005870         MOVE 0 TO SLG-RETURN-CODE
005880     ELSE
005890         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
005900     END-IF
005910     IF WS-STREAM-ATTEMPTS = 1
005920         WRITE SLG-STEP-RECORD
005930     ELSE
005940         REWRITE SLG-STEP-RECORD
005950     END-IF
005960     IF WS-STREAM-LOG-STATUS NOT = "00"
005970         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
005980             " not posted, status " WS-STREAM-LOG-STATUS
005990     END-IF.
006000 9880-EXIT.
006010     EXIT.
006020
006030 END PROGRAM SCHBUILD.
