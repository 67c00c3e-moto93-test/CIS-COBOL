000250* MODIFICATION HISTORY                                           *
000260*   DATE        INIT  DESCRIPTION                                *
000270*   2026-08-22   JR   Original reconciliation report.            *
000273*   2026-10-15   JR   Start and end entries on the shared stream *
000276*                     log for the stream status report.          *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CTRRECON AS "CTRRECON".
000500         ASSIGN TO DYNAMIC WS-COMPLETION-FILENAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-COMPLETION-STATUS.
000522     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000525         ORGANIZATION IS LINE SEQUENTIAL
000527         FILE STATUS IS WS-STREAM-CARD-STATUS.
000530     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-STATUS.
000551     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000555         RECORD KEY IS SLG-KEY
000556         LOCK MODE IS AUTOMATIC
000557         SHARING WITH ALL OTHER
000558         FILE STATUS IS WS-STREAM-LOG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000670
000680 FD  RECON-REPORT-FILE.
000690 01  REC-PRINT-LINE                  PIC X(80).
000691
000692 FD  STREAM-CARD-FILE.
000694     COPY "STRMCARD.cpy".
000695
000697 FD  STREAM-LOG-FILE.
000698     COPY "STRMLOG.cpy".
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-TRACKING-STATUS          PIC X(02)  VALUE "00".
000770 01  WS-COMPLETION-FILENAME      PIC X(20)  VALUE SPACE.
000780 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000790 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000791 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
000792 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
000793 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "CTRRECON".
000794 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
000795 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
000796 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
000797 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
000798 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
000799 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
000800
000810 01  WS-SWITCHES.
000820     05  WS-TRACKING-EOF-SWITCH  PIC X(01)  VALUE "N".
001090 PROCEDURE DIVISION.
001100
001110 0000-MAINLINE.
001115     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001130     IF WS-REPORT-STATUS = "00"
001140         PERFORM 2000-LOAD-AUDIT-ACTIVITY THRU 2000-EXIT
001170         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001180         PERFORM 9000-FINALIZE THRU 9000-EXIT
001190     END-IF
001195     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
001200     STOP RUN.
001210 0000-EXIT.
001220     EXIT.
004480 9000-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
004530*                        shared stream log.  The log is the on-  *
004540*                        call operator's picture of the night,   *
004550*                        not part of this step's own work, so a  *
004560*                        log that cannot be opened is noted on   *
004570*                        the console and the step carries on.    *
004580******************************************************************
004590 9800-LOG-STEP-START.
004600     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
004610     IF WS-STREAM-LOG-STATUS NOT = "00"
004620         GO TO 9800-EXIT
004630     END-IF
004640     MOVE "S" TO WS-STREAM-EVENT
004650     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
004660     CLOSE STREAM-LOG-FILE.
004670 9800-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
004720*                      return code the job stream will see.      *
004730******************************************************************
004740 9850-LOG-STEP-END.
004750     MOVE RETURN-CODE TO WS-STREAM-RC
004760     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
004770     IF WS-STREAM-LOG-STATUS NOT = "00"
004780         GO TO 9850-EXIT
004790     END-IF
004800     MOVE "E" TO WS-STREAM-EVENT
004810     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
004820     CLOSE STREAM-LOG-FILE.
004830 9850-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
004880*                         card (today when there is none), the   *
004890*                         event stamp, and the log itself,       *
004900*                         created on first use the same way the  *
004910*                         tracking file is.                      *
004920******************************************************************
004930 9870-OPEN-STREAM-LOG.
004940     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
004950     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
004960     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
004970     OPEN INPUT STREAM-CARD-FILE
004980     IF WS-STREAM-CARD-STATUS = "00"
004990         READ STREAM-CARD-FILE
005000             AT END
005010                 CONTINUE
005020             NOT AT END
005030                 IF SCD-BUSINESS-DATE NOT = SPACES
005040                     MOVE SCD-BUSINESS-DATE
005050                         TO WS-STREAM-BUSINESS-DATE
005060                 END-IF
005070         END-READ
005080         CLOSE STREAM-CARD-FILE
005090     END-IF
005100     OPEN I-O STREAM-LOG-FILE
005110     IF WS-STREAM-LOG-STATUS = "35"
005120         OPEN OUTPUT STREAM-LOG-FILE
005130         CLOSE STREAM-LOG-FILE
005140         OPEN I-O STREAM-LOG-FILE
005150     END-IF
005160     IF WS-STREAM-LOG-STATUS NOT = "00"
005170         DISPLAY "stream log not available, status "
005180             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
005190             " not logged"
005200     END-IF.
005210 9870-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
005260*                           date, step, and event, or rewrite    *
005270*                           the one a prior attempt left, and    *
005280*                           count the attempt.                   *
005290******************************************************************
005300 9880-POST-STREAM-ENTRY.
005310     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
005320     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
005330     MOVE WS-STREAM-EVENT TO SLG-EVENT
005340     MOVE 0 TO WS-STREAM-ATTEMPTS
005350     READ STREAM-LOG-FILE
005360         INVALID KEY
005370             CONTINUE
005380         NOT INVALID KEY
005390             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
005400     END-READ
005410     ADD 1 TO WS-STREAM-ATTEMPTS
005420     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
005430     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
005440     MOVE WS-STREAM-EVENT TO SLG-EVENT
005450     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
005460     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
005470     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
005480     IF SLG-STEP-START
005490         MOVE 0 TO SLG-RETURN-CODE
005500     ELSE
005510         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
005520     END-IF
005530     IF WS-STREAM-ATTEMPTS = 1
005540         WRITE SLG-STEP-RECORD
005550     ELSE
005560         REWRITE SLG-STEP-RECORD
005570     END-IF
005580     IF WS-STREAM-LOG-STATUS NOT = "00"
005590         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
005600             " not posted, status " WS-STREAM-LOG-STATUS
005610     END-IF.
005620 9880-EXIT.
005630     EXIT.
005640
005650 END PROGRAM CTRRECON.
