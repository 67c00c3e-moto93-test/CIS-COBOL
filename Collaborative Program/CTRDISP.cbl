000270* MODIFICATION HISTORY                                           *
000280*   DATE        INIT  DESCRIPTION                                *
000290*   2026-08-22   JR   Original dispatcher.                       *
000293*   2026-10-15   JR   Start and end entries on the shared stream *
000296*                     log for the stream status report.          *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CTRDISP AS "CTRDISP".
000510     SELECT NEXT-PARM-FILE ASSIGN TO "CTLCARD.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.
000532     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000535         ORGANIZATION IS LINE SEQUENTIAL
000537         FILE STATUS IS WS-STREAM-CARD-STATUS.
000540     SELECT DISPATCH-LOG-FILE ASSIGN TO "DISPLOG.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-LOG-STATUS.
000561     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS SLG-KEY
000566         LOCK MODE IS AUTOMATIC
000567         SHARING WITH ALL OTHER
000568         FILE STATUS IS WS-STREAM-LOG-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000710
000720 FD  DISPATCH-LOG-FILE.
000730 01  DSP-LOG-LINE                    PIC X(100).
000731
000732 FD  STREAM-CARD-FILE.
000734     COPY "STRMCARD.cpy".
000735
000737 FD  STREAM-LOG-FILE.
000738     COPY "STRMLOG.cpy".
000740
000750 WORKING-STORAGE SECTION.
000760 01  WS-TABLE-STATUS             PIC X(02)  VALUE "00".
000810 01  WS-COMPLETION-FILENAME      PIC X(20)  VALUE SPACE.
000820 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000830 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000831 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
000832 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
000833 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "CTRDISP".
000834 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
000835 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
000836 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
000837 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
000838 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
000839 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
000840
000850 01  WS-SWITCHES.
000860     05  WS-TABLE-EOF-SWITCH     PIC X(01)  VALUE "N".
000960 PROCEDURE DIVISION.
000970
000980 0000-MAINLINE.
000985     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001000     IF WS-TABLE-STATUS = "00"
001010         PERFORM 2000-PROCESS-TABLE-ENTRY THRU 2000-EXIT
001030         CLOSE DISPATCH-TABLE-FILE
001040         PERFORM 9000-FINALIZE THRU 9000-EXIT
001050     END-IF
001055     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
001060     STOP RUN.
001070 0000-EXIT.
001080     EXIT.
003020 9000-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
003070*                        shared stream log.  The log is the on-  *
003080*                        call operator's picture of the night,   *
003090*                        not part of this step's own work, so a  *
003100*                        log that cannot be opened is noted on   *
003110*                        the console and the step carries on.    *
003120******************************************************************
003130 9800-LOG-STEP-START.
003140     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
003150     IF WS-STREAM-LOG-STATUS NOT = "00"
003160         GO TO 9800-EXIT
003170     END-IF
003180     MOVE "S" TO WS-STREAM-EVENT
003190     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
003200     CLOSE STREAM-LOG-FILE.
003210 9800-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
003260*                      return code the job stream will see.      *
003270******************************************************************
003280 9850-LOG-STEP-END.
003290     MOVE RETURN-CODE TO WS-STREAM-RC
003300     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
003310     IF WS-STREAM-LOG-STATUS NOT = "00"
003320         GO TO 9850-EXIT
003330     END-IF
003340     MOVE "E" TO WS-STREAM-EVENT
003350     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
003360     CLOSE STREAM-LOG-FILE.
003370 9850-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
003420*                         card (today when there is none), the   *
003430*                         event stamp, and the log itself,       *
003440*                         created on first use the same way the  *
003450*                         tracking file is.                      *
003460******************************************************************
003470 9870-OPEN-STREAM-LOG.
003480     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
003490     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
003500     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
003510     OPEN INPUT STREAM-CARD-FILE
003520     IF WS-STREAM-CARD-STATUS = "00"
003530         READ STREAM-CARD-FILE
003540             AT END
003550                 CONTINUE
003560             NOT AT END
003570                 IF SCD-BUSINESS-DATE NOT = SPACES
003580                     MOVE SCD-BUSINESS-DATE
003590                         TO WS-STREAM-BUSINESS-DATE
003600                 END-IF
003610         END-READ
003620         CLOSE STREAM-CARD-FILE
003630     END-IF
003640     OPEN I-O STREAM-LOG-FILE
003650     IF WS-STREAM-LOG-STATUS = "35"
003660         OPEN OUTPUT STREAM-LOG-FILE
003670         CLOSE STREAM-LOG-FILE
003680         OPEN I-O STREAM-LOG-FILE
003690     END-IF
003700     IF WS-STREAM-LOG-STATUS NOT = "00"
003710         DISPLAY "stream log not available, status "
003720             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
003730             " not logged"
003740     END-IF.
003750 9870-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
003800*                           date, step, and event, or rewrite    *
003810*                           the one a prior attempt left, and    *
003820*                           count the attempt.                   *
003830******************************************************************
003840 9880-POST-STREAM-ENTRY.
003850     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
003860     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
003870     MOVE WS-STREAM-EVENT TO SLG-EVENT
003880     MOVE 0 TO WS-STREAM-ATTEMPTS
003890     READ STREAM-LOG-FILE
003900         INVALID KEY
003910             CONTINUE
003920         NOT INVALID KEY
003930             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
003940     END-READ
003950     ADD 1 TO WS-STREAM-ATTEMPTS
003960     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
003970     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
003980     MOVE WS-STREAM-EVENT TO SLG-EVENT
003990     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
004000     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
004010     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
004020     IF SLG-STEP-START
004030         MOVE 0 TO SLG-RETURN-CODE
004040     ELSE
004050         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
004060     END-IF
004070     IF WS-STREAM-ATTEMPTS = 1
004080         WRITE SLG-STEP-RECORD
004090     ELSE
004100         REWRITE SLG-STEP-RECORD
004110     END-IF
004120     IF WS-STREAM-LOG-STATUS NOT = "00"
004130         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
004140             " not posted, status " WS-STREAM-LOG-STATUS
004150     END-IF.
004160 9880-EXIT.
004170     EXIT.
004180
004190 END PROGRAM CTRDISP.
