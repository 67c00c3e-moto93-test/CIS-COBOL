000264*                     dead row to ABANDONED, so the counter's    *
000266*                     next run is not refused by the claim of a  *
000268*                     run that no longer exists.                 *
000269*   2026-10-15   JR   Start and end entries on the shared stream *
000271*                     log for the stream status report.          *
000273*   2026-10-15   JR   Each row moved to ABANDONED is appended to *
000275*                     the dated tracking journal for forward     *
000277*                     recovery.                                  *
000279******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CTRJANIT AS "CTRJANIT".
000300
000420         LOCK MODE IS AUTOMATIC
000430         SHARING WITH ALL OTHER
000440         FILE STATUS IS WS-TRACKING-STATUS.
000442     SELECT TRACKING-JOURNAL-FILE
000444         ASSIGN TO DYNAMIC WS-TRKJRNL-FILENAME
000446         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS WS-TRKJRNL-STATUS.
000450     SELECT JANITOR-CARD-FILE ASSIGN TO "JANCARD.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CARD-STATUS.
000472     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000475         ORGANIZATION IS LINE SEQUENTIAL
000477         FILE STATUS IS WS-STREAM-CARD-STATUS.
000480     SELECT JANITOR-REPORT-FILE ASSIGN TO "JANRPT.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.
000501     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS SLG-KEY
000506         LOCK MODE IS AUTOMATIC
000507         SHARING WITH ALL OTHER
000508         FILE STATUS IS WS-STREAM-LOG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  TRACKING-FILE.
000550     COPY "TRKREC.cpy".
000552
000555 FD  TRACKING-JOURNAL-FILE.
000557     COPY "TRKJRNL.cpy".
000560
000570 FD  JANITOR-CARD-FILE.
000580     COPY "JANCARD.cpy".
000590
000600 FD  JANITOR-REPORT-FILE.
000610 01  JAN-PRINT-LINE                  PIC X(80).
000611
000612 FD  STREAM-CARD-FILE.
000614     COPY "STRMCARD.cpy".
000615
000617 FD  STREAM-LOG-FILE.
000618     COPY "STRMLOG.cpy".
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-TRACKING-STATUS          PIC X(02)  VALUE "00".
000700 01  WS-CUTOFF-TIME              PIC X(08)  VALUE SPACE.
000702 01  WS-STALE-DATE               PIC X(08)  VALUE SPACE.
000704 01  WS-STALE-TIME               PIC X(08)  VALUE SPACE.
000706 01  WS-TRKJRNL-FILENAME         PIC X(20)  VALUE SPACE.
000708 01  WS-TRKJRNL-STATUS           PIC X(02)  VALUE "00".
000710
000720 01  WS-SWITCHES.
000730     05  WS-TRACKING-EOF-SWITCH  PIC X(01)  VALUE "N".
000740         88  WS-TRACKING-EOF            VALUE "Y".
000750     05  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "N".
000760         88  WS-CARD-OK                 VALUE "Y".
000761 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
000762 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
000763 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "CTRJANIT".
000764 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
000765 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
000766 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
000767 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
000768 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
000769 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
000770
000780 01  WS-SCANNED-COUNT            PIC 9(05)  COMP VALUE 0.
000790 01  WS-ABANDONED-COUNT          PIC 9(05)  COMP VALUE 0.
000830 PROCEDURE DIVISION.
000840
000850 0000-MAINLINE.
000855     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000870     IF WS-CARD-OK AND WS-REPORT-STATUS = "00"
000880         PERFORM 2000-SCAN-TRACKING-FILE THRU 2000-EXIT
000890         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
000900     END-IF
000910     PERFORM 9000-FINALIZE THRU 9000-EXIT
000915     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
000920     STOP RUN.
000930 0000-EXIT.
000940     EXIT.
002140             DELIMITED BY SIZE INTO JAN-PRINT-LINE
002142         WRITE JAN-PRINT-LINE
002144         ADD 1 TO WS-ABANDONED-COUNT
002147         PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT
002150     ELSE
002152         MOVE SPACES TO JAN-PRINT-LINE
002154         STRING "COUNTER " TRK-COUNTER-ID
002590 9000-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
002640*                        shared stream log.  The log is the on-  *
002650*                        call operator's picture of the night,   *
002660*                        not part of this step's own work, so a  *
002670*                        log that cannot be opened is noted on   *
002680*                        the console and the step carries on.    *
002690******************************************************************
002700 9800-LOG-STEP-START.
002710     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
002720     IF WS-STREAM-LOG-STATUS NOT = "00"
002730         GO TO 9800-EXIT
002740     END-IF
002750     MOVE "S" TO WS-STREAM-EVENT
002760     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
002770     CLOSE STREAM-LOG-FILE.
002780 9800-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
002830*                      return code the job stream will see.      *
002840******************************************************************
002850 9850-LOG-STEP-END.
002860     MOVE RETURN-CODE TO WS-STREAM-RC
002870     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
002880     IF WS-STREAM-LOG-STATUS NOT = "00"
002890         GO TO 9850-EXIT
002900     END-IF
002910     MOVE "E" TO WS-STREAM-EVENT
002920     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
002930     CLOSE STREAM-LOG-FILE.
002940 9850-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
002990*                         card (today when there is none), the   *
003000*                         event stamp, and the log itself,       *
003010*                         created on first use the same way the  *
003020*                         tracking file is.                      *
003030******************************************************************
003040 9870-OPEN-STREAM-LOG.
003050     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
003060     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
003070     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
003080     OPEN INPUT STREAM-CARD-FILE
003090     IF WS-STREAM-CARD-STATUS = "00"
003100         READ STREAM-CARD-FILE
003110             AT END
003120                 CONTINUE
003130             NOT AT END
003140                 IF SCD-BUSINESS-DATE NOT = SPACES
003150                     MOVE SCD-BUSINESS-DATE
003160                         TO WS-STREAM-BUSINESS-DATE
003170                 END-IF
003180         END-READ
003190         CLOSE STREAM-CARD-FILE
003200     END-IF
003210     OPEN I-O STREAM-LOG-FILE
003220     IF WS-STREAM-LOG-STATUS = "35"
003230         OPEN OUTPUT STREAM-LOG-FILE
003240         CLOSE STREAM-LOG-FILE
003250         OPEN I-O STREAM-LOG-FILE
003260     END-IF
003270     IF WS-STREAM-LOG-STATUS NOT = "00"
003280         DISPLAY "stream log not available, status "
003290             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
003300             " not logged"
003310     END-IF.
003320 9870-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
003370*                           date, step, and event, or rewrite    *
003380*                           the one a prior attempt left, and    *
003390*                           count the attempt.                   *
003400******************************************************************
003410 9880-POST-STREAM-ENTRY.
003420     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
003430     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
003440     MOVE WS-STREAM-EVENT TO SLG-EVENT
003450     MOVE 0 TO WS-STREAM-ATTEMPTS
003460     READ STREAM-LOG-FILE
003470         INVALID KEY
003480             CONTINUE
003490         NOT INVALID KEY
003500             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
003510     END-READ
003520     ADD 1 TO WS-STREAM-ATTEMPTS
003530     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
003540     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
003550     MOVE WS-STREAM-EVENT TO SLG-EVENT
003560     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
003570     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
003580     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
003590     IF SLG-STEP-START
003600         MOVE 0 TO SLG-RETURN-CODE
003610     ELSE
003620         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
003630     END-IF
003640     IF WS-STREAM-ATTEMPTS = 1
003650         WRITE SLG-STEP-RECORD
003660     ELSE
003670         REWRITE SLG-STEP-RECORD
003680     END-IF
003690     IF WS-STREAM-LOG-STATUS NOT = "00"
003700         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
003710             " not posted, status " WS-STREAM-LOG-STATUS
003720     END-IF.
003730 9880-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 9700-JOURNAL-TRACKING -- append the after-image of the         *
003780*                          tracking row just rewritten to the    *
003790*                          day's tracking journal, so forward    *
003800*                          recovery can bring the file past the  *
003810*                          last backup.  The journal is dated by *
003820*                          the row's own last-update stamp.      *
003830******************************************************************
003840 9700-JOURNAL-TRACKING.
003850     MOVE SPACES TO WS-TRKJRNL-FILENAME
003860     STRING "TRKJRNL." DELIMITED BY SIZE
003870         TRK-LAST-UPDATE-DATE DELIMITED BY SIZE
003880         ".DAT" DELIMITED BY SIZE
003890         INTO WS-TRKJRNL-FILENAME
003900     OPEN EXTEND TRACKING-JOURNAL-FILE
003910     IF WS-TRKJRNL-STATUS = "35"
003920         OPEN OUTPUT TRACKING-JOURNAL-FILE
003930     END-IF
003940     IF WS-TRKJRNL-STATUS NOT = "00"
003950         DISPLAY "tracking journal " WS-TRKJRNL-FILENAME
003960             " could not be written, status " WS-TRKJRNL-STATUS
003970         GO TO 9700-EXIT
003980     END-IF
003990     MOVE WS-STREAM-STEP-NAME TO TJR-PROGRAM
004000     MOVE "ABANDON" TO TJR-ACTION
004010     MOVE TRK-TRACKING-RECORD TO TJR-AFTER-IMAGE
004020     WRITE TJR-JOURNAL-RECORD
004030     CLOSE TRACKING-JOURNAL-FILE.
004040 9700-EXIT.
004050     EXIT.
004060
004070 END PROGRAM CTRJANIT.
