001985*                     RUNNING one, and the checkpoint itself     *
001986*                     stops the run (reason CLAIM REFUSED) if    *
001987*                     the row's token is no longer its own.      *
001988*   2026-10-15   JR   Start and end entries on the stream log.   *
001989*   2026-10-15   JR   Limit changes over the approval percentage *
001990*                     and holds on critical counters wait for a  *
001991*                     second operator; maintenance is journaled. *
001992*   2026-10-15   JR   Tracking-row writes are journaled for      *
001993*                     forward recovery.                          *
001994*   2026-10-15   JR   A counter master that is there but cannot  *
001995*                     be read rejects the run and parks a hold.  *
001996*   2026-10-15   JR   A maintenance change that cannot be made   *
001997*                     or parked is journaled as FAILED and sets  *
001998*                     return code 8.                             *
001999******************************************************************
002000 IDENTIFICATION DIVISION.
002010 PROGRAM-ID. Program1 AS "Program1".
002020
002330         ASSIGN TO DYNAMIC WS-COMPLETION-FILENAME
002340         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS WS-COMPLETION-STATUS.
002352     SELECT TRACKING-JOURNAL-FILE
002354         ASSIGN TO DYNAMIC WS-TRKJRNL-FILENAME
002356         ORGANIZATION IS LINE SEQUENTIAL
002358         FILE STATUS IS WS-TRKJRNL-STATUS.
002360     SELECT AUTH-FILE ASSIGN TO "AUTHOPID.DAT"
002370         ORGANIZATION IS LINE SEQUENTIAL
002380         FILE STATUS IS WS-AUTH-STATUS.
002390     SELECT MAINT-FILE ASSIGN TO "MAINTCARD.DAT"
002400         ORGANIZATION IS LINE SEQUENTIAL
002410         FILE STATUS IS WS-MAINT-STATUS.
002412     SELECT APPROVAL-PARM-FILE ASSIGN TO "APRPARM.DAT"
002415         ORGANIZATION IS LINE SEQUENTIAL
002417         FILE STATUS IS WS-APPROVAL-PARM-STATUS.
002420     SELECT HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS WS-HISTORY-STATUS.
002442     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
002445         ORGANIZATION IS LINE SEQUENTIAL
002447         FILE STATUS IS WS-JOURNAL-STATUS.
002450     SELECT SCHEDULE-FILE ASSIGN TO "CTRSCHED.DAT"
002460         ORGANIZATION IS LINE SEQUENTIAL
002470         FILE STATUS IS WS-SCHEDULE-STATUS.
002471     SELECT PENDING-FILE ASSIGN TO "PENDCHG.DAT"
002472         ORGANIZATION IS INDEXED
002473         ACCESS MODE IS DYNAMIC
002475         RECORD KEY IS PND-KEY
002476         LOCK MODE IS AUTOMATIC
002477         SHARING WITH ALL OTHER
002478         FILE STATUS IS WS-PENDING-STATUS.
002480     SELECT MASTER-FILE ASSIGN TO "CTRMAST.DAT"
002490         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002590         LOCK MODE IS AUTOMATIC
002600         SHARING WITH ALL OTHER
002610         FILE STATUS IS WS-PROFILE-STATUS.
002612     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
002615         ORGANIZATION IS LINE SEQUENTIAL
002617         FILE STATUS IS WS-STREAM-CARD-STATUS.
002620     SELECT RESULTS-FILE ASSIGN TO "SCHEDRSL.DAT"
002630         ORGANIZATION IS LINE SEQUENTIAL
002640         FILE STATUS IS WS-RESULTS-STATUS.
002641     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
002642         ORGANIZATION IS INDEXED
002643         ACCESS MODE IS DYNAMIC
002645         RECORD KEY IS SLG-KEY
002646         LOCK MODE IS AUTOMATIC
002647         SHARING WITH ALL OTHER
002648         FILE STATUS IS WS-STREAM-LOG-STATUS.
002650
002660 DATA DIVISION.
002670 FILE SECTION.
002850
002860 FD  COMPLETION-FILE.
002870     COPY "CMPLREC.cpy".
002872
002875 FD  TRACKING-JOURNAL-FILE.
002877     COPY "TRKJRNL.cpy".
002880
002890 FD  AUTH-FILE.
002900     COPY "AUTHOPID.cpy".
002910
002920 FD  MAINT-FILE.
002930     COPY "MAINTREC.cpy".
002931
002932 FD  APPROVAL-PARM-FILE.
002933     COPY "APRPARM.cpy".
002934
002935 FD  MAINT-JOURNAL-FILE.
002936     COPY "MNTJRNL.cpy".
002937
002938 FD  PENDING-FILE.
002939     COPY "PENDCHG.cpy".
002940
002950 FD  HISTORY-FILE.
002960     COPY "RUNHIST.cpy".
003060
003070 FD  RESULTS-FILE.
003080     COPY "SCHRSLT.cpy".
003081
003082 FD  STREAM-CARD-FILE.
003084     COPY "STRMCARD.cpy".
003085
003087 FD  STREAM-LOG-FILE.
003088     COPY "STRMLOG.cpy".
003090
003100 WORKING-STORAGE SECTION.
003110 01  WS-COUNTER-ID               PIC X(08)  VALUE "MEEP    ".
003290 01  WS-SUMMARY-FILENAME         PIC X(20)  VALUE SPACE.
003300 01  WS-COMPLETION-FILENAME      PIC X(20)  VALUE SPACE.
003310 01  WS-AUDIT-FILENAME           PIC X(21)  VALUE SPACE.
003312 01  WS-TRKJRNL-FILENAME         PIC X(20)  VALUE SPACE.
003315 01  WS-TRKJRNL-STATUS           PIC X(02)  VALUE "00".
003317 01  WS-TRKJRNL-ACTION           PIC X(08)  VALUE SPACE.
003320 01  WS-RUN-TIMESTAMPS.
003330     05  WS-RUN-START-DATE       PIC X(08)  VALUE SPACE.
003340     05  WS-RUN-START-TIME       PIC X(08)  VALUE SPACE.
003370
003380 01  WS-RETRY-COUNT-DISPLAY      PIC ZZZZ9.
003390 01  WS-FINAL-VALUE-DISPLAY      PIC ZZZZ9.
003391 01  WS-PERCENT-DISPLAY          PIC ZZ9.
003393 01  WS-LIMIT-PERCENT            PIC 9(03)  VALUE 10.
003395 01  WS-LIMIT-DIFFERENCE         PIC 9(05)  COMP VALUE 0.
003396 01  WS-PENDING-REASON           PIC X(20)  VALUE SPACE.
003398 01  WS-JOURNAL-ACTION           PIC X(08)  VALUE SPACE.
003400 01  WS-AUTH-STATUS              PIC X(02)  VALUE "00".
003410 01  WS-CONFIRM-OPERATOR-ID      PIC X(08)  VALUE SPACE.
003420 01  WS-MAINT-STATUS             PIC X(02)  VALUE "00".
003422 01  WS-APPROVAL-PARM-STATUS     PIC X(02)  VALUE "00".
003425 01  WS-JOURNAL-STATUS           PIC X(02)  VALUE "00".
003427 01  WS-PENDING-STATUS           PIC X(02)  VALUE "00".
003430 01  WS-HISTORY-STATUS           PIC X(02)  VALUE "00".
003440 01  WS-SCHEDULE-STATUS          PIC X(02)  VALUE "00".
003450 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
003510 01  WS-ENTRY-RC                 PIC 9(02)  COMP VALUE 0.
003520 01  WS-HIGHEST-RC               PIC 9(02)  COMP VALUE 0.
003530 01  WS-SCHED-COUNT-DISPLAY      PIC ZZZZ9.
003531 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
003532 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
003533 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "PROGRAM1".
003534 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
003535 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
003536 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
003537 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
003538 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
003539 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
003540
003550 01  WS-SWITCHES.
003560     05  WS-STOP-SWITCH          PIC X(01)  VALUE "N".
003770         88  WS-AUTH-EOF                VALUE "Y".
003780     05  WS-MAINTENANCE-SWITCH   PIC X(01)  VALUE "N".
003790         88  WS-MAINTENANCE-MODE        VALUE "Y".
003793     05  WS-APPROVAL-SWITCH      PIC X(01)  VALUE "N".
003796         88  WS-APPROVAL-NEEDED         VALUE "Y".
003800     05  WS-LOOP-EXEC-SWITCH     PIC X(01)  VALUE "N".
003810         88  WS-LOOP-EXECUTED           VALUE "Y".
003820     05  WS-TRACKING-OPEN-SWITCH PIC X(01)  VALUE "N".
003890         88  WS-MASTER-TRIED            VALUE "Y".
003900     05  WS-MASTER-OPEN-SWITCH   PIC X(01)  VALUE "N".
003910         88  WS-MASTER-OPEN             VALUE "Y".
003913     05  WS-MASTER-FAILED-SWITCH PIC X(01)  VALUE "N".
003916         88  WS-MASTER-FAILED           VALUE "Y".
003920     05  WS-COUNTER-REJECT-SWITCH PIC X(01) VALUE "N".
003930         88  WS-COUNTER-REJECTED        VALUE "Y".
003940     05  WS-STOP-RIGHT-SWITCH    PIC X(01)  VALUE "N".
004150 01  MEEP2                       PIC X(10)  VALUE "y".
004160 01  WS-ABANDON-REPLY            PIC X(10)  VALUE SPACE.
004170 01  WS-RUN-TOKEN                PIC X(16)  VALUE SPACE.
004171
004172 01  WS-MAINT-CHANGE.
004173     05  WS-MAINT-BEFORE-LIMIT   PIC 9(05)  VALUE 0.
004174     05  WS-MAINT-AFTER-LIMIT    PIC 9(05)  VALUE 0.
004175     05  WS-MAINT-BEFORE-STATUS  PIC X(01)  VALUE SPACE.
004176     05  WS-MAINT-AFTER-STATUS   PIC X(01)  VALUE SPACE.
004177     05  WS-MAINT-REQUEST-DATE   PIC X(08)  VALUE SPACE.
004178     05  WS-MAINT-REQUEST-TIME   PIC X(08)  VALUE SPACE.
004180
004190 PROCEDURE DIVISION.
004200
004240         PERFORM 1180-VALIDATE-OPERATOR THRU 1180-EXIT
004250         PERFORM 9000-MAINTENANCE-RUN THRU 9000-EXIT
004260     ELSE
004265         PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
004270         PERFORM 1150-READ-PARM-CARD THRU 1150-EXIT
004280         PERFORM 1180-VALIDATE-OPERATOR THRU 1180-EXIT
004290         PERFORM 1140-OPEN-SCHEDULE THRU 1140-EXIT
004400     IF WS-HIGHEST-RC > 0
004410         MOVE WS-HIGHEST-RC TO RETURN-CODE
004420     END-IF
004422     IF NOT WS-MAINTENANCE-MODE
004425         PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
004427     END-IF
004430     STOP RUN.
004440 0000-EXIT.
004450     EXIT.
008620     REWRITE TRK-TRACKING-RECORD
008630         INVALID KEY
008640             WRITE TRK-TRACKING-RECORD
008650     END-REWRITE
008653     MOVE "CHECKPT" TO WS-TRKJRNL-ACTION
008656     PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT.
008660 2100-EXIT.
008670     EXIT.
008680
011730         INVALID KEY
011740             WRITE TRK-TRACKING-RECORD
011750     END-REWRITE
011753     MOVE "FINAL" TO WS-TRKJRNL-ACTION
011756     PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT
011760     CLOSE TRACKING-FILE.
011770 8200-EXIT.
011780     EXIT.
012410     PERFORM 9100-DISPLAY-TRACKING-RECORD THRU 9100-EXIT
012420     IF MAINT-ADJUST
012430         IF WS-MAY-ADJUST-LIMIT
012440             PERFORM 9400-ADJUST-LIMIT THRU 9400-EXIT
012510         ELSE
012520             DISPLAY "maintenance: operator " WS-OPERATOR-ID
012530                 " is not authorized to change the limit for "
015030                 "be moved back to RUNNING, status "
015040                 WS-TRACKING-STATUS
015050     END-REWRITE
015053     MOVE "RESUME" TO WS-TRKJRNL-ACTION
015056     PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT
015060     DISPLAY "picking held counter " WS-COUNTER-ID
015070         " back up from its checkpoint".
015080 1130-EXIT.
015300             "be held"
015310         GO TO 9200-EXIT
015320     END-IF
015321     MOVE TRK-LIMIT TO WS-MAINT-BEFORE-LIMIT
015322     MOVE TRK-LIMIT TO WS-MAINT-AFTER-LIMIT
015323     MOVE TRK-STATUS TO WS-MAINT-BEFORE-STATUS
015324     MOVE "H" TO WS-MAINT-AFTER-STATUS
015325     PERFORM 9450-CHECK-CRITICAL THRU 9450-EXIT
015326     IF WS-APPROVAL-NEEDED
015327         PERFORM 9500-PARK-CHANGE THRU 9500-EXIT
015328         GO TO 9200-EXIT
015329     END-IF
015330     SET TRK-HELD TO TRUE
015340     ACCEPT TRK-LAST-UPDATE-DATE FROM DATE YYYYMMDD
015350     ACCEPT TRK-LAST-UPDATE-TIME FROM TIME
015360     REWRITE TRK-TRACKING-RECORD
015361     IF WS-TRACKING-STATUS NOT = "00"
015362         PERFORM 9750-REWRITE-FAILED THRU 9750-EXIT
015363         GO TO 9200-EXIT
015364     END-IF
015366     MOVE "HOLD" TO WS-TRKJRNL-ACTION
015368     PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT
015370     DISPLAY "maintenance: counter " MAINT-COUNTER-ID
015380         " held by operator " WS-OPERATOR-ID
015383     MOVE "APPLIED" TO WS-JOURNAL-ACTION
015386     PERFORM 9600-WRITE-JOURNAL THRU 9600-EXIT.
015390 9200-EXIT.
015400     EXIT.
015410
015570             " is not held -- nothing to release"
015580         GO TO 9300-EXIT
015590     END-IF
015591     MOVE "N" TO WS-APPROVAL-SWITCH
015593     MOVE TRK-LIMIT TO WS-MAINT-BEFORE-LIMIT
015595     MOVE TRK-LIMIT TO WS-MAINT-AFTER-LIMIT
015596     MOVE TRK-STATUS TO WS-MAINT-BEFORE-STATUS
015598     MOVE "R" TO WS-MAINT-AFTER-STATUS
015600     SET TRK-RUNNING TO TRUE
015610     ACCEPT TRK-LAST-UPDATE-DATE FROM DATE YYYYMMDD
015620     ACCEPT TRK-LAST-UPDATE-TIME FROM TIME
015630     REWRITE TRK-TRACKING-RECORD
015631     IF WS-TRACKING-STATUS NOT = "00"
015632         PERFORM 9750-REWRITE-FAILED THRU 9750-EXIT
015633         GO TO 9300-EXIT
015634     END-IF
015636     MOVE "RELEASE" TO WS-TRKJRNL-ACTION
015638     PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT
015640     DISPLAY "maintenance: counter " MAINT-COUNTER-ID
015650         " released by operator " WS-OPERATOR-ID
015653     MOVE "APPLIED" TO WS-JOURNAL-ACTION
015656     PERFORM 9600-WRITE-JOURNAL THRU 9600-EXIT.
015660 9300-EXIT.
015670     EXIT.
015680
015840*                             open for the whole execution so a  *
015850*                             schedule does not reopen it per    *
015860*                             entry.                             *
015861*                             A master that is there but will    *
015863*                             not open -- a record length that   *
015865*                             no longer matches the layout, say  *
015866*                             -- rejects the run: the check      *
015868*                             cannot be made.                    *
015870******************************************************************
015880 1165-VALIDATE-COUNTER-ID.
015890     IF NOT WS-MASTER-TRIED
015920         IF WS-MASTER-STATUS = "00"
015930             SET WS-MASTER-OPEN TO TRUE
015940         END-IF
015942         IF WS-MASTER-STATUS NOT = "00"
015944             AND WS-MASTER-STATUS NOT = "35"
015946             SET WS-MASTER-FAILED TO TRUE
015948         END-IF
015950     END-IF
015960     IF NOT WS-MASTER-OPEN
015961         IF WS-MASTER-FAILED
015963             SET WS-COUNTER-REJECTED TO TRUE
015965             DISPLAY "counter master could not be opened, status "
015966                 WS-MASTER-STATUS " -- run rejected"
015968         END-IF
015970         GO TO 1165-EXIT
015980     END-IF
015990     MOVE WS-COUNTER-ID TO CTM-COUNTER-ID
017040         INVALID KEY
017050             MOVE WS-COUNTER-ID TO TRK-COUNTER-ID
017080             WRITE TRK-TRACKING-RECORD
017090     END-REWRITE
017093     MOVE "CLAIM" TO WS-TRKJRNL-ACTION
017096     PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT.
017100 1105-EXIT.
017110     EXIT.
017120
017840 0300-EXIT.
017850     EXIT.
017860
017870******************************************************************
017880* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
017890*                        shared stream log.  The log is the on-  *
017900*                        call operator's picture of the night,   *
017910*                        not part of this step's own work, so a  *
017920*                        log that cannot be opened is noted on   *
017930*                        the console and the step carries on.    *
017940******************************************************************
017950 9800-LOG-STEP-START.
017960     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
017970     IF WS-STREAM-LOG-STATUS NOT = "00"
017980         GO TO 9800-EXIT
017990     END-IF
018000     MOVE "S" TO WS-STREAM-EVENT
018010     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
018020     CLOSE STREAM-LOG-FILE.
018030 9800-EXIT.
018040     EXIT.
018050
018060******************************************************************
018070* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
018080*                      return code the job stream will see.      *
018090******************************************************************
018100 9850-LOG-STEP-END.
018110     MOVE RETURN-CODE TO WS-STREAM-RC
018120     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
018130     IF WS-STREAM-LOG-STATUS NOT = "00"
018140         GO TO 9850-EXIT
018150     END-IF
018160     MOVE "E" TO WS-STREAM-EVENT
018170     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
018180     CLOSE STREAM-LOG-FILE.
018190 9850-EXIT.
018200     EXIT.
018210
018220******************************************************************
018230* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
018240*                         card (today when there is none), the   *
018250*                         event stamp, and the log itself,       *
018260*                         created on first use the same way the  *
018270*                         tracking file is.                      *
018280******************************************************************
018290 9870-OPEN-STREAM-LOG.
018300     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
018310     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
018320     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
018330     OPEN INPUT STREAM-CARD-FILE
018340     IF WS-STREAM-CARD-STATUS = "00"
018350         READ STREAM-CARD-FILE
018360             AT END
018370                 CONTINUE
018380             NOT AT END
018390                 IF SCD-BUSINESS-DATE NOT = SPACES
018400                     MOVE SCD-BUSINESS-DATE
018410                         TO WS-STREAM-BUSINESS-DATE
018420                 END-IF
018430         END-READ
018440         CLOSE STREAM-CARD-FILE
018450     END-IF
018460     OPEN I-O STREAM-LOG-FILE
018470     IF WS-STREAM-LOG-STATUS = "35"
018480         OPEN OUTPUT STREAM-LOG-FILE
018490         CLOSE STREAM-LOG-FILE
018500         OPEN I-O STREAM-LOG-FILE
018510     END-IF
018520     IF WS-STREAM-LOG-STATUS NOT = "00"
018530         DISPLAY "stream log not available, status "
018540             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
018550             " not logged"
018560     END-IF.
018570 9870-EXIT.
018580     EXIT.
018590
018600******************************************************************
018610* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
018620*                           date, step, and event, or rewrite    *
018630*                           the one a prior attempt left, and    *
018640*                           count the attempt.                   *
018650******************************************************************
018660 9880-POST-STREAM-ENTRY.
018670     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
018680     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
018690     MOVE WS-STREAM-EVENT TO SLG-EVENT
018700     MOVE 0 TO WS-STREAM-ATTEMPTS
018710     READ STREAM-LOG-FILE
018720         INVALID KEY
018730             CONTINUE
018740         NOT INVALID KEY
018750             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
018760     END-READ
018770     ADD 1 TO WS-STREAM-ATTEMPTS
018780     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
018790     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
018800     MOVE WS-STREAM-EVENT TO SLG-EVENT
018810     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
018820     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
018830     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
018840     IF SLG-STEP-START
018850         MOVE 0 TO SLG-RETURN-CODE
018860     ELSE
018870         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
018880     END-IF
018890     IF WS-STREAM-ATTEMPTS = 1
018900         WRITE SLG-STEP-RECORD
018910     ELSE
018920         REWRITE SLG-STEP-RECORD
018930     END-IF
018940     IF WS-STREAM-LOG-STATUS NOT = "00"
018950         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
018960             " not posted, status " WS-STREAM-LOG-STATUS
018970     END-IF.
018980 9880-EXIT.
018990     EXIT.
019000
019010******************************************************************
019020* 9400-ADJUST-LIMIT -- a limit change by an operator holding the *
019030*                      limit right.  A change that moves the     *
019040*                      limit by more than the approval           *
019050*                      percentage -- any change at all to a zero *
019060*                      limit -- is parked for a second operator  *
019070*                      instead of being made; a smaller one is   *
019080*                      made at once.  Either way the journal     *
019090*                      gets the limit before and after.          *
019100******************************************************************
019110 9400-ADJUST-LIMIT.
019120     MOVE "N" TO WS-APPROVAL-SWITCH
019130     MOVE TRK-LIMIT TO WS-MAINT-BEFORE-LIMIT
019140     MOVE MAINT-NEW-LIMIT TO WS-MAINT-AFTER-LIMIT
019150     MOVE TRK-STATUS TO WS-MAINT-BEFORE-STATUS
019160     MOVE TRK-STATUS TO WS-MAINT-AFTER-STATUS
019170     PERFORM 9410-READ-APPROVAL-PARM THRU 9410-EXIT
019180     IF MAINT-NEW-LIMIT > TRK-LIMIT
019190         COMPUTE WS-LIMIT-DIFFERENCE = MAINT-NEW-LIMIT - TRK-LIMIT
019200     ELSE
019210         COMPUTE WS-LIMIT-DIFFERENCE = TRK-LIMIT - MAINT-NEW-LIMIT
019220     END-IF
019230     IF WS-LIMIT-DIFFERENCE * 100 > TRK-LIMIT * WS-LIMIT-PERCENT
019240         SET WS-APPROVAL-NEEDED TO TRUE
019250         MOVE WS-LIMIT-PERCENT TO WS-PERCENT-DISPLAY
019260         MOVE SPACES TO WS-PENDING-REASON
019270         STRING "LIMIT CHG > " WS-PERCENT-DISPLAY "%"
019280             DELIMITED BY SIZE INTO WS-PENDING-REASON
019290         PERFORM 9500-PARK-CHANGE THRU 9500-EXIT
019300         GO TO 9400-EXIT
019310     END-IF
019320     MOVE MAINT-NEW-LIMIT TO TRK-LIMIT
019330     ACCEPT TRK-LAST-UPDATE-DATE FROM DATE YYYYMMDD
019340     ACCEPT TRK-LAST-UPDATE-TIME FROM TIME
019350     REWRITE TRK-TRACKING-RECORD
019351     IF WS-TRACKING-STATUS NOT = "00"
019352         PERFORM 9750-REWRITE-FAILED THRU 9750-EXIT
019353         GO TO 9400-EXIT
019354     END-IF
019356     MOVE "LIMIT" TO WS-TRKJRNL-ACTION
019358     PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT
019360     DISPLAY "maintenance: limit for " MAINT-COUNTER-ID
019370         " changed to " MAINT-NEW-LIMIT
019380         " by operator " WS-OPERATOR-ID
019390     MOVE "APPLIED" TO WS-JOURNAL-ACTION
019400     PERFORM 9600-WRITE-JOURNAL THRU 9600-EXIT.
019410 9400-EXIT.
019420     EXIT.
019430
019440******************************************************************
019450* 9410-READ-APPROVAL-PARM -- the approval percentage off the     *
019460*                            approval settings card.  No card,   *
019470*                            or no usable figure on it, leaves   *
019480*                            the shop default of 10 percent.     *
019490******************************************************************
019500 9410-READ-APPROVAL-PARM.
019510     OPEN INPUT APPROVAL-PARM-FILE
019520     IF WS-APPROVAL-PARM-STATUS NOT = "00"
019530         GO TO 9410-EXIT
019540     END-IF
019550     READ APPROVAL-PARM-FILE
019560         AT END
019570             CONTINUE
019580         NOT AT END
019590             IF APP-LIMIT-PERCENT NUMERIC
019600                 MOVE APP-LIMIT-PERCENT TO WS-LIMIT-PERCENT
019610             END-IF
019620     END-READ
019630     CLOSE APPROVAL-PARM-FILE.
019640 9410-EXIT.
019650     EXIT.
019660
019670******************************************************************
019680* 9450-CHECK-CRITICAL -- a hold on a counter flagged critical on *
019690*                        the counter master needs a second       *
019700*                        operator.  No master, or a counter not  *
019710*                        on it, is not critical.                 *
019712*                        A master that is there but will not     *
019714*                        open sends the hold to a second         *
019716*                        operator, since the flag cannot be      *
019718*                        read.                                   *
019720******************************************************************
019730 9450-CHECK-CRITICAL.
019740     MOVE "N" TO WS-APPROVAL-SWITCH
019750     IF NOT WS-MASTER-TRIED
019760         SET WS-MASTER-TRIED TO TRUE
019770         OPEN INPUT MASTER-FILE
019780         IF WS-MASTER-STATUS = "00"
019790             SET WS-MASTER-OPEN TO TRUE
019800         END-IF
019802         IF WS-MASTER-STATUS NOT = "00"
019804             AND WS-MASTER-STATUS NOT = "35"
019806             SET WS-MASTER-FAILED TO TRUE
019808         END-IF
019810     END-IF
019820     IF NOT WS-MASTER-OPEN
019821         IF WS-MASTER-FAILED
019822             DISPLAY "maintenance: counter master could not be "
019824                 "opened, status " WS-MASTER-STATUS
019825             SET WS-APPROVAL-NEEDED TO TRUE
019827             MOVE "MASTER NOT READABLE" TO WS-PENDING-REASON
019828         END-IF
019830         GO TO 9450-EXIT
019840     END-IF
019850     MOVE MAINT-COUNTER-ID TO CTM-COUNTER-ID
019860     READ MASTER-FILE
019870         INVALID KEY
019880             GO TO 9450-EXIT
019890     END-READ
019900     IF CTM-CRITICAL
019910         SET WS-APPROVAL-NEEDED TO TRUE
019920         MOVE "CRITICAL COUNTER" TO WS-PENDING-REASON
019930     END-IF.
019940 9450-EXIT.
019950     EXIT.
019960
019970******************************************************************
019980* 9500-PARK-CHANGE -- put the change on the pending-change file  *
019990*                     for a second operator instead of making    *
020000*                     it.  The tracking row is not touched; the  *
020010*                     apply job makes the change once it is      *
020020*                     approved.  A change that cannot be parked  *
020023*                     is journaled as FAILED and fails the       *
020026*                     maintenance run.                           *
020030******************************************************************
020040 9500-PARK-CHANGE.
020050     ACCEPT WS-MAINT-REQUEST-DATE FROM DATE YYYYMMDD
020060     ACCEPT WS-MAINT-REQUEST-TIME FROM TIME
020070     OPEN I-O PENDING-FILE
020080     IF WS-PENDING-STATUS = "35"
020090         OPEN OUTPUT PENDING-FILE
020100         CLOSE PENDING-FILE
020110         OPEN I-O PENDING-FILE
020120     END-IF
020130     IF WS-PENDING-STATUS NOT = "00"
020140         DISPLAY "maintenance: pending file not available, "
020150             "status " WS-PENDING-STATUS " -- " MAINT-COUNTER-ID
020160             " not changed"
020162         MOVE 8 TO WS-HIGHEST-RC
020165         MOVE "FAILED" TO WS-JOURNAL-ACTION
020167         PERFORM 9600-WRITE-JOURNAL THRU 9600-EXIT
020170         GO TO 9500-EXIT
020180     END-IF
020190     MOVE SPACES TO PND-PENDING-RECORD
020200     MOVE MAINT-COUNTER-ID TO PND-COUNTER-ID
020210     MOVE WS-MAINT-REQUEST-DATE TO PND-REQUEST-DATE
020220     MOVE WS-MAINT-REQUEST-TIME TO PND-REQUEST-TIME
020230     MOVE MAINT-REQUEST-TYPE TO PND-REQUEST-TYPE
020240     MOVE WS-OPERATOR-ID TO PND-REQUESTED-BY
020250     MOVE WS-MAINT-BEFORE-LIMIT TO PND-BEFORE-LIMIT
020260     MOVE WS-MAINT-AFTER-LIMIT TO PND-AFTER-LIMIT
020270     MOVE WS-MAINT-BEFORE-STATUS TO PND-BEFORE-STATUS
020280     MOVE WS-MAINT-AFTER-STATUS TO PND-AFTER-STATUS
020290     MOVE WS-PENDING-REASON TO PND-REASON
020300     SET PND-PENDING TO TRUE
020310     WRITE PND-PENDING-RECORD
020320     IF WS-PENDING-STATUS NOT = "00"
020330         DISPLAY "maintenance: change for " MAINT-COUNTER-ID
020340             " could not be parked, status " WS-PENDING-STATUS
020350         CLOSE PENDING-FILE
020352         MOVE 8 TO WS-HIGHEST-RC
020355         MOVE "FAILED" TO WS-JOURNAL-ACTION
020357         PERFORM 9600-WRITE-JOURNAL THRU 9600-EXIT
020360         GO TO 9500-EXIT
020370     END-IF
020380     CLOSE PENDING-FILE
020390     DISPLAY "maintenance: change for " MAINT-COUNTER-ID
020400         " parked for a second operator -- " WS-PENDING-REASON
020410     MOVE "PENDING" TO WS-JOURNAL-ACTION
020420     PERFORM 9600-WRITE-JOURNAL THRU 9600-EXIT.
020430 9500-EXIT.
020440     EXIT.
020450
020460******************************************************************
020470* 9600-WRITE-JOURNAL -- append one line to the permanent         *
020480*                       maintenance journal.  A change made at   *
020490*                       once is decided by the operator who      *
020500*                       asked for it; a parked one is not        *
020510*                       decided yet and carries the request      *
020520*                       stamp the approval deck will name.       *
020530******************************************************************
020540 9600-WRITE-JOURNAL.
020550     MOVE SPACES TO MJR-JOURNAL-RECORD
020560     ACCEPT MJR-DATE FROM DATE YYYYMMDD
020570     ACCEPT MJR-TIME FROM TIME
020580     MOVE WS-JOURNAL-ACTION TO MJR-ACTION
020590     MOVE MAINT-COUNTER-ID TO MJR-COUNTER-ID
020600     MOVE MAINT-REQUEST-TYPE TO MJR-REQUEST-TYPE
020610     MOVE WS-OPERATOR-ID TO MJR-REQUESTED-BY
020620     MOVE WS-MAINT-BEFORE-LIMIT TO MJR-BEFORE-LIMIT
020630     MOVE WS-MAINT-AFTER-LIMIT TO MJR-AFTER-LIMIT
020640     MOVE WS-MAINT-BEFORE-STATUS TO MJR-BEFORE-STATUS
020650     MOVE WS-MAINT-AFTER-STATUS TO MJR-AFTER-STATUS
020660     IF WS-APPROVAL-NEEDED
020670         MOVE WS-MAINT-REQUEST-DATE TO MJR-REQUEST-DATE
020680         MOVE WS-MAINT-REQUEST-TIME TO MJR-REQUEST-TIME
020690         MOVE WS-PENDING-REASON TO MJR-NOTE
020700     ELSE
020710         MOVE WS-OPERATOR-ID TO MJR-DECIDED-BY
020720         MOVE MJR-DATE TO MJR-REQUEST-DATE
020730         MOVE MJR-TIME TO MJR-REQUEST-TIME
020740     END-IF
020750     OPEN EXTEND MAINT-JOURNAL-FILE
020760     IF WS-JOURNAL-STATUS = "35"
020770         OPEN OUTPUT MAINT-JOURNAL-FILE
020780     END-IF
020790     IF WS-JOURNAL-STATUS NOT = "00"
020800         DISPLAY "maintenance journal not written, status "
020810             WS-JOURNAL-STATUS
020820         GO TO 9600-EXIT
020830     END-IF
020840     WRITE MJR-JOURNAL-RECORD
020850     CLOSE MAINT-JOURNAL-FILE.
020860 9600-EXIT.
020870     EXIT.
020880
020890******************************************************************
020900* 9700-JOURNAL-TRACKING -- append the after-image of the         *
020910*                          tracking row just written to the      *
020920*                          day's tracking journal, so forward    *
020930*                          recovery can bring the file past the  *
020940*                          last backup.  Only a write that took  *
020950*                          is journaled; the caller names the    *
020960*                          kind of change in WS-TRKJRNL-ACTION.  *
020970*                          The journal is dated by the row's own *
020980*                          last-update stamp.                    *
020990******************************************************************
021000 9700-JOURNAL-TRACKING.
021010     IF WS-TRACKING-STATUS NOT = "00"
021020         GO TO 9700-EXIT
021030     END-IF
021040     MOVE SPACES TO WS-TRKJRNL-FILENAME
021050     STRING "TRKJRNL." DELIMITED BY SIZE
021060         TRK-LAST-UPDATE-DATE DELIMITED BY SIZE
021070         ".DAT" DELIMITED BY SIZE
021080         INTO WS-TRKJRNL-FILENAME
021090     OPEN EXTEND TRACKING-JOURNAL-FILE
021100     IF WS-TRKJRNL-STATUS = "35"
021110         OPEN OUTPUT TRACKING-JOURNAL-FILE
021120     END-IF
021130     IF WS-TRKJRNL-STATUS NOT = "00"
021140         DISPLAY "tracking journal " WS-TRKJRNL-FILENAME
021150             " could not be written, status " WS-TRKJRNL-STATUS
021160         GO TO 9700-EXIT
021170     END-IF
021180     MOVE WS-STREAM-STEP-NAME TO TJR-PROGRAM
021190     MOVE WS-TRKJRNL-ACTION TO TJR-ACTION
021200     MOVE TRK-TRACKING-RECORD TO TJR-AFTER-IMAGE
021210     WRITE TJR-JOURNAL-RECORD
021220     CLOSE TRACKING-JOURNAL-FILE.
021230 9700-EXIT.
021240     EXIT.
021250
021260******************************************************************
021270* 9750-REWRITE-FAILED -- a hold, release, or limit change whose  *
021280*                        tracking rewrite did not take: the      *
021290*                        counter is unchanged, so say so with    *
021300*                        the file status, journal the request as *
021310*                        FAILED rather than APPLIED, and fail    *
021320*                        the maintenance run.                    *
021330******************************************************************
021340 9750-REWRITE-FAILED.
021350     DISPLAY "maintenance: counter " MAINT-COUNTER-ID
021360         " not changed -- tracking rewrite failed, status "
021370         WS-TRACKING-STATUS
021380     MOVE 8 TO WS-HIGHEST-RC
021390     MOVE "FAILED" TO WS-JOURNAL-ACTION
021400     PERFORM 9600-WRITE-JOURNAL THRU 9600-EXIT.
021410 9750-EXIT.
021420     EXIT.
021430
021440 END PROGRAM Program1.
