000260* MODIFICATION HISTORY                                           *
000270*   DATE        INIT  DESCRIPTION                                *
000280*   2026-09-02   JR   Original counter master maintenance.       *
000281*   2026-10-15   JR   Retire card refused while the counter is   *
000282*                     still on the master schedule, the dispatch *
000283*                     table, tonight's schedule, or running or   *
000284*                     held in tracking.                          *
000285*   2026-10-15   JR   Register card sets the new critical flag   *
000286*                     on the master, and view reports it.        *
000287*   2026-10-15   JR   A reference file that is there but cannot  *
000288*                     be read refuses the retire.                *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CTRMAINT AS "CTRMAINT".
000470         LOCK MODE IS AUTOMATIC
000480         SHARING WITH ALL OTHER
000490         FILE STATUS IS WS-MASTER-STATUS.
000491     SELECT MASTER-SCHED-FILE ASSIGN TO "MSTSCHED.DAT"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS WS-MSTSCHED-STATUS.
000494     SELECT DISPATCH-TABLE-FILE ASSIGN TO "DSPTABLE.DAT"
000495         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-TABLE-STATUS.
000497     SELECT SCHEDULE-FILE ASSIGN TO "CTRSCHED.DAT"
000498         ORGANIZATION IS LINE SEQUENTIAL
000499         FILE STATUS IS WS-SCHEDULE-STATUS.
000500     SELECT MAINT-REPORT-FILE ASSIGN TO "MASTRPT.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.
000521     SELECT TRACKING-FILE ASSIGN TO "CTRTRACK.DAT"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000525         RECORD KEY IS TRK-COUNTER-ID
000526         LOCK MODE IS AUTOMATIC
000527         SHARING WITH ALL OTHER
000528         FILE STATUS IS WS-TRACKING-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000590 FD  MASTER-FILE.
000600     COPY "CTRMAST.cpy".
000610
000611 FD  MASTER-SCHED-FILE.
000612     COPY "MSTSCHED.cpy".
000613
000614 FD  DISPATCH-TABLE-FILE.
000615     COPY "DSPTABLE.cpy".
000616
000617 FD  SCHEDULE-FILE.
000618     COPY "SCHEDREC.cpy".
000619
000620 FD  MAINT-REPORT-FILE.
000630 01  MST-PRINT-LINE                  PIC X(80).
000640
000643 FD  TRACKING-FILE.
000646     COPY "TRKREC.cpy".
000648
000650 WORKING-STORAGE SECTION.
000660 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
000670 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
000680 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
000682 01  WS-MSTSCHED-STATUS          PIC X(02)  VALUE "00".
000684 01  WS-TABLE-STATUS             PIC X(02)  VALUE "00".
000686 01  WS-SCHEDULE-STATUS          PIC X(02)  VALUE "00".
000688 01  WS-TRACKING-STATUS          PIC X(02)  VALUE "00".
000690 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000700 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000710
000760         88  WS-MASTER-UP               VALUE "Y".
000770     05  WS-RECORD-FOUND-SWITCH  PIC X(01)  VALUE "N".
000780         88  WS-RECORD-FOUND            VALUE "Y".
000782     05  WS-SCAN-EOF-SWITCH      PIC X(01)  VALUE "N".
000784         88  WS-SCAN-EOF                VALUE "Y".
000786     05  WS-REFERENCED-SWITCH    PIC X(01)  VALUE "N".
000788         88  WS-REFERENCED              VALUE "Y".
000790
000800 01  WS-CARD-COUNT               PIC 9(05)  COMP VALUE 0.
000810 01  WS-APPLIED-COUNT            PIC 9(05)  COMP VALUE 0.
000820 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
000830 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
000832
000835 01  WS-SCAN-FILE                PIC X(12)  VALUE SPACE.
000837 01  WS-SCAN-STATUS              PIC X(02)  VALUE SPACE.
000840
000850 PROCEDURE DIVISION.
000860
002340         MOVE MST-DEFAULT-STEP TO CTM-DEFAULT-STEP
002350     END-IF
002360     SET CTM-ACTIVE TO TRUE
002361     IF MST-CRITICAL-FLAG = "Y"
002363         MOVE "Y" TO CTM-CRITICAL-FLAG
002365     ELSE
002366         MOVE "N" TO CTM-CRITICAL-FLAG
002368     END-IF
002370     MOVE WS-TODAY-DATE TO CTM-LAST-UPDATE-DATE
002380     ACCEPT CTM-LAST-UPDATE-TIME FROM TIME
002390     IF WS-RECORD-FOUND
002830         WRITE MST-PRINT-LINE
002840         GO TO 2200-EXIT
002850     END-IF
002851     PERFORM 9500-CHECK-REFERENCES THRU 9500-EXIT
002852     IF WS-REFERENCED
002853         MOVE SPACES TO MST-PRINT-LINE
002854         STRING "COUNTER " MST-COUNTER-ID
002855             " IS STILL REFERENCED LIVE -- NOT RETIRED"
002856             DELIMITED BY SIZE INTO MST-PRINT-LINE
002857         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
002858         GO TO 2200-EXIT
002859     END-IF
002860     SET CTM-RETIRED TO TRUE
002870     MOVE WS-TODAY-DATE TO CTM-LAST-UPDATE-DATE
002880     ACCEPT CTM-LAST-UPDATE-TIME FROM TIME
003290             "  " CTM-DESCRIPTION
003300             DELIMITED BY SIZE INTO MST-PRINT-LINE
003310     END-IF
003320     WRITE MST-PRINT-LINE
003321     IF CTM-CRITICAL
003322         MOVE SPACES TO MST-PRINT-LINE
003323         STRING "COUNTER " CTM-COUNTER-ID
003325             " IS CRITICAL -- A HOLD NEEDS A SECOND OPERATOR"
003326             DELIMITED BY SIZE INTO MST-PRINT-LINE
003327         WRITE MST-PRINT-LINE
003328     END-IF.
003330 2300-EXIT.
003340     EXIT.
003350
003920 9000-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960* 9500-CHECK-REFERENCES -- before a counter is retired, look for *
003970*                          every live use of it: an entry on the *
003980*                          master schedule, either end of a      *
003990*                          dispatch-table entry, a slot on       *
004000*                          tonight's schedule, or a tracking row *
004010*                          still RUNNING or HELD.  Each one is   *
004020*                          named on the report; any one of them  *
004030*                          stops the retire.  A file that is not *
004032*                          there holds no references, but one    *
004034*                          that is there and cannot be read      *
004036*                          stops the retire too, since the check *
004038*                          was not made.                         *
004040******************************************************************
004050 9500-CHECK-REFERENCES.
004060     MOVE "N" TO WS-REFERENCED-SWITCH
004070     PERFORM 9510-SCAN-MASTER-SCHEDULE THRU 9510-EXIT
004080     PERFORM 9530-SCAN-DISPATCH-TABLE THRU 9530-EXIT
004090     PERFORM 9550-SCAN-SCHEDULE THRU 9550-EXIT
004100     PERFORM 9570-CHECK-TRACKING THRU 9570-EXIT.
004110 9500-EXIT.
004120     EXIT.
004130
004140 9510-SCAN-MASTER-SCHEDULE.
004150     OPEN INPUT MASTER-SCHED-FILE
004160     IF WS-MSTSCHED-STATUS NOT = "00"
004161         IF WS-MSTSCHED-STATUS NOT = "35"
004163             MOVE "MSTSCHED.DAT" TO WS-SCAN-FILE
004165             MOVE WS-MSTSCHED-STATUS TO WS-SCAN-STATUS
004166             PERFORM 9580-NOTE-NOT-CHECKED THRU 9580-EXIT
004168         END-IF
004170         GO TO 9510-EXIT
004180     END-IF
004190     MOVE "N" TO WS-SCAN-EOF-SWITCH
004200     PERFORM 9520-READ-MASTER-SCHEDULE THRU 9520-EXIT
004210         UNTIL WS-SCAN-EOF
004220     CLOSE MASTER-SCHED-FILE.
004230 9510-EXIT.
004240     EXIT.
004250
004260 9520-READ-MASTER-SCHEDULE.
004270     READ MASTER-SCHED-FILE
004280         AT END
004290             SET WS-SCAN-EOF TO TRUE
004300             GO TO 9520-EXIT
004310     END-READ
004320     IF MSC-COUNTER-ID = MST-COUNTER-ID
004330         MOVE SPACES TO MST-PRINT-LINE
004340         STRING "COUNTER " MST-COUNTER-ID
004350             " IS STILL ON THE MASTER SCHEDULE MSTSCHED.DAT"
004360             DELIMITED BY SIZE INTO MST-PRINT-LINE
004370         PERFORM 9590-NOTE-REFERENCE THRU 9590-EXIT
004380     END-IF.
004390 9520-EXIT.
004400     EXIT.
004410
004420 9530-SCAN-DISPATCH-TABLE.
004430     OPEN INPUT DISPATCH-TABLE-FILE
004440     IF WS-TABLE-STATUS NOT = "00"
004441         IF WS-TABLE-STATUS NOT = "35"
004443             MOVE "DSPTABLE.DAT" TO WS-SCAN-FILE
004445             MOVE WS-TABLE-STATUS TO WS-SCAN-STATUS
004446             PERFORM 9580-NOTE-NOT-CHECKED THRU 9580-EXIT
004448         END-IF
004450         GO TO 9530-EXIT
004460     END-IF
004470     MOVE "N" TO WS-SCAN-EOF-SWITCH
004480     PERFORM 9540-READ-DISPATCH-TABLE THRU 9540-EXIT
004490         UNTIL WS-SCAN-EOF
004500     CLOSE DISPATCH-TABLE-FILE.
004510 9530-EXIT.
004520     EXIT.
004530
004540 9540-READ-DISPATCH-TABLE.
004550     READ DISPATCH-TABLE-FILE
004560         AT END
004570             SET WS-SCAN-EOF TO TRUE
004580             GO TO 9540-EXIT
004590     END-READ
004600     IF DSP-COUNTER-ID = MST-COUNTER-ID
004610         MOVE SPACES TO MST-PRINT-LINE
004620         STRING "COUNTER " MST-COUNTER-ID
004630             " IS STILL A PREDECESSOR IN DSPTABLE.DAT"
004640             DELIMITED BY SIZE INTO MST-PRINT-LINE
004650         PERFORM 9590-NOTE-REFERENCE THRU 9590-EXIT
004660     END-IF
004670     IF DSP-NEXT-COUNTER-ID = MST-COUNTER-ID
004680         MOVE SPACES TO MST-PRINT-LINE
004690         STRING "COUNTER " MST-COUNTER-ID
004700             " IS STILL THE SUCCESSOR OF " DSP-COUNTER-ID
004710             " IN DSPTABLE.DAT"
004720             DELIMITED BY SIZE INTO MST-PRINT-LINE
004730         PERFORM 9590-NOTE-REFERENCE THRU 9590-EXIT
004740     END-IF.
004750 9540-EXIT.
004760     EXIT.
004770
004780 9550-SCAN-SCHEDULE.
004790     OPEN INPUT SCHEDULE-FILE
004800     IF WS-SCHEDULE-STATUS NOT = "00"
004801         IF WS-SCHEDULE-STATUS NOT = "35"
004803             MOVE "CTRSCHED.DAT" TO WS-SCAN-FILE
004805             MOVE WS-SCHEDULE-STATUS TO WS-SCAN-STATUS
004806             PERFORM 9580-NOTE-NOT-CHECKED THRU 9580-EXIT
004808         END-IF
004810         GO TO 9550-EXIT
004820     END-IF
004830     MOVE "N" TO WS-SCAN-EOF-SWITCH
004840     PERFORM 9560-READ-SCHEDULE THRU 9560-EXIT
004850         UNTIL WS-SCAN-EOF
004860     CLOSE SCHEDULE-FILE.
004870 9550-EXIT.
004880     EXIT.
004890
004900 9560-READ-SCHEDULE.
004910     READ SCHEDULE-FILE
004920         AT END
004930             SET WS-SCAN-EOF TO TRUE
004940             GO TO 9560-EXIT
004950     END-READ
004960     IF SCH-COUNTER-ID = MST-COUNTER-ID
004970         MOVE SPACES TO MST-PRINT-LINE
004980         STRING "COUNTER " MST-COUNTER-ID
004990             " IS ON TONIGHT'S SCHEDULE CTRSCHED.DAT"
005000             DELIMITED BY SIZE INTO MST-PRINT-LINE
005010         PERFORM 9590-NOTE-REFERENCE THRU 9590-EXIT
005020     END-IF.
005030 9560-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* 9570-CHECK-TRACKING -- a counter mid-run, or held for an       *
005080*                        operator, is still live; a stopped,     *
005090*                        completed, or abandoned row is only     *
005100*                        history and does not stop the retire.   *
005110******************************************************************
005120 9570-CHECK-TRACKING.
005130     OPEN INPUT TRACKING-FILE
005140     IF WS-TRACKING-STATUS NOT = "00"
005141         IF WS-TRACKING-STATUS NOT = "35"
005143             MOVE "CTRTRACK.DAT" TO WS-SCAN-FILE
005145             MOVE WS-TRACKING-STATUS TO WS-SCAN-STATUS
005146             PERFORM 9580-NOTE-NOT-CHECKED THRU 9580-EXIT
005148         END-IF
005150         GO TO 9570-EXIT
005160     END-IF
005170     MOVE MST-COUNTER-ID TO TRK-COUNTER-ID
005180     READ TRACKING-FILE
005190         INVALID KEY
005200             CLOSE TRACKING-FILE
005210             GO TO 9570-EXIT
005220     END-READ
005221     IF WS-TRACKING-STATUS NOT = "00"
005222         MOVE "CTRTRACK.DAT" TO WS-SCAN-FILE
005223         MOVE WS-TRACKING-STATUS TO WS-SCAN-STATUS
005225         PERFORM 9580-NOTE-NOT-CHECKED THRU 9580-EXIT
005226         CLOSE TRACKING-FILE
005227         GO TO 9570-EXIT
005228     END-IF
005230     IF TRK-RUNNING
005240         MOVE SPACES TO MST-PRINT-LINE
005250         STRING "COUNTER " MST-COUNTER-ID
005260             " IS STILL RUNNING IN CTRTRACK.DAT"
005270             DELIMITED BY SIZE INTO MST-PRINT-LINE
005280         PERFORM 9590-NOTE-REFERENCE THRU 9590-EXIT
005290     END-IF
005300     IF TRK-HELD
005310         MOVE SPACES TO MST-PRINT-LINE
005320         STRING "COUNTER " MST-COUNTER-ID
005330             " IS STILL HELD IN CTRTRACK.DAT"
005340             DELIMITED BY SIZE INTO MST-PRINT-LINE
005350         PERFORM 9590-NOTE-REFERENCE THRU 9590-EXIT
005360     END-IF
005370     CLOSE TRACKING-FILE.
005380 9570-EXIT.
005390     EXIT.
005400
005401 9580-NOTE-NOT-CHECKED.
005402     MOVE SPACES TO MST-PRINT-LINE
005403     STRING WS-SCAN-FILE DELIMITED BY SPACE
005404         " COULD NOT BE CHECKED, STATUS " WS-SCAN-STATUS
005405         DELIMITED BY SIZE INTO MST-PRINT-LINE
005406     PERFORM 9590-NOTE-REFERENCE THRU 9590-EXIT.
005407 9580-EXIT.
005408     EXIT.
005409
005410 9590-NOTE-REFERENCE.
005420     WRITE MST-PRINT-LINE
005430     SET WS-REFERENCED TO TRUE.
005440 9590-EXIT.
005450     EXIT.
005460
005470 END PROGRAM CTRMAINT.
