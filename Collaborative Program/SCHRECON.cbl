000010******************************************************************
000020* PROGRAM:    SCHRECON                                           *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Scheduled-versus-actual run reconciliation.  The   *
000120*             nightly schedule builder decides from the master   *
000130*             schedule and the shop holiday calendar what is due *
000140*             and the run history records what actually ran, but *
000150*             nothing compared the two across days -- a counter  *
000160*             selected for the night whose run never reached     *
000170*             finalize left no history at all, and a counter run *
000180*             by hand on a day it was not due was just as        *
000190*             invisible.  For every business day in the range on *
000200*             the control card this job re-derives, with the     *
000210*             schedule builder's own rules, which counters were  *
000220*             due, and matches that against the run history --   *
000230*             the live file plus any archive generations named   *
000240*             on the run-history report's deck.  A run belongs   *
000250*             to the day it started.  Every counter-day that was *
000260*             due and has no run is MISSED; one whose runs never *
000270*             reached the limit is RAN-BUT-NOT-LIMIT; one run    *
000280*             more than once is DUPLICATE; and a run on a day    *
000290*             its counter was not due is UNSCHEDULED.  A         *
000300*             counter retired on the counter master is judged    *
000310*             live for the days before its last master update,   *
000320*             the day it was retired, and not live from that     *
000322*             day on -- its runs while it was live are still     *
000325*             judged, and it is not judged as missed after it    *
000327*             was retired.                                       *
000330*             Return code 4 when there are exceptions, 8 when    *
000340*             the card is bad, there is no master schedule, or a *
000350*             table overflowed and the answer is incomplete.     *
000360*                                                                *
000370* MODIFICATION HISTORY                                           *
000380*   DATE        INIT  DESCRIPTION                                *
000390*   2026-10-15   JR   Original schedule reconciliation report.   *
000393*   2026-10-15   JR   A retired counter is judged live for the   *
000396*                     days before its retirement date.           *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. SCHRECON AS "SCHRECON".
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RECON-CARD-FILE ASSIGN TO "SRCCARD.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CARD-STATUS.
000540     SELECT MASTER-SCHED-FILE ASSIGN TO "MSTSCHED.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-MSTSCHED-STATUS.
000570     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HOLIDAY-STATUS.
000600     SELECT MASTER-FILE ASSIGN TO "CTRMAST.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CTM-COUNTER-ID
000640         LOCK MODE IS AUTOMATIC
000650         SHARING WITH ALL OTHER
000660         FILE STATUS IS WS-MASTER-STATUS.
000670     SELECT HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-HISTORY-STATUS.
000700     SELECT ARCHIVE-CARD-FILE ASSIGN TO "HISTCARD.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ARC-CARD-STATUS.
000730     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-ARCHIVE-STATUS.
000760     SELECT RECON-REPORT-FILE ASSIGN TO "SRCRPT.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  RECON-CARD-FILE.
000830     COPY "SRCCARD.cpy".
000840
000850 FD  MASTER-SCHED-FILE.
000860     COPY "MSTSCHED.cpy".
000870
000880 FD  HOLIDAY-FILE.
000890     COPY "HOLCAL.cpy".
000900
000910 FD  MASTER-FILE.
000920     COPY "CTRMAST.cpy".
000930
000940 FD  HISTORY-FILE.
000950     COPY "RUNHIST.cpy".
000960
000970 FD  ARCHIVE-CARD-FILE.
000980     COPY "HISTCARD.cpy".
000990
001000 FD  ARCHIVE-FILE.
001010     COPY "ARCREC.cpy".
001020
001030 FD  RECON-REPORT-FILE.
001040 01  SRC-PRINT-LINE                  PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
001080 01  WS-MSTSCHED-STATUS          PIC X(02)  VALUE "00".
001090 01  WS-HOLIDAY-STATUS           PIC X(02)  VALUE "00".
001100 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
001110 01  WS-HISTORY-STATUS           PIC X(02)  VALUE "00".
001120 01  WS-ARC-CARD-STATUS          PIC X(02)  VALUE "00".
001130 01  WS-ARCHIVE-STATUS           PIC X(02)  VALUE "00".
001140 01  WS-ARCHIVE-FILENAME         PIC X(20)  VALUE SPACE.
001150 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001160 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
001170 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
001180 01  WS-FROM-DATE                PIC X(08)  VALUE SPACE.
001190 01  WS-TO-DATE                  PIC X(08)  VALUE SPACE.
001200 01  WS-CARD-REASON              PIC X(40)  VALUE SPACE.
001210
001220 01  WS-SWITCHES.
001230     05  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "N".
001240         88  WS-CARD-OK                 VALUE "Y".
001250     05  WS-DATE-OK-SWITCH       PIC X(01)  VALUE "N".
001260         88  WS-DATE-OK                 VALUE "Y".
001270     05  WS-FILES-OK-SWITCH      PIC X(01)  VALUE "N".
001280         88  WS-FILES-OK                VALUE "Y".
001290     05  WS-MASTER-UP-SWITCH     PIC X(01)  VALUE "N".
001300         88  WS-MASTER-UP               VALUE "Y".
001310     05  WS-MSTSCHED-EOF-SWITCH  PIC X(01)  VALUE "N".
001320         88  WS-MSTSCHED-EOF            VALUE "Y".
001330     05  WS-HOLIDAY-EOF-SWITCH   PIC X(01)  VALUE "N".
001340         88  WS-HOLIDAY-EOF             VALUE "Y".
001350     05  WS-HISTORY-EOF-SWITCH   PIC X(01)  VALUE "N".
001360         88  WS-HISTORY-EOF             VALUE "Y".
001370     05  WS-ARC-CARD-EOF-SWITCH  PIC X(01)  VALUE "N".
001380         88  WS-ARC-CARD-EOF            VALUE "Y".
001390     05  WS-ARCHIVE-EOF-SWITCH   PIC X(01)  VALUE "N".
001400         88  WS-ARCHIVE-EOF             VALUE "Y".
001410     05  WS-HOLIDAY-TODAY-SWITCH PIC X(01)  VALUE "N".
001420         88  WS-HOLIDAY-TODAY           VALUE "Y".
001430     05  WS-ENTRY-DUE-SWITCH     PIC X(01)  VALUE "N".
001440         88  WS-ENTRY-DUE               VALUE "Y".
001450     05  WS-ENTRY-FOUND-SWITCH   PIC X(01)  VALUE "N".
001460         88  WS-ENTRY-FOUND             VALUE "Y".
001470
001480 01  WS-TABLE-LIMITS.
001490     05  WS-MAX-ENTRIES          PIC 9(05)  COMP VALUE 100.
001500     05  WS-MAX-HOLIDAYS         PIC 9(05)  COMP VALUE 200.
001510     05  WS-MAX-RUNS             PIC 9(05)  COMP VALUE 3000.
001520     05  WS-MAX-RANGE-DAYS       PIC 9(05)  COMP VALUE 366.
001530
001540 01  WS-ENTRY-COUNT              PIC 9(05)  COMP VALUE 0.
001550 01  WS-HOLIDAY-COUNT            PIC 9(05)  COMP VALUE 0.
001560 01  WS-RUN-COUNT                PIC 9(05)  COMP VALUE 0.
001570 01  WS-MST-SUB                  PIC 9(05)  COMP VALUE 0.
001580 01  WS-PRV-SUB                  PIC 9(05)  COMP VALUE 0.
001590 01  WS-HOL-SUB                  PIC 9(05)  COMP VALUE 0.
001600 01  WS-RUN-SUB                  PIC 9(05)  COMP VALUE 0.
001610
001620 01  WS-MASTER-TABLE.
001630     05  WS-MST-ENTRY OCCURS 100 TIMES.
001640         10  WS-MST-ID               PIC X(08).
001650         10  WS-MST-FREQUENCY        PIC X(01).
001660         10  WS-MST-FLAG             OCCURS 7 TIMES
001670                                     PIC X(01).
001680         10  WS-MST-RUN-DAY          PIC 9(02).
001690         10  WS-MST-LIVE             PIC X(01).
001695         10  WS-MST-LIVE-UNTIL       PIC X(08).
001700         10  WS-MST-DUE-TODAY        PIC X(01).
001710
001720 01  WS-HOLIDAY-TABLE.
001730     05  WS-HOL-DATE             OCCURS 200 TIMES
001740                                 PIC X(08).
001750
001760 01  WS-RUN-TABLE.
001770     05  WS-RUN-ENTRY OCCURS 3000 TIMES.
001780         10  WS-RUN-ID               PIC X(08).
001790         10  WS-RUN-DATE             PIC X(08).
001800         10  WS-RUN-REASON           PIC X(01).
001810         10  WS-RUN-MATCHED          PIC X(01).
001820
001830 01  WS-DATE-WORK.
001840     05  WS-WORK-DATE            PIC X(08).
001850     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
001860         10  WS-WORK-YEAR        PIC 9(04).
001870         10  WS-WORK-MONTH       PIC 9(02).
001880         10  WS-WORK-DAY         PIC 9(02).
001890
001900 01  WS-CUM-DAYS-VALUES.
001910     05  FILLER                  PIC X(36)  VALUE
001920         "000031059090120151181212243273304334".
001930 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001940     05  WS-CUM-DAYS             OCCURS 12 TIMES
001950                                 PIC 9(03).
001960
001970 01  WS-MONTH-DAYS-VALUES.
001980     05  FILLER                  PIC X(24)  VALUE
001990         "312831303130313130313031".
002000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002010     05  WS-MONTH-DAYS           OCCURS 12 TIMES
002020                                 PIC 9(02).
002030
002040 01  WS-DAY-NUMBER               PIC 9(09)  COMP VALUE 0.
002050 01  WS-FROM-DAY-NUMBER          PIC 9(09)  COMP VALUE 0.
002060 01  WS-TO-DAY-NUMBER            PIC 9(09)  COMP VALUE 0.
002070 01  WS-RANGE-DAYS               PIC 9(09)  COMP VALUE 0.
002080 01  WS-WEEK-WORK                PIC 9(09)  COMP VALUE 0.
002090 01  WS-WEEK-QUOTIENT            PIC 9(09)  COMP VALUE 0.
002100 01  WS-WEEK-REMAINDER           PIC 9(01)  COMP VALUE 0.
002110 01  WS-DAY-OF-WEEK              PIC 9(01)  VALUE 0.
002120 01  WS-MONTH-END-DAY            PIC 9(02)  VALUE 0.
002130 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
002140 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
002150 01  WS-PRIOR-YEAR               PIC 9(04)  COMP VALUE 0.
002160 01  WS-LEAP-DAYS                PIC 9(09)  COMP VALUE 0.
002170
002180 01  WS-DAY-RUNS                 PIC 9(05)  COMP VALUE 0.
002190 01  WS-DAY-LIMIT-RUNS           PIC 9(05)  COMP VALUE 0.
002200 01  WS-LAST-REASON              PIC X(01)  VALUE SPACE.
002210 01  WS-REASON-NAME              PIC X(14)  VALUE SPACE.
002220
002230 01  WS-ENTRIES-READ             PIC 9(05)  COMP VALUE 0.
002240 01  WS-BAD-ENTRY-COUNT          PIC 9(05)  COMP VALUE 0.
002250 01  WS-RUNS-READ                PIC 9(05)  COMP VALUE 0.
002260 01  WS-RUN-OVERFLOW-COUNT       PIC 9(05)  COMP VALUE 0.
002270 01  WS-ARCHIVE-RUNS             PIC 9(05)  COMP VALUE 0.
002280 01  WS-DAYS-COUNT               PIC 9(05)  COMP VALUE 0.
002290 01  WS-HOLIDAY-DAYS             PIC 9(05)  COMP VALUE 0.
002300 01  WS-DUE-COUNT                PIC 9(05)  COMP VALUE 0.
002310 01  WS-HONORED-COUNT            PIC 9(05)  COMP VALUE 0.
002320 01  WS-MISSED-COUNT             PIC 9(05)  COMP VALUE 0.
002330 01  WS-NOT-LIMIT-COUNT          PIC 9(05)  COMP VALUE 0.
002340 01  WS-DUPLICATE-COUNT          PIC 9(05)  COMP VALUE 0.
002350 01  WS-UNSCHEDULED-COUNT        PIC 9(05)  COMP VALUE 0.
002360 01  WS-EXCEPTION-COUNT          PIC 9(05)  COMP VALUE 0.
002370 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
002380 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
002390
002400 01  WS-EXCEPTION-LINE.
002410     05  WS-EXC-DATE             PIC X(08).
002420     05  FILLER                  PIC X(02)  VALUE SPACE.
002430     05  WS-EXC-COUNTER-ID       PIC X(08).
002440     05  FILLER                  PIC X(02)  VALUE SPACE.
002450     05  WS-EXC-TYPE             PIC X(17).
002460     05  FILLER                  PIC X(02)  VALUE SPACE.
002470     05  WS-EXC-RUNS             PIC ZZZZ9.
002480     05  FILLER                  PIC X(02)  VALUE SPACE.
002490     05  WS-EXC-DETAIL           PIC X(34).
002500
002510 01  WS-HEADING-LINE.
002520     05  FILLER                  PIC X(08)  VALUE "DATE".
002530     05  FILLER                  PIC X(02)  VALUE SPACE.
002540     05  FILLER                  PIC X(08)  VALUE "COUNTER".
002550     05  FILLER                  PIC X(02)  VALUE SPACE.
002560     05  FILLER                  PIC X(17)  VALUE "EXCEPTION".
002570     05  FILLER                  PIC X(02)  VALUE SPACE.
002580     05  FILLER                  PIC X(05)  VALUE " RUNS".
002590     05  FILLER                  PIC X(02)  VALUE SPACE.
002600     05  FILLER                  PIC X(34)  VALUE "DETAIL".
002610
002620 PROCEDURE DIVISION.
002630
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002660     IF WS-FILES-OK
002670         PERFORM 2000-LOAD-RUNS THRU 2000-EXIT
002680         MOVE WS-FROM-DATE TO WS-WORK-DATE
002690         PERFORM 3000-RECONCILE-ONE-DAY THRU 3000-EXIT
002700             UNTIL WS-WORK-DATE > WS-TO-DATE
002710         PERFORM 4000-CHECK-ONE-RUN THRU 4000-EXIT
002720             VARYING WS-RUN-SUB FROM 1 BY 1
002730             UNTIL WS-RUN-SUB > WS-RUN-COUNT
002740         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002750     END-IF
002760     PERFORM 9000-FINALIZE THRU 9000-EXIT
002770     STOP RUN.
002780 0000-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 1000-INITIALIZE -- open the report, settle and prove the date  *
002830*                    range, and load the master schedule and the *
002840*                    holiday calendar.  A bad card, a missing    *
002850*                    master schedule, or a counter master that   *
002860*                    is there but will not open stops the job    *
002863*                    here: there is nothing honest to reconcile  *
002866*                    against.                                    *
002870******************************************************************
002880 1000-INITIALIZE.
002890     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002900     ACCEPT WS-TODAY-TIME FROM TIME
002910     OPEN OUTPUT RECON-REPORT-FILE
002920     IF WS-REPORT-STATUS NOT = "00"
002930         DISPLAY "schedule reconciliation report could not be "
002940             "opened, status " WS-REPORT-STATUS
002950         ADD 1 TO WS-ERROR-COUNT
002960         GO TO 1000-EXIT
002970     END-IF
002980     PERFORM 1100-READ-CARD THRU 1100-EXIT
002990     MOVE SPACES TO SRC-PRINT-LINE
003000     STRING "SCHEDULED VERSUS ACTUAL RUNS " WS-FROM-DATE
003010         " THRU " WS-TO-DATE "  PRINTED " WS-TODAY-DATE
003020         DELIMITED BY SIZE INTO SRC-PRINT-LINE
003030     WRITE SRC-PRINT-LINE
003040     MOVE ALL "-" TO SRC-PRINT-LINE
003050     WRITE SRC-PRINT-LINE
003060     IF NOT WS-CARD-OK
003070         DISPLAY "reconciliation card rejected: " WS-CARD-REASON
003080         MOVE SPACES TO SRC-PRINT-LINE
003090         STRING "CONTROL CARD REJECTED -- " WS-CARD-REASON
003100             DELIMITED BY SIZE INTO SRC-PRINT-LINE
003110         WRITE SRC-PRINT-LINE
003120         ADD 1 TO WS-ERROR-COUNT
003130         GO TO 1000-EXIT
003140     END-IF
003150     PERFORM 1200-LOAD-MASTER-SCHED THRU 1200-EXIT
003160     IF WS-MSTSCHED-STATUS NOT = "00"
003170         GO TO 1000-EXIT
003180     END-IF
003181     IF WS-MASTER-STATUS NOT = "00"
003182         AND WS-MASTER-STATUS NOT = "35"
003184         DISPLAY "counter master could not be opened, status "
003185             WS-MASTER-STATUS " -- nothing reconciled"
003187         GO TO 1000-EXIT
003188     END-IF
003190     PERFORM 1300-LOAD-HOLIDAYS THRU 1300-EXIT
003200     SET WS-FILES-OK TO TRUE.
003210 1000-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250* 1100-READ-CARD -- the date range off the control card.  Blank  *
003260*                   to-date is today; blank from-date is the     *
003270*                   first of the to-date's month.  Both must be  *
003280*                   real calendar dates, in order, and no more   *
003290*                   than a year apart.                           *
003300******************************************************************
003310 1100-READ-CARD.
003320     MOVE WS-TODAY-DATE TO WS-TO-DATE
003330     MOVE SPACES TO WS-FROM-DATE
003340     OPEN INPUT RECON-CARD-FILE
003350     IF WS-CARD-STATUS = "00"
003360         READ RECON-CARD-FILE
003370             AT END
003380                 CONTINUE
003390             NOT AT END
003400                 IF SRC-FROM-DATE NOT = SPACES
003410                     MOVE SRC-FROM-DATE TO WS-FROM-DATE
003420                 END-IF
003430                 IF SRC-TO-DATE NOT = SPACES
003440                     MOVE SRC-TO-DATE TO WS-TO-DATE
003450                 END-IF
003460         END-READ
003470         CLOSE RECON-CARD-FILE
003480     END-IF
003490     MOVE WS-TO-DATE TO WS-WORK-DATE
003500     PERFORM 1150-EDIT-DATE THRU 1150-EXIT
003510     IF NOT WS-DATE-OK
003520         MOVE "TO-DATE IS NOT A VALID DATE" TO WS-CARD-REASON
003530         GO TO 1100-EXIT
003540     END-IF
003550     PERFORM 1160-DATE-TO-DAY-NUMBER THRU 1160-EXIT
003560     MOVE WS-DAY-NUMBER TO WS-TO-DAY-NUMBER
003570     IF WS-FROM-DATE = SPACES
003580         MOVE 1 TO WS-WORK-DAY
003590         MOVE WS-WORK-DATE TO WS-FROM-DATE
003600     END-IF
003610     MOVE WS-FROM-DATE TO WS-WORK-DATE
003620     PERFORM 1150-EDIT-DATE THRU 1150-EXIT
003630     IF NOT WS-DATE-OK
003640         MOVE "FROM-DATE IS NOT A VALID DATE" TO WS-CARD-REASON
003650         GO TO 1100-EXIT
003660     END-IF
003670     PERFORM 1160-DATE-TO-DAY-NUMBER THRU 1160-EXIT
003680     MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
003690     IF WS-TO-DAY-NUMBER < WS-FROM-DAY-NUMBER
003700         MOVE "TO-DATE IS BEFORE FROM-DATE" TO WS-CARD-REASON
003710         GO TO 1100-EXIT
003720     END-IF
003730     COMPUTE WS-RANGE-DAYS =
003740         WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1
003750     IF WS-RANGE-DAYS > WS-MAX-RANGE-DAYS
003760         MOVE "RANGE IS LONGER THAN 366 DAYS" TO WS-CARD-REASON
003770         GO TO 1100-EXIT
003780     END-IF
003790     SET WS-CARD-OK TO TRUE.
003800 1100-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840* 1150-EDIT-DATE -- WS-WORK-DATE must be an all-digit YYYYMMDD   *
003850*                   with a real month and a day inside it.       *
003860******************************************************************
003870 1150-EDIT-DATE.
003880     MOVE "N" TO WS-DATE-OK-SWITCH
003890     IF WS-WORK-DATE NOT NUMERIC
003900         GO TO 1150-EXIT
003910     END-IF
003920     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
003930         GO TO 1150-EXIT
003940     END-IF
003950     PERFORM 1170-SET-MONTH-END THRU 1170-EXIT
003960     IF WS-WORK-DAY < 1 OR WS-WORK-DAY > WS-MONTH-END-DAY
003970         GO TO 1150-EXIT
003980     END-IF
003990     SET WS-DATE-OK TO TRUE.
004000 1150-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 1160-DATE-TO-DAY-NUMBER -- YYYYMMDD in WS-WORK-DATE to a       *
004050*                            running day count: 365 per year,    *
004060*                            one per leap year before this one,  *
004070*                            the month table, the day, and one   *
004080*                            more when this year is leap and     *
004090*                            the date is past February.          *
004100******************************************************************
004110 1160-DATE-TO-DAY-NUMBER.
004120     COMPUTE WS-PRIOR-YEAR = WS-WORK-YEAR - 1
004130     COMPUTE WS-LEAP-DAYS =
004140         (WS-PRIOR-YEAR / 4) - (WS-PRIOR-YEAR / 100)
004150         + (WS-PRIOR-YEAR / 400)
004160     COMPUTE WS-DAY-NUMBER =
004170         (WS-WORK-YEAR * 365) + WS-LEAP-DAYS
004180         + WS-CUM-DAYS (WS-WORK-MONTH) + WS-WORK-DAY
004190     IF WS-WORK-MONTH < 3
004200         GO TO 1160-EXIT
004210     END-IF
004220     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004230         REMAINDER WS-LEAP-REMAINDER
004240     IF WS-LEAP-REMAINDER NOT = 0
004250         GO TO 1160-EXIT
004260     END-IF
004270     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004280         REMAINDER WS-LEAP-REMAINDER
004290     IF WS-LEAP-REMAINDER NOT = 0
004300         ADD 1 TO WS-DAY-NUMBER
004310         GO TO 1160-EXIT
004320     END-IF
004330     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004340         REMAINDER WS-LEAP-REMAINDER
004350     IF WS-LEAP-REMAINDER = 0
004360         ADD 1 TO WS-DAY-NUMBER
004370     END-IF.
004380 1160-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420* 1170-SET-MONTH-END -- the last day of WS-WORK-DATE's month,    *
004430*                       from the month table with the February   *
004440*                       leap-year correction: divisible by 4,    *
004450*                       except a century year must be divisible  *
004460*                       by 400.                                  *
004470******************************************************************
004480 1170-SET-MONTH-END.
004490     MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-MONTH-END-DAY
004500     IF WS-WORK-MONTH NOT = 02
004510         GO TO 1170-EXIT
004520     END-IF
004530     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004540         REMAINDER WS-LEAP-REMAINDER
004550     IF WS-LEAP-REMAINDER NOT = 0
004560         GO TO 1170-EXIT
004570     END-IF
004580     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004590         REMAINDER WS-LEAP-REMAINDER
004600     IF WS-LEAP-REMAINDER NOT = 0
004610         MOVE 29 TO WS-MONTH-END-DAY
004620         GO TO 1170-EXIT
004630     END-IF
004640     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004650         REMAINDER WS-LEAP-REMAINDER
004660     IF WS-LEAP-REMAINDER = 0
004670         MOVE 29 TO WS-MONTH-END-DAY
004680     END-IF.
004690 1170-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730* 1200-LOAD-MASTER-SCHED -- the master schedule into the table,  *
004740*                           each entry marked live when its      *
004750*                           counter is registered on the counter *
004760*                           master -- for good when it is        *
004770*                           active, and only for the days before *
004780*                           its last master update when it is    *
004790*                           retired.  An entry the schedule      *
004792*                           builder would reject as a bad card   *
004795*                           is named here and left out -- it was *
004797*                           never due on any night.              *
004800******************************************************************
004810 1200-LOAD-MASTER-SCHED.
004820     OPEN INPUT MASTER-SCHED-FILE
004830     IF WS-MSTSCHED-STATUS NOT = "00"
004840         DISPLAY "master schedule not available, status "
004850             WS-MSTSCHED-STATUS " -- nothing reconciled"
004860         MOVE SPACES TO SRC-PRINT-LINE
004870         STRING "MASTER SCHEDULE NOT AVAILABLE -- NOTHING "
004880             "RECONCILED" DELIMITED BY SIZE INTO SRC-PRINT-LINE
004890         WRITE SRC-PRINT-LINE
004900         ADD 1 TO WS-ERROR-COUNT
004910         GO TO 1200-EXIT
004920     END-IF
004930     OPEN INPUT MASTER-FILE
004931     IF WS-MASTER-STATUS NOT = "00"
004932         AND WS-MASTER-STATUS NOT = "35"
004933         MOVE SPACES TO SRC-PRINT-LINE
004934         STRING "COUNTER MASTER COULD NOT BE OPENED, STATUS "
004935             WS-MASTER-STATUS " -- NOTHING RECONCILED"
004936             DELIMITED BY SIZE INTO SRC-PRINT-LINE
004937         WRITE SRC-PRINT-LINE
004938         ADD 1 TO WS-ERROR-COUNT
004939     END-IF
004940     IF WS-MASTER-STATUS = "00"
004950         SET WS-MASTER-UP TO TRUE
004960     END-IF
004970     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
004980         UNTIL WS-MSTSCHED-EOF
004990     CLOSE MASTER-SCHED-FILE
005000     IF WS-MASTER-UP
005010         CLOSE MASTER-FILE
005020     END-IF.
005030 1200-EXIT.
005040     EXIT.
005050
005060 1210-LOAD-ONE-ENTRY.
005070     READ MASTER-SCHED-FILE
005080         AT END
005090             SET WS-MSTSCHED-EOF TO TRUE
005100             GO TO 1210-EXIT
005110     END-READ
005120     ADD 1 TO WS-ENTRIES-READ
005130     MOVE SPACES TO WS-CARD-REASON
005140     IF MSC-COUNTER-ID = SPACES
005150         MOVE "ENTRY HAS NO COUNTER-ID" TO WS-CARD-REASON
005160     END-IF
005170     IF NOT MSC-DAILY AND NOT MSC-WEEKDAYS
005180         AND NOT MSC-MONTH-END AND NOT MSC-DAY-OF-MONTH
005190         MOVE "FREQUENCY IS NOT D, W, E, OR M" TO WS-CARD-REASON
005200     END-IF
005210     IF MSC-DAY-OF-MONTH AND MSC-RUN-DAY NOT NUMERIC
005220         MOVE "RUN DAY IS NOT NUMERIC" TO WS-CARD-REASON
005230     END-IF
005240     IF WS-CARD-REASON NOT = SPACES
005250         ADD 1 TO WS-BAD-ENTRY-COUNT
005260         MOVE SPACES TO SRC-PRINT-LINE
005270         STRING "MASTER ENTRY " MSC-COUNTER-ID " NOT JUDGED -- "
005280             WS-CARD-REASON
005290             DELIMITED BY SIZE INTO SRC-PRINT-LINE
005300         WRITE SRC-PRINT-LINE
005310         GO TO 1210-EXIT
005320     END-IF
005330     IF WS-ENTRY-COUNT NOT < WS-MAX-ENTRIES
005340         DISPLAY "master schedule table is full -- counter "
005350             MSC-COUNTER-ID " not judged"
005360         ADD 1 TO WS-ERROR-COUNT
005370         GO TO 1210-EXIT
005380     END-IF
005390     ADD 1 TO WS-ENTRY-COUNT
005400     MOVE WS-ENTRY-COUNT TO WS-MST-SUB
005410     MOVE MSC-COUNTER-ID TO WS-MST-ID (WS-MST-SUB)
005420     MOVE MSC-FREQUENCY TO WS-MST-FREQUENCY (WS-MST-SUB)
005430     MOVE MSC-WEEKDAY-FLAG (1) TO WS-MST-FLAG (WS-MST-SUB, 1)
005440     MOVE MSC-WEEKDAY-FLAG (2) TO WS-MST-FLAG (WS-MST-SUB, 2)
005450     MOVE MSC-WEEKDAY-FLAG (3) TO WS-MST-FLAG (WS-MST-SUB, 3)
005460     MOVE MSC-WEEKDAY-FLAG (4) TO WS-MST-FLAG (WS-MST-SUB, 4)
005470     MOVE MSC-WEEKDAY-FLAG (5) TO WS-MST-FLAG (WS-MST-SUB, 5)
005480     MOVE MSC-WEEKDAY-FLAG (6) TO WS-MST-FLAG (WS-MST-SUB, 6)
005490     MOVE MSC-WEEKDAY-FLAG (7) TO WS-MST-FLAG (WS-MST-SUB, 7)
005500     MOVE 0 TO WS-MST-RUN-DAY (WS-MST-SUB)
005510     IF MSC-DAY-OF-MONTH
005520         MOVE MSC-RUN-DAY TO WS-MST-RUN-DAY (WS-MST-SUB)
005530     END-IF
005540     MOVE "N" TO WS-MST-DUE-TODAY (WS-MST-SUB)
005550     MOVE "Y" TO WS-MST-LIVE (WS-MST-SUB)
005555     MOVE HIGH-VALUES TO WS-MST-LIVE-UNTIL (WS-MST-SUB)
005560     IF NOT WS-MASTER-UP
005570         GO TO 1210-EXIT
005580     END-IF
005590     MOVE MSC-COUNTER-ID TO CTM-COUNTER-ID
005600     READ MASTER-FILE
005610         INVALID KEY
005620             MOVE "N" TO WS-MST-LIVE (WS-MST-SUB)
005630             GO TO 1210-EXIT
005640     END-READ
005650     IF NOT CTM-ACTIVE
005660         MOVE CTM-LAST-UPDATE-DATE
005665             TO WS-MST-LIVE-UNTIL (WS-MST-SUB)
005670     END-IF.
005680 1210-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 1300-LOAD-HOLIDAYS -- the shop calendar into the table.  A     *
005730*                       missing calendar file just means no      *
005740*                       holidays are configured.                 *
005750******************************************************************
005760 1300-LOAD-HOLIDAYS.
005770     OPEN INPUT HOLIDAY-FILE
005780     IF WS-HOLIDAY-STATUS NOT = "00"
005790         GO TO 1300-EXIT
005800     END-IF
005810     PERFORM 1310-LOAD-ONE-HOLIDAY THRU 1310-EXIT
005820         UNTIL WS-HOLIDAY-EOF
005830     CLOSE HOLIDAY-FILE.
005840 1300-EXIT.
005850     EXIT.
005860
005870 1310-LOAD-ONE-HOLIDAY.
005880     READ HOLIDAY-FILE
005890         AT END
005900             SET WS-HOLIDAY-EOF TO TRUE
005910             GO TO 1310-EXIT
005920     END-READ
005930     IF HOL-DATE < WS-FROM-DATE OR HOL-DATE > WS-TO-DATE
005940         GO TO 1310-EXIT
005950     END-IF
005960     IF WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
005970         ADD 1 TO WS-HOLIDAY-COUNT
005980         MOVE HOL-DATE TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
005990     ELSE
006000         DISPLAY "holiday table is full -- " HOL-DATE
006010             " not applied"
006020         ADD 1 TO WS-ERROR-COUNT
006030     END-IF.
006040 1310-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 2000-LOAD-RUNS -- every run that started inside the range,     *
006090*                   from the archive generations named on the    *
006100*                   run- history report's deck and then the live *
006110*                   file.  No live file just means nothing has   *
006120*                   finalized since the last archive cut.        *
006130******************************************************************
006140 2000-LOAD-RUNS.
006150     OPEN INPUT ARCHIVE-CARD-FILE
006160     IF WS-ARC-CARD-STATUS = "00"
006170         PERFORM 2100-PROCESS-ONE-ARCHIVE THRU 2100-EXIT
006180             UNTIL WS-ARC-CARD-EOF
006190         CLOSE ARCHIVE-CARD-FILE
006200     END-IF
006210     OPEN INPUT HISTORY-FILE
006220     IF WS-HISTORY-STATUS NOT = "00"
006230         MOVE SPACES TO SRC-PRINT-LINE
006240         STRING "NO LIVE RUN HISTORY ON FILE, STATUS "
006250             WS-HISTORY-STATUS
006260             DELIMITED BY SIZE INTO SRC-PRINT-LINE
006270         WRITE SRC-PRINT-LINE
006280         GO TO 2000-EXIT
006290     END-IF
006300     PERFORM 2200-READ-HISTORY THRU 2200-EXIT
006310         UNTIL WS-HISTORY-EOF
006320     CLOSE HISTORY-FILE.
006330 2000-EXIT.
006340     EXIT.
006350
006360 2100-PROCESS-ONE-ARCHIVE.
006370     READ ARCHIVE-CARD-FILE
006380         AT END
006390             SET WS-ARC-CARD-EOF TO TRUE
006400             GO TO 2100-EXIT
006410     END-READ
006420     IF HCD-ARCHIVE-DATE = SPACES
006430         GO TO 2100-EXIT
006440     END-IF
006450     MOVE SPACES TO WS-ARCHIVE-FILENAME
006460     STRING "RUNARCH." DELIMITED BY SIZE
006470         HCD-ARCHIVE-DATE DELIMITED BY SIZE
006480         ".DAT" DELIMITED BY SIZE
006490         INTO WS-ARCHIVE-FILENAME
006500     MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
006510     OPEN INPUT ARCHIVE-FILE
006520     IF WS-ARCHIVE-STATUS NOT = "00"
006530         DISPLAY "archive generation " WS-ARCHIVE-FILENAME
006540             " not available, status " WS-ARCHIVE-STATUS
006550         MOVE SPACES TO SRC-PRINT-LINE
006560         STRING "ARCHIVE " WS-ARCHIVE-FILENAME
006570             " NOT AVAILABLE -- NOT INCLUDED"
006580             DELIMITED BY SIZE INTO SRC-PRINT-LINE
006590         WRITE SRC-PRINT-LINE
006600         GO TO 2100-EXIT
006610     END-IF
006620     MOVE SPACES TO SRC-PRINT-LINE
006630     STRING "INCLUDES ARCHIVE " WS-ARCHIVE-FILENAME
006640         DELIMITED BY SIZE INTO SRC-PRINT-LINE
006650     WRITE SRC-PRINT-LINE
006660     PERFORM 2110-READ-ARCHIVE-RECORD THRU 2110-EXIT
006670         UNTIL WS-ARCHIVE-EOF
006680     CLOSE ARCHIVE-FILE.
006690 2100-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 2110-READ-ARCHIVE-RECORD -- one archived run, kept the same    *
006740*                             way as a live one.  The trailer is *
006750*                             control totals, not a run, and is  *
006760*                             passed over.                       *
006770******************************************************************
006780 2110-READ-ARCHIVE-RECORD.
006790     READ ARCHIVE-FILE
006800         AT END
006810             SET WS-ARCHIVE-EOF TO TRUE
006820             GO TO 2110-EXIT
006830     END-READ
006840     IF ARC-TRAILER
006850         GO TO 2110-EXIT
006860     END-IF
006870     MOVE ARC-COUNTER-ID     TO HST-COUNTER-ID
006880     MOVE ARC-RUN-START-DATE TO HST-RUN-START-DATE
006890     MOVE ARC-RUN-START-TIME TO HST-RUN-START-TIME
006900     MOVE ARC-RUN-END-DATE   TO HST-RUN-END-DATE
006910     MOVE ARC-RUN-END-TIME   TO HST-RUN-END-TIME
006920     MOVE ARC-FINAL-VALUE    TO HST-FINAL-VALUE
006930     MOVE ARC-END-REASON     TO HST-END-REASON
006940     MOVE ARC-REJECT-COUNT   TO HST-REJECT-COUNT
006950     MOVE ARC-OPERATOR-ID    TO HST-OPERATOR-ID
006960     PERFORM 2300-KEEP-RUN THRU 2300-EXIT
006970     ADD 1 TO WS-ARCHIVE-RUNS.
006980 2110-EXIT.
006990     EXIT.
007000
007010 2200-READ-HISTORY.
007020     READ HISTORY-FILE
007030         AT END
007040             SET WS-HISTORY-EOF TO TRUE
007050             GO TO 2200-EXIT
007060     END-READ
007070     PERFORM 2300-KEEP-RUN THRU 2300-EXIT.
007080 2200-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120* 2300-KEEP-RUN -- a run that started inside the range goes into *
007130*                  the run table to be matched.  A full table    *
007140*                  means the answer would be incomplete, so it   *
007150*                  is counted, reported, and fails the job.      *
007160******************************************************************
007170 2300-KEEP-RUN.
007180     IF HST-RUN-START-DATE < WS-FROM-DATE
007190         OR HST-RUN-START-DATE > WS-TO-DATE
007200         GO TO 2300-EXIT
007210     END-IF
007220     ADD 1 TO WS-RUNS-READ
007230     IF WS-RUN-COUNT NOT < WS-MAX-RUNS
007240         ADD 1 TO WS-RUN-OVERFLOW-COUNT
007250         GO TO 2300-EXIT
007260     END-IF
007270     ADD 1 TO WS-RUN-COUNT
007280     MOVE WS-RUN-COUNT TO WS-RUN-SUB
007290     MOVE HST-COUNTER-ID TO WS-RUN-ID (WS-RUN-SUB)
007300     MOVE HST-RUN-START-DATE TO WS-RUN-DATE (WS-RUN-SUB)
007310     MOVE HST-END-REASON TO WS-RUN-REASON (WS-RUN-SUB)
007320     MOVE "N" TO WS-RUN-MATCHED (WS-RUN-SUB).
007330 2300-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 3000-RECONCILE-ONE-DAY -- one business day of the range, then  *
007380*                           on to the next calendar day.         *
007390******************************************************************
007400 3000-RECONCILE-ONE-DAY.
007410     ADD 1 TO WS-DAYS-COUNT
007420     PERFORM 3010-JUDGE-DAY THRU 3010-EXIT
007430     PERFORM 3900-NEXT-DAY THRU 3900-EXIT.
007440 3000-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480* 3010-JUDGE-DAY -- work out what kind of day it was, the way    *
007490*                   the schedule builder did that night (day of  *
007500*                   week, month-end day, shop holiday), then     *
007510*                   judge every live master entry against it.    *
007520*                   Nothing is due on a shop holiday.            *
007530******************************************************************
007540 3010-JUDGE-DAY.
007550     PERFORM 1160-DATE-TO-DAY-NUMBER THRU 1160-EXIT
007560     PERFORM 3020-SET-DAY-OF-WEEK THRU 3020-EXIT
007570     PERFORM 1170-SET-MONTH-END THRU 1170-EXIT
007580     MOVE "N" TO WS-HOLIDAY-TODAY-SWITCH
007590     PERFORM 3030-CHECK-HOLIDAY THRU 3030-EXIT
007600         VARYING WS-HOL-SUB FROM 1 BY 1
007610         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
007620         OR WS-HOLIDAY-TODAY
007630     IF WS-HOLIDAY-TODAY
007640         ADD 1 TO WS-HOLIDAY-DAYS
007650         GO TO 3010-EXIT
007660     END-IF
007670     PERFORM 3100-JUDGE-ONE-ENTRY THRU 3100-EXIT
007680         VARYING WS-MST-SUB FROM 1 BY 1
007690         UNTIL WS-MST-SUB > WS-ENTRY-COUNT.
007700 3010-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 3020-SET-DAY-OF-WEEK -- the day number gives the day of the    *
007750*                         week, Monday = 1 through Sunday = 7,   *
007760*                         the same numbering the weekday flags   *
007770*                         and the schedule builder's ACCEPT use. *
007780******************************************************************
007790 3020-SET-DAY-OF-WEEK.
007800     COMPUTE WS-WEEK-WORK = WS-DAY-NUMBER + 5
007810     DIVIDE WS-WEEK-WORK BY 7 GIVING WS-WEEK-QUOTIENT
007820         REMAINDER WS-WEEK-REMAINDER
007830     COMPUTE WS-DAY-OF-WEEK = WS-WEEK-REMAINDER + 1.
007840 3020-EXIT.
007850     EXIT.
007860
007870 3030-CHECK-HOLIDAY.
007880     IF WS-HOL-DATE (WS-HOL-SUB) = WS-WORK-DATE
007890         SET WS-HOLIDAY-TODAY TO TRUE
007900     END-IF.
007910 3030-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 3100-JUDGE-ONE-ENTRY -- one live master entry on one day.      *
007960*                         When due, gather that counter's runs   *
007970*                         for the day and name every way they    *
007980*                         fall short.  A counter carried on the  *
007990*                         master twice is judged once a day, on  *
008000*                         its first due entry.                   *
008010******************************************************************
008020 3100-JUDGE-ONE-ENTRY.
008030     MOVE "N" TO WS-MST-DUE-TODAY (WS-MST-SUB)
008040     IF WS-MST-LIVE (WS-MST-SUB) NOT = "Y"
008050         GO TO 3100-EXIT
008060     END-IF
008062     IF WS-WORK-DATE NOT < WS-MST-LIVE-UNTIL (WS-MST-SUB)
008065         GO TO 3100-EXIT
008067     END-IF
008070     PERFORM 3200-CHECK-DUE THRU 3200-EXIT
008080     IF NOT WS-ENTRY-DUE
008090         GO TO 3100-EXIT
008100     END-IF
008110     MOVE "Y" TO WS-MST-DUE-TODAY (WS-MST-SUB)
008120     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
008130     PERFORM 3150-FIND-EARLIER-DUE THRU 3150-EXIT
008140         VARYING WS-PRV-SUB FROM 1 BY 1
008150         UNTIL WS-PRV-SUB NOT < WS-MST-SUB
008160         OR WS-ENTRY-FOUND
008170     IF WS-ENTRY-FOUND
008180         GO TO 3100-EXIT
008190     END-IF
008200     ADD 1 TO WS-DUE-COUNT
008210     MOVE 0 TO WS-DAY-RUNS
008220     MOVE 0 TO WS-DAY-LIMIT-RUNS
008230     MOVE SPACE TO WS-LAST-REASON
008240     PERFORM 3300-MATCH-ONE-RUN THRU 3300-EXIT
008250         VARYING WS-RUN-SUB FROM 1 BY 1
008260         UNTIL WS-RUN-SUB > WS-RUN-COUNT
008270     MOVE WS-WORK-DATE TO WS-EXC-DATE
008280     MOVE WS-MST-ID (WS-MST-SUB) TO WS-EXC-COUNTER-ID
008290     MOVE WS-DAY-RUNS TO WS-EXC-RUNS
008300     IF WS-DAY-RUNS = 0
008310         MOVE "MISSED" TO WS-EXC-TYPE
008320         MOVE "DUE, NO RUN ON THE HISTORY" TO WS-EXC-DETAIL
008330         ADD 1 TO WS-MISSED-COUNT
008340         PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
008350         GO TO 3100-EXIT
008360     END-IF
008370     IF WS-DAY-LIMIT-RUNS = 0
008380         PERFORM 3400-NAME-REASON THRU 3400-EXIT
008390         MOVE "RAN-BUT-NOT-LIMIT" TO WS-EXC-TYPE
008400         MOVE SPACES TO WS-EXC-DETAIL
008410         STRING "LAST RUN ENDED " WS-REASON-NAME
008420             DELIMITED BY SIZE INTO WS-EXC-DETAIL
008430         ADD 1 TO WS-NOT-LIMIT-COUNT
008440         PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
008450     END-IF
008460     IF WS-DAY-RUNS > 1
008470         MOVE "DUPLICATE" TO WS-EXC-TYPE
008480         MOVE "DUE ONCE, RAN MORE THAN ONCE" TO WS-EXC-DETAIL
008490         ADD 1 TO WS-DUPLICATE-COUNT
008500         PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
008510         GO TO 3100-EXIT
008520     END-IF
008530     IF WS-DAY-LIMIT-RUNS > 0
008540         ADD 1 TO WS-HONORED-COUNT
008550     END-IF.
008560 3100-EXIT.
008570     EXIT.
008580
008590 3150-FIND-EARLIER-DUE.
008600     IF WS-MST-ID (WS-PRV-SUB) = WS-MST-ID (WS-MST-SUB)
008610         AND WS-MST-DUE-TODAY (WS-PRV-SUB) = "Y"
008620         SET WS-ENTRY-FOUND TO TRUE
008630     END-IF.
008640 3150-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680* 3200-CHECK-DUE -- the schedule builder's frequency rules       *
008690*                   applied to the day being judged: daily       *
008700*                   always runs, weekdays runs when the day's    *
008710*                   flag is Y, month-end runs on the month's     *
008720*                   last day, and day-of-month runs on the named *
008730*                   day -- a day past the month's end runs on    *
008740*                   the last day.                                *
008750******************************************************************
008760 3200-CHECK-DUE.
008770     MOVE "Y" TO WS-ENTRY-DUE-SWITCH
008780     IF WS-MST-FREQUENCY (WS-MST-SUB) = "D"
008790         GO TO 3200-EXIT
008800     END-IF
008810     IF WS-MST-FREQUENCY (WS-MST-SUB) = "W"
008820         IF WS-MST-FLAG (WS-MST-SUB, WS-DAY-OF-WEEK) NOT = "Y"
008830             MOVE "N" TO WS-ENTRY-DUE-SWITCH
008840         END-IF
008850         GO TO 3200-EXIT
008860     END-IF
008870     IF WS-MST-FREQUENCY (WS-MST-SUB) = "E"
008880         IF WS-WORK-DAY NOT = WS-MONTH-END-DAY
008890             MOVE "N" TO WS-ENTRY-DUE-SWITCH
008900         END-IF
008910         GO TO 3200-EXIT
008920     END-IF
008930     IF WS-MST-RUN-DAY (WS-MST-SUB) = WS-WORK-DAY
008940         GO TO 3200-EXIT
008950     END-IF
008960     IF WS-MST-RUN-DAY (WS-MST-SUB) > WS-MONTH-END-DAY
008970         AND WS-WORK-DAY = WS-MONTH-END-DAY
008980         GO TO 3200-EXIT
008990     END-IF
009000     MOVE "N" TO WS-ENTRY-DUE-SWITCH.
009010 3200-EXIT.
009020     EXIT.
009030
009040******************************************************************
009050* 3300-MATCH-ONE-RUN -- a run of the due counter started on the  *
009060*                       day being judged is claimed by the due   *
009070*                       entry, and counted; a run to the limit   *
009080*                       is counted apart.                        *
009090******************************************************************
009100 3300-MATCH-ONE-RUN.
009110     IF WS-RUN-ID (WS-RUN-SUB) NOT = WS-MST-ID (WS-MST-SUB)
009120         GO TO 3300-EXIT
009130     END-IF
009140     IF WS-RUN-DATE (WS-RUN-SUB) NOT = WS-WORK-DATE
009150         GO TO 3300-EXIT
009160     END-IF
009170     MOVE "Y" TO WS-RUN-MATCHED (WS-RUN-SUB)
009180     ADD 1 TO WS-DAY-RUNS
009190     MOVE WS-RUN-REASON (WS-RUN-SUB) TO WS-LAST-REASON
009200     IF WS-RUN-REASON (WS-RUN-SUB) = "L"
009210         ADD 1 TO WS-DAY-LIMIT-RUNS
009220     END-IF.
009230 3300-EXIT.
009240     EXIT.
009250
009260 3400-NAME-REASON.
009270     IF WS-LAST-REASON = "L"
009280         MOVE "LIMIT REACHED " TO WS-REASON-NAME
009290     ELSE
009300         IF WS-LAST-REASON = "O"
009310             MOVE "OPERATOR STOP " TO WS-REASON-NAME
009320         ELSE
009330             IF WS-LAST-REASON = "B"
009340                 MOVE "BATCH HALT    " TO WS-REASON-NAME
009350             ELSE
009360                 IF WS-LAST-REASON = "N"
009370                     MOVE "NEVER RAN     " TO WS-REASON-NAME
009380                 ELSE
009390                     IF WS-LAST-REASON = "H"
009400                         MOVE "HELD          " TO WS-REASON-NAME
009410                     ELSE
009420                         IF WS-LAST-REASON = "C"
009430                             MOVE "CLAIM REFUSED "
009440                                 TO WS-REASON-NAME
009450                         ELSE
009460                             MOVE WS-LAST-REASON
009470                                 TO WS-REASON-NAME
009480                         END-IF
009490                     END-IF
009500                 END-IF
009510             END-IF
009520         END-IF
009530     END-IF.
009540 3400-EXIT.
009550     EXIT.
009560
009570 3800-PRINT-EXCEPTION.
009580     ADD 1 TO WS-EXCEPTION-COUNT
009590     MOVE WS-EXCEPTION-LINE TO SRC-PRINT-LINE
009600     WRITE SRC-PRINT-LINE.
009610 3800-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650* 3900-NEXT-DAY -- step WS-WORK-DATE on one calendar day,        *
009660*                  rolling the month and the year as they run    *
009670*                  out.                                          *
009680******************************************************************
009690 3900-NEXT-DAY.
009700     ADD 1 TO WS-WORK-DAY
009710     IF WS-WORK-DAY NOT > WS-MONTH-END-DAY
009720         GO TO 3900-EXIT
009730     END-IF
009740     MOVE 1 TO WS-WORK-DAY
009750     ADD 1 TO WS-WORK-MONTH
009760     IF WS-WORK-MONTH > 12
009770         MOVE 1 TO WS-WORK-MONTH
009780         ADD 1 TO WS-WORK-YEAR
009790     END-IF.
009800 3900-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* 4000-CHECK-ONE-RUN -- a run no due counter-day claimed ran     *
009850*                       when its counter was not due.  Say why,  *
009860*                       as far as the schedule can tell: a shop  *
009870*                       holiday, a counter not on the master     *
009880*                       schedule, one not registered and active  *
009890*                       that day, or just not its day.           *
009900******************************************************************
009910 4000-CHECK-ONE-RUN.
009920     IF WS-RUN-MATCHED (WS-RUN-SUB) = "Y"
009930         GO TO 4000-EXIT
009940     END-IF
009950     MOVE WS-RUN-DATE (WS-RUN-SUB) TO WS-EXC-DATE
009960     MOVE WS-RUN-ID (WS-RUN-SUB) TO WS-EXC-COUNTER-ID
009970     MOVE 1 TO WS-EXC-RUNS
009980     MOVE "UNSCHEDULED" TO WS-EXC-TYPE
009990     ADD 1 TO WS-UNSCHEDULED-COUNT
010000     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
010010     PERFORM 4100-FIND-RUN-HOLIDAY THRU 4100-EXIT
010020         VARYING WS-HOL-SUB FROM 1 BY 1
010030         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
010040         OR WS-ENTRY-FOUND
010050     IF WS-ENTRY-FOUND
010060         MOVE "RAN ON A SHOP HOLIDAY" TO WS-EXC-DETAIL
010070         PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
010080         GO TO 4000-EXIT
010090     END-IF
010100     PERFORM 4200-FIND-RUN-ENTRY THRU 4200-EXIT
010110         VARYING WS-MST-SUB FROM 1 BY 1
010120         UNTIL WS-MST-SUB > WS-ENTRY-COUNT
010130         OR WS-ENTRY-FOUND
010140     IF NOT WS-ENTRY-FOUND
010150         MOVE "NOT ON THE MASTER SCHEDULE" TO WS-EXC-DETAIL
010160     ELSE
010170         SUBTRACT 1 FROM WS-MST-SUB
010180         IF WS-MST-LIVE (WS-MST-SUB) = "Y"
010183             AND WS-RUN-DATE (WS-RUN-SUB) <
010186                 WS-MST-LIVE-UNTIL (WS-MST-SUB)
010190             MOVE "NOT DUE THAT DAY" TO WS-EXC-DETAIL
010200         ELSE
010210             MOVE "NOT REGISTERED AND ACTIVE" TO WS-EXC-DETAIL
010220         END-IF
010230     END-IF
010240     PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT.
010250 4000-EXIT.
010260     EXIT.
010270
010280 4100-FIND-RUN-HOLIDAY.
010290     IF WS-HOL-DATE (WS-HOL-SUB) = WS-RUN-DATE (WS-RUN-SUB)
010300         SET WS-ENTRY-FOUND TO TRUE
010310     END-IF.
010320 4100-EXIT.
010330     EXIT.
010340
010350 4200-FIND-RUN-ENTRY.
010360     IF WS-MST-ID (WS-MST-SUB) = WS-RUN-ID (WS-RUN-SUB)
010370         SET WS-ENTRY-FOUND TO TRUE
010380     END-IF.
010390 4200-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430* 5000-PRINT-TOTALS -- the counts behind the exceptions, so a    *
010440*                      clean range leaves a clean bill of health *
010450*                      on file that ties back to the history.    *
010460******************************************************************
010470 5000-PRINT-TOTALS.
010480     MOVE ALL "-" TO SRC-PRINT-LINE
010490     WRITE SRC-PRINT-LINE
010500     MOVE WS-DAYS-COUNT TO WS-COUNT-DISPLAY
010510     MOVE SPACES TO SRC-PRINT-LINE
010520     STRING "DAYS IN THE RANGE . . . . . : " WS-COUNT-DISPLAY
010530         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010540     WRITE SRC-PRINT-LINE
010550     MOVE WS-HOLIDAY-DAYS TO WS-COUNT-DISPLAY
010560     MOVE SPACES TO SRC-PRINT-LINE
010570     STRING "SHOP HOLIDAYS . . . . . . . : " WS-COUNT-DISPLAY
010580         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010590     WRITE SRC-PRINT-LINE
010600     MOVE WS-ENTRIES-READ TO WS-COUNT-DISPLAY
010610     MOVE SPACES TO SRC-PRINT-LINE
010620     STRING "MASTER ENTRIES READ . . . . : " WS-COUNT-DISPLAY
010630         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010640     WRITE SRC-PRINT-LINE
010650     MOVE WS-BAD-ENTRY-COUNT TO WS-COUNT-DISPLAY
010660     MOVE SPACES TO SRC-PRINT-LINE
010670     STRING "MASTER ENTRIES NOT JUDGED . : " WS-COUNT-DISPLAY
010680         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010690     WRITE SRC-PRINT-LINE
010700     MOVE WS-RUNS-READ TO WS-COUNT-DISPLAY
010710     MOVE SPACES TO SRC-PRINT-LINE
010720     STRING "RUNS STARTED IN THE RANGE . : " WS-COUNT-DISPLAY
010730         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010740     WRITE SRC-PRINT-LINE
010750     MOVE WS-ARCHIVE-RUNS TO WS-COUNT-DISPLAY
010760     MOVE SPACES TO SRC-PRINT-LINE
010770     STRING "ARCHIVED RUNS READ. . . . . : " WS-COUNT-DISPLAY
010780         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010790     WRITE SRC-PRINT-LINE
010800     MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY
010810     MOVE SPACES TO SRC-PRINT-LINE
010820     STRING "COUNTER-DAYS DUE. . . . . . : " WS-COUNT-DISPLAY
010830         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010840     WRITE SRC-PRINT-LINE
010850     MOVE WS-HONORED-COUNT TO WS-COUNT-DISPLAY
010860     MOVE SPACES TO SRC-PRINT-LINE
010870     STRING "DUE AND RAN ONCE TO LIMIT . : " WS-COUNT-DISPLAY
010880         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010890     WRITE SRC-PRINT-LINE
010900     MOVE WS-MISSED-COUNT TO WS-COUNT-DISPLAY
010910     MOVE SPACES TO SRC-PRINT-LINE
010920     STRING "MISSED. . . . . . . . . . . : " WS-COUNT-DISPLAY
010930         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010940     WRITE SRC-PRINT-LINE
010950     MOVE WS-NOT-LIMIT-COUNT TO WS-COUNT-DISPLAY
010960     MOVE SPACES TO SRC-PRINT-LINE
010970     STRING "RAN BUT NOT TO LIMIT. . . . : " WS-COUNT-DISPLAY
010980         DELIMITED BY SIZE INTO SRC-PRINT-LINE
010990     WRITE SRC-PRINT-LINE
011000     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
011010     MOVE SPACES TO SRC-PRINT-LINE
011020     STRING "DUPLICATE . . . . . . . . . : " WS-COUNT-DISPLAY
011030         DELIMITED BY SIZE INTO SRC-PRINT-LINE
011040     WRITE SRC-PRINT-LINE
011050     MOVE WS-UNSCHEDULED-COUNT TO WS-COUNT-DISPLAY
011060     MOVE SPACES TO SRC-PRINT-LINE
011070     STRING "UNSCHEDULED . . . . . . . . : " WS-COUNT-DISPLAY
011080         DELIMITED BY SIZE INTO SRC-PRINT-LINE
011090     WRITE SRC-PRINT-LINE
011100     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
011110     MOVE SPACES TO SRC-PRINT-LINE
011120     STRING "EXCEPTIONS. . . . . . . . . : " WS-COUNT-DISPLAY
011130         DELIMITED BY SIZE INTO SRC-PRINT-LINE
011140     WRITE SRC-PRINT-LINE
011150     IF WS-RUN-OVERFLOW-COUNT > 0
011160         MOVE WS-RUN-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
011170         MOVE SPACES TO SRC-PRINT-LINE
011180         STRING "RUNS NOT MATCHED, TABLE FULL: " WS-COUNT-DISPLAY
011190             DELIMITED BY SIZE INTO SRC-PRINT-LINE
011200         WRITE SRC-PRINT-LINE
011210         ADD 1 TO WS-ERROR-COUNT
011220     END-IF
011230     IF WS-EXCEPTION-COUNT = 0
011240         MOVE SPACES TO SRC-PRINT-LINE
011250         STRING "SCHEDULE HONORED -- NO EXCEPTIONS IN THE RANGE"
011260             DELIMITED BY SIZE INTO SRC-PRINT-LINE
011270         WRITE SRC-PRINT-LINE
011280     END-IF.
011290 5000-EXIT.
011300     EXIT.
011310
011320******************************************************************
011330* 9000-FINALIZE -- close the report, flag the result on the      *
011340*                  console, and set the return code: 8 when the  *
011350*                  answer could not be given whole, 4 when it    *
011360*                  shows exceptions.                             *
011370******************************************************************
011380 9000-FINALIZE.
011390     IF WS-REPORT-STATUS = "00"
011400         CLOSE RECON-REPORT-FILE
011410     END-IF
011420     IF WS-ERROR-COUNT > 0
011430         DISPLAY "schedule reconciliation incomplete -- see "
011440             "SRCRPT.DAT"
011450         MOVE 8 TO RETURN-CODE
011460         GO TO 9000-EXIT
011470     END-IF
011480     IF WS-EXCEPTION-COUNT = 0
011490         DISPLAY "schedule reconciliation clean -- report in "
011500             "SRCRPT.DAT"
011510     ELSE
011520         MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
011530         DISPLAY "schedule reconciliation found " WS-COUNT-DISPLAY
011540             " exception(s) -- report in SRCRPT.DAT"
011550         MOVE 4 TO RETURN-CODE
011560     END-IF.
011570 9000-EXIT.
011580     EXIT.
011590
011600 END PROGRAM SCHRECON.
