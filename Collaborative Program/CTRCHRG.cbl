000010******************************************************************
000020* PROGRAM:    CTRCHRG                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Monthly department chargeback.  Every counter on   *
000120*             the counter master names its owning department and *
000130*             the run history carries each run's start and end   *
000140*             stamps and final value, yet finance still got its  *
000150*             batch usage figures by hand each month.  This job  *
000160*             takes every run that ended in the month on the     *
000170*             control card, places it in its counter's           *
000180*             department, rolls runs, values counted, and        *
000190*             elapsed minutes up by department and counter,      *
000200*             prices each run from the department rate file at   *
000210*             the rate in force on the day it ended, and prints  *
000220*             one invoice page per department followed by a      *
000230*             shop-wide total page.  The same figures go to a    *
000240*             fixed-format extract finance loads into the        *
000250*             ledger.  A run whose counter is missing from the   *
000260*             master, retired on it, or carries no department    *
000270*             lands on the UNASSIGNED invoice rather than being  *
000280*             dropped, so the runs billed always tie back to the *
000290*             runs on the history for the month.  Return code 4  *
000300*             when anything is unassigned or a run found no rate *
000310*             in force, 8 when the card is bad, a file is        *
000320*             missing, or a table overflowed.                    *
000330*                                                                *
000340* MODIFICATION HISTORY                                           *
000350*   DATE        INIT  DESCRIPTION                                *
000360*   2026-10-15   JR   Original department chargeback.            *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CTRCHRG AS "CTRCHRG".
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CHARGE-CARD-FILE ASSIGN TO "CHGCARD.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CARD-STATUS.
000510     SELECT RATE-FILE ASSIGN TO "DEPTRATE.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RATE-STATUS.
000540     SELECT MASTER-FILE ASSIGN TO "CTRMAST.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CTM-COUNTER-ID
000580         LOCK MODE IS AUTOMATIC
000590         SHARING WITH ALL OTHER
000600         FILE STATUS IS WS-MASTER-STATUS.
000610     SELECT HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-HISTORY-STATUS.
000640     SELECT CHARGE-REPORT-FILE ASSIGN TO "CHGRPT.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670     SELECT CHARGE-EXTRACT-FILE ASSIGN TO "CHGEXT.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-EXTRACT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CHARGE-CARD-FILE.
000740     COPY "CHGCARD.cpy".
000750
000760 FD  RATE-FILE.
000770     COPY "DEPTRATE.cpy".
000780
000790 FD  MASTER-FILE.
000800     COPY "CTRMAST.cpy".
000810
000820 FD  HISTORY-FILE.
000830     COPY "RUNHIST.cpy".
000840
000850 FD  CHARGE-REPORT-FILE.
000860 01  CHG-PRINT-LINE                  PIC X(80).
000870
000880 FD  CHARGE-EXTRACT-FILE.
000890     COPY "CHGEXT.cpy".
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
000930 01  WS-RATE-STATUS              PIC X(02)  VALUE "00".
000940 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
000950 01  WS-HISTORY-STATUS           PIC X(02)  VALUE "00".
000960 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
000970 01  WS-EXTRACT-STATUS           PIC X(02)  VALUE "00".
000980 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000990 01  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
001000     05  WS-TODAY-YEAR           PIC 9(04).
001010     05  WS-TODAY-MONTH          PIC 9(02).
001020     05  WS-TODAY-DAY            PIC 9(02).
001030 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
001040
001050 01  WS-BILLING-MONTH            PIC X(06)  VALUE SPACE.
001060 01  WS-BILLING-SPLIT REDEFINES WS-BILLING-MONTH.
001070     05  WS-BILLING-YEAR         PIC 9(04).
001080     05  WS-BILLING-MM           PIC 9(02).
001090
001100 01  WS-END-DATE-SPLIT.
001110     05  WS-END-YYYYMM           PIC X(06).
001120     05  FILLER                  PIC X(02).
001130
001140 01  WS-UNASSIGNED-DEPT          PIC X(08)  VALUE "UNASSIGN".
001150 01  WS-SOURCE-SYSTEM            PIC X(08)  VALUE "CTRCHRG".
001160
001170 01  WS-SWITCHES.
001180     05  WS-FILES-OK-SWITCH      PIC X(01)  VALUE "N".
001190         88  WS-FILES-OK                VALUE "Y".
001200     05  WS-EXTRACT-UP-SWITCH    PIC X(01)  VALUE "N".
001210         88  WS-EXTRACT-UP              VALUE "Y".
001220     05  WS-MASTER-UP-SWITCH     PIC X(01)  VALUE "N".
001230         88  WS-MASTER-UP               VALUE "Y".
001240     05  WS-RATE-EOF-SWITCH      PIC X(01)  VALUE "N".
001250         88  WS-RATE-EOF                VALUE "Y".
001260     05  WS-HISTORY-EOF-SWITCH   PIC X(01)  VALUE "N".
001270         88  WS-HISTORY-EOF             VALUE "Y".
001280     05  WS-ENTRY-FOUND-SWITCH   PIC X(01)  VALUE "N".
001290         88  WS-ENTRY-FOUND             VALUE "Y".
001300     05  WS-RATE-FOUND-SWITCH    PIC X(01)  VALUE "N".
001310         88  WS-RATE-FOUND              VALUE "Y".
001320
001330 01  WS-TABLE-LIMITS.
001340     05  WS-MAX-RATES            PIC 9(05)  COMP VALUE 200.
001350     05  WS-MAX-PAIRS            PIC 9(05)  COMP VALUE 500.
001360     05  WS-MAX-DEPTS            PIC 9(05)  COMP VALUE 100.
001370
001380 01  WS-RATE-COUNT               PIC 9(05)  COMP VALUE 0.
001390 01  WS-PAIR-COUNT               PIC 9(05)  COMP VALUE 0.
001400 01  WS-DEPT-COUNT               PIC 9(05)  COMP VALUE 0.
001410 01  WS-RATE-SUB                 PIC 9(05)  COMP VALUE 0.
001420 01  WS-BEST-SUB                 PIC 9(05)  COMP VALUE 0.
001430 01  WS-PAIR-SUB                 PIC 9(05)  COMP VALUE 0.
001440 01  WS-SHIFT-SUB                PIC 9(05)  COMP VALUE 0.
001450 01  WS-DEPT-SUB                 PIC 9(05)  COMP VALUE 0.
001460
001470 01  WS-RATE-TABLE.
001480     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001490         10  WS-RATE-DEPT            PIC X(08).
001500         10  WS-RATE-EFFECTIVE       PIC X(08).
001510         10  WS-RATE-PER-RUN         PIC 9(05)V99.
001520         10  WS-RATE-PER-MINUTE      PIC 9(03)V99.
001530
001540 01  WS-PAIR-TABLE.
001550     05  WS-PAIR-ENTRY OCCURS 500 TIMES.
001560         10  WS-PAIR-KEY.
001570             15  WS-PAIR-GROUP       PIC X(01).
001580             15  WS-PAIR-DEPT        PIC X(08).
001590             15  WS-PAIR-COUNTER     PIC X(08).
001600         10  WS-PAIR-NOTE            PIC X(07).
001610         10  WS-PAIR-RUNS            PIC 9(07)  COMP.
001620         10  WS-PAIR-VALUES          PIC 9(09)  COMP.
001630         10  WS-PAIR-MINUTES         PIC 9(09)  COMP.
001640         10  WS-PAIR-NO-RATE         PIC 9(05)  COMP.
001650         10  WS-PAIR-RUN-CHARGE      PIC 9(09)V99.
001660         10  WS-PAIR-MINUTE-CHARGE   PIC 9(09)V99.
001670
001680 01  WS-DEPT-TABLE.
001690     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
001700         10  WS-DEPT-NAME            PIC X(10).
001710         10  WS-DEPT-RUNS            PIC 9(07)  COMP.
001720         10  WS-DEPT-VALUES          PIC 9(09)  COMP.
001730         10  WS-DEPT-MINUTES         PIC 9(09)  COMP.
001740         10  WS-DEPT-RUN-CHARGE      PIC 9(09)V99.
001750         10  WS-DEPT-MINUTE-CHARGE   PIC 9(09)V99.
001760
001770 01  WS-NEW-KEY.
001780     05  WS-NEW-GROUP            PIC X(01).
001790     05  WS-NEW-DEPT             PIC X(08).
001800     05  WS-NEW-COUNTER          PIC X(08).
001810 01  WS-NEW-NOTE                 PIC X(07)  VALUE SPACE.
001820
001830 01  WS-DATE-WORK.
001840     05  WS-WORK-DATE            PIC X(08).
001850     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
001860         10  WS-WORK-YEAR        PIC 9(04).
001870         10  WS-WORK-MONTH       PIC 9(02).
001880         10  WS-WORK-DAY         PIC 9(02).
001890
001900 01  WS-WORK-TIME                PIC X(08)  VALUE SPACE.
001910 01  WS-TIME-SPLIT REDEFINES WS-WORK-TIME.
001920     05  WS-TIME-HH              PIC 9(02).
001930     05  WS-TIME-MM              PIC 9(02).
001940     05  FILLER                  PIC X(04).
001950
001960 01  WS-CUM-DAYS-VALUES.
001970     05  FILLER                  PIC X(36)  VALUE
001980         "000031059090120151181212243273304334".
001990 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002000     05  WS-CUM-DAYS             OCCURS 12 TIMES
002010                                 PIC 9(03).
002020
002030 01  WS-DAY-NUMBER               PIC 9(09)  COMP VALUE 0.
002040 01  WS-START-DAY-NUMBER         PIC 9(09)  COMP VALUE 0.
002050 01  WS-END-DAY-NUMBER           PIC 9(09)  COMP VALUE 0.
002060 01  WS-START-MINUTES            PIC 9(05)  COMP VALUE 0.
002070 01  WS-END-MINUTES              PIC 9(05)  COMP VALUE 0.
002080 01  WS-MINUTES-OF-DAY           PIC 9(05)  COMP VALUE 0.
002090 01  WS-ELAPSED-MINUTES          PIC S9(09) COMP VALUE 0.
002100 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
002110 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
002120 01  WS-PRIOR-YEAR               PIC 9(04)  COMP VALUE 0.
002130 01  WS-LEAP-DAYS                PIC 9(09)  COMP VALUE 0.
002140
002150 01  WS-RUN-RUN-CHARGE           PIC 9(05)V99 VALUE 0.
002160 01  WS-RUN-MINUTE-CHARGE        PIC 9(09)V99 VALUE 0.
002170
002180 01  WS-SUM-RUNS                 PIC 9(07)  COMP VALUE 0.
002190 01  WS-SUM-VALUES               PIC 9(09)  COMP VALUE 0.
002200 01  WS-SUM-MINUTES              PIC 9(09)  COMP VALUE 0.
002210 01  WS-SUM-RUN-CHARGE           PIC 9(09)V99 VALUE 0.
002220 01  WS-SUM-MINUTE-CHARGE        PIC 9(09)V99 VALUE 0.
002230 01  WS-SUM-TOTAL-CHARGE         PIC 9(09)V99 VALUE 0.
002240 01  WS-SUM-NO-RATE              PIC 9(05)  COMP VALUE 0.
002250
002260 01  WS-SHOP-RUNS                PIC 9(07)  COMP VALUE 0.
002270 01  WS-SHOP-VALUES              PIC 9(09)  COMP VALUE 0.
002280 01  WS-SHOP-MINUTES             PIC 9(09)  COMP VALUE 0.
002290 01  WS-SHOP-RUN-CHARGE          PIC 9(11)V99 VALUE 0.
002300 01  WS-SHOP-MINUTE-CHARGE       PIC 9(11)V99 VALUE 0.
002310 01  WS-SHOP-TOTAL-CHARGE        PIC 9(11)V99 VALUE 0.
002320
002330 01  WS-HISTORY-RUNS             PIC 9(07)  COMP VALUE 0.
002340 01  WS-MONTH-RUNS               PIC 9(07)  COMP VALUE 0.
002350 01  WS-UNASSIGNED-RUNS          PIC 9(07)  COMP VALUE 0.
002360 01  WS-NO-RATE-RUNS             PIC 9(07)  COMP VALUE 0.
002370 01  WS-BAD-STAMP-COUNT          PIC 9(07)  COMP VALUE 0.
002380 01  WS-OVERFLOW-RUNS            PIC 9(07)  COMP VALUE 0.
002390 01  WS-EXTRACT-COUNT            PIC 9(07)  COMP VALUE 0.
002400 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
002410 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002420
002430 01  WS-CHARGE-LINE.
002440     05  WS-CHL-NAME             PIC X(10).
002450     05  WS-CHL-RUNS             PIC ZZZZ9.
002460     05  FILLER                  PIC X(01)  VALUE SPACE.
002470     05  WS-CHL-VALUES           PIC ZZZZZZZZ9.
002480     05  FILLER                  PIC X(01)  VALUE SPACE.
002490     05  WS-CHL-MINUTES          PIC ZZZZZZ9.
002500     05  FILLER                  PIC X(01)  VALUE SPACE.
002510     05  WS-CHL-RUN-CHARGE       PIC ZZZZZZZ9.99.
002520     05  FILLER                  PIC X(01)  VALUE SPACE.
002530     05  WS-CHL-MINUTE-CHARGE    PIC ZZZZZZZ9.99.
002540     05  FILLER                  PIC X(01)  VALUE SPACE.
002550     05  WS-CHL-TOTAL-CHARGE     PIC ZZZZZZZZZ9.99.
002560     05  FILLER                  PIC X(01)  VALUE SPACE.
002570     05  WS-CHL-NOTE             PIC X(07).
002580
002590 01  WS-HEADING-LINE.
002600     05  FILLER                  PIC X(10)  VALUE "COUNTER".
002610     05  FILLER                  PIC X(05)  VALUE " RUNS".
002620     05  FILLER                  PIC X(01)  VALUE SPACE.
002630     05  FILLER                  PIC X(09)  VALUE "   VALUES".
002640     05  FILLER                  PIC X(01)  VALUE SPACE.
002650     05  FILLER                  PIC X(07)  VALUE "MINUTES".
002660     05  FILLER                  PIC X(01)  VALUE SPACE.
002670     05  FILLER                  PIC X(11)  VALUE " RUN CHARGE".
002680     05  FILLER                  PIC X(01)  VALUE SPACE.
002690     05  FILLER                  PIC X(11)  VALUE " MIN CHARGE".
002700     05  FILLER                  PIC X(01)  VALUE SPACE.
002710     05  FILLER                  PIC X(13)  VALUE "        TOTAL".
002720     05  FILLER                  PIC X(01)  VALUE SPACE.
002730     05  FILLER                  PIC X(07)  VALUE "NOTE".
002740
002750 PROCEDURE DIVISION.
002760
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002790     IF WS-FILES-OK
002800         PERFORM 2000-READ-HISTORY THRU 2000-EXIT
002810             UNTIL WS-HISTORY-EOF
002820         CLOSE HISTORY-FILE
002830         IF WS-MASTER-UP
002840             CLOSE MASTER-FILE
002850         END-IF
002860         PERFORM 3000-PRINT-ONE-PAIR THRU 3000-EXIT
002870             VARYING WS-PAIR-SUB FROM 1 BY 1
002880             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
002890         IF WS-PAIR-COUNT > 0
002900             PERFORM 3300-CLOSE-DEPARTMENT THRU 3300-EXIT
002910         END-IF
002920         PERFORM 4000-PRINT-SHOP-TOTAL THRU 4000-EXIT
002930         PERFORM 4500-WRITE-TRAILER THRU 4500-EXIT
002940     END-IF
002950     PERFORM 9000-FINALIZE THRU 9000-EXIT
002960     STOP RUN.
002970 0000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010* 1000-INITIALIZE -- settle the billing month, open the report   *
003020*                    and the extract, load the rate file, and    *
003030*                    open the counter master and the history.    *
003040*                    No history or no counter master means no    *
003050*                    honest bill can be cut, and the job stops.  *
003060******************************************************************
003070 1000-INITIALIZE.
003080     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003090     ACCEPT WS-TODAY-TIME FROM TIME
003100     PERFORM 1100-READ-CARD THRU 1100-EXIT
003110     OPEN OUTPUT CHARGE-REPORT-FILE
003120     IF WS-REPORT-STATUS NOT = "00"
003130         DISPLAY "chargeback report could not be opened, status "
003140             WS-REPORT-STATUS
003150         ADD 1 TO WS-ERROR-COUNT
003160         GO TO 1000-EXIT
003170     END-IF
003180     MOVE SPACES TO CHG-PRINT-LINE
003190     STRING "DEPARTMENT CHARGEBACK  MONTH " WS-BILLING-MONTH
003200         "  PRINTED " WS-TODAY-DATE " " WS-TODAY-TIME
003210         DELIMITED BY SIZE INTO CHG-PRINT-LINE
003220     WRITE CHG-PRINT-LINE
003230     MOVE ALL "-" TO CHG-PRINT-LINE
003240     WRITE CHG-PRINT-LINE
003250     IF WS-BILLING-MONTH NOT NUMERIC
003260         OR WS-BILLING-MM < 1 OR WS-BILLING-MM > 12
003270         DISPLAY "chargeback card rejected: month "
003280             WS-BILLING-MONTH " is not YYYYMM"
003290         MOVE SPACES TO CHG-PRINT-LINE
003300         STRING "CONTROL CARD REJECTED -- MONTH " WS-BILLING-MONTH
003310             " IS NOT YYYYMM"
003320             DELIMITED BY SIZE INTO CHG-PRINT-LINE
003330         WRITE CHG-PRINT-LINE
003340         ADD 1 TO WS-ERROR-COUNT
003350         GO TO 1000-EXIT
003360     END-IF
003370     PERFORM 1200-LOAD-RATES THRU 1200-EXIT
003380     OPEN INPUT MASTER-FILE
003390     IF WS-MASTER-STATUS NOT = "00"
003400         DISPLAY "counter master not available, status "
003410             WS-MASTER-STATUS " -- no chargeback cut"
003420         MOVE SPACES TO CHG-PRINT-LINE
003430         STRING "COUNTER MASTER NOT AVAILABLE -- NO CHARGEBACK "
003440             "CUT"
003450             DELIMITED BY SIZE INTO CHG-PRINT-LINE
003460         WRITE CHG-PRINT-LINE
003470         ADD 1 TO WS-ERROR-COUNT
003480         GO TO 1000-EXIT
003490     END-IF
003500     SET WS-MASTER-UP TO TRUE
003510     OPEN INPUT HISTORY-FILE
003520     IF WS-HISTORY-STATUS NOT = "00"
003530         DISPLAY "run-history file not available, status "
003540             WS-HISTORY-STATUS " -- no chargeback cut"
003550         MOVE SPACES TO CHG-PRINT-LINE
003560         STRING "NO RUN HISTORY ON FILE -- NO CHARGEBACK CUT"
003570             DELIMITED BY SIZE INTO CHG-PRINT-LINE
003580         WRITE CHG-PRINT-LINE
003590         CLOSE MASTER-FILE
003600         ADD 1 TO WS-ERROR-COUNT
003610         GO TO 1000-EXIT
003620     END-IF
003630     PERFORM 1300-OPEN-EXTRACT THRU 1300-EXIT
003640     IF NOT WS-EXTRACT-UP
003650         CLOSE HISTORY-FILE
003660         CLOSE MASTER-FILE
003670         GO TO 1000-EXIT
003680     END-IF
003690     SET WS-FILES-OK TO TRUE.
003700 1000-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 1100-READ-CARD -- the billing month off the control card.  No  *
003750*                   card, or a blank month, means last month.    *
003760******************************************************************
003770 1100-READ-CARD.
003780     MOVE WS-TODAY-YEAR TO WS-BILLING-YEAR
003790     MOVE WS-TODAY-MONTH TO WS-BILLING-MM
003800     IF WS-BILLING-MM = 1
003810         MOVE 12 TO WS-BILLING-MM
003820         SUBTRACT 1 FROM WS-BILLING-YEAR
003830     ELSE
003840         SUBTRACT 1 FROM WS-BILLING-MM
003850     END-IF
003860     OPEN INPUT CHARGE-CARD-FILE
003870     IF WS-CARD-STATUS NOT = "00"
003880         GO TO 1100-EXIT
003890     END-IF
003900     READ CHARGE-CARD-FILE
003910         AT END
003920             CONTINUE
003930         NOT AT END
003940             IF CHG-BILLING-MONTH NOT = SPACES
003950                 MOVE CHG-BILLING-MONTH TO WS-BILLING-MONTH
003960             END-IF
003970     END-READ
003980     CLOSE CHARGE-CARD-FILE.
003990 1100-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 1200-LOAD-RATES -- the department rate file into the table.  A *
004040*                    missing file is not fatal -- every run is   *
004050*                    still rolled up and shown, priced at zero   *
004060*                    and counted as having no rate in force.     *
004070******************************************************************
004080 1200-LOAD-RATES.
004090     OPEN INPUT RATE-FILE
004100     IF WS-RATE-STATUS NOT = "00"
004110         MOVE SPACES TO CHG-PRINT-LINE
004120         STRING "NO DEPARTMENT RATE FILE, STATUS " WS-RATE-STATUS
004130             " -- EVERY RUN PRICED AT ZERO"
004140             DELIMITED BY SIZE INTO CHG-PRINT-LINE
004150         WRITE CHG-PRINT-LINE
004160         GO TO 1200-EXIT
004170     END-IF
004180     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
004190         UNTIL WS-RATE-EOF
004200     CLOSE RATE-FILE.
004210 1200-EXIT.
004220     EXIT.
004230
004240 1210-LOAD-ONE-RATE.
004250     READ RATE-FILE
004260         AT END
004270             SET WS-RATE-EOF TO TRUE
004280             GO TO 1210-EXIT
004290     END-READ
004300     IF DRT-DEPARTMENT = SPACES
004310         OR DRT-EFFECTIVE-DATE NOT NUMERIC
004320         OR DRT-RUN-CHARGE NOT NUMERIC
004330         OR DRT-MINUTE-CHARGE NOT NUMERIC
004340         DISPLAY "rate for department " DRT-DEPARTMENT
004350             " is not usable -- skipped"
004360         MOVE SPACES TO CHG-PRINT-LINE
004370         STRING "RATE FOR DEPARTMENT " DRT-DEPARTMENT
004380             " EFFECTIVE " DRT-EFFECTIVE-DATE
004390             " IS NOT USABLE -- SKIPPED"
004400             DELIMITED BY SIZE INTO CHG-PRINT-LINE
004410         WRITE CHG-PRINT-LINE
004420         GO TO 1210-EXIT
004430     END-IF
004440     IF WS-RATE-COUNT < WS-MAX-RATES
004450         ADD 1 TO WS-RATE-COUNT
004460         MOVE WS-RATE-COUNT TO WS-RATE-SUB
004470         MOVE DRT-DEPARTMENT TO WS-RATE-DEPT (WS-RATE-SUB)
004480         MOVE DRT-EFFECTIVE-DATE
004490             TO WS-RATE-EFFECTIVE (WS-RATE-SUB)
004500         MOVE DRT-RUN-CHARGE TO WS-RATE-PER-RUN (WS-RATE-SUB)
004510         MOVE DRT-MINUTE-CHARGE
004520             TO WS-RATE-PER-MINUTE (WS-RATE-SUB)
004530     ELSE
004540         DISPLAY "rate table is full -- department "
004550             DRT-DEPARTMENT " skipped"
004560         ADD 1 TO WS-ERROR-COUNT
004570     END-IF.
004580 1210-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 1300-OPEN-EXTRACT -- open the finance extract and write its    *
004630*                      header.                                   *
004640******************************************************************
004650 1300-OPEN-EXTRACT.
004660     OPEN OUTPUT CHARGE-EXTRACT-FILE
004670     IF WS-EXTRACT-STATUS NOT = "00"
004680         DISPLAY "chargeback extract could not be opened, status "
004690             WS-EXTRACT-STATUS
004700         MOVE SPACES TO CHG-PRINT-LINE
004710         STRING "FINANCE EXTRACT COULD NOT BE OPENED -- NO "
004720             "CHARGEBACK CUT"
004730             DELIMITED BY SIZE INTO CHG-PRINT-LINE
004740         WRITE CHG-PRINT-LINE
004750         ADD 1 TO WS-ERROR-COUNT
004760         GO TO 1300-EXIT
004770     END-IF
004780     SET WS-EXTRACT-UP TO TRUE
004790     MOVE SPACES TO CHX-EXTRACT-RECORD
004800     MOVE "H" TO CHX-RECORD-TYPE
004810     MOVE WS-BILLING-MONTH TO CHX-BILLING-MONTH
004820     MOVE WS-TODAY-DATE TO CHX-CREATED-DATE
004830     MOVE WS-TODAY-TIME TO CHX-CREATED-TIME
004840     MOVE WS-SOURCE-SYSTEM TO CHX-SOURCE-SYSTEM
004850     WRITE CHX-EXTRACT-RECORD.
004860 1300-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 2000-READ-HISTORY -- one run.  A run that ended in the billing *
004910*                      month is placed in its counter's          *
004920*                      department -- or on UNASSIGNED -- priced, *
004930*                      and folded into the department and        *
004940*                      counter roll-up.                          *
004950******************************************************************
004960 2000-READ-HISTORY.
004970     READ HISTORY-FILE
004980         AT END
004990             SET WS-HISTORY-EOF TO TRUE
005000             GO TO 2000-EXIT
005010     END-READ
005020     ADD 1 TO WS-HISTORY-RUNS
005030     MOVE HST-RUN-END-DATE TO WS-END-DATE-SPLIT
005040     IF WS-END-YYYYMM NOT = WS-BILLING-MONTH
005050         GO TO 2000-EXIT
005060     END-IF
005070     ADD 1 TO WS-MONTH-RUNS
005080     PERFORM 2100-PLACE-RUN THRU 2100-EXIT
005090     PERFORM 2200-COMPUTE-ELAPSED THRU 2200-EXIT
005100     IF WS-ELAPSED-MINUTES < 0
005110         ADD 1 TO WS-BAD-STAMP-COUNT
005120         MOVE 0 TO WS-ELAPSED-MINUTES
005130     END-IF
005140     PERFORM 2300-PRICE-RUN THRU 2300-EXIT
005150     PERFORM 2400-FIND-PAIR THRU 2400-EXIT
005160     IF NOT WS-ENTRY-FOUND
005170         ADD 1 TO WS-OVERFLOW-RUNS
005180         GO TO 2000-EXIT
005190     END-IF
005200     ADD 1 TO WS-PAIR-RUNS (WS-PAIR-SUB)
005210     ADD HST-FINAL-VALUE TO WS-PAIR-VALUES (WS-PAIR-SUB)
005220     ADD WS-ELAPSED-MINUTES TO WS-PAIR-MINUTES (WS-PAIR-SUB)
005230     ADD WS-RUN-RUN-CHARGE TO WS-PAIR-RUN-CHARGE (WS-PAIR-SUB)
005240     ADD WS-RUN-MINUTE-CHARGE
005250         TO WS-PAIR-MINUTE-CHARGE (WS-PAIR-SUB)
005260     IF NOT WS-RATE-FOUND
005270         ADD 1 TO WS-PAIR-NO-RATE (WS-PAIR-SUB)
005280         ADD 1 TO WS-NO-RATE-RUNS
005290     END-IF
005300     IF WS-NEW-GROUP = "2"
005310         ADD 1 TO WS-UNASSIGNED-RUNS
005320     END-IF.
005330 2000-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370* 2100-PLACE-RUN -- the department the run is billed to: its     *
005380*                   counter's department on the master, or       *
005390*                   UNASSIGNED -- sorted after every real        *
005400*                   department -- when the counter is not on the *
005410*                   master, is retired, or names no department.  *
005420******************************************************************
005430 2100-PLACE-RUN.
005440     MOVE "1" TO WS-NEW-GROUP
005450     MOVE HST-COUNTER-ID TO WS-NEW-COUNTER
005460     MOVE SPACES TO WS-NEW-NOTE
005470     MOVE HST-COUNTER-ID TO CTM-COUNTER-ID
005480     READ MASTER-FILE
005490         INVALID KEY
005500             MOVE "NOT REG" TO WS-NEW-NOTE
005510     END-READ
005520     IF WS-NEW-NOTE = SPACES
005530         IF CTM-RETIRED
005540             MOVE "RETIRED" TO WS-NEW-NOTE
005550         ELSE
005560             IF CTM-DEPARTMENT = SPACES
005570                 MOVE "NO DEPT" TO WS-NEW-NOTE
005580             END-IF
005590         END-IF
005600     END-IF
005610     IF WS-NEW-NOTE = SPACES
005620         MOVE CTM-DEPARTMENT TO WS-NEW-DEPT
005630     ELSE
005640         MOVE "2" TO WS-NEW-GROUP
005650         MOVE WS-UNASSIGNED-DEPT TO WS-NEW-DEPT
005660     END-IF.
005670 2100-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 2200-COMPUTE-ELAPSED -- elapsed minutes between the run's      *
005720*                         start and end stamps.  Each date is    *
005730*                         turned into a day number (year days    *
005740*                         plus leap days plus the month table)   *
005750*                         so a run across midnight -- or across  *
005760*                         month-end -- comes out right.  A       *
005770*                         negative answer means the stamps are   *
005780*                         unusable; the run is still billed per  *
005790*                         run, with no minutes.                  *
005800******************************************************************
005810 2200-COMPUTE-ELAPSED.
005820     MOVE -1 TO WS-ELAPSED-MINUTES
005830     IF HST-RUN-START-DATE NOT NUMERIC
005840         OR HST-RUN-END-DATE NOT NUMERIC
005850         GO TO 2200-EXIT
005860     END-IF
005870     MOVE HST-RUN-START-DATE TO WS-WORK-DATE
005880     PERFORM 2210-DATE-TO-DAY-NUMBER THRU 2210-EXIT
005890     MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
005900     MOVE HST-RUN-END-DATE TO WS-WORK-DATE
005910     PERFORM 2210-DATE-TO-DAY-NUMBER THRU 2210-EXIT
005920     MOVE WS-DAY-NUMBER TO WS-END-DAY-NUMBER
005930     MOVE HST-RUN-START-TIME TO WS-WORK-TIME
005940     IF WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
005950         GO TO 2200-EXIT
005960     END-IF
005970     PERFORM 2220-TIME-TO-MINUTES THRU 2220-EXIT
005980     MOVE WS-MINUTES-OF-DAY TO WS-START-MINUTES
005990     MOVE HST-RUN-END-TIME TO WS-WORK-TIME
006000     IF WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
006010         GO TO 2200-EXIT
006020     END-IF
006030     PERFORM 2220-TIME-TO-MINUTES THRU 2220-EXIT
006040     MOVE WS-MINUTES-OF-DAY TO WS-END-MINUTES
006050     COMPUTE WS-ELAPSED-MINUTES =
006060         ((WS-END-DAY-NUMBER - WS-START-DAY-NUMBER) * 1440)
006070         + WS-END-MINUTES - WS-START-MINUTES.
006080 2200-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 2210-DATE-TO-DAY-NUMBER -- YYYYMMDD in WS-WORK-DATE to a       *
006130*                            running day count: 365 per year,    *
006140*                            one per leap year before this one,  *
006150*                            the month table, the day, and one   *
006160*                            more when this year is leap and     *
006170*                            the date is past February.          *
006180******************************************************************
006190 2210-DATE-TO-DAY-NUMBER.
006200     COMPUTE WS-PRIOR-YEAR = WS-WORK-YEAR - 1
006210     COMPUTE WS-LEAP-DAYS =
006220         (WS-PRIOR-YEAR / 4) - (WS-PRIOR-YEAR / 100)
006230         + (WS-PRIOR-YEAR / 400)
006240     COMPUTE WS-DAY-NUMBER =
006250         (WS-WORK-YEAR * 365) + WS-LEAP-DAYS
006260         + WS-CUM-DAYS (WS-WORK-MONTH) + WS-WORK-DAY
006270     IF WS-WORK-MONTH < 3
006280         GO TO 2210-EXIT
006290     END-IF
006300     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
006310         REMAINDER WS-LEAP-REMAINDER
006320     IF WS-LEAP-REMAINDER NOT = 0
006330         GO TO 2210-EXIT
006340     END-IF
006350     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
006360         REMAINDER WS-LEAP-REMAINDER
006370     IF WS-LEAP-REMAINDER NOT = 0
006380         ADD 1 TO WS-DAY-NUMBER
006390         GO TO 2210-EXIT
006400     END-IF
006410     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
006420         REMAINDER WS-LEAP-REMAINDER
006430     IF WS-LEAP-REMAINDER = 0
006440         ADD 1 TO WS-DAY-NUMBER
006450     END-IF.
006460 2210-EXIT.
006470     EXIT.
006480
006490 2220-TIME-TO-MINUTES.
006500     COMPUTE WS-MINUTES-OF-DAY =
006510         (WS-TIME-HH * 60) + WS-TIME-MM.
006520 2220-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560* 2300-PRICE-RUN -- the rate in force for the run's department   *
006570*                   on the day it ended: the entry with the      *
006580*                   latest effective date not after that day.    *
006590*                   No such entry prices the run at zero and     *
006600*                   says so on the invoice.                      *
006610******************************************************************
006620 2300-PRICE-RUN.
006630     MOVE 0 TO WS-RUN-RUN-CHARGE
006640     MOVE 0 TO WS-RUN-MINUTE-CHARGE
006650     MOVE "N" TO WS-RATE-FOUND-SWITCH
006660     MOVE 0 TO WS-BEST-SUB
006670     PERFORM 2310-TEST-RATE THRU 2310-EXIT
006680         VARYING WS-RATE-SUB FROM 1 BY 1
006690         UNTIL WS-RATE-SUB > WS-RATE-COUNT
006700     IF NOT WS-RATE-FOUND
006710         GO TO 2300-EXIT
006720     END-IF
006730     MOVE WS-RATE-PER-RUN (WS-BEST-SUB) TO WS-RUN-RUN-CHARGE
006740     COMPUTE WS-RUN-MINUTE-CHARGE ROUNDED =
006750         WS-ELAPSED-MINUTES * WS-RATE-PER-MINUTE (WS-BEST-SUB).
006760 2300-EXIT.
006770     EXIT.
006780
006790 2310-TEST-RATE.
006800     IF WS-RATE-DEPT (WS-RATE-SUB) NOT = WS-NEW-DEPT
006810         GO TO 2310-EXIT
006820     END-IF
006830     IF WS-RATE-EFFECTIVE (WS-RATE-SUB) > HST-RUN-END-DATE
006840         GO TO 2310-EXIT
006850     END-IF
006860     IF WS-RATE-FOUND
006870         IF WS-RATE-EFFECTIVE (WS-RATE-SUB)
006880             NOT > WS-RATE-EFFECTIVE (WS-BEST-SUB)
006890             GO TO 2310-EXIT
006900         END-IF
006910     END-IF
006920     SET WS-RATE-FOUND TO TRUE
006930     MOVE WS-RATE-SUB TO WS-BEST-SUB.
006940 2310-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980* 2400-FIND-PAIR -- the roll-up entry for the run's department   *
006990*                   and counter.  The table is kept in key order *
007000*                   -- departments alphabetical, UNASSIGNED last *
007010*                   -- so the invoices print in order without a  *
007020*                   sort; a new pair is slotted in where it      *
007030*                   belongs.  A full table is counted and fails  *
007040*                   the job, since the bill would no longer tie  *
007050*                   back to the history.                         *
007060******************************************************************
007070 2400-FIND-PAIR.
007080     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
007090     PERFORM 2410-TEST-PAIR THRU 2410-EXIT
007100         VARYING WS-PAIR-SUB FROM 1 BY 1
007110         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
007120             OR WS-ENTRY-FOUND
007130     IF WS-ENTRY-FOUND
007140         SUBTRACT 1 FROM WS-PAIR-SUB
007150         IF WS-PAIR-KEY (WS-PAIR-SUB) = WS-NEW-KEY
007160             GO TO 2400-EXIT
007170         END-IF
007180     END-IF
007190     IF WS-PAIR-COUNT NOT < WS-MAX-PAIRS
007200         DISPLAY "chargeback table is full -- counter "
007210             WS-NEW-COUNTER " not billed"
007220         MOVE "N" TO WS-ENTRY-FOUND-SWITCH
007230         GO TO 2400-EXIT
007240     END-IF
007250     PERFORM 2420-SHIFT-ONE-PAIR THRU 2420-EXIT
007260         VARYING WS-SHIFT-SUB FROM WS-PAIR-COUNT BY -1
007270         UNTIL WS-SHIFT-SUB < WS-PAIR-SUB
007280     ADD 1 TO WS-PAIR-COUNT
007290     MOVE WS-NEW-KEY TO WS-PAIR-KEY (WS-PAIR-SUB)
007300     MOVE WS-NEW-NOTE TO WS-PAIR-NOTE (WS-PAIR-SUB)
007310     MOVE 0 TO WS-PAIR-RUNS (WS-PAIR-SUB)
007320     MOVE 0 TO WS-PAIR-VALUES (WS-PAIR-SUB)
007330     MOVE 0 TO WS-PAIR-MINUTES (WS-PAIR-SUB)
007340     MOVE 0 TO WS-PAIR-NO-RATE (WS-PAIR-SUB)
007350     MOVE 0 TO WS-PAIR-RUN-CHARGE (WS-PAIR-SUB)
007360     MOVE 0 TO WS-PAIR-MINUTE-CHARGE (WS-PAIR-SUB)
007370     SET WS-ENTRY-FOUND TO TRUE.
007380 2400-EXIT.
007390     EXIT.
007400
007410 2410-TEST-PAIR.
007420     IF WS-PAIR-KEY (WS-PAIR-SUB) NOT < WS-NEW-KEY
007430         SET WS-ENTRY-FOUND TO TRUE
007440     END-IF.
007450 2410-EXIT.
007460     EXIT.
007470
007480 2420-SHIFT-ONE-PAIR.
007490     MOVE WS-PAIR-ENTRY (WS-SHIFT-SUB)
007500         TO WS-PAIR-ENTRY (WS-SHIFT-SUB + 1).
007510 2420-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* 3000-PRINT-ONE-PAIR -- one counter's line on its department's  *
007560*                        invoice, and its detail on the finance  *
007570*                        extract.  A change of department closes *
007580*                        the last invoice and starts a new page. *
007590******************************************************************
007600 3000-PRINT-ONE-PAIR.
007610     IF WS-PAIR-SUB = 1
007620         PERFORM 3200-OPEN-DEPARTMENT THRU 3200-EXIT
007630     ELSE
007640         IF WS-PAIR-GROUP (WS-PAIR-SUB)
007650                 NOT = WS-PAIR-GROUP (WS-PAIR-SUB - 1)
007660             OR WS-PAIR-DEPT (WS-PAIR-SUB)
007670                 NOT = WS-PAIR-DEPT (WS-PAIR-SUB - 1)
007680             PERFORM 3300-CLOSE-DEPARTMENT THRU 3300-EXIT
007690             PERFORM 3200-OPEN-DEPARTMENT THRU 3200-EXIT
007700         END-IF
007710     END-IF
007720     MOVE SPACES TO WS-CHARGE-LINE
007730     MOVE WS-PAIR-COUNTER (WS-PAIR-SUB) TO WS-CHL-NAME
007740     MOVE WS-PAIR-RUNS (WS-PAIR-SUB) TO WS-CHL-RUNS
007750     MOVE WS-PAIR-VALUES (WS-PAIR-SUB) TO WS-CHL-VALUES
007760     MOVE WS-PAIR-MINUTES (WS-PAIR-SUB) TO WS-CHL-MINUTES
007770     MOVE WS-PAIR-RUN-CHARGE (WS-PAIR-SUB) TO WS-CHL-RUN-CHARGE
007780     MOVE WS-PAIR-MINUTE-CHARGE (WS-PAIR-SUB)
007790         TO WS-CHL-MINUTE-CHARGE
007800     COMPUTE WS-CHL-TOTAL-CHARGE =
007810         WS-PAIR-RUN-CHARGE (WS-PAIR-SUB)
007820         + WS-PAIR-MINUTE-CHARGE (WS-PAIR-SUB)
007830     MOVE WS-PAIR-NOTE (WS-PAIR-SUB) TO WS-CHL-NOTE
007840     IF WS-PAIR-NO-RATE (WS-PAIR-SUB) > 0
007850         AND WS-CHL-NOTE = SPACES
007860         MOVE "NO RATE" TO WS-CHL-NOTE
007870     END-IF
007880     MOVE WS-CHARGE-LINE TO CHG-PRINT-LINE
007890     WRITE CHG-PRINT-LINE
007900     ADD WS-PAIR-RUNS (WS-PAIR-SUB) TO WS-SUM-RUNS
007910     ADD WS-PAIR-VALUES (WS-PAIR-SUB) TO WS-SUM-VALUES
007920     ADD WS-PAIR-MINUTES (WS-PAIR-SUB) TO WS-SUM-MINUTES
007930     ADD WS-PAIR-RUN-CHARGE (WS-PAIR-SUB) TO WS-SUM-RUN-CHARGE
007940     ADD WS-PAIR-MINUTE-CHARGE (WS-PAIR-SUB)
007950         TO WS-SUM-MINUTE-CHARGE
007960     ADD WS-PAIR-NO-RATE (WS-PAIR-SUB) TO WS-SUM-NO-RATE
007970     PERFORM 3100-WRITE-EXTRACT-DETAIL THRU 3100-EXIT.
007980 3000-EXIT.
007990     EXIT.
008000
008010 3100-WRITE-EXTRACT-DETAIL.
008020     MOVE SPACES TO CHX-EXTRACT-RECORD
008030     MOVE "D" TO CHX-RECORD-TYPE
008040     MOVE WS-BILLING-MONTH TO CHX-BILLING-MONTH
008050     MOVE WS-PAIR-DEPT (WS-PAIR-SUB) TO CHX-DEPARTMENT
008060     MOVE WS-PAIR-COUNTER (WS-PAIR-SUB) TO CHX-COUNTER-ID
008070     MOVE WS-PAIR-RUNS (WS-PAIR-SUB) TO CHX-RUNS
008080     MOVE WS-PAIR-VALUES (WS-PAIR-SUB) TO CHX-VALUES
008090     MOVE WS-PAIR-MINUTES (WS-PAIR-SUB) TO CHX-MINUTES
008100     MOVE WS-PAIR-RUN-CHARGE (WS-PAIR-SUB) TO CHX-RUN-CHARGE
008110     MOVE WS-PAIR-MINUTE-CHARGE (WS-PAIR-SUB)
008120         TO CHX-MINUTE-CHARGE
008130     COMPUTE CHX-TOTAL-CHARGE =
008140         WS-PAIR-RUN-CHARGE (WS-PAIR-SUB)
008150         + WS-PAIR-MINUTE-CHARGE (WS-PAIR-SUB)
008160     WRITE CHX-EXTRACT-RECORD
008170     IF WS-EXTRACT-STATUS = "00"
008180         ADD 1 TO WS-EXTRACT-COUNT
008190     ELSE
008200         DISPLAY "extract detail for "
008210             WS-PAIR-COUNTER (WS-PAIR-SUB)
008220             " not written, status " WS-EXTRACT-STATUS
008230         ADD 1 TO WS-ERROR-COUNT
008240     END-IF.
008250 3100-EXIT.
008260     EXIT.
008270
008280******************************************************************
008290* 3200-OPEN-DEPARTMENT -- a break and heading for the next       *
008300*                         department's invoice.                  *
008310******************************************************************
008320 3200-OPEN-DEPARTMENT.
008330     MOVE 0 TO WS-SUM-RUNS
008340     MOVE 0 TO WS-SUM-VALUES
008350     MOVE 0 TO WS-SUM-MINUTES
008360     MOVE 0 TO WS-SUM-RUN-CHARGE
008370     MOVE 0 TO WS-SUM-MINUTE-CHARGE
008380     MOVE 0 TO WS-SUM-NO-RATE
008390     MOVE SPACES TO CHG-PRINT-LINE
008400     WRITE CHG-PRINT-LINE
008410     MOVE ALL "=" TO CHG-PRINT-LINE
008420     WRITE CHG-PRINT-LINE
008430     MOVE SPACES TO CHG-PRINT-LINE
008440     STRING "DEPARTMENT CHARGEBACK INVOICE  MONTH "
008450         WS-BILLING-MONTH "  PRINTED " WS-TODAY-DATE
008460         DELIMITED BY SIZE INTO CHG-PRINT-LINE
008470     WRITE CHG-PRINT-LINE
008480     MOVE SPACES TO CHG-PRINT-LINE
008490     IF WS-PAIR-GROUP (WS-PAIR-SUB) = "2"
008500         STRING "DEPARTMENT: UNASSIGNED -- COUNTER NOT ON THE "
008510             "MASTER, RETIRED, OR NO DEPARTMENT"
008520             DELIMITED BY SIZE INTO CHG-PRINT-LINE
008530     ELSE
008540         STRING "DEPARTMENT: " WS-PAIR-DEPT (WS-PAIR-SUB)
008550             DELIMITED BY SIZE INTO CHG-PRINT-LINE
008560     END-IF
008570     WRITE CHG-PRINT-LINE
008580     MOVE ALL "-" TO CHG-PRINT-LINE
008590     WRITE CHG-PRINT-LINE
008600     MOVE WS-HEADING-LINE TO CHG-PRINT-LINE
008610     WRITE CHG-PRINT-LINE.
008620 3200-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660* 3300-CLOSE-DEPARTMENT -- the department's invoice total, kept  *
008670*                          for the shop-wide page.  The pair     *
008680*                          subscript has already moved on, so    *
008690*                          the department is the one before it.  *
008700******************************************************************
008710 3300-CLOSE-DEPARTMENT.
008720     COMPUTE WS-SUM-TOTAL-CHARGE =
008730         WS-SUM-RUN-CHARGE + WS-SUM-MINUTE-CHARGE
008740     MOVE ALL "-" TO CHG-PRINT-LINE
008750     WRITE CHG-PRINT-LINE
008760     MOVE SPACES TO WS-CHARGE-LINE
008770     MOVE "TOTAL" TO WS-CHL-NAME
008780     MOVE WS-SUM-RUNS TO WS-CHL-RUNS
008790     MOVE WS-SUM-VALUES TO WS-CHL-VALUES
008800     MOVE WS-SUM-MINUTES TO WS-CHL-MINUTES
008810     MOVE WS-SUM-RUN-CHARGE TO WS-CHL-RUN-CHARGE
008820     MOVE WS-SUM-MINUTE-CHARGE TO WS-CHL-MINUTE-CHARGE
008830     MOVE WS-SUM-TOTAL-CHARGE TO WS-CHL-TOTAL-CHARGE
008840     MOVE WS-CHARGE-LINE TO CHG-PRINT-LINE
008850     WRITE CHG-PRINT-LINE
008860     IF WS-SUM-NO-RATE > 0
008870         MOVE WS-SUM-NO-RATE TO WS-COUNT-DISPLAY
008880         MOVE SPACES TO CHG-PRINT-LINE
008890         STRING "RUNS WITH NO RATE IN FORCE : " WS-COUNT-DISPLAY
008900             " -- PRICED AT ZERO"
008910             DELIMITED BY SIZE INTO CHG-PRINT-LINE
008920         WRITE CHG-PRINT-LINE
008930     END-IF
008940     ADD WS-SUM-RUNS TO WS-SHOP-RUNS
008950     ADD WS-SUM-VALUES TO WS-SHOP-VALUES
008960     ADD WS-SUM-MINUTES TO WS-SHOP-MINUTES
008970     ADD WS-SUM-RUN-CHARGE TO WS-SHOP-RUN-CHARGE
008980     ADD WS-SUM-MINUTE-CHARGE TO WS-SHOP-MINUTE-CHARGE
008990     ADD WS-SUM-TOTAL-CHARGE TO WS-SHOP-TOTAL-CHARGE
009000     IF WS-DEPT-COUNT NOT < WS-MAX-DEPTS
009010         DISPLAY "department table is full -- shop page short"
009020         ADD 1 TO WS-ERROR-COUNT
009030         GO TO 3300-EXIT
009040     END-IF
009050     ADD 1 TO WS-DEPT-COUNT
009060     MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
009070     IF WS-PAIR-GROUP (WS-PAIR-SUB - 1) = "2"
009080         MOVE "UNASSIGNED" TO WS-DEPT-NAME (WS-DEPT-SUB)
009090     ELSE
009100         MOVE WS-PAIR-DEPT (WS-PAIR-SUB - 1)
009110             TO WS-DEPT-NAME (WS-DEPT-SUB)
009120     END-IF
009130     MOVE WS-SUM-RUNS TO WS-DEPT-RUNS (WS-DEPT-SUB)
009140     MOVE WS-SUM-VALUES TO WS-DEPT-VALUES (WS-DEPT-SUB)
009150     MOVE WS-SUM-MINUTES TO WS-DEPT-MINUTES (WS-DEPT-SUB)
009160     MOVE WS-SUM-RUN-CHARGE TO WS-DEPT-RUN-CHARGE (WS-DEPT-SUB)
009170     MOVE WS-SUM-MINUTE-CHARGE
009180         TO WS-DEPT-MINUTE-CHARGE (WS-DEPT-SUB).
009190 3300-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230* 4000-PRINT-SHOP-TOTAL -- one line per department and the shop  *
009240*                          total, then the tie-out: every run    *
009250*                          that ended in the month is billed     *
009260*                          somewhere, UNASSIGNED included.       *
009270******************************************************************
009280 4000-PRINT-SHOP-TOTAL.
009290     MOVE SPACES TO CHG-PRINT-LINE
009300     WRITE CHG-PRINT-LINE
009310     MOVE ALL "=" TO CHG-PRINT-LINE
009320     WRITE CHG-PRINT-LINE
009330     MOVE SPACES TO CHG-PRINT-LINE
009340     STRING "SHOP-WIDE CHARGEBACK TOTAL  MONTH " WS-BILLING-MONTH
009350         "  PRINTED " WS-TODAY-DATE
009360         DELIMITED BY SIZE INTO CHG-PRINT-LINE
009370     WRITE CHG-PRINT-LINE
009380     MOVE ALL "-" TO CHG-PRINT-LINE
009390     WRITE CHG-PRINT-LINE
009400     MOVE WS-HEADING-LINE TO CHG-PRINT-LINE
009410     MOVE "DEPARTMENT" TO CHG-PRINT-LINE (1:10)
009420     WRITE CHG-PRINT-LINE
009430     PERFORM 4100-PRINT-ONE-DEPARTMENT THRU 4100-EXIT
009440         VARYING WS-DEPT-SUB FROM 1 BY 1
009450         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
009460     MOVE ALL "-" TO CHG-PRINT-LINE
009470     WRITE CHG-PRINT-LINE
009480     MOVE SPACES TO WS-CHARGE-LINE
009490     MOVE "SHOP TOTAL" TO WS-CHL-NAME
009500     MOVE WS-SHOP-RUNS TO WS-CHL-RUNS
009510     MOVE WS-SHOP-VALUES TO WS-CHL-VALUES
009520     MOVE WS-SHOP-MINUTES TO WS-CHL-MINUTES
009530     MOVE WS-SHOP-RUN-CHARGE TO WS-CHL-RUN-CHARGE
009540     MOVE WS-SHOP-MINUTE-CHARGE TO WS-CHL-MINUTE-CHARGE
009550     MOVE WS-SHOP-TOTAL-CHARGE TO WS-CHL-TOTAL-CHARGE
009560     MOVE WS-CHARGE-LINE TO CHG-PRINT-LINE
009570     WRITE CHG-PRINT-LINE
009580     MOVE SPACES TO CHG-PRINT-LINE
009590     WRITE CHG-PRINT-LINE
009600     MOVE WS-HISTORY-RUNS TO WS-COUNT-DISPLAY
009610     MOVE SPACES TO CHG-PRINT-LINE
009620     STRING "RUNS ON THE HISTORY . . . . : " WS-COUNT-DISPLAY
009630         DELIMITED BY SIZE INTO CHG-PRINT-LINE
009640     WRITE CHG-PRINT-LINE
009650     MOVE WS-MONTH-RUNS TO WS-COUNT-DISPLAY
009660     MOVE SPACES TO CHG-PRINT-LINE
009670     STRING "RUNS ENDED IN THE MONTH . . : " WS-COUNT-DISPLAY
009680         DELIMITED BY SIZE INTO CHG-PRINT-LINE
009690     WRITE CHG-PRINT-LINE
009700     MOVE WS-SHOP-RUNS TO WS-COUNT-DISPLAY
009710     MOVE SPACES TO CHG-PRINT-LINE
009720     STRING "RUNS BILLED . . . . . . . . : " WS-COUNT-DISPLAY
009730         DELIMITED BY SIZE INTO CHG-PRINT-LINE
009740     WRITE CHG-PRINT-LINE
009750     MOVE WS-UNASSIGNED-RUNS TO WS-COUNT-DISPLAY
009760     MOVE SPACES TO CHG-PRINT-LINE
009770     STRING "RUNS UNASSIGNED . . . . . . : " WS-COUNT-DISPLAY
009780         DELIMITED BY SIZE INTO CHG-PRINT-LINE
009790     WRITE CHG-PRINT-LINE
009800     MOVE WS-NO-RATE-RUNS TO WS-COUNT-DISPLAY
009810     MOVE SPACES TO CHG-PRINT-LINE
009820     STRING "RUNS WITH NO RATE IN FORCE. : " WS-COUNT-DISPLAY
009830         DELIMITED BY SIZE INTO CHG-PRINT-LINE
009840     WRITE CHG-PRINT-LINE
009850     MOVE WS-BAD-STAMP-COUNT TO WS-COUNT-DISPLAY
009860     MOVE SPACES TO CHG-PRINT-LINE
009870     STRING "RUNS WITH NO USABLE STAMPS. : " WS-COUNT-DISPLAY
009880         DELIMITED BY SIZE INTO CHG-PRINT-LINE
009890     WRITE CHG-PRINT-LINE
009900     IF WS-OVERFLOW-RUNS > 0
009910         MOVE WS-OVERFLOW-RUNS TO WS-COUNT-DISPLAY
009920         MOVE SPACES TO CHG-PRINT-LINE
009930         STRING "RUNS NOT BILLED, TABLE FULL : " WS-COUNT-DISPLAY
009940             DELIMITED BY SIZE INTO CHG-PRINT-LINE
009950         WRITE CHG-PRINT-LINE
009960         ADD 1 TO WS-ERROR-COUNT
009970     END-IF
009980     MOVE SPACES TO CHG-PRINT-LINE
009990     IF WS-SHOP-RUNS = WS-MONTH-RUNS
010000         STRING "RUNS BILLED TIE BACK TO THE RUN HISTORY"
010010             DELIMITED BY SIZE INTO CHG-PRINT-LINE
010020     ELSE
010030         STRING "RUNS BILLED DO NOT TIE BACK TO THE RUN HISTORY"
010040             DELIMITED BY SIZE INTO CHG-PRINT-LINE
010050     END-IF
010060     WRITE CHG-PRINT-LINE.
010070 4000-EXIT.
010080     EXIT.
010090
010100 4100-PRINT-ONE-DEPARTMENT.
010110     MOVE SPACES TO WS-CHARGE-LINE
010120     MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO WS-CHL-NAME
010130     MOVE WS-DEPT-RUNS (WS-DEPT-SUB) TO WS-CHL-RUNS
010140     MOVE WS-DEPT-VALUES (WS-DEPT-SUB) TO WS-CHL-VALUES
010150     MOVE WS-DEPT-MINUTES (WS-DEPT-SUB) TO WS-CHL-MINUTES
010160     MOVE WS-DEPT-RUN-CHARGE (WS-DEPT-SUB) TO WS-CHL-RUN-CHARGE
010170     MOVE WS-DEPT-MINUTE-CHARGE (WS-DEPT-SUB)
010180         TO WS-CHL-MINUTE-CHARGE
010190     COMPUTE WS-CHL-TOTAL-CHARGE =
010200         WS-DEPT-RUN-CHARGE (WS-DEPT-SUB)
010210         + WS-DEPT-MINUTE-CHARGE (WS-DEPT-SUB)
010220     MOVE WS-CHARGE-LINE TO CHG-PRINT-LINE
010230     WRITE CHG-PRINT-LINE.
010240 4100-EXIT.
010250     EXIT.
010260
010270******************************************************************
010280* 4500-WRITE-TRAILER -- the extract's control totals, so the     *
010290*                       ledger load can prove it took            *
010300*                       everything.                              *
010310******************************************************************
010320 4500-WRITE-TRAILER.
010330     MOVE SPACES TO CHX-EXTRACT-RECORD
010340     MOVE "T" TO CHX-RECORD-TYPE
010350     MOVE WS-BILLING-MONTH TO CHX-BILLING-MONTH
010360     MOVE WS-EXTRACT-COUNT TO CHX-DETAIL-COUNT
010370     MOVE WS-SHOP-RUNS TO CHX-TOTAL-RUNS
010380     MOVE WS-SHOP-TOTAL-CHARGE TO CHX-GRAND-CHARGE
010390     WRITE CHX-EXTRACT-RECORD
010400     IF WS-EXTRACT-STATUS NOT = "00"
010410         DISPLAY "extract trailer not written, status "
010420             WS-EXTRACT-STATUS
010430         ADD 1 TO WS-ERROR-COUNT
010440     END-IF.
010450 4500-EXIT.
010460     EXIT.
010470
010480******************************************************************
010490* 9000-FINALIZE -- close the report and the extract, flag the    *
010500*                  result on the console, and set the return     *
010510*                  code: 8 when the bill could not be cut whole, *
010520*                  4 when runs went unassigned or unpriced.      *
010530******************************************************************
010540 9000-FINALIZE.
010550     IF WS-REPORT-STATUS = "00"
010560         CLOSE CHARGE-REPORT-FILE
010570     END-IF
010580     IF WS-EXTRACT-UP
010590         CLOSE CHARGE-EXTRACT-FILE
010600     END-IF
010610     IF WS-ERROR-COUNT > 0
010620         DISPLAY "chargeback for " WS-BILLING-MONTH
010630             " incomplete -- see CHGRPT.DAT"
010640         MOVE 8 TO RETURN-CODE
010650         GO TO 9000-EXIT
010660     END-IF
010670     MOVE WS-SHOP-RUNS TO WS-COUNT-DISPLAY
010680     DISPLAY "chargeback for " WS-BILLING-MONTH " billed "
010690         WS-COUNT-DISPLAY " run(s) -- invoices in CHGRPT.DAT, "
010700         "extract in CHGEXT.DAT"
010710     IF WS-UNASSIGNED-RUNS > 0 OR WS-NO-RATE-RUNS > 0
010720         MOVE 4 TO RETURN-CODE
010730     END-IF.
010740 9000-EXIT.
010750     EXIT.
010760
010770 END PROGRAM CTRCHRG.
