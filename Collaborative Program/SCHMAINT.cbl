000010******************************************************************
000020* PROGRAM:    SCHMAINT                                           *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Master schedule and holiday calendar maintenance.  *
000120*             The schedule builder lives on MSTSCHED.DAT and     *
000130*             HOLCAL.DAT, and both were hand-edited text -- the  *
000140*             first anyone heard of a bad frequency code, a run  *
000150*             day of 35, or weekday flags that were not Y or N   *
000160*             was a skipped-entries line the next morning.  Each *
000170*             card in the deck adds, changes, deletes, or views  *
000180*             a master schedule entry (keyed by counter-id and   *
000190*             frequency) or a shop holiday (keyed by date).      *
000200*             Every card is edited in full before anything is    *
000210*             touched: a schedule entry must pass the schedule   *
000220*             builder's own rules and name a counter registered  *
000230*             and active on the counter master, and a holiday    *
000240*             must be a real date, not already on the calendar,  *
000250*             and not in the past.  Every change is appended to  *
000260*             a permanent journal with the entry before and      *
000270*             after and the operator who made it.  The files are *
000280*             rewritten once, after the whole deck.  The job     *
000290*             then lists the full master schedule, naming any    *
000300*             entry the schedule builder would skip and why, the *
000310*             holiday calendar, and a 35-day look-ahead of the   *
000320*             counters due each day with holidays applied.  No   *
000330*             deck just prints the listing.  Return code 8 when  *
000340*             a card could not be applied or a file could not be *
000350*             rewritten, 4 when the listing names an entry or    *
000360*             holiday that needs attention.                      *
000370*                                                                *
000380* MODIFICATION HISTORY                                           *
000390*   DATE        INIT  DESCRIPTION                                *
000400*   2026-10-15   JR   Original schedule and holiday maintenance. *
000401*   2026-10-15   JR   A counter master that will not open counts *
000402*                     as an error.  A failed write or close of   *
000403*                     the schedule or calendar is reported, and  *
000404*                     the listing and look-ahead are headed to   *
000405*                     say they show unsaved changes.             *
000406*   2026-10-15   JR   A failed journal write or counter master   *
000407*                     read is reported as an error.              *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. SCHMAINT AS "SCHMAINT".
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT MAINT-CARD-FILE ASSIGN TO "SCHCARD.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CARD-STATUS.
000550     SELECT MASTER-SCHED-FILE ASSIGN TO "MSTSCHED.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-MSTSCHED-STATUS.
000580     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-HOLIDAY-STATUS.
000610     SELECT MASTER-FILE ASSIGN TO "CTRMAST.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CTM-COUNTER-ID
000650         LOCK MODE IS AUTOMATIC
000660         SHARING WITH ALL OTHER
000670         FILE STATUS IS WS-MASTER-STATUS.
000680     SELECT JOURNAL-FILE ASSIGN TO "SCHJRNL.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-JOURNAL-STATUS.
000710     SELECT MAINT-REPORT-FILE ASSIGN TO "SCHMRPT.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  MAINT-CARD-FILE.
000780     COPY "SCHCARD.cpy".
000790
000800 FD  MASTER-SCHED-FILE.
000810     COPY "MSTSCHED.cpy".
000820
000830 FD  HOLIDAY-FILE.
000840     COPY "HOLCAL.cpy".
000850
000860 FD  MASTER-FILE.
000870     COPY "CTRMAST.cpy".
000880
000890 FD  JOURNAL-FILE.
000900     COPY "SCHJRNL.cpy".
000910
000920 FD  MAINT-REPORT-FILE.
000930 01  SHM-PRINT-LINE                  PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
000970 01  WS-MSTSCHED-STATUS          PIC X(02)  VALUE "00".
000980 01  WS-HOLIDAY-STATUS           PIC X(02)  VALUE "00".
000990 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
001000 01  WS-JOURNAL-STATUS           PIC X(02)  VALUE "00".
001010 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001020 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
001030 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
001040
001050 01  WS-SWITCHES.
001060     05  WS-CARD-EOF-SWITCH      PIC X(01)  VALUE "N".
001070         88  WS-CARD-EOF                VALUE "Y".
001080     05  WS-DECK-UP-SWITCH       PIC X(01)  VALUE "N".
001090         88  WS-DECK-UP                 VALUE "Y".
001100     05  WS-MASTER-UP-SWITCH     PIC X(01)  VALUE "N".
001110         88  WS-MASTER-UP               VALUE "Y".
001120     05  WS-FILES-OK-SWITCH      PIC X(01)  VALUE "N".
001130         88  WS-FILES-OK                VALUE "Y".
001140     05  WS-LOAD-FAILED-SWITCH   PIC X(01)  VALUE "N".
001150         88  WS-LOAD-FAILED             VALUE "Y".
001160     05  WS-MSTSCHED-EOF-SWITCH  PIC X(01)  VALUE "N".
001170         88  WS-MSTSCHED-EOF            VALUE "Y".
001180     05  WS-HOLIDAY-EOF-SWITCH   PIC X(01)  VALUE "N".
001190         88  WS-HOLIDAY-EOF             VALUE "Y".
001200     05  WS-ENTRY-FOUND-SWITCH   PIC X(01)  VALUE "N".
001210         88  WS-ENTRY-FOUND             VALUE "Y".
001220     05  WS-SLOT-FOUND-SWITCH    PIC X(01)  VALUE "N".
001230         88  WS-SLOT-FOUND              VALUE "Y".
001240     05  WS-DATE-OK-SWITCH       PIC X(01)  VALUE "N".
001250         88  WS-DATE-OK                 VALUE "Y".
001260     05  WS-SCHED-CHANGED-SWITCH PIC X(01)  VALUE "N".
001270         88  WS-SCHED-CHANGED           VALUE "Y".
001280     05  WS-HOL-CHANGED-SWITCH   PIC X(01)  VALUE "N".
001290         88  WS-HOL-CHANGED             VALUE "Y".
001300     05  WS-HOLIDAY-TODAY-SWITCH PIC X(01)  VALUE "N".
001310         88  WS-HOLIDAY-TODAY           VALUE "Y".
001320     05  WS-ENTRY-DUE-SWITCH     PIC X(01)  VALUE "N".
001330         88  WS-ENTRY-DUE               VALUE "Y".
001332     05  WS-SAVE-FAILED-SWITCH   PIC X(01)  VALUE "N".
001334         88  WS-SAVE-FAILED             VALUE "Y".
001336     05  WS-WRITE-FAILED-SWITCH  PIC X(01)  VALUE "N".
001338         88  WS-WRITE-FAILED            VALUE "Y".
001340
001350 01  WS-TABLE-LIMITS.
001360     05  WS-MAX-ENTRIES          PIC 9(05)  COMP VALUE 500.
001370     05  WS-MAX-HOLIDAYS         PIC 9(05)  COMP VALUE 200.
001380     05  WS-LOOK-AHEAD-DAYS      PIC 9(05)  COMP VALUE 35.
001390
001400 01  WS-ENTRY-COUNT              PIC 9(05)  COMP VALUE 0.
001410 01  WS-HOLIDAY-COUNT            PIC 9(05)  COMP VALUE 0.
001420 01  WS-SCH-SUB                  PIC 9(05)  COMP VALUE 0.
001430 01  WS-PRV-SUB                  PIC 9(05)  COMP VALUE 0.
001440 01  WS-HOL-SUB                  PIC 9(05)  COMP VALUE 0.
001450 01  WS-MOVE-SUB                 PIC 9(05)  COMP VALUE 0.
001460 01  WS-NEXT-SUB                 PIC 9(05)  COMP VALUE 0.
001470 01  WS-FLAG-SUB                 PIC 9(05)  COMP VALUE 0.
001480 01  WS-DAY-SUB                  PIC 9(05)  COMP VALUE 0.
001490
001500 01  WS-SCHEDULE-TABLE.
001510     05  WS-SCH-ENTRY OCCURS 500 TIMES.
001520         10  WS-SCH-IMAGE            PIC X(33).
001530         10  WS-SCH-FIELDS REDEFINES WS-SCH-IMAGE.
001540             15  WS-SCH-COUNTER-ID   PIC X(08).
001550             15  WS-SCH-FREQUENCY    PIC X(01).
001560             15  WS-SCH-FLAG         OCCURS 7 TIMES
001570                                     PIC X(01).
001580             15  WS-SCH-RUN-DAY      PIC 9(02).
001590             15  FILLER              PIC X(15).
001600         10  WS-SCH-USABLE           PIC X(01).
001610
001620 01  WS-HOLIDAY-TABLE.
001630     05  WS-HOL-ENTRY OCCURS 200 TIMES.
001640         10  WS-HOL-IMAGE            PIC X(38).
001650         10  WS-HOL-FIELDS REDEFINES WS-HOL-IMAGE.
001660             15  WS-HOL-DATE         PIC X(08).
001670             15  WS-HOL-DESC         PIC X(30).
001680
001690 01  WS-CHECK-ENTRY.
001700     05  WS-CHK-IMAGE            PIC X(33).
001710     05  WS-CHK-FIELDS REDEFINES WS-CHK-IMAGE.
001720         10  WS-CHK-COUNTER-ID   PIC X(08).
001730         10  WS-CHK-FREQUENCY    PIC X(01).
001740             88  WS-CHK-DAILY           VALUE "D".
001750             88  WS-CHK-WEEKDAYS        VALUE "W".
001760             88  WS-CHK-MONTH-END       VALUE "E".
001770             88  WS-CHK-DAY-OF-MONTH    VALUE "M".
001780         10  WS-CHK-FLAG         OCCURS 7 TIMES
001790                                 PIC X(01).
001800         10  WS-CHK-RUN-DAY      PIC X(02).
001810         10  WS-CHK-RUN-DAY-NUM REDEFINES WS-CHK-RUN-DAY
001820                                 PIC 9(02).
001830         10  WS-CHK-START        PIC X(05).
001840         10  WS-CHK-START-NUM REDEFINES WS-CHK-START
001850                                 PIC 9(05).
001860         10  WS-CHK-END          PIC X(05).
001870         10  WS-CHK-END-NUM REDEFINES WS-CHK-END
001880                                 PIC 9(05).
001890         10  WS-CHK-STEP         PIC X(05).
001900         10  WS-CHK-STEP-NUM REDEFINES WS-CHK-STEP
001910                                 PIC 9(05).
001920
001930 01  WS-EDIT-REASON              PIC X(40)  VALUE SPACE.
001940 01  WS-FLAGS-YES                PIC 9(01)  COMP VALUE 0.
001950 01  WS-FLAGS-BAD                PIC 9(01)  COMP VALUE 0.
001960 01  WS-BEFORE-IMAGE             PIC X(38)  VALUE SPACE.
001970 01  WS-AFTER-IMAGE              PIC X(38)  VALUE SPACE.
001980 01  WS-HOLIDAY-DESC             PIC X(30)  VALUE SPACE.
001990 01  WS-PREVIOUS-DATE            PIC X(08)  VALUE SPACE.
002000
002010 01  WS-DATE-WORK.
002020     05  WS-WORK-DATE            PIC X(08).
002030     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
002040         10  WS-WORK-YEAR        PIC 9(04).
002050         10  WS-WORK-MONTH       PIC 9(02).
002060         10  WS-WORK-DAY         PIC 9(02).
002070
002080 01  WS-CUM-DAYS-VALUES.
002090     05  FILLER                  PIC X(36)  VALUE
002100         "000031059090120151181212243273304334".
002110 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002120     05  WS-CUM-DAYS             OCCURS 12 TIMES
002130                                 PIC 9(03).
002140
002150 01  WS-MONTH-DAYS-VALUES.
002160     05  FILLER                  PIC X(24)  VALUE
002170         "312831303130313130313031".
002180 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002190     05  WS-MONTH-DAYS           OCCURS 12 TIMES
002200                                 PIC 9(02).
002210
002220 01  WS-DAY-NAME-VALUES.
002230     05  FILLER                  PIC X(21)  VALUE
002240         "MONTUEWEDTHUFRISATSUN".
002250 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
002260     05  WS-DAY-NAME             OCCURS 7 TIMES
002270                                 PIC X(03).
002280
002290 01  WS-DAY-NUMBER               PIC 9(09)  COMP VALUE 0.
002300 01  WS-WEEK-WORK                PIC 9(09)  COMP VALUE 0.
002310 01  WS-WEEK-QUOTIENT            PIC 9(09)  COMP VALUE 0.
002320 01  WS-WEEK-REMAINDER           PIC 9(01)  COMP VALUE 0.
002330 01  WS-DAY-OF-WEEK              PIC 9(01)  VALUE 0.
002340 01  WS-MONTH-END-DAY            PIC 9(02)  VALUE 0.
002350 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
002360 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
002370 01  WS-PRIOR-YEAR               PIC 9(04)  COMP VALUE 0.
002380 01  WS-LEAP-DAYS                PIC 9(09)  COMP VALUE 0.
002390
002400 01  WS-LOOK-LINE                PIC X(80)  VALUE SPACE.
002410 01  WS-LOOK-POS                 PIC 9(03)  COMP VALUE 0.
002420 01  WS-DAY-DUE-COUNT            PIC 9(05)  COMP VALUE 0.
002430
002440 01  WS-CARD-COUNT               PIC 9(05)  COMP VALUE 0.
002450 01  WS-APPLIED-COUNT            PIC 9(05)  COMP VALUE 0.
002460 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
002470 01  WS-WARNING-COUNT            PIC 9(05)  COMP VALUE 0.
002480 01  WS-USABLE-COUNT             PIC 9(05)  COMP VALUE 0.
002490 01  WS-HOLIDAY-DAYS             PIC 9(05)  COMP VALUE 0.
002500 01  WS-DUE-TOTAL                PIC 9(05)  COMP VALUE 0.
002510 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
002520
002530 01  WS-ENTRY-LINE.
002540     05  WS-ENT-COUNTER-ID       PIC X(08).
002550     05  FILLER                  PIC X(02)  VALUE SPACE.
002560     05  WS-ENT-FREQUENCY        PIC X(01).
002570     05  FILLER                  PIC X(03)  VALUE SPACE.
002580     05  WS-ENT-FLAGS            PIC X(07).
002590     05  FILLER                  PIC X(02)  VALUE SPACE.
002600     05  WS-ENT-RUN-DAY          PIC X(02).
002610     05  FILLER                  PIC X(02)  VALUE SPACE.
002620     05  WS-ENT-START            PIC X(05).
002630     05  FILLER                  PIC X(02)  VALUE SPACE.
002640     05  WS-ENT-END              PIC X(05).
002650     05  FILLER                  PIC X(02)  VALUE SPACE.
002660     05  WS-ENT-STEP             PIC X(05).
002670     05  FILLER                  PIC X(02)  VALUE SPACE.
002680     05  WS-ENT-NOTE             PIC X(30).
002690
002700 01  WS-ENTRY-HEADING.
002710     05  FILLER                  PIC X(10)  VALUE "COUNTER".
002720     05  FILLER                  PIC X(04)  VALUE "FRQ".
002730     05  FILLER                  PIC X(09)  VALUE "MTWTFSS".
002740     05  FILLER                  PIC X(04)  VALUE "DAY".
002750     05  FILLER                  PIC X(07)  VALUE "START".
002760     05  FILLER                  PIC X(07)  VALUE "END".
002770     05  FILLER                  PIC X(07)  VALUE "STEP".
002780     05  FILLER                  PIC X(30)  VALUE "NOTE".
002790
002800 PROCEDURE DIVISION.
002810
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002840     IF WS-FILES-OK
002850         IF WS-DECK-UP
002860             PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002870                 UNTIL WS-CARD-EOF
002880             CLOSE MAINT-CARD-FILE
002890         END-IF
002900         PERFORM 3000-SAVE-FILES THRU 3000-EXIT
002910         PERFORM 5000-LIST-SCHEDULE THRU 5000-EXIT
002920         PERFORM 5500-LIST-HOLIDAYS THRU 5500-EXIT
002930         PERFORM 6000-PRINT-LOOK-AHEAD THRU 6000-EXIT
002940         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
002950         IF WS-MASTER-UP
002960             CLOSE MASTER-FILE
002970         END-IF
002980     END-IF
002990     PERFORM 9000-FINALIZE THRU 9000-EXIT
003000     STOP RUN.
003010 0000-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050* 1000-INITIALIZE -- open the report, the card deck, and the     *
003060*                    counter master, and load the master         *
003070*                    schedule and the holiday calendar.  No deck *
003080*                    means there is nothing to maintain, which   *
003090*                    is not an error -- the listing still        *
003100*                    prints.  A file that will not load in full  *
003110*                    is never rewritten, so nothing is done at   *
003120*                    all.  A counter master that is there but    *
003122*                    will not open is counted as an error as     *
003125*                    well as refusing the schedule adds and      *
003127*                    changes.                                    *
003130******************************************************************
003140 1000-INITIALIZE.
003150     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003160     ACCEPT WS-TODAY-TIME FROM TIME
003170     OPEN OUTPUT MAINT-REPORT-FILE
003180     IF WS-REPORT-STATUS NOT = "00"
003190         DISPLAY "schedule maintenance report could not be "
003200             "opened, status " WS-REPORT-STATUS
003210         ADD 1 TO WS-ERROR-COUNT
003220         GO TO 1000-EXIT
003230     END-IF
003240     MOVE SPACES TO SHM-PRINT-LINE
003250     STRING "SCHEDULE AND CALENDAR MAINTENANCE  " WS-TODAY-DATE
003260         " " WS-TODAY-TIME
003270         DELIMITED BY SIZE INTO SHM-PRINT-LINE
003280     WRITE SHM-PRINT-LINE
003290     MOVE ALL "-" TO SHM-PRINT-LINE
003300     WRITE SHM-PRINT-LINE
003310     OPEN INPUT MAINT-CARD-FILE
003320     IF WS-CARD-STATUS = "00"
003330         SET WS-DECK-UP TO TRUE
003340     ELSE
003350         DISPLAY "schedule maintenance deck not available, "
003360             "status " WS-CARD-STATUS " -- listing only"
003370         MOVE SPACES TO SHM-PRINT-LINE
003380         STRING "NO MAINTENANCE CARDS -- LISTING ONLY"
003390             DELIMITED BY SIZE INTO SHM-PRINT-LINE
003400         WRITE SHM-PRINT-LINE
003410     END-IF
003420     OPEN INPUT MASTER-FILE
003430     IF WS-MASTER-STATUS = "00"
003440         SET WS-MASTER-UP TO TRUE
003450     ELSE
003460         DISPLAY "counter master not available, status "
003470             WS-MASTER-STATUS
003480             " -- schedule adds and changes refused"
003490         MOVE SPACES TO SHM-PRINT-LINE
003500         STRING "COUNTER MASTER NOT AVAILABLE -- SCHEDULE ADDS "
003510             "AND CHANGES REFUSED"
003520             DELIMITED BY SIZE INTO SHM-PRINT-LINE
003530         WRITE SHM-PRINT-LINE
003532         IF WS-MASTER-STATUS NOT = "35"
003535             ADD 1 TO WS-ERROR-COUNT
003537         END-IF
003540     END-IF
003550     PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
003560     PERFORM 1300-LOAD-HOLIDAYS THRU 1300-EXIT
003570     IF WS-LOAD-FAILED
003580         MOVE SPACES TO SHM-PRINT-LINE
003590         STRING "FILES COULD NOT BE LOADED IN FULL -- "
003600             "NOTHING DONE"
003610             DELIMITED BY SIZE INTO SHM-PRINT-LINE
003620         WRITE SHM-PRINT-LINE
003630         IF WS-DECK-UP
003640             CLOSE MAINT-CARD-FILE
003650         END-IF
003660         IF WS-MASTER-UP
003670             CLOSE MASTER-FILE
003680         END-IF
003690         GO TO 1000-EXIT
003700     END-IF
003710     SET WS-FILES-OK TO TRUE.
003720 1000-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760* 1150-EDIT-DATE -- WS-WORK-DATE must be an all-digit YYYYMMDD   *
003770*                   with a real month and a day inside it.       *
003780******************************************************************
003790 1150-EDIT-DATE.
003800     MOVE "N" TO WS-DATE-OK-SWITCH
003810     IF WS-WORK-DATE NOT NUMERIC
003820         GO TO 1150-EXIT
003830     END-IF
003840     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
003850         GO TO 1150-EXIT
003860     END-IF
003870     PERFORM 1170-SET-MONTH-END THRU 1170-EXIT
003880     IF WS-WORK-DAY < 1 OR WS-WORK-DAY > WS-MONTH-END-DAY
003890         GO TO 1150-EXIT
003900     END-IF
003910     SET WS-DATE-OK TO TRUE.
003920 1150-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960* 1160-DATE-TO-DAY-NUMBER -- YYYYMMDD in WS-WORK-DATE to a       *
003970*                            running day count: 365 per year,    *
003980*                            one per leap year before this one,  *
003990*                            the month table, the day, and one   *
004000*                            more when this year is leap and     *
004010*                            the date is past February.          *
004020******************************************************************
004030 1160-DATE-TO-DAY-NUMBER.
004040     COMPUTE WS-PRIOR-YEAR = WS-WORK-YEAR - 1
004050     COMPUTE WS-LEAP-DAYS =
004060         (WS-PRIOR-YEAR / 4) - (WS-PRIOR-YEAR / 100)
004070         + (WS-PRIOR-YEAR / 400)
004080     COMPUTE WS-DAY-NUMBER =
004090         (WS-WORK-YEAR * 365) + WS-LEAP-DAYS
004100         + WS-CUM-DAYS (WS-WORK-MONTH) + WS-WORK-DAY
004110     IF WS-WORK-MONTH < 3
004120         GO TO 1160-EXIT
004130     END-IF
004140     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004150         REMAINDER WS-LEAP-REMAINDER
004160     IF WS-LEAP-REMAINDER NOT = 0
004170         GO TO 1160-EXIT
004180     END-IF
004190     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004200         REMAINDER WS-LEAP-REMAINDER
004210     IF WS-LEAP-REMAINDER NOT = 0
004220         ADD 1 TO WS-DAY-NUMBER
004230         GO TO 1160-EXIT
004240     END-IF
004250     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004260         REMAINDER WS-LEAP-REMAINDER
004270     IF WS-LEAP-REMAINDER = 0
004280         ADD 1 TO WS-DAY-NUMBER
004290     END-IF.
004300 1160-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 1170-SET-MONTH-END -- the last day of WS-WORK-DATE's month,    *
004350*                       from the month table with the February   *
004360*                       leap-year correction: divisible by 4,    *
004370*                       except a century year must be divisible  *
004380*                       by 400.                                  *
004390******************************************************************
004400 1170-SET-MONTH-END.
004410     MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-MONTH-END-DAY
004420     IF WS-WORK-MONTH NOT = 02
004430         GO TO 1170-EXIT
004440     END-IF
004450     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004460         REMAINDER WS-LEAP-REMAINDER
004470     IF WS-LEAP-REMAINDER NOT = 0
004480         GO TO 1170-EXIT
004490     END-IF
004500     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004510         REMAINDER WS-LEAP-REMAINDER
004520     IF WS-LEAP-REMAINDER NOT = 0
004530         MOVE 29 TO WS-MONTH-END-DAY
004540         GO TO 1170-EXIT
004550     END-IF
004560     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004570         REMAINDER WS-LEAP-REMAINDER
004580     IF WS-LEAP-REMAINDER = 0
004590         MOVE 29 TO WS-MONTH-END-DAY
004600     END-IF.
004610 1170-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650* 1200-LOAD-SCHEDULE -- every master schedule entry, as it       *
004660*                       stands on the file, bad or good, so the  *
004670*                       file can be rewritten without losing a   *
004680*                       line.  No file yet means an empty        *
004690*                       schedule; one is created when the first  *
004700*                       entry is added.                          *
004710******************************************************************
004720 1200-LOAD-SCHEDULE.
004730     OPEN INPUT MASTER-SCHED-FILE
004740     IF WS-MSTSCHED-STATUS = "35"
004750         GO TO 1200-EXIT
004760     END-IF
004770     IF WS-MSTSCHED-STATUS NOT = "00"
004780         DISPLAY "master schedule not available, status "
004790             WS-MSTSCHED-STATUS " -- nothing done"
004800         MOVE SPACES TO SHM-PRINT-LINE
004810         STRING "MASTER SCHEDULE NOT AVAILABLE, STATUS "
004820             WS-MSTSCHED-STATUS
004830             DELIMITED BY SIZE INTO SHM-PRINT-LINE
004840         WRITE SHM-PRINT-LINE
004850         ADD 1 TO WS-ERROR-COUNT
004860         SET WS-LOAD-FAILED TO TRUE
004870         GO TO 1200-EXIT
004880     END-IF
004890     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
004900         UNTIL WS-MSTSCHED-EOF
004910     CLOSE MASTER-SCHED-FILE.
004920 1200-EXIT.
004930     EXIT.
004940
004950 1210-LOAD-ONE-ENTRY.
004960     READ MASTER-SCHED-FILE
004970         AT END
004980             SET WS-MSTSCHED-EOF TO TRUE
004990             GO TO 1210-EXIT
005000     END-READ
005010     IF WS-ENTRY-COUNT NOT < WS-MAX-ENTRIES
005020         DISPLAY "master schedule table is full -- nothing done"
005030         MOVE SPACES TO SHM-PRINT-LINE
005040         STRING "MASTER SCHEDULE HAS MORE ENTRIES THAN THE TABLE "
005050             "HOLDS" DELIMITED BY SIZE INTO SHM-PRINT-LINE
005060         WRITE SHM-PRINT-LINE
005070         ADD 1 TO WS-ERROR-COUNT
005080         SET WS-LOAD-FAILED TO TRUE
005090         SET WS-MSTSCHED-EOF TO TRUE
005100         GO TO 1210-EXIT
005110     END-IF
005120     ADD 1 TO WS-ENTRY-COUNT
005130     MOVE MSC-MASTER-SCHED-REC TO WS-SCH-IMAGE (WS-ENTRY-COUNT)
005140     MOVE "N" TO WS-SCH-USABLE (WS-ENTRY-COUNT).
005150 1210-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 1300-LOAD-HOLIDAYS -- every holiday on the calendar, kept in   *
005200*                       date order so the rewritten calendar     *
005210*                       reads in order whatever order it was     *
005220*                       keyed in.  No file yet means no          *
005230*                       holidays.                                *
005240******************************************************************
005250 1300-LOAD-HOLIDAYS.
005260     OPEN INPUT HOLIDAY-FILE
005270     IF WS-HOLIDAY-STATUS = "35"
005280         GO TO 1300-EXIT
005290     END-IF
005300     IF WS-HOLIDAY-STATUS NOT = "00"
005310         DISPLAY "holiday calendar not available, status "
005320             WS-HOLIDAY-STATUS " -- nothing done"
005330         MOVE SPACES TO SHM-PRINT-LINE
005340         STRING "HOLIDAY CALENDAR NOT AVAILABLE, STATUS "
005350             WS-HOLIDAY-STATUS
005360             DELIMITED BY SIZE INTO SHM-PRINT-LINE
005370         WRITE SHM-PRINT-LINE
005380         ADD 1 TO WS-ERROR-COUNT
005390         SET WS-LOAD-FAILED TO TRUE
005400         GO TO 1300-EXIT
005410     END-IF
005420     PERFORM 1310-LOAD-ONE-HOLIDAY THRU 1310-EXIT
005430         UNTIL WS-HOLIDAY-EOF
005440     CLOSE HOLIDAY-FILE.
005450 1300-EXIT.
005460     EXIT.
005470
005480 1310-LOAD-ONE-HOLIDAY.
005490     READ HOLIDAY-FILE
005500         AT END
005510             SET WS-HOLIDAY-EOF TO TRUE
005520             GO TO 1310-EXIT
005530     END-READ
005540     IF WS-HOLIDAY-COUNT NOT < WS-MAX-HOLIDAYS
005550         DISPLAY "holiday table is full -- nothing done"
005560         MOVE SPACES TO SHM-PRINT-LINE
005570         STRING "HOLIDAY CALENDAR HAS MORE DATES THAN THE TABLE "
005580             "HOLDS" DELIMITED BY SIZE INTO SHM-PRINT-LINE
005590         WRITE SHM-PRINT-LINE
005600         ADD 1 TO WS-ERROR-COUNT
005610         SET WS-LOAD-FAILED TO TRUE
005620         SET WS-HOLIDAY-EOF TO TRUE
005630         GO TO 1310-EXIT
005640     END-IF
005650     MOVE HOL-CALENDAR-REC TO WS-AFTER-IMAGE
005660     PERFORM 8500-INSERT-HOLIDAY THRU 8500-EXIT.
005670 1310-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 2000-PROCESS-CARD -- one card of the deck: check who keyed it  *
005720*                      and which file it maintains, then hand it *
005730*                      on.  A card that cannot be applied is     *
005740*                      named on the report and counted, and the  *
005750*                      deck keeps going.                         *
005760******************************************************************
005770 2000-PROCESS-CARD.
005780     READ MAINT-CARD-FILE
005790         AT END
005800             SET WS-CARD-EOF TO TRUE
005810             GO TO 2000-EXIT
005820     END-READ
005830     ADD 1 TO WS-CARD-COUNT
005840     IF SHC-MAINT-OPERATOR = SPACES
005850         MOVE SPACES TO SHM-PRINT-LINE
005860         STRING "CARD HAS NO OPERATOR-ID -- NOT APPLIED"
005870             DELIMITED BY SIZE INTO SHM-PRINT-LINE
005880         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
005890         GO TO 2000-EXIT
005900     END-IF
005910     IF SHC-SCHEDULE-CARD
005920         PERFORM 2100-SCHEDULE-CARD THRU 2100-EXIT
005930         GO TO 2000-EXIT
005940     END-IF
005950     IF SHC-HOLIDAY-CARD
005960         PERFORM 2500-HOLIDAY-CARD THRU 2500-EXIT
005970         GO TO 2000-EXIT
005980     END-IF
005990     MOVE SPACES TO SHM-PRINT-LINE
006000     STRING "CARD FILE CODE " SHC-FILE-CODE " IS NOT S OR H"
006010         DELIMITED BY SIZE INTO SHM-PRINT-LINE
006020     PERFORM 8100-LOG-ERROR THRU 8100-EXIT.
006030 2000-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 2100-SCHEDULE-CARD -- a master schedule card.  The entry is    *
006080*                       found by counter-id and frequency; a     *
006090*                       view with no frequency shows every entry *
006100*                       for the counter.                         *
006110******************************************************************
006120 2100-SCHEDULE-CARD.
006130     IF SHC-COUNTER-ID = SPACES
006140         MOVE SPACES TO SHM-PRINT-LINE
006150         STRING "SCHEDULE CARD HAS NO COUNTER-ID -- NOT APPLIED"
006160             DELIMITED BY SIZE INTO SHM-PRINT-LINE
006170         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
006180         GO TO 2100-EXIT
006190     END-IF
006200     IF SHC-VIEW
006210         PERFORM 2400-VIEW-SCHEDULE THRU 2400-EXIT
006220         GO TO 2100-EXIT
006230     END-IF
006240     PERFORM 8200-FIND-SCHEDULE THRU 8200-EXIT
006250     IF SHC-ADD
006260         PERFORM 2200-ADD-SCHEDULE THRU 2200-EXIT
006270         GO TO 2100-EXIT
006280     END-IF
006290     IF SHC-CHANGE
006300         PERFORM 2250-CHANGE-SCHEDULE THRU 2250-EXIT
006310         GO TO 2100-EXIT
006320     END-IF
006330     IF SHC-DELETE
006340         PERFORM 2300-DELETE-SCHEDULE THRU 2300-EXIT
006350         GO TO 2100-EXIT
006360     END-IF
006370     MOVE SPACES TO SHM-PRINT-LINE
006380     STRING "SCHEDULE " SHC-COUNTER-ID " FUNCTION " SHC-FUNCTION
006390         " IS NOT A, C, D, OR V"
006400         DELIMITED BY SIZE INTO SHM-PRINT-LINE
006410     PERFORM 8100-LOG-ERROR THRU 8100-EXIT.
006420 2100-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460* 2150-EDIT-SCHEDULE-CARD -- the entry on an add or change card  *
006470*                            must pass the schedule builder's    *
006480*                            own rules and name a counter        *
006490*                            registered and active on the        *
006500*                            counter master.  With no master to  *
006510*                            check against, nothing is added or  *
006520*                            changed.  A clean entry has a zero  *
006530*                            step made 1, the rule the count     *
006540*                            loop applies, and a run day of zero *
006550*                            unless it runs on a day of the      *
006560*                            month.                              *
006570******************************************************************
006580 2150-EDIT-SCHEDULE-CARD.
006590     MOVE SHC-SCHEDULE-IMAGE TO WS-CHK-IMAGE
006600     PERFORM 8300-EDIT-SCHEDULE-ENTRY THRU 8300-EXIT
006610     IF WS-EDIT-REASON = SPACES
006620         IF WS-MASTER-UP
006630             PERFORM 8350-CHECK-REGISTERED THRU 8350-EXIT
006640         ELSE
006650             MOVE "COUNTER MASTER NOT AVAILABLE TO CHECK"
006660                 TO WS-EDIT-REASON
006670         END-IF
006680     END-IF
006690     IF WS-EDIT-REASON NOT = SPACES
006700         MOVE SPACES TO SHM-PRINT-LINE
006710         STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
006720             " -- " WS-EDIT-REASON " -- NOT APPLIED"
006730             DELIMITED BY SIZE INTO SHM-PRINT-LINE
006740         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
006750         GO TO 2150-EXIT
006760     END-IF
006770     IF WS-CHK-STEP-NUM = ZERO
006780         MOVE 1 TO WS-CHK-STEP-NUM
006790     END-IF
006800     IF NOT WS-CHK-DAY-OF-MONTH
006810         MOVE 0 TO WS-CHK-RUN-DAY-NUM
006820     END-IF.
006830 2150-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 2200-ADD-SCHEDULE -- a new master schedule entry, added at the *
006880*                      end of the schedule.  A counter may carry *
006890*                      one entry per frequency.                  *
006900******************************************************************
006910 2200-ADD-SCHEDULE.
006920     IF WS-ENTRY-FOUND
006930         MOVE SPACES TO SHM-PRINT-LINE
006940         STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
006950             " IS ALREADY ON THE MASTER SCHEDULE -- NOT ADDED"
006960             DELIMITED BY SIZE INTO SHM-PRINT-LINE
006970         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
006980         GO TO 2200-EXIT
006990     END-IF
007000     PERFORM 2150-EDIT-SCHEDULE-CARD THRU 2150-EXIT
007010     IF WS-EDIT-REASON NOT = SPACES
007020         GO TO 2200-EXIT
007030     END-IF
007040     IF WS-ENTRY-COUNT NOT < WS-MAX-ENTRIES
007050         MOVE SPACES TO SHM-PRINT-LINE
007060         STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
007070             " -- MASTER SCHEDULE IS FULL -- NOT ADDED"
007080             DELIMITED BY SIZE INTO SHM-PRINT-LINE
007090         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
007100         GO TO 2200-EXIT
007110     END-IF
007120     ADD 1 TO WS-ENTRY-COUNT
007130     MOVE WS-CHK-IMAGE TO WS-SCH-IMAGE (WS-ENTRY-COUNT)
007140     MOVE "N" TO WS-SCH-USABLE (WS-ENTRY-COUNT)
007150     SET WS-SCHED-CHANGED TO TRUE
007160     MOVE SPACES TO WS-BEFORE-IMAGE
007170     MOVE WS-CHK-IMAGE TO WS-AFTER-IMAGE
007180     MOVE SPACES TO SHM-PRINT-LINE
007190     STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
007200         " ADDED" DELIMITED BY SIZE INTO SHM-PRINT-LINE
007210     WRITE SHM-PRINT-LINE
007220     ADD 1 TO WS-APPLIED-COUNT
007230     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
007240 2200-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* 2250-CHANGE-SCHEDULE -- replace an entry's weekday flags, run  *
007290*                         day, and count range with the card's.  *
007300*                         The counter and frequency are the key; *
007310*                         moving an entry to another frequency   *
007320*                         is a delete and an add.                *
007330******************************************************************
007340 2250-CHANGE-SCHEDULE.
007350     IF NOT WS-ENTRY-FOUND
007360         MOVE SPACES TO SHM-PRINT-LINE
007370         STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
007380             " IS NOT ON THE MASTER SCHEDULE -- NOT CHANGED"
007390             DELIMITED BY SIZE INTO SHM-PRINT-LINE
007400         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
007410         GO TO 2250-EXIT
007420     END-IF
007430     PERFORM 2150-EDIT-SCHEDULE-CARD THRU 2150-EXIT
007440     IF WS-EDIT-REASON NOT = SPACES
007450         GO TO 2250-EXIT
007460     END-IF
007470     MOVE WS-SCH-IMAGE (WS-SCH-SUB) TO WS-BEFORE-IMAGE
007480     MOVE WS-CHK-IMAGE TO WS-SCH-IMAGE (WS-SCH-SUB)
007490     MOVE WS-CHK-IMAGE TO WS-AFTER-IMAGE
007500     SET WS-SCHED-CHANGED TO TRUE
007510     MOVE SPACES TO SHM-PRINT-LINE
007520     STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
007530         " CHANGED" DELIMITED BY SIZE INTO SHM-PRINT-LINE
007540     WRITE SHM-PRINT-LINE
007550     ADD 1 TO WS-APPLIED-COUNT
007560     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
007570 2250-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 2300-DELETE-SCHEDULE -- take an entry off the master schedule. *
007620*                         The journal keeps the entry as it was. *
007630******************************************************************
007640 2300-DELETE-SCHEDULE.
007650     IF NOT WS-ENTRY-FOUND
007660         MOVE SPACES TO SHM-PRINT-LINE
007670         STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
007680             " IS NOT ON THE MASTER SCHEDULE -- NOT DELETED"
007690             DELIMITED BY SIZE INTO SHM-PRINT-LINE
007700         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
007710         GO TO 2300-EXIT
007720     END-IF
007730     MOVE WS-SCH-IMAGE (WS-SCH-SUB) TO WS-BEFORE-IMAGE
007740     MOVE SPACES TO WS-AFTER-IMAGE
007750     PERFORM 8600-REMOVE-SCHEDULE THRU 8600-EXIT
007760     SET WS-SCHED-CHANGED TO TRUE
007770     MOVE SPACES TO SHM-PRINT-LINE
007780     STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
007790         " DELETED" DELIMITED BY SIZE INTO SHM-PRINT-LINE
007800     WRITE SHM-PRINT-LINE
007810     ADD 1 TO WS-APPLIED-COUNT
007820     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
007830 2300-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870* 2400-VIEW-SCHEDULE -- print the counter's entries as they      *
007880*                       stand without changing or journaling     *
007890*                       anything.                                *
007900******************************************************************
007910 2400-VIEW-SCHEDULE.
007920     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
007930     PERFORM 2410-VIEW-ONE-ENTRY THRU 2410-EXIT
007940         VARYING WS-SCH-SUB FROM 1 BY 1
007950         UNTIL WS-SCH-SUB > WS-ENTRY-COUNT
007960     IF NOT WS-ENTRY-FOUND
007970         MOVE SPACES TO SHM-PRINT-LINE
007980         STRING "SCHEDULE " SHC-COUNTER-ID " " SHC-FREQUENCY
007990             " IS NOT ON THE MASTER SCHEDULE"
008000             DELIMITED BY SIZE INTO SHM-PRINT-LINE
008010         WRITE SHM-PRINT-LINE
008020     END-IF.
008030 2400-EXIT.
008040     EXIT.
008050
008060 2410-VIEW-ONE-ENTRY.
008070     IF WS-SCH-COUNTER-ID (WS-SCH-SUB) NOT = SHC-COUNTER-ID
008080         GO TO 2410-EXIT
008090     END-IF
008100     IF SHC-FREQUENCY NOT = SPACE
008110         AND WS-SCH-FREQUENCY (WS-SCH-SUB) NOT = SHC-FREQUENCY
008120         GO TO 2410-EXIT
008130     END-IF
008140     SET WS-ENTRY-FOUND TO TRUE
008150     MOVE SPACES TO WS-ENT-NOTE
008160     PERFORM 5200-FORMAT-ENTRY THRU 5200-EXIT
008170     MOVE WS-ENTRY-LINE TO SHM-PRINT-LINE
008180     WRITE SHM-PRINT-LINE.
008190 2410-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230* 2500-HOLIDAY-CARD -- a holiday calendar card.  The date must   *
008240*                      be a real date whatever the function.     *
008250******************************************************************
008260 2500-HOLIDAY-CARD.
008270     MOVE SHC-HOLIDAY-DATE TO WS-WORK-DATE
008280     PERFORM 1150-EDIT-DATE THRU 1150-EXIT
008290     IF NOT WS-DATE-OK
008300         MOVE SPACES TO SHM-PRINT-LINE
008310         STRING "HOLIDAY " SHC-HOLIDAY-DATE
008320             " IS NOT A VALID DATE -- NOT APPLIED"
008330             DELIMITED BY SIZE INTO SHM-PRINT-LINE
008340         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
008350         GO TO 2500-EXIT
008360     END-IF
008370     PERFORM 8400-FIND-HOLIDAY THRU 8400-EXIT
008380     IF SHC-ADD
008390         PERFORM 2600-ADD-HOLIDAY THRU 2600-EXIT
008400         GO TO 2500-EXIT
008410     END-IF
008420     IF SHC-CHANGE
008430         PERFORM 2650-CHANGE-HOLIDAY THRU 2650-EXIT
008440         GO TO 2500-EXIT
008450     END-IF
008460     IF SHC-DELETE
008470         PERFORM 2700-DELETE-HOLIDAY THRU 2700-EXIT
008480         GO TO 2500-EXIT
008490     END-IF
008500     IF SHC-VIEW
008510         PERFORM 2800-VIEW-HOLIDAY THRU 2800-EXIT
008520         GO TO 2500-EXIT
008530     END-IF
008540     MOVE SPACES TO SHM-PRINT-LINE
008550     STRING "HOLIDAY " SHC-HOLIDAY-DATE " FUNCTION " SHC-FUNCTION
008560         " IS NOT A, C, D, OR V"
008570         DELIMITED BY SIZE INTO SHM-PRINT-LINE
008580     PERFORM 8100-LOG-ERROR THRU 8100-EXIT.
008590 2500-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 2600-ADD-HOLIDAY -- a new shop holiday.  A date already on the *
008640*                     calendar or already gone by is refused --  *
008650*                     a holiday keyed for a past date suppresses *
008660*                     nothing and usually means a mistyped year. *
008670******************************************************************
008680 2600-ADD-HOLIDAY.
008690     IF WS-ENTRY-FOUND
008700         MOVE SPACES TO SHM-PRINT-LINE
008710         STRING "HOLIDAY " SHC-HOLIDAY-DATE
008720             " IS ALREADY ON THE CALENDAR -- NOT ADDED"
008730             DELIMITED BY SIZE INTO SHM-PRINT-LINE
008740         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
008750         GO TO 2600-EXIT
008760     END-IF
008770     IF SHC-HOLIDAY-DATE < WS-TODAY-DATE
008780         MOVE SPACES TO SHM-PRINT-LINE
008790         STRING "HOLIDAY " SHC-HOLIDAY-DATE
008800             " IS IN THE PAST -- NOT ADDED"
008810             DELIMITED BY SIZE INTO SHM-PRINT-LINE
008820         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
008830         GO TO 2600-EXIT
008840     END-IF
008850     IF SHC-HOLIDAY-DESC = SPACES
008860         MOVE SPACES TO SHM-PRINT-LINE
008870         STRING "HOLIDAY " SHC-HOLIDAY-DATE
008880             " HAS NO DESCRIPTION -- NOT ADDED"
008890             DELIMITED BY SIZE INTO SHM-PRINT-LINE
008900         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
008910         GO TO 2600-EXIT
008920     END-IF
008930     IF WS-HOLIDAY-COUNT NOT < WS-MAX-HOLIDAYS
008940         MOVE SPACES TO SHM-PRINT-LINE
008950         STRING "HOLIDAY " SHC-HOLIDAY-DATE
008960             " -- HOLIDAY CALENDAR IS FULL -- NOT ADDED"
008970             DELIMITED BY SIZE INTO SHM-PRINT-LINE
008980         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
008990         GO TO 2600-EXIT
009000     END-IF
009010     MOVE SPACES TO WS-BEFORE-IMAGE
009020     MOVE SHC-ENTRY-DATA TO WS-AFTER-IMAGE
009030     PERFORM 8500-INSERT-HOLIDAY THRU 8500-EXIT
009040     SET WS-HOL-CHANGED TO TRUE
009050     MOVE SPACES TO SHM-PRINT-LINE
009060     STRING "HOLIDAY " SHC-HOLIDAY-DATE " ADDED  "
009070         SHC-HOLIDAY-DESC
009080         DELIMITED BY SIZE INTO SHM-PRINT-LINE
009090     WRITE SHM-PRINT-LINE
009100     ADD 1 TO WS-APPLIED-COUNT
009110     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
009120 2600-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160* 2650-CHANGE-HOLIDAY -- replace a holiday's description.  A     *
009170*                        past holiday is history and is not      *
009180*                        changed.                                *
009190******************************************************************
009200 2650-CHANGE-HOLIDAY.
009210     IF NOT WS-ENTRY-FOUND
009220         MOVE SPACES TO SHM-PRINT-LINE
009230         STRING "HOLIDAY " SHC-HOLIDAY-DATE
009240             " IS NOT ON THE CALENDAR -- NOT CHANGED"
009250             DELIMITED BY SIZE INTO SHM-PRINT-LINE
009260         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
009270         GO TO 2650-EXIT
009280     END-IF
009290     IF SHC-HOLIDAY-DATE < WS-TODAY-DATE
009300         MOVE SPACES TO SHM-PRINT-LINE
009310         STRING "HOLIDAY " SHC-HOLIDAY-DATE
009320             " IS IN THE PAST -- NOT CHANGED"
009330             DELIMITED BY SIZE INTO SHM-PRINT-LINE
009340         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
009350         GO TO 2650-EXIT
009360     END-IF
009370     IF SHC-HOLIDAY-DESC = SPACES
009380         MOVE SPACES TO SHM-PRINT-LINE
009390         STRING "HOLIDAY " SHC-HOLIDAY-DATE
009400             " HAS NO DESCRIPTION -- NOT CHANGED"
009410             DELIMITED BY SIZE INTO SHM-PRINT-LINE
009420         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
009430         GO TO 2650-EXIT
009440     END-IF
009450     MOVE WS-HOL-IMAGE (WS-HOL-SUB) TO WS-BEFORE-IMAGE
009460     MOVE SHC-HOLIDAY-DESC TO WS-HOL-DESC (WS-HOL-SUB)
009470     MOVE WS-HOL-IMAGE (WS-HOL-SUB) TO WS-AFTER-IMAGE
009480     SET WS-HOL-CHANGED TO TRUE
009490     MOVE SPACES TO SHM-PRINT-LINE
009500     STRING "HOLIDAY " SHC-HOLIDAY-DATE " CHANGED  "
009510         SHC-HOLIDAY-DESC
009520         DELIMITED BY SIZE INTO SHM-PRINT-LINE
009530     WRITE SHM-PRINT-LINE
009540     ADD 1 TO WS-APPLIED-COUNT
009550     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
009560 2650-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* 2700-DELETE-HOLIDAY -- take a date off the calendar.  A past   *
009610*                        date may be deleted to tidy the         *
009620*                        calendar up; the journal keeps it.      *
009630******************************************************************
009640 2700-DELETE-HOLIDAY.
009650     IF NOT WS-ENTRY-FOUND
009660         MOVE SPACES TO SHM-PRINT-LINE
009670         STRING "HOLIDAY " SHC-HOLIDAY-DATE
009680             " IS NOT ON THE CALENDAR -- NOT DELETED"
009690             DELIMITED BY SIZE INTO SHM-PRINT-LINE
009700         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
009710         GO TO 2700-EXIT
009720     END-IF
009730     MOVE WS-HOL-IMAGE (WS-HOL-SUB) TO WS-BEFORE-IMAGE
009740     MOVE SPACES TO WS-AFTER-IMAGE
009750     PERFORM 8650-REMOVE-HOLIDAY THRU 8650-EXIT
009760     SET WS-HOL-CHANGED TO TRUE
009770     MOVE SPACES TO SHM-PRINT-LINE
009780     STRING "HOLIDAY " SHC-HOLIDAY-DATE " DELETED"
009790         DELIMITED BY SIZE INTO SHM-PRINT-LINE
009800     WRITE SHM-PRINT-LINE
009810     ADD 1 TO WS-APPLIED-COUNT
009820     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
009830 2700-EXIT.
009840     EXIT.
009850
009860 2800-VIEW-HOLIDAY.
009870     MOVE SPACES TO SHM-PRINT-LINE
009880     IF WS-ENTRY-FOUND
009890         STRING "HOLIDAY " WS-HOL-DATE (WS-HOL-SUB) "  "
009900             WS-HOL-DESC (WS-HOL-SUB)
009910             DELIMITED BY SIZE INTO SHM-PRINT-LINE
009920     ELSE
009930         STRING "HOLIDAY " SHC-HOLIDAY-DATE
009940             " IS NOT ON THE CALENDAR"
009950             DELIMITED BY SIZE INTO SHM-PRINT-LINE
009960     END-IF
009970     WRITE SHM-PRINT-LINE.
009980 2800-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020* 3000-SAVE-FILES -- rewrite each file the deck changed, once,   *
010030*                    from the table.  A file that cannot be      *
010040*                    rewritten is reported: the changes          *
010050*                    journaled above it did not reach the file.  *
010052*                    A write or a close that fails is reported   *
010054*                    the same way, and the listing and           *
010056*                    look-ahead that follow are headed to say    *
010058*                    they show changes that were not saved.      *
010060******************************************************************
010070 3000-SAVE-FILES.
010080     IF WS-SCHED-CHANGED
010090         OPEN OUTPUT MASTER-SCHED-FILE
010100         IF WS-MSTSCHED-STATUS = "00"
010105             MOVE "N" TO WS-WRITE-FAILED-SWITCH
010110             PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
010120                 VARYING WS-SCH-SUB FROM 1 BY 1
010130                 UNTIL WS-SCH-SUB > WS-ENTRY-COUNT
010135                 OR WS-WRITE-FAILED
010140             CLOSE MASTER-SCHED-FILE
010143             IF WS-MSTSCHED-STATUS NOT = "00"
010146                 AND NOT WS-WRITE-FAILED
010149                 MOVE SPACES TO SHM-PRINT-LINE
010152                 STRING "MASTER SCHEDULE COULD NOT BE CLOSED, "
010155                     "STATUS " WS-MSTSCHED-STATUS
010158                     " -- CHANGES NOT SAVED"
010161                     DELIMITED BY SIZE INTO SHM-PRINT-LINE
010164                 PERFORM 8100-LOG-ERROR THRU 8100-EXIT
010167                 SET WS-WRITE-FAILED TO TRUE
010170                 SET WS-SAVE-FAILED TO TRUE
010173             END-IF
010176             IF NOT WS-WRITE-FAILED
010179                 MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY
010182                 MOVE SPACES TO SHM-PRINT-LINE
010185                 STRING "MASTER SCHEDULE REWRITTEN, "
010188                     WS-COUNT-DISPLAY " ENTRIES"
010191                     DELIMITED BY SIZE INTO SHM-PRINT-LINE
010194                 WRITE SHM-PRINT-LINE
010197             END-IF
010200         ELSE
010210             MOVE SPACES TO SHM-PRINT-LINE
010220             STRING "MASTER SCHEDULE COULD NOT BE REWRITTEN, "
010230                 "STATUS " WS-MSTSCHED-STATUS
010240                 " -- CHANGES NOT SAVED"
010250                 DELIMITED BY SIZE INTO SHM-PRINT-LINE
010260             PERFORM 8100-LOG-ERROR THRU 8100-EXIT
010265             SET WS-SAVE-FAILED TO TRUE
010270         END-IF
010280     END-IF
010290     IF WS-HOL-CHANGED
010300         OPEN OUTPUT HOLIDAY-FILE
010310         IF WS-HOLIDAY-STATUS = "00"
010315             MOVE "N" TO WS-WRITE-FAILED-SWITCH
010320             PERFORM 3200-WRITE-ONE-HOLIDAY THRU 3200-EXIT
010330                 VARYING WS-HOL-SUB FROM 1 BY 1
010340                 UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
010345                 OR WS-WRITE-FAILED
010350             CLOSE HOLIDAY-FILE
010353             IF WS-HOLIDAY-STATUS NOT = "00"
010357                 AND NOT WS-WRITE-FAILED
010360                 MOVE SPACES TO SHM-PRINT-LINE
010364                 STRING "HOLIDAY CALENDAR COULD NOT BE CLOSED, "
010367                     "STATUS " WS-HOLIDAY-STATUS
010371                     " -- CHANGES NOT SAVED"
010374                     DELIMITED BY SIZE INTO SHM-PRINT-LINE
010378                 PERFORM 8100-LOG-ERROR THRU 8100-EXIT
010381                 SET WS-WRITE-FAILED TO TRUE
010385                 SET WS-SAVE-FAILED TO TRUE
010388             END-IF
010392             IF NOT WS-WRITE-FAILED
010395                 MOVE WS-HOLIDAY-COUNT TO WS-COUNT-DISPLAY
010399                 MOVE SPACES TO SHM-PRINT-LINE
010402                 STRING "HOLIDAY CALENDAR REWRITTEN, "
010406                     WS-COUNT-DISPLAY " DATES"
010409                     DELIMITED BY SIZE INTO SHM-PRINT-LINE
010413                 WRITE SHM-PRINT-LINE
010416             END-IF
010420         ELSE
010430             MOVE SPACES TO SHM-PRINT-LINE
010440             STRING "HOLIDAY CALENDAR COULD NOT BE REWRITTEN, "
010450                 "STATUS " WS-HOLIDAY-STATUS
010460                 " -- CHANGES NOT SAVED"
010470                 DELIMITED BY SIZE INTO SHM-PRINT-LINE
010480             PERFORM 8100-LOG-ERROR THRU 8100-EXIT
010485             SET WS-SAVE-FAILED TO TRUE
010490         END-IF
010500     END-IF.
010510 3000-EXIT.
010520     EXIT.
010530
010540 3100-WRITE-ONE-ENTRY.
010550     MOVE WS-SCH-IMAGE (WS-SCH-SUB) TO MSC-MASTER-SCHED-REC
010560     WRITE MSC-MASTER-SCHED-REC
010561     IF WS-MSTSCHED-STATUS NOT = "00"
010562         MOVE SPACES TO SHM-PRINT-LINE
010563         STRING "MASTER SCHEDULE WRITE FAILED, STATUS "
010564             WS-MSTSCHED-STATUS " -- CHANGES NOT SAVED"
010565             DELIMITED BY SIZE INTO SHM-PRINT-LINE
010566         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
010567         SET WS-WRITE-FAILED TO TRUE
010568         SET WS-SAVE-FAILED TO TRUE
010569     END-IF.
010570 3100-EXIT.
010580     EXIT.
010590
010600 3200-WRITE-ONE-HOLIDAY.
010610     MOVE WS-HOL-IMAGE (WS-HOL-SUB) TO HOL-CALENDAR-REC
010620     WRITE HOL-CALENDAR-REC
010621     IF WS-HOLIDAY-STATUS NOT = "00"
010622         MOVE SPACES TO SHM-PRINT-LINE
010623         STRING "HOLIDAY CALENDAR WRITE FAILED, STATUS "
010624             WS-HOLIDAY-STATUS " -- CHANGES NOT SAVED"
010625             DELIMITED BY SIZE INTO SHM-PRINT-LINE
010626         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
010627         SET WS-WRITE-FAILED TO TRUE
010628         SET WS-SAVE-FAILED TO TRUE
010629     END-IF.
010630 3200-EXIT.
010640     EXIT.
010650
010660******************************************************************
010670* 5000-LIST-SCHEDULE -- the full master schedule as it now       *
010680*                       stands.  Every entry is put through the  *
010690*                       same edits a card gets, so an entry      *
010700*                       keyed by hand before this job existed is *
010710*                       named here, with the reason, before the  *
010720*                       schedule builder skips it.  Only a clean *
010730*                       entry goes into the look-ahead.  When    *
010733*                       the save failed the listing is headed    *
010736*                       to say so.                               *
010740******************************************************************
010750 5000-LIST-SCHEDULE.
010760     MOVE SPACES TO SHM-PRINT-LINE
010770     WRITE SHM-PRINT-LINE
010780     MOVE SPACES TO SHM-PRINT-LINE
010790     STRING "MASTER SCHEDULE"
010800         DELIMITED BY SIZE INTO SHM-PRINT-LINE
010810     WRITE SHM-PRINT-LINE
010811     IF WS-SAVE-FAILED
010812         MOVE SPACES TO SHM-PRINT-LINE
010813         STRING "CHANGES COULD NOT BE SAVED -- THIS LISTING "
010815             "SHOWS UNSAVED CHANGES"
010816             DELIMITED BY SIZE INTO SHM-PRINT-LINE
010817         WRITE SHM-PRINT-LINE
010818     END-IF
010820     MOVE WS-ENTRY-HEADING TO SHM-PRINT-LINE
010830     WRITE SHM-PRINT-LINE
010840     IF WS-ENTRY-COUNT = 0
010850         MOVE SPACES TO SHM-PRINT-LINE
010860         STRING "NO ENTRIES ON THE MASTER SCHEDULE"
010870             DELIMITED BY SIZE INTO SHM-PRINT-LINE
010880         WRITE SHM-PRINT-LINE
010890         GO TO 5000-EXIT
010900     END-IF
010910     PERFORM 5100-LIST-ONE-ENTRY THRU 5100-EXIT
010920         VARYING WS-SCH-SUB FROM 1 BY 1
010930         UNTIL WS-SCH-SUB > WS-ENTRY-COUNT.
010940 5000-EXIT.
010950     EXIT.
010960
010970 5100-LIST-ONE-ENTRY.
010980     MOVE "N" TO WS-SCH-USABLE (WS-SCH-SUB)
010990     MOVE WS-SCH-IMAGE (WS-SCH-SUB) TO WS-CHK-IMAGE
011000     PERFORM 8300-EDIT-SCHEDULE-ENTRY THRU 8300-EXIT
011010     IF WS-EDIT-REASON = SPACES AND WS-MASTER-UP
011020         PERFORM 8350-CHECK-REGISTERED THRU 8350-EXIT
011030     END-IF
011040     IF WS-EDIT-REASON = SPACES
011050         MOVE "N" TO WS-ENTRY-FOUND-SWITCH
011060         PERFORM 5150-FIND-EARLIER-KEY THRU 5150-EXIT
011070             VARYING WS-PRV-SUB FROM 1 BY 1
011080             UNTIL WS-PRV-SUB NOT < WS-SCH-SUB
011090             OR WS-ENTRY-FOUND
011100         IF WS-ENTRY-FOUND
011110             MOVE "SAME KEY AS AN EARLIER ENTRY" TO WS-EDIT-REASON
011120         END-IF
011130     END-IF
011140     IF WS-EDIT-REASON = SPACES
011150         MOVE "Y" TO WS-SCH-USABLE (WS-SCH-SUB)
011160         ADD 1 TO WS-USABLE-COUNT
011170     ELSE
011180         ADD 1 TO WS-WARNING-COUNT
011190     END-IF
011200     MOVE WS-EDIT-REASON TO WS-ENT-NOTE
011210     PERFORM 5200-FORMAT-ENTRY THRU 5200-EXIT
011220     MOVE WS-ENTRY-LINE TO SHM-PRINT-LINE
011230     WRITE SHM-PRINT-LINE.
011240 5100-EXIT.
011250     EXIT.
011260
011270 5150-FIND-EARLIER-KEY.
011280     IF WS-SCH-COUNTER-ID (WS-PRV-SUB) =
011290         WS-SCH-COUNTER-ID (WS-SCH-SUB)
011300         AND WS-SCH-FREQUENCY (WS-PRV-SUB) =
011310             WS-SCH-FREQUENCY (WS-SCH-SUB)
011320         SET WS-ENTRY-FOUND TO TRUE
011330     END-IF.
011340 5150-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380* 5200-FORMAT-ENTRY -- lay entry WS-SCH-SUB out on the entry     *
011390*                      line under the listing's column heading.  *
011400*                      The caller supplies the note.             *
011410******************************************************************
011420 5200-FORMAT-ENTRY.
011430     MOVE WS-SCH-IMAGE (WS-SCH-SUB) TO WS-CHK-IMAGE
011440     MOVE WS-CHK-COUNTER-ID TO WS-ENT-COUNTER-ID
011450     MOVE WS-CHK-FREQUENCY TO WS-ENT-FREQUENCY
011460     MOVE WS-CHK-IMAGE (10:7) TO WS-ENT-FLAGS
011470     MOVE WS-CHK-RUN-DAY TO WS-ENT-RUN-DAY
011480     MOVE WS-CHK-START TO WS-ENT-START
011490     MOVE WS-CHK-END TO WS-ENT-END
011500     MOVE WS-CHK-STEP TO WS-ENT-STEP.
011510 5200-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550* 5500-LIST-HOLIDAYS -- the holiday calendar in date order.  A   *
011560*                       date that is not a real date, or that is *
011570*                       on the calendar twice, is named -- both  *
011580*                       could only have come from a hand edit.   *
011590******************************************************************
011600 5500-LIST-HOLIDAYS.
011610     MOVE SPACES TO SHM-PRINT-LINE
011620     WRITE SHM-PRINT-LINE
011630     MOVE SPACES TO SHM-PRINT-LINE
011640     STRING "HOLIDAY CALENDAR"
011650         DELIMITED BY SIZE INTO SHM-PRINT-LINE
011660     WRITE SHM-PRINT-LINE
011670     IF WS-HOLIDAY-COUNT = 0
011680         MOVE SPACES TO SHM-PRINT-LINE
011690         STRING "NO HOLIDAYS ON THE CALENDAR"
011700             DELIMITED BY SIZE INTO SHM-PRINT-LINE
011710         WRITE SHM-PRINT-LINE
011720         GO TO 5500-EXIT
011730     END-IF
011740     MOVE SPACES TO WS-PREVIOUS-DATE
011750     PERFORM 5600-LIST-ONE-HOLIDAY THRU 5600-EXIT
011760         VARYING WS-HOL-SUB FROM 1 BY 1
011770         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT.
011780 5500-EXIT.
011790     EXIT.
011800
011810 5600-LIST-ONE-HOLIDAY.
011820     MOVE SPACES TO WS-EDIT-REASON
011830     MOVE WS-HOL-DATE (WS-HOL-SUB) TO WS-WORK-DATE
011840     PERFORM 1150-EDIT-DATE THRU 1150-EXIT
011850     IF NOT WS-DATE-OK
011860         MOVE "NOT A VALID DATE" TO WS-EDIT-REASON
011870         ADD 1 TO WS-WARNING-COUNT
011880     ELSE
011890         IF WS-HOL-DATE (WS-HOL-SUB) = WS-PREVIOUS-DATE
011900             MOVE "ON THE CALENDAR TWICE" TO WS-EDIT-REASON
011910             ADD 1 TO WS-WARNING-COUNT
011920         ELSE
011930             IF WS-HOL-DATE (WS-HOL-SUB) < WS-TODAY-DATE
011940                 MOVE "PAST" TO WS-EDIT-REASON
011950             END-IF
011960         END-IF
011970     END-IF
011980     MOVE WS-HOL-DATE (WS-HOL-SUB) TO WS-PREVIOUS-DATE
011990     MOVE SPACES TO SHM-PRINT-LINE
012000     STRING WS-HOL-DATE (WS-HOL-SUB) "  " WS-HOL-DESC (WS-HOL-SUB)
012010         "  " WS-EDIT-REASON
012020         DELIMITED BY SIZE INTO SHM-PRINT-LINE
012030     WRITE SHM-PRINT-LINE.
012040 5600-EXIT.
012050     EXIT.
012060
012070******************************************************************
012080* 6000-PRINT-LOOK-AHEAD -- the next 35 days from today, each     *
012090*                          with the counters the schedule        *
012100*                          builder will put on that night's      *
012110*                          schedule, worked out by the builder's *
012120*                          own rules from the schedule and       *
012130*                          calendar just saved.  When the save   *
012133*                          failed the look-ahead is headed to    *
012136*                          say so.                               *
012140******************************************************************
012150 6000-PRINT-LOOK-AHEAD.
012160     MOVE SPACES TO SHM-PRINT-LINE
012170     WRITE SHM-PRINT-LINE
012180     MOVE WS-LOOK-AHEAD-DAYS TO WS-COUNT-DISPLAY
012190     MOVE SPACES TO SHM-PRINT-LINE
012200     STRING "LOOK-AHEAD, " WS-COUNT-DISPLAY " DAYS FROM "
012210         WS-TODAY-DATE
012220         DELIMITED BY SIZE INTO SHM-PRINT-LINE
012230     WRITE SHM-PRINT-LINE
012231     IF WS-SAVE-FAILED
012232         MOVE SPACES TO SHM-PRINT-LINE
012233         STRING "CHANGES COULD NOT BE SAVED -- THIS LOOK-AHEAD "
012235             "SHOWS UNSAVED CHANGES"
012236             DELIMITED BY SIZE INTO SHM-PRINT-LINE
012237         WRITE SHM-PRINT-LINE
012238     END-IF
012240     MOVE WS-TODAY-DATE TO WS-WORK-DATE
012250     PERFORM 6100-LOOK-ONE-DAY THRU 6100-EXIT
012260         VARYING WS-DAY-SUB FROM 1 BY 1
012270         UNTIL WS-DAY-SUB > WS-LOOK-AHEAD-DAYS.
012280 6000-EXIT.
012290     EXIT.
012300
012310******************************************************************
012320* 6100-LOOK-ONE-DAY -- one day of the look-ahead: a shop holiday *
012330*                      runs nothing, any other day lists its due *
012340*                      counters, as many to a line as fit.       *
012350******************************************************************
012360 6100-LOOK-ONE-DAY.
012370     PERFORM 1160-DATE-TO-DAY-NUMBER THRU 1160-EXIT
012380     PERFORM 6110-SET-DAY-OF-WEEK THRU 6110-EXIT
012390     PERFORM 1170-SET-MONTH-END THRU 1170-EXIT
012400     MOVE SPACES TO WS-LOOK-LINE
012410     STRING WS-WORK-DATE " " WS-DAY-NAME (WS-DAY-OF-WEEK)
012420         DELIMITED BY SIZE INTO WS-LOOK-LINE
012430     MOVE "N" TO WS-HOLIDAY-TODAY-SWITCH
012440     PERFORM 6150-CHECK-HOLIDAY THRU 6150-EXIT
012450         VARYING WS-HOL-SUB FROM 1 BY 1
012460         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
012470         OR WS-HOLIDAY-TODAY
012480     IF WS-HOLIDAY-TODAY
012490         ADD 1 TO WS-HOLIDAY-DAYS
012500         MOVE SPACES TO SHM-PRINT-LINE
012510         STRING WS-LOOK-LINE (1:14) "SHOP HOLIDAY -- "
012520             WS-HOLIDAY-DESC
012530             DELIMITED BY SIZE INTO SHM-PRINT-LINE
012540         WRITE SHM-PRINT-LINE
012550         PERFORM 6900-NEXT-DAY THRU 6900-EXIT
012560         GO TO 6100-EXIT
012570     END-IF
012580     MOVE 0 TO WS-DAY-DUE-COUNT
012590     MOVE 15 TO WS-LOOK-POS
012600     PERFORM 6200-LOOK-ONE-ENTRY THRU 6200-EXIT
012610         VARYING WS-SCH-SUB FROM 1 BY 1
012620         UNTIL WS-SCH-SUB > WS-ENTRY-COUNT
012630     IF WS-DAY-DUE-COUNT = 0
012640         MOVE "NOTHING DUE" TO WS-LOOK-LINE (15:11)
012650     END-IF
012660     MOVE WS-LOOK-LINE TO SHM-PRINT-LINE
012670     WRITE SHM-PRINT-LINE
012680     PERFORM 6900-NEXT-DAY THRU 6900-EXIT.
012690 6100-EXIT.
012700     EXIT.
012710
012720******************************************************************
012730* 6110-SET-DAY-OF-WEEK -- the day number gives the day of the    *
012740*                         week, Monday = 1 through Sunday = 7,   *
012750*                         the same numbering the weekday flags   *
012760*                         and the schedule builder's ACCEPT use. *
012770******************************************************************
012780 6110-SET-DAY-OF-WEEK.
012790     COMPUTE WS-WEEK-WORK = WS-DAY-NUMBER + 5
012800     DIVIDE WS-WEEK-WORK BY 7 GIVING WS-WEEK-QUOTIENT
012810         REMAINDER WS-WEEK-REMAINDER
012820     COMPUTE WS-DAY-OF-WEEK = WS-WEEK-REMAINDER + 1.
012830 6110-EXIT.
012840     EXIT.
012850
012860 6150-CHECK-HOLIDAY.
012870     IF WS-HOL-DATE (WS-HOL-SUB) = WS-WORK-DATE
012880         SET WS-HOLIDAY-TODAY TO TRUE
012890         MOVE WS-HOL-DESC (WS-HOL-SUB) TO WS-HOLIDAY-DESC
012900     END-IF.
012910 6150-EXIT.
012920     EXIT.
012930
012940******************************************************************
012950* 6200-LOOK-ONE-ENTRY -- one clean entry on one day.  When it is *
012960*                        due its counter goes on the day's line; *
012970*                        a full line is printed and the next one *
012980*                        carries on under the first counter.     *
012990******************************************************************
013000 6200-LOOK-ONE-ENTRY.
013010     IF WS-SCH-USABLE (WS-SCH-SUB) NOT = "Y"
013020         GO TO 6200-EXIT
013030     END-IF
013040     PERFORM 6300-CHECK-DUE THRU 6300-EXIT
013050     IF NOT WS-ENTRY-DUE
013060         GO TO 6200-EXIT
013070     END-IF
013080     IF WS-LOOK-POS > 72
013090         MOVE WS-LOOK-LINE TO SHM-PRINT-LINE
013100         WRITE SHM-PRINT-LINE
013110         MOVE SPACES TO WS-LOOK-LINE
013120         MOVE 15 TO WS-LOOK-POS
013130     END-IF
013140     MOVE WS-SCH-COUNTER-ID (WS-SCH-SUB)
013150         TO WS-LOOK-LINE (WS-LOOK-POS:8)
013160     ADD 9 TO WS-LOOK-POS
013170     ADD 1 TO WS-DAY-DUE-COUNT
013180     ADD 1 TO WS-DUE-TOTAL.
013190 6200-EXIT.
013200     EXIT.
013210
013220******************************************************************
013230* 6300-CHECK-DUE -- the schedule builder's frequency rules       *
013240*                   applied to the day being looked at: daily    *
013250*                   always runs, weekdays runs when the day's    *
013260*                   flag is Y, month-end runs on the month's     *
013270*                   last day, and day-of-month runs on the named *
013280*                   day -- a day past the month's end runs on    *
013290*                   the last day.                                *
013300******************************************************************
013310 6300-CHECK-DUE.
013320     MOVE "Y" TO WS-ENTRY-DUE-SWITCH
013330     IF WS-SCH-FREQUENCY (WS-SCH-SUB) = "D"
013340         GO TO 6300-EXIT
013350     END-IF
013360     IF WS-SCH-FREQUENCY (WS-SCH-SUB) = "W"
013370         IF WS-SCH-FLAG (WS-SCH-SUB, WS-DAY-OF-WEEK) NOT = "Y"
013380             MOVE "N" TO WS-ENTRY-DUE-SWITCH
013390         END-IF
013400         GO TO 6300-EXIT
013410     END-IF
013420     IF WS-SCH-FREQUENCY (WS-SCH-SUB) = "E"
013430         IF WS-WORK-DAY NOT = WS-MONTH-END-DAY
013440             MOVE "N" TO WS-ENTRY-DUE-SWITCH
013450         END-IF
013460         GO TO 6300-EXIT
013470     END-IF
013480     IF WS-SCH-RUN-DAY (WS-SCH-SUB) = WS-WORK-DAY
013490         GO TO 6300-EXIT
013500     END-IF
013510     IF WS-SCH-RUN-DAY (WS-SCH-SUB) > WS-MONTH-END-DAY
013520         AND WS-WORK-DAY = WS-MONTH-END-DAY
013530         GO TO 6300-EXIT
013540     END-IF
013550     MOVE "N" TO WS-ENTRY-DUE-SWITCH.
013560 6300-EXIT.
013570     EXIT.
013580
013590******************************************************************
013600* 6900-NEXT-DAY -- step WS-WORK-DATE on one calendar day,        *
013610*                  rolling the month and the year as they run    *
013620*                  out.                                          *
013630******************************************************************
013640 6900-NEXT-DAY.
013650     ADD 1 TO WS-WORK-DAY
013660     IF WS-WORK-DAY NOT > WS-MONTH-END-DAY
013670         GO TO 6900-EXIT
013680     END-IF
013690     MOVE 1 TO WS-WORK-DAY
013700     ADD 1 TO WS-WORK-MONTH
013710     IF WS-WORK-MONTH > 12
013720         MOVE 1 TO WS-WORK-MONTH
013730         ADD 1 TO WS-WORK-YEAR
013740     END-IF.
013750 6900-EXIT.
013760     EXIT.
013770
013780******************************************************************
013790* 7000-PRINT-TOTALS -- how many cards were read, applied, and    *
013800*                      rejected, and what the listing found.     *
013810******************************************************************
013820 7000-PRINT-TOTALS.
013830     MOVE SPACES TO SHM-PRINT-LINE
013840     WRITE SHM-PRINT-LINE
013850     MOVE ALL "-" TO SHM-PRINT-LINE
013860     WRITE SHM-PRINT-LINE
013870     MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY
013880     MOVE SPACES TO SHM-PRINT-LINE
013890     STRING "CARDS READ. . . . . . . . . : " WS-COUNT-DISPLAY
013900         DELIMITED BY SIZE INTO SHM-PRINT-LINE
013910     WRITE SHM-PRINT-LINE
013920     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
013930     MOVE SPACES TO SHM-PRINT-LINE
013940     STRING "CARDS APPLIED . . . . . . . : " WS-COUNT-DISPLAY
013950         DELIMITED BY SIZE INTO SHM-PRINT-LINE
013960     WRITE SHM-PRINT-LINE
013970     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
013980     MOVE SPACES TO SHM-PRINT-LINE
013990     STRING "CARDS IN ERROR. . . . . . . : " WS-COUNT-DISPLAY
014000         DELIMITED BY SIZE INTO SHM-PRINT-LINE
014010     WRITE SHM-PRINT-LINE
014020     MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY
014030     MOVE SPACES TO SHM-PRINT-LINE
014040     STRING "SCHEDULE ENTRIES. . . . . . : " WS-COUNT-DISPLAY
014050         DELIMITED BY SIZE INTO SHM-PRINT-LINE
014060     WRITE SHM-PRINT-LINE
014070     MOVE WS-USABLE-COUNT TO WS-COUNT-DISPLAY
014080     MOVE SPACES TO SHM-PRINT-LINE
014090     STRING "ENTRIES THE BUILDER WILL USE: " WS-COUNT-DISPLAY
014100         DELIMITED BY SIZE INTO SHM-PRINT-LINE
014110     WRITE SHM-PRINT-LINE
014120     MOVE WS-HOLIDAY-COUNT TO WS-COUNT-DISPLAY
014130     MOVE SPACES TO SHM-PRINT-LINE
014140     STRING "HOLIDAYS ON THE CALENDAR. . : " WS-COUNT-DISPLAY
014150         DELIMITED BY SIZE INTO SHM-PRINT-LINE
014160     WRITE SHM-PRINT-LINE
014170     MOVE WS-HOLIDAY-DAYS TO WS-COUNT-DISPLAY
014180     MOVE SPACES TO SHM-PRINT-LINE
014190     STRING "HOLIDAYS IN THE LOOK-AHEAD. : " WS-COUNT-DISPLAY
014200         DELIMITED BY SIZE INTO SHM-PRINT-LINE
014210     WRITE SHM-PRINT-LINE
014220     MOVE WS-DUE-TOTAL TO WS-COUNT-DISPLAY
014230     MOVE SPACES TO SHM-PRINT-LINE
014240     STRING "RUNS DUE IN THE LOOK-AHEAD. : " WS-COUNT-DISPLAY
014250         DELIMITED BY SIZE INTO SHM-PRINT-LINE
014260     WRITE SHM-PRINT-LINE
014270     MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY
014280     MOVE SPACES TO SHM-PRINT-LINE
014290     STRING "LISTING ITEMS TO CHECK. . . : " WS-COUNT-DISPLAY
014300         DELIMITED BY SIZE INTO SHM-PRINT-LINE
014310     WRITE SHM-PRINT-LINE.
014320 7000-EXIT.
014330     EXIT.
014340
014350******************************************************************
014360* 8000-WRITE-JOURNAL -- append one line to the permanent change  *
014370*                       journal: when, who keyed the card, which *
014380*                       file and function, and the entry before  *
014390*                       and after.  A journal that cannot be     *
014400*                       written is an error -- a change nobody   *
014410*                       can account for is what this job exists  *
014420*                       to stop.                                 *
014430******************************************************************
014440 8000-WRITE-JOURNAL.
014450     MOVE SPACES TO SJR-JOURNAL-RECORD
014460     MOVE WS-TODAY-DATE TO SJR-DATE
014470     MOVE WS-TODAY-TIME TO SJR-TIME
014480     MOVE SHC-MAINT-OPERATOR TO SJR-OPERATOR-ID
014490     MOVE SHC-FILE-CODE TO SJR-FILE-CODE
014500     MOVE SHC-FUNCTION TO SJR-FUNCTION
014510     MOVE WS-BEFORE-IMAGE TO SJR-BEFORE-IMAGE
014520     MOVE WS-AFTER-IMAGE TO SJR-AFTER-IMAGE
014530     OPEN EXTEND JOURNAL-FILE
014540     IF WS-JOURNAL-STATUS = "35"
014550         OPEN OUTPUT JOURNAL-FILE
014560     END-IF
014570     IF WS-JOURNAL-STATUS NOT = "00"
014580         DISPLAY "schedule journal could not be written, status "
014590             WS-JOURNAL-STATUS
014600         MOVE SPACES TO SHM-PRINT-LINE
014610         STRING "  JOURNAL COULD NOT BE WRITTEN, STATUS "
014620             WS-JOURNAL-STATUS
014630             DELIMITED BY SIZE INTO SHM-PRINT-LINE
014640         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
014650         GO TO 8000-EXIT
014660     END-IF
014670     WRITE SJR-JOURNAL-RECORD
014671     IF WS-JOURNAL-STATUS NOT = "00"
014672         DISPLAY "schedule journal could not be written, status "
014673             WS-JOURNAL-STATUS
014674         MOVE SPACES TO SHM-PRINT-LINE
014675         STRING "  JOURNAL COULD NOT BE WRITTEN, STATUS "
014676             WS-JOURNAL-STATUS
014677             DELIMITED BY SIZE INTO SHM-PRINT-LINE
014678         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
014679     END-IF
014680     CLOSE JOURNAL-FILE.
014690 8000-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730* 8100-LOG-ERROR -- one card that could not be applied: print    *
014740*                   the line the caller built and count it       *
014750*                   toward the return code.                      *
014760******************************************************************
014770 8100-LOG-ERROR.
014780     ADD 1 TO WS-ERROR-COUNT
014790     WRITE SHM-PRINT-LINE.
014800 8100-EXIT.
014810     EXIT.
014820
014830******************************************************************
014840* 8200-FIND-SCHEDULE -- the entry for the card's counter and     *
014850*                       frequency, left in WS-SCH-SUB.           *
014860******************************************************************
014870 8200-FIND-SCHEDULE.
014880     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
014890     PERFORM 8210-MATCH-SCHEDULE THRU 8210-EXIT
014900         VARYING WS-SCH-SUB FROM 1 BY 1
014910         UNTIL WS-SCH-SUB > WS-ENTRY-COUNT
014920         OR WS-ENTRY-FOUND
014930     IF WS-ENTRY-FOUND
014940         SUBTRACT 1 FROM WS-SCH-SUB
014950     END-IF.
014960 8200-EXIT.
014970     EXIT.
014980
014990 8210-MATCH-SCHEDULE.
015000     IF WS-SCH-COUNTER-ID (WS-SCH-SUB) = SHC-COUNTER-ID
015010         AND WS-SCH-FREQUENCY (WS-SCH-SUB) = SHC-FREQUENCY
015020         SET WS-ENTRY-FOUND TO TRUE
015030     END-IF.
015040 8210-EXIT.
015050     EXIT.
015060
015070******************************************************************
015080* 8300-EDIT-SCHEDULE-ENTRY -- the entry in WS-CHECK-ENTRY        *
015090*                             against the rules the schedule     *
015100*                             builder and the count loop live    *
015110*                             by.  The first fault found is left *
015120*                             in WS-EDIT- REASON; spaces means a *
015130*                             clean entry.                       *
015140******************************************************************
015150 8300-EDIT-SCHEDULE-ENTRY.
015160     MOVE SPACES TO WS-EDIT-REASON
015170     IF WS-CHK-COUNTER-ID = SPACES
015180         MOVE "ENTRY HAS NO COUNTER-ID" TO WS-EDIT-REASON
015190         GO TO 8300-EXIT
015200     END-IF
015210     IF NOT WS-CHK-DAILY AND NOT WS-CHK-WEEKDAYS
015220         AND NOT WS-CHK-MONTH-END AND NOT WS-CHK-DAY-OF-MONTH
015230         MOVE "FREQUENCY IS NOT D, W, E, OR M" TO WS-EDIT-REASON
015240         GO TO 8300-EXIT
015250     END-IF
015260     MOVE 0 TO WS-FLAGS-YES
015270     MOVE 0 TO WS-FLAGS-BAD
015280     PERFORM 8310-EDIT-ONE-FLAG THRU 8310-EXIT
015290         VARYING WS-FLAG-SUB FROM 1 BY 1
015300         UNTIL WS-FLAG-SUB > 7
015310     IF WS-CHK-WEEKDAYS
015320         IF WS-FLAGS-BAD > 0
015330             MOVE "WEEKDAY FLAGS MUST EACH BE Y OR N"
015340                 TO WS-EDIT-REASON
015350             GO TO 8300-EXIT
015360         END-IF
015370         IF WS-FLAGS-YES = 0
015380             MOVE "NO WEEKDAY IS FLAGGED Y" TO WS-EDIT-REASON
015390             GO TO 8300-EXIT
015400         END-IF
015410     END-IF
015420     IF WS-CHK-DAY-OF-MONTH
015430         IF WS-CHK-RUN-DAY NOT NUMERIC
015440             MOVE "RUN DAY IS NOT NUMERIC" TO WS-EDIT-REASON
015450             GO TO 8300-EXIT
015460         END-IF
015470         IF WS-CHK-RUN-DAY-NUM < 1 OR WS-CHK-RUN-DAY-NUM > 31
015480             MOVE "RUN DAY IS NOT 01 THROUGH 31" TO WS-EDIT-REASON
015490             GO TO 8300-EXIT
015500         END-IF
015510     END-IF
015520     IF WS-CHK-START NOT NUMERIC
015530         OR WS-CHK-END NOT NUMERIC
015540         OR WS-CHK-STEP NOT NUMERIC
015550         MOVE "COUNT RANGE IS NOT NUMERIC" TO WS-EDIT-REASON
015560         GO TO 8300-EXIT
015570     END-IF
015580     IF WS-CHK-START-NUM > WS-CHK-END-NUM
015590         MOVE "START IS PAST THE END" TO WS-EDIT-REASON
015600     END-IF.
015610 8300-EXIT.
015620     EXIT.
015630
015640 8310-EDIT-ONE-FLAG.
015650     IF WS-CHK-FLAG (WS-FLAG-SUB) = "Y"
015660         ADD 1 TO WS-FLAGS-YES
015670     ELSE
015680         IF WS-CHK-FLAG (WS-FLAG-SUB) NOT = "N"
015690             ADD 1 TO WS-FLAGS-BAD
015700         END-IF
015710     END-IF.
015720 8310-EXIT.
015730     EXIT.
015740
015750******************************************************************
015760* 8350-CHECK-REGISTERED -- the entry's counter must be           *
015770*                          registered and active on the counter  *
015780*                          master, the same rule the schedule    *
015790*                          builder applies before it cuts an     *
015800*                          entry.  A master that cannot be read  *
015805*                          refuses the entry.                    *
015810******************************************************************
015820 8350-CHECK-REGISTERED.
015830     MOVE WS-CHK-COUNTER-ID TO CTM-COUNTER-ID
015840     READ MASTER-FILE
015850         INVALID KEY
015860             MOVE "COUNTER IS NOT REGISTERED ON THE MASTER"
015870                 TO WS-EDIT-REASON
015880             GO TO 8350-EXIT
015890     END-READ
015892     IF WS-MASTER-STATUS NOT = "00"
015894         MOVE "COUNTER MASTER COULD NOT BE READ" TO WS-EDIT-REASON
015896         GO TO 8350-EXIT
015898     END-IF
015900     IF NOT CTM-ACTIVE
015910         MOVE "COUNTER IS RETIRED ON THE MASTER" TO WS-EDIT-REASON
015920     END-IF.
015930 8350-EXIT.
015940     EXIT.
015950
015960******************************************************************
015970* 8400-FIND-HOLIDAY -- the calendar entry for the card's date,   *
015980*                      left in WS-HOL-SUB.                       *
015990******************************************************************
016000 8400-FIND-HOLIDAY.
016010     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
016020     PERFORM 8410-MATCH-HOLIDAY THRU 8410-EXIT
016030         VARYING WS-HOL-SUB FROM 1 BY 1
016040         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
016050         OR WS-ENTRY-FOUND
016060     IF WS-ENTRY-FOUND
016070         SUBTRACT 1 FROM WS-HOL-SUB
016080     END-IF.
016090 8400-EXIT.
016100     EXIT.
016110
016120 8410-MATCH-HOLIDAY.
016130     IF WS-HOL-DATE (WS-HOL-SUB) = SHC-HOLIDAY-DATE
016140         SET WS-ENTRY-FOUND TO TRUE
016150     END-IF.
016160 8410-EXIT.
016170     EXIT.
016180
016190******************************************************************
016200* 8500-INSERT-HOLIDAY -- put the holiday in WS-AFTER-IMAGE into  *
016210*                        the table in date order: find the first *
016220*                        later date, move it and everything      *
016230*                        after it down one, and drop the new one *
016240*                        in.                                     *
016250******************************************************************
016260 8500-INSERT-HOLIDAY.
016270     MOVE "N" TO WS-SLOT-FOUND-SWITCH
016280     PERFORM 8510-FIND-SLOT THRU 8510-EXIT
016290         VARYING WS-HOL-SUB FROM 1 BY 1
016300         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
016310         OR WS-SLOT-FOUND
016320     IF WS-SLOT-FOUND
016330         SUBTRACT 1 FROM WS-HOL-SUB
016340     END-IF
016350     PERFORM 8520-SHIFT-DOWN THRU 8520-EXIT
016360         VARYING WS-MOVE-SUB FROM WS-HOLIDAY-COUNT BY -1
016370         UNTIL WS-MOVE-SUB < WS-HOL-SUB
016380     MOVE WS-AFTER-IMAGE TO WS-HOL-IMAGE (WS-HOL-SUB)
016390     ADD 1 TO WS-HOLIDAY-COUNT.
016400 8500-EXIT.
016410     EXIT.
016420
016430 8510-FIND-SLOT.
016440     IF WS-HOL-DATE (WS-HOL-SUB) > WS-AFTER-IMAGE (1:8)
016450         SET WS-SLOT-FOUND TO TRUE
016460     END-IF.
016470 8510-EXIT.
016480     EXIT.
016490
016500 8520-SHIFT-DOWN.
016510     COMPUTE WS-NEXT-SUB = WS-MOVE-SUB + 1
016520     MOVE WS-HOL-IMAGE (WS-MOVE-SUB)
016530         TO WS-HOL-IMAGE (WS-NEXT-SUB).
016540 8520-EXIT.
016550     EXIT.
016560
016570******************************************************************
016580* 8600-REMOVE-SCHEDULE -- close the table up over entry          *
016590*                         WS-SCH-SUB, keeping the rest in order. *
016600******************************************************************
016610 8600-REMOVE-SCHEDULE.
016620     PERFORM 8610-SHIFT-SCHED-UP THRU 8610-EXIT
016630         VARYING WS-MOVE-SUB FROM WS-SCH-SUB BY 1
016640         UNTIL WS-MOVE-SUB NOT < WS-ENTRY-COUNT
016650     SUBTRACT 1 FROM WS-ENTRY-COUNT.
016660 8600-EXIT.
016670     EXIT.
016680
016690 8610-SHIFT-SCHED-UP.
016700     COMPUTE WS-NEXT-SUB = WS-MOVE-SUB + 1
016710     MOVE WS-SCH-ENTRY (WS-NEXT-SUB)
016720         TO WS-SCH-ENTRY (WS-MOVE-SUB).
016730 8610-EXIT.
016740     EXIT.
016750
016760******************************************************************
016770* 8650-REMOVE-HOLIDAY -- close the table up over holiday         *
016780*                        WS-HOL-SUB, keeping the rest in order.  *
016790******************************************************************
016800 8650-REMOVE-HOLIDAY.
016810     PERFORM 8660-SHIFT-HOL-UP THRU 8660-EXIT
016820         VARYING WS-MOVE-SUB FROM WS-HOL-SUB BY 1
016830         UNTIL WS-MOVE-SUB NOT < WS-HOLIDAY-COUNT
016840     SUBTRACT 1 FROM WS-HOLIDAY-COUNT.
016850 8650-EXIT.
016860     EXIT.
016870
016880 8660-SHIFT-HOL-UP.
016890     COMPUTE WS-NEXT-SUB = WS-MOVE-SUB + 1
016900     MOVE WS-HOL-IMAGE (WS-NEXT-SUB)
016910         TO WS-HOL-IMAGE (WS-MOVE-SUB).
016920 8660-EXIT.
016930     EXIT.
016940
016950******************************************************************
016960* 9000-FINALIZE -- close the report, flag the result on the      *
016970*                  console, and set the return code: 8 when a    *
016980*                  card or a file could not be applied, 4 when   *
016990*                  the listing names something to check.         *
017000******************************************************************
017010 9000-FINALIZE.
017020     IF WS-REPORT-STATUS = "00"
017030         CLOSE MAINT-REPORT-FILE
017040     END-IF
017050     IF WS-ERROR-COUNT > 0
017060         MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
017070         DISPLAY "schedule maintenance found " WS-COUNT-DISPLAY
017080             " error(s) -- report in SCHMRPT.DAT"
017090         MOVE 8 TO RETURN-CODE
017100         GO TO 9000-EXIT
017110     END-IF
017120     IF WS-WARNING-COUNT > 0
017130         MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY
017140         DISPLAY "schedule maintenance listing names "
017150             WS-COUNT-DISPLAY " item(s) to check -- report in "
017160             "SCHMRPT.DAT"
017170         MOVE 4 TO RETURN-CODE
017180         GO TO 9000-EXIT
017190     END-IF
017200     DISPLAY "schedule maintenance clean -- report in "
017210         "SCHMRPT.DAT, journal in SCHJRNL.DAT".
017220 9000-EXIT.
017230     EXIT.
017240
017250 END PROGRAM SCHMAINT.
