000010******************************************************************
000020* PROGRAM:    CTRFCST                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Batch-window forecast.  The SLA exception report   *
000120*             says the morning after that a run overran, by      *
000130*             which time the online day has already been held    *
000140*             up.  This job runs once the schedule builder has   *
000150*             written tonight's CTRSCHED.DAT and before the      *
000160*             counting step starts.  It walks the schedule in    *
000170*             file order, the order the counting step will run   *
000180*             it, and estimates each entry's duration from the   *
000190*             counter's run-duration standard, or failing that   *
000200*             from the average of its last few counted runs on   *
000210*             the run history.  Each entry's start and end are   *
000220*             projected from the window start time on the        *
000230*             forecast card.  Any entry projected to finish      *
000240*             after the window closes is flagged LATE.  An entry *
000250*             with no standard and no history is flagged UNKNOWN *
000260*             and projected at no time at all, so everything     *
000270*             after it may be later than shown.  Return code 4   *
000280*             when any entry is projected late, so the stream or *
000290*             the shift lead can pull a low-priority counter off *
000300*             tonight's schedule before the counting step        *
000310*             starts.  Return code 8 when the card is missing or *
000320*             bad and the window cannot be judged.               *
000330*                                                                *
000340* MODIFICATION HISTORY                                           *
000350*   DATE        INIT  DESCRIPTION                                *
000360*   2026-10-15   JR   Original batch-window forecast.            *
000362*   2026-10-15   JR   A schedule file that is there but cannot   *
000365*                     be opened ends the forecast with return    *
000367*                     code 8.                                    *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CTRFCST AS "CTRFCST".
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FORECAST-CARD-FILE ASSIGN TO "FCSTCARD.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CARD-STATUS.
000510     SELECT SCHEDULE-FILE ASSIGN TO "CTRSCHED.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SCHEDULE-STATUS.
000540     SELECT STANDARDS-FILE ASSIGN TO "RUNSTD.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-STANDARDS-STATUS.
000570     SELECT HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HISTORY-STATUS.
000600     SELECT FORECAST-REPORT-FILE ASSIGN TO "FCSTRPT.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.
000630     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-STREAM-CARD-STATUS.
000660     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS SLG-KEY
000700         LOCK MODE IS AUTOMATIC
000710         SHARING WITH ALL OTHER
000720         FILE STATUS IS WS-STREAM-LOG-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  FORECAST-CARD-FILE.
000770     COPY "FCSTCARD.cpy".
000780
000790 FD  SCHEDULE-FILE.
000800     COPY "SCHEDREC.cpy".
000810
000820 FD  STANDARDS-FILE.
000830     COPY "RUNSTD.cpy".
000840
000850 FD  HISTORY-FILE.
000860     COPY "RUNHIST.cpy".
000870
000880 FD  FORECAST-REPORT-FILE.
000890 01  FCS-PRINT-LINE                  PIC X(80).
000900
000910 FD  STREAM-CARD-FILE.
000920     COPY "STRMCARD.cpy".
000930
000940 FD  STREAM-LOG-FILE.
000950     COPY "STRMLOG.cpy".
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
000990 01  WS-SCHEDULE-STATUS          PIC X(02)  VALUE "00".
001000 01  WS-STANDARDS-STATUS         PIC X(02)  VALUE "00".
001010 01  WS-HISTORY-STATUS           PIC X(02)  VALUE "00".
001020 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001030 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
001040 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
001050 01  WS-SEARCH-ID                PIC X(08)  VALUE SPACE.
001060 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
001070 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
001080 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "CTRFCST".
001090 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
001100 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
001110 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
001120 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
001130 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
001140 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
001150
001160 01  WS-SWITCHES.
001170     05  WS-REPORT-OK-SWITCH     PIC X(01)  VALUE "N".
001180         88  WS-REPORT-OK               VALUE "Y".
001190     05  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "N".
001200         88  WS-CARD-OK                 VALUE "Y".
001210     05  WS-TIME-OK-SWITCH       PIC X(01)  VALUE "N".
001220         88  WS-TIME-OK                 VALUE "Y".
001230     05  WS-SCHEDULE-UP-SWITCH   PIC X(01)  VALUE "N".
001240         88  WS-SCHEDULE-UP             VALUE "Y".
001250     05  WS-SCHEDULE-EOF-SWITCH  PIC X(01)  VALUE "N".
001260         88  WS-SCHEDULE-EOF            VALUE "Y".
001270     05  WS-STANDARDS-EOF-SWITCH PIC X(01)  VALUE "N".
001280         88  WS-STANDARDS-EOF           VALUE "Y".
001290     05  WS-HISTORY-EOF-SWITCH   PIC X(01)  VALUE "N".
001300         88  WS-HISTORY-EOF             VALUE "Y".
001310     05  WS-ENTRY-FOUND-SWITCH   PIC X(01)  VALUE "N".
001320         88  WS-ENTRY-FOUND             VALUE "Y".
001330     05  WS-CLOSE-MARKED-SWITCH  PIC X(01)  VALUE "N".
001340         88  WS-CLOSE-MARKED            VALUE "Y".
001350
001360 01  WS-TABLE-LIMITS.
001370     05  WS-MAX-COUNTERS         PIC 9(03)  COMP VALUE 200.
001380     05  WS-RECENT-RUNS          PIC 9(03)  COMP VALUE 5.
001390
001400 01  WS-COUNTER-COUNT            PIC 9(03)  COMP VALUE 0.
001410 01  WS-CTR-SUB                  PIC 9(03)  COMP VALUE 0.
001420 01  WS-RUN-SUB                  PIC 9(03)  COMP VALUE 0.
001430
001440 01  WS-COUNTER-TABLE.
001450     05  WS-CTR-ENTRY OCCURS 200 TIMES.
001460         10  WS-CTR-ID               PIC X(08).
001470         10  WS-CTR-STD-SWITCH       PIC X(01).
001480             88  WS-CTR-HAS-STANDARD        VALUE "Y".
001490         10  WS-CTR-STD-MINUTES      PIC 9(05) COMP.
001500         10  WS-CTR-RUNS-KEPT        PIC 9(03) COMP.
001510         10  WS-CTR-NEXT-SLOT        PIC 9(03) COMP.
001520         10  WS-CTR-RECENT-MINUTES   PIC 9(07) COMP
001530                                     OCCURS 5 TIMES.
001540
001550 01  WS-DATE-WORK.
001560     05  WS-WORK-DATE            PIC X(08).
001570     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
001580         10  WS-WORK-YEAR        PIC 9(04).
001590         10  WS-WORK-MONTH       PIC 9(02).
001600         10  WS-WORK-DAY         PIC 9(02).
001610
001620 01  WS-WORK-TIME                PIC X(08)  VALUE SPACE.
001630 01  WS-TIME-SPLIT REDEFINES WS-WORK-TIME.
001640     05  WS-TIME-HH              PIC 9(02).
001650     05  WS-TIME-MM              PIC 9(02).
001660     05  FILLER                  PIC X(04).
001670
001680 01  WS-CUM-DAYS-VALUES.
001690     05  FILLER                  PIC X(36)  VALUE
001700         "000031059090120151181212243273304334".
001710 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001720     05  WS-CUM-DAYS             OCCURS 12 TIMES
001730                                 PIC 9(03).
001740
001750 01  WS-DAY-NUMBER               PIC 9(09)  COMP VALUE 0.
001760 01  WS-START-DAY-NUMBER         PIC 9(09)  COMP VALUE 0.
001770 01  WS-END-DAY-NUMBER           PIC 9(09)  COMP VALUE 0.
001780 01  WS-START-MINUTES            PIC 9(05)  COMP VALUE 0.
001790 01  WS-END-MINUTES              PIC 9(05)  COMP VALUE 0.
001800 01  WS-MINUTES-OF-DAY           PIC 9(05)  COMP VALUE 0.
001810 01  WS-ELAPSED-MINUTES          PIC S9(09) COMP VALUE 0.
001820 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
001830 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
001840 01  WS-PRIOR-YEAR               PIC 9(04)  COMP VALUE 0.
001850 01  WS-LEAP-DAYS                PIC 9(09)  COMP VALUE 0.
001860
001870 01  WS-WINDOW-START-MINUTES     PIC 9(07)  COMP VALUE 0.
001880 01  WS-WINDOW-CLOSE-MINUTES     PIC 9(07)  COMP VALUE 0.
001890 01  WS-CLOCK-MINUTES            PIC 9(07)  COMP VALUE 0.
001900 01  WS-ENTRY-START-MINUTES      PIC 9(07)  COMP VALUE 0.
001910 01  WS-DURATION-MINUTES         PIC 9(07)  COMP VALUE 0.
001920 01  WS-RUN-TOTAL                PIC 9(09)  COMP VALUE 0.
001930 01  WS-MARGIN-MINUTES           PIC 9(07)  COMP VALUE 0.
001940
001950 01  WS-SHOW-MINUTES             PIC 9(07)  COMP VALUE 0.
001960 01  WS-SHOW-DAYS                PIC 9(03)  COMP VALUE 0.
001970 01  WS-SHOW-REST                PIC 9(05)  COMP VALUE 0.
001980 01  WS-SHOW-HOURS               PIC 9(02)  VALUE 0.
001990 01  WS-SHOW-MINS                PIC 9(02)  VALUE 0.
002000 01  WS-SHOW-DAY-DISPLAY         PIC 9(01)  VALUE 0.
002010 01  WS-CLOCK-DISPLAY            PIC X(08)  VALUE SPACE.
002020 01  WS-START-DISPLAY            PIC X(08)  VALUE SPACE.
002030 01  WS-END-DISPLAY              PIC X(08)  VALUE SPACE.
002040 01  WS-CLOSE-DISPLAY            PIC X(08)  VALUE SPACE.
002050
002060 01  WS-REPORT-DETAIL.
002070     05  WS-LINE-BASIS           PIC X(08)  VALUE SPACE.
002080     05  WS-LINE-FLAG            PIC X(13)  VALUE SPACE.
002090
002100 01  WS-ENTRY-COUNT              PIC 9(05)  COMP VALUE 0.
002110 01  WS-STANDARD-USED-COUNT      PIC 9(05)  COMP VALUE 0.
002120 01  WS-HISTORY-USED-COUNT       PIC 9(05)  COMP VALUE 0.
002130 01  WS-UNKNOWN-COUNT            PIC 9(05)  COMP VALUE 0.
002140 01  WS-LATE-COUNT               PIC 9(05)  COMP VALUE 0.
002150 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
002160 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
002170 01  WS-SEQ-DISPLAY              PIC ZZZ9.
002180 01  WS-MINUTES-DISPLAY          PIC ZZZZ9.
002190
002200 PROCEDURE DIVISION.
002210
002220 0000-MAINLINE.
002230     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002250     IF WS-CARD-OK
002260         IF WS-SCHEDULE-UP
002270             PERFORM 2000-LIST-COUNTERS THRU 2000-EXIT
002280             PERFORM 3000-LOAD-STANDARDS THRU 3000-EXIT
002290             PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT
002300             PERFORM 5000-PROJECT-SCHEDULE THRU 5000-EXIT
002310         END-IF
002320         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
002330     END-IF
002340     PERFORM 9000-FINALIZE THRU 9000-EXIT
002350     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
002360     STOP RUN.
002370 0000-EXIT.
002380     EXIT.
002390
002400******************************************************************
002410* 1000-INITIALIZE -- open the report, read the forecast card,    *
002420*                    and look for tonight's schedule.  No        *
002430*                    schedule file means the schedule builder    *
002440*                    has not run and there is nothing to         *
002450*                    forecast; the report says so.  One that is  *
002455*                    there but cannot be opened is an error.     *
002460******************************************************************
002470 1000-INITIALIZE.
002480     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002490     ACCEPT WS-TODAY-TIME FROM TIME
002500     OPEN OUTPUT FORECAST-REPORT-FILE
002510     IF WS-REPORT-STATUS NOT = "00"
002520         DISPLAY "forecast report could not be opened, status "
002530             WS-REPORT-STATUS
002540         GO TO 1000-EXIT
002550     END-IF
002560     SET WS-REPORT-OK TO TRUE
002570     MOVE SPACES TO FCS-PRINT-LINE
002580     STRING "BATCH WINDOW FORECAST  " WS-TODAY-DATE
002590         " " WS-TODAY-TIME
002600         DELIMITED BY SIZE INTO FCS-PRINT-LINE
002610     WRITE FCS-PRINT-LINE
002620     MOVE ALL "-" TO FCS-PRINT-LINE
002630     WRITE FCS-PRINT-LINE
002640     PERFORM 1100-READ-CARD THRU 1100-EXIT
002650     IF NOT WS-CARD-OK
002660         GO TO 1000-EXIT
002670     END-IF
002680     MOVE WS-WINDOW-START-MINUTES TO WS-SHOW-MINUTES
002690     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT
002700     MOVE WS-CLOCK-DISPLAY TO WS-START-DISPLAY
002710     MOVE WS-WINDOW-CLOSE-MINUTES TO WS-SHOW-MINUTES
002720     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT
002730     MOVE WS-CLOCK-DISPLAY TO WS-CLOSE-DISPLAY
002740     MOVE SPACES TO FCS-PRINT-LINE
002750     STRING "WINDOW OPENS " WS-START-DISPLAY
002760         "  CLOSES " WS-CLOSE-DISPLAY
002770         DELIMITED BY SIZE INTO FCS-PRINT-LINE
002780     WRITE FCS-PRINT-LINE
002790     OPEN INPUT SCHEDULE-FILE
002800     IF WS-SCHEDULE-STATUS = "00"
002810         SET WS-SCHEDULE-UP TO TRUE
002820     ELSE
002830         DISPLAY "schedule file not opened, status "
002835             WS-SCHEDULE-STATUS
002840         MOVE SPACES TO FCS-PRINT-LINE
002845         IF WS-SCHEDULE-STATUS = "35"
002851             STRING "NO SCHEDULE FILE FOR TONIGHT -- NOTHING TO "
002856                 "FORECAST" DELIMITED BY SIZE INTO FCS-PRINT-LINE
002861         ELSE
002867             STRING "SCHEDULE FILE NOT AVAILABLE, STATUS "
002872                 WS-SCHEDULE-STATUS " -- NOTHING FORECAST"
002877                 DELIMITED BY SIZE INTO FCS-PRINT-LINE
002883             ADD 1 TO WS-ERROR-COUNT
002888         END-IF
002893         WRITE FCS-PRINT-LINE
002899     END-IF
002900     MOVE ALL "-" TO FCS-PRINT-LINE
002910     WRITE FCS-PRINT-LINE.
002920 1000-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960* 1100-READ-CARD -- the window start and close times.  A blank   *
002970*                   start is this job's own run time.  The close *
002980*                   is required -- without it there is no window *
002990*                   to judge -- and a close at or before the     *
003000*                   start is taken as the next morning.          *
003010******************************************************************
003020 1100-READ-CARD.
003030     OPEN INPUT FORECAST-CARD-FILE
003040     IF WS-CARD-STATUS NOT = "00"
003050         MOVE SPACES TO FCS-PRINT-LINE
003060         STRING "NO FORECAST CARD -- WINDOW CANNOT BE JUDGED"
003070             DELIMITED BY SIZE INTO FCS-PRINT-LINE
003080         WRITE FCS-PRINT-LINE
003090         ADD 1 TO WS-ERROR-COUNT
003100         GO TO 1100-EXIT
003110     END-IF
003120     READ FORECAST-CARD-FILE
003130         AT END
003140             MOVE SPACES TO FCC-CONTROL-CARD
003150     END-READ
003160     CLOSE FORECAST-CARD-FILE
003170     IF FCC-WINDOW-START = SPACES
003180         MOVE WS-TODAY-TIME TO WS-WORK-TIME
003190     ELSE
003200         MOVE FCC-WINDOW-START TO WS-WORK-TIME
003210     END-IF
003220     PERFORM 1150-CHECK-CARD-TIME THRU 1150-EXIT
003230     IF NOT WS-TIME-OK
003240         MOVE SPACES TO FCS-PRINT-LINE
003250         STRING "WINDOW START " FCC-WINDOW-START
003260             " ON THE FORECAST CARD IS NOT A VALID HHMM"
003270             DELIMITED BY SIZE INTO FCS-PRINT-LINE
003280         WRITE FCS-PRINT-LINE
003290         ADD 1 TO WS-ERROR-COUNT
003300         GO TO 1100-EXIT
003310     END-IF
003320     MOVE WS-MINUTES-OF-DAY TO WS-WINDOW-START-MINUTES
003330     IF FCC-WINDOW-CLOSE = SPACES
003340         MOVE SPACES TO FCS-PRINT-LINE
003350         STRING "NO WINDOW CLOSE ON THE FORECAST CARD -- WINDOW "
003360             "CANNOT BE JUDGED"
003370             DELIMITED BY SIZE INTO FCS-PRINT-LINE
003380         WRITE FCS-PRINT-LINE
003390         ADD 1 TO WS-ERROR-COUNT
003400         GO TO 1100-EXIT
003410     END-IF
003420     MOVE FCC-WINDOW-CLOSE TO WS-WORK-TIME
003430     PERFORM 1150-CHECK-CARD-TIME THRU 1150-EXIT
003440     IF NOT WS-TIME-OK
003450         MOVE SPACES TO FCS-PRINT-LINE
003460         STRING "WINDOW CLOSE " FCC-WINDOW-CLOSE
003470             " ON THE FORECAST CARD IS NOT A VALID HHMM"
003480             DELIMITED BY SIZE INTO FCS-PRINT-LINE
003490         WRITE FCS-PRINT-LINE
003500         ADD 1 TO WS-ERROR-COUNT
003510         GO TO 1100-EXIT
003520     END-IF
003530     MOVE WS-MINUTES-OF-DAY TO WS-WINDOW-CLOSE-MINUTES
003540     IF WS-WINDOW-CLOSE-MINUTES NOT > WS-WINDOW-START-MINUTES
003550         ADD 1440 TO WS-WINDOW-CLOSE-MINUTES
003560     END-IF
003570     SET WS-CARD-OK TO TRUE.
003580 1100-EXIT.
003590     EXIT.
003600
003610 1150-CHECK-CARD-TIME.
003620     MOVE "N" TO WS-TIME-OK-SWITCH
003630     IF WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
003640         GO TO 1150-EXIT
003650     END-IF
003660     IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
003670         GO TO 1150-EXIT
003680     END-IF
003690     PERFORM 8220-TIME-TO-MINUTES THRU 8220-EXIT
003700     SET WS-TIME-OK TO TRUE.
003710 1150-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750* 2000-LIST-COUNTERS -- first pass over the schedule: one table  *
003760*                       entry per distinct counter, so the       *
003770*                       standards and the run history are each   *
003780*                       read once however many entries there     *
003790*                       are.                                     *
003800******************************************************************
003810 2000-LIST-COUNTERS.
003820     PERFORM 2100-LIST-ONE-COUNTER THRU 2100-EXIT
003830         UNTIL WS-SCHEDULE-EOF
003840     CLOSE SCHEDULE-FILE.
003850 2000-EXIT.
003860     EXIT.
003870
003880 2100-LIST-ONE-COUNTER.
003890     READ SCHEDULE-FILE
003900         AT END
003910             SET WS-SCHEDULE-EOF TO TRUE
003920             GO TO 2100-EXIT
003930     END-READ
003940     MOVE SCH-COUNTER-ID TO WS-SEARCH-ID
003950     PERFORM 8100-FIND-COUNTER THRU 8100-EXIT
003960     IF WS-ENTRY-FOUND
003970         GO TO 2100-EXIT
003980     END-IF
003990     IF WS-COUNTER-COUNT NOT < WS-MAX-COUNTERS
004000         DISPLAY "counter table is full -- " SCH-COUNTER-ID
004010             " will be forecast as unknown"
004020         GO TO 2100-EXIT
004030     END-IF
004040     ADD 1 TO WS-COUNTER-COUNT
004050     MOVE WS-COUNTER-COUNT TO WS-CTR-SUB
004060     MOVE SCH-COUNTER-ID TO WS-CTR-ID (WS-CTR-SUB)
004070     MOVE "N" TO WS-CTR-STD-SWITCH (WS-CTR-SUB)
004080     MOVE 0 TO WS-CTR-STD-MINUTES (WS-CTR-SUB)
004090     MOVE 0 TO WS-CTR-RUNS-KEPT (WS-CTR-SUB)
004100     MOVE 1 TO WS-CTR-NEXT-SLOT (WS-CTR-SUB).
004110 2100-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 3000-LOAD-STANDARDS -- the run-duration standard of each       *
004160*                        scheduled counter.  A missing file just *
004170*                        means every estimate comes from         *
004180*                        history.                                *
004190******************************************************************
004200 3000-LOAD-STANDARDS.
004210     OPEN INPUT STANDARDS-FILE
004220     IF WS-STANDARDS-STATUS NOT = "00"
004230         MOVE SPACES TO FCS-PRINT-LINE
004240         STRING "NO RUN-DURATION STANDARDS ON FILE -- ESTIMATES "
004250             "FROM HISTORY ONLY"
004260             DELIMITED BY SIZE INTO FCS-PRINT-LINE
004270         WRITE FCS-PRINT-LINE
004280         GO TO 3000-EXIT
004290     END-IF
004300     PERFORM 3100-LOAD-ONE-STANDARD THRU 3100-EXIT
004310         UNTIL WS-STANDARDS-EOF
004320     CLOSE STANDARDS-FILE.
004330 3000-EXIT.
004340     EXIT.
004350
004360 3100-LOAD-ONE-STANDARD.
004370     READ STANDARDS-FILE
004380         AT END
004390             SET WS-STANDARDS-EOF TO TRUE
004400             GO TO 3100-EXIT
004410     END-READ
004420     MOVE STD-COUNTER-ID TO WS-SEARCH-ID
004430     PERFORM 8100-FIND-COUNTER THRU 8100-EXIT
004440     IF NOT WS-ENTRY-FOUND
004450         GO TO 3100-EXIT
004460     END-IF
004470     IF STD-EXPECTED-MINUTES NOT NUMERIC
004480         DISPLAY "standard for " STD-COUNTER-ID
004490             " is not numeric -- skipped"
004500         GO TO 3100-EXIT
004510     END-IF
004520     SET WS-CTR-HAS-STANDARD (WS-CTR-SUB) TO TRUE
004530     MOVE STD-EXPECTED-MINUTES TO WS-CTR-STD-MINUTES (WS-CTR-SUB).
004540 3100-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 4000-LOAD-HISTORY -- the elapsed minutes of each scheduled     *
004590*                      counter's last few runs.  The history     *
004600*                      file is appended in run order, so the     *
004610*                      table keeps a rolling slot per counter    *
004620*                      and the newest runs overwrite the oldest. *
004630*                      A run that never counted, or with an      *
004640*                      unreadable timestamp, says nothing about  *
004650*                      how long the counter takes and is passed  *
004660*                      over, as the SLA report does.             *
004670******************************************************************
004680 4000-LOAD-HISTORY.
004690     OPEN INPUT HISTORY-FILE
004700     IF WS-HISTORY-STATUS NOT = "00"
004710         MOVE SPACES TO FCS-PRINT-LINE
004720         STRING "NO RUN HISTORY ON FILE -- ESTIMATES FROM "
004730             "STANDARDS ONLY"
004740             DELIMITED BY SIZE INTO FCS-PRINT-LINE
004750         WRITE FCS-PRINT-LINE
004760         GO TO 4000-EXIT
004770     END-IF
004780     PERFORM 4100-LOAD-ONE-RUN THRU 4100-EXIT
004790         UNTIL WS-HISTORY-EOF
004800     CLOSE HISTORY-FILE.
004810 4000-EXIT.
004820     EXIT.
004830
004840 4100-LOAD-ONE-RUN.
004850     READ HISTORY-FILE
004860         AT END
004870             SET WS-HISTORY-EOF TO TRUE
004880             GO TO 4100-EXIT
004890     END-READ
004900     IF HST-NEVER-RAN OR HST-CLAIM-REFUSED
004910         GO TO 4100-EXIT
004920     END-IF
004930     MOVE HST-COUNTER-ID TO WS-SEARCH-ID
004940     PERFORM 8100-FIND-COUNTER THRU 8100-EXIT
004950     IF NOT WS-ENTRY-FOUND
004960         GO TO 4100-EXIT
004970     END-IF
004980     PERFORM 8200-COMPUTE-ELAPSED THRU 8200-EXIT
004990     IF WS-ELAPSED-MINUTES < 0
005000         GO TO 4100-EXIT
005010     END-IF
005020     MOVE WS-CTR-NEXT-SLOT (WS-CTR-SUB) TO WS-RUN-SUB
005030     MOVE WS-ELAPSED-MINUTES
005040         TO WS-CTR-RECENT-MINUTES (WS-CTR-SUB, WS-RUN-SUB)
005050     IF WS-RUN-SUB NOT < WS-RECENT-RUNS
005060         MOVE 1 TO WS-CTR-NEXT-SLOT (WS-CTR-SUB)
005070     ELSE
005080         ADD 1 TO WS-CTR-NEXT-SLOT (WS-CTR-SUB)
005090     END-IF
005100     IF WS-CTR-RUNS-KEPT (WS-CTR-SUB) < WS-RECENT-RUNS
005110         ADD 1 TO WS-CTR-RUNS-KEPT (WS-CTR-SUB)
005120     END-IF.
005130 4100-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 5000-PROJECT-SCHEDULE -- second pass over the schedule, in the *
005180*                          order the counting step runs it: each *
005190*                          entry starts when the one before it   *
005200*                          is projected to end.  A marker line   *
005210*                          shows where the window closes, ahead  *
005220*                          of the first entry projected to       *
005230*                          finish late.                          *
005240******************************************************************
005250 5000-PROJECT-SCHEDULE.
005260     MOVE WS-WINDOW-START-MINUTES TO WS-CLOCK-MINUTES
005270     MOVE "N" TO WS-SCHEDULE-EOF-SWITCH
005280     OPEN INPUT SCHEDULE-FILE
005290     IF WS-SCHEDULE-STATUS NOT = "00"
005300         DISPLAY "schedule file could not be reopened, status "
005310             WS-SCHEDULE-STATUS
005320         ADD 1 TO WS-ERROR-COUNT
005330         GO TO 5000-EXIT
005340     END-IF
005350     MOVE SPACES TO FCS-PRINT-LINE
005360     STRING " SEQ  COUNTER   BASIS       MIN  "
005370         "START     END       FLAG"
005380         DELIMITED BY SIZE INTO FCS-PRINT-LINE
005390     WRITE FCS-PRINT-LINE
005400     PERFORM 5100-PROJECT-ONE-ENTRY THRU 5100-EXIT
005410         UNTIL WS-SCHEDULE-EOF
005420     CLOSE SCHEDULE-FILE.
005430 5000-EXIT.
005440     EXIT.
005450
005460 5100-PROJECT-ONE-ENTRY.
005470     READ SCHEDULE-FILE
005480         AT END
005490             SET WS-SCHEDULE-EOF TO TRUE
005500             GO TO 5100-EXIT
005510     END-READ
005520     ADD 1 TO WS-ENTRY-COUNT
005530     MOVE SPACES TO WS-LINE-FLAG
005540     PERFORM 5200-ESTIMATE-DURATION THRU 5200-EXIT
005550     MOVE WS-CLOCK-MINUTES TO WS-ENTRY-START-MINUTES
005560     ADD WS-DURATION-MINUTES TO WS-CLOCK-MINUTES
005570     IF WS-CLOCK-MINUTES > WS-WINDOW-CLOSE-MINUTES
005580         ADD 1 TO WS-LATE-COUNT
005590         IF WS-LINE-FLAG = SPACES
005600             MOVE "LATE" TO WS-LINE-FLAG
005610         ELSE
005620             MOVE "UNKNOWN, LATE" TO WS-LINE-FLAG
005630         END-IF
005640         IF NOT WS-CLOSE-MARKED
005650             SET WS-CLOSE-MARKED TO TRUE
005660             MOVE SPACES TO FCS-PRINT-LINE
005670             STRING "  ** WINDOW CLOSES " WS-CLOSE-DISPLAY
005680                 " -- ENTRIES BELOW ARE PROJECTED LATE **"
005690                 DELIMITED BY SIZE INTO FCS-PRINT-LINE
005700             WRITE FCS-PRINT-LINE
005710         END-IF
005720     END-IF
005730     MOVE WS-ENTRY-START-MINUTES TO WS-SHOW-MINUTES
005740     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT
005750     MOVE WS-CLOCK-DISPLAY TO WS-START-DISPLAY
005760     MOVE WS-CLOCK-MINUTES TO WS-SHOW-MINUTES
005770     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT
005780     MOVE WS-CLOCK-DISPLAY TO WS-END-DISPLAY
005790     MOVE WS-ENTRY-COUNT TO WS-SEQ-DISPLAY
005800     MOVE WS-DURATION-MINUTES TO WS-MINUTES-DISPLAY
005810     MOVE SPACES TO FCS-PRINT-LINE
005820     STRING WS-SEQ-DISPLAY "  " SCH-COUNTER-ID
005830         "  " WS-LINE-BASIS "  " WS-MINUTES-DISPLAY
005840         "  " WS-START-DISPLAY "  " WS-END-DISPLAY
005850         "  " WS-LINE-FLAG
005860         DELIMITED BY SIZE INTO FCS-PRINT-LINE
005870     WRITE FCS-PRINT-LINE.
005880 5100-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920* 5200-ESTIMATE-DURATION -- the counter's standard when it has   *
005930*                           one, the rounded average of its kept *
005940*                           runs when it has history, and        *
005950*                           nothing at all -- flagged UNKNOWN -- *
005960*                           when it has neither.                 *
005970******************************************************************
005980 5200-ESTIMATE-DURATION.
005990     MOVE 0 TO WS-DURATION-MINUTES
006000     MOVE "UNKNOWN" TO WS-LINE-BASIS
006010     MOVE SCH-COUNTER-ID TO WS-SEARCH-ID
006020     PERFORM 8100-FIND-COUNTER THRU 8100-EXIT
006030     IF NOT WS-ENTRY-FOUND
006040         ADD 1 TO WS-UNKNOWN-COUNT
006050         MOVE "UNKNOWN" TO WS-LINE-FLAG
006060         GO TO 5200-EXIT
006070     END-IF
006080     IF WS-CTR-HAS-STANDARD (WS-CTR-SUB)
006090         MOVE WS-CTR-STD-MINUTES (WS-CTR-SUB)
006100             TO WS-DURATION-MINUTES
006110         MOVE "STANDARD" TO WS-LINE-BASIS
006120         ADD 1 TO WS-STANDARD-USED-COUNT
006130         GO TO 5200-EXIT
006140     END-IF
006150     IF WS-CTR-RUNS-KEPT (WS-CTR-SUB) = 0
006160         ADD 1 TO WS-UNKNOWN-COUNT
006170         MOVE "UNKNOWN" TO WS-LINE-FLAG
006180         GO TO 5200-EXIT
006190     END-IF
006200     MOVE 0 TO WS-RUN-TOTAL
006210     PERFORM 5210-ADD-RECENT-RUN THRU 5210-EXIT
006220         VARYING WS-RUN-SUB FROM 1 BY 1
006230         UNTIL WS-RUN-SUB > WS-CTR-RUNS-KEPT (WS-CTR-SUB)
006240     COMPUTE WS-DURATION-MINUTES ROUNDED =
006250         WS-RUN-TOTAL / WS-CTR-RUNS-KEPT (WS-CTR-SUB)
006260     MOVE "HISTORY" TO WS-LINE-BASIS
006270     ADD 1 TO WS-HISTORY-USED-COUNT.
006280 5200-EXIT.
006290     EXIT.
006300
006310 5210-ADD-RECENT-RUN.
006320     ADD WS-CTR-RECENT-MINUTES (WS-CTR-SUB, WS-RUN-SUB)
006330         TO WS-RUN-TOTAL.
006340 5210-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 6000-PRINT-TOTALS -- how each estimate was made, when the      *
006390*                      schedule is projected to finish against   *
006400*                      the close, and a plain verdict line for   *
006410*                      the shift lead.                           *
006420******************************************************************
006430 6000-PRINT-TOTALS.
006440     MOVE SPACES TO FCS-PRINT-LINE
006450     WRITE FCS-PRINT-LINE
006460     MOVE ALL "-" TO FCS-PRINT-LINE
006470     WRITE FCS-PRINT-LINE
006480     MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY
006490     MOVE SPACES TO FCS-PRINT-LINE
006500     STRING "ENTRIES FORECAST. . . . . . : " WS-COUNT-DISPLAY
006510         DELIMITED BY SIZE INTO FCS-PRINT-LINE
006520     WRITE FCS-PRINT-LINE
006530     MOVE WS-STANDARD-USED-COUNT TO WS-COUNT-DISPLAY
006540     MOVE SPACES TO FCS-PRINT-LINE
006550     STRING "ESTIMATED FROM STANDARD . . : " WS-COUNT-DISPLAY
006560         DELIMITED BY SIZE INTO FCS-PRINT-LINE
006570     WRITE FCS-PRINT-LINE
006580     MOVE WS-HISTORY-USED-COUNT TO WS-COUNT-DISPLAY
006590     MOVE SPACES TO FCS-PRINT-LINE
006600     STRING "ESTIMATED FROM HISTORY. . . : " WS-COUNT-DISPLAY
006610         DELIMITED BY SIZE INTO FCS-PRINT-LINE
006620     WRITE FCS-PRINT-LINE
006630     MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY
006640     MOVE SPACES TO FCS-PRINT-LINE
006650     STRING "UNKNOWN DURATION. . . . . . : " WS-COUNT-DISPLAY
006660         DELIMITED BY SIZE INTO FCS-PRINT-LINE
006670     WRITE FCS-PRINT-LINE
006680     MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY
006690     MOVE SPACES TO FCS-PRINT-LINE
006700     STRING "PROJECTED LATE. . . . . . . : " WS-COUNT-DISPLAY
006710         DELIMITED BY SIZE INTO FCS-PRINT-LINE
006720     WRITE FCS-PRINT-LINE
006730     IF WS-ENTRY-COUNT = 0
006740         MOVE SPACES TO FCS-PRINT-LINE
006750         STRING "NOTHING ON TONIGHT'S SCHEDULE"
006760             DELIMITED BY SIZE INTO FCS-PRINT-LINE
006770         WRITE FCS-PRINT-LINE
006780         GO TO 6000-EXIT
006790     END-IF
006800     MOVE WS-CLOCK-MINUTES TO WS-SHOW-MINUTES
006810     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT
006820     MOVE WS-CLOCK-DISPLAY TO WS-END-DISPLAY
006830     MOVE SPACES TO FCS-PRINT-LINE
006840     STRING "PROJECTED FINISH. . . . . . : " WS-END-DISPLAY
006850         DELIMITED BY SIZE INTO FCS-PRINT-LINE
006860     WRITE FCS-PRINT-LINE
006870     MOVE SPACES TO FCS-PRINT-LINE
006880     STRING "WINDOW CLOSES . . . . . . . : " WS-CLOSE-DISPLAY
006890         DELIMITED BY SIZE INTO FCS-PRINT-LINE
006900     WRITE FCS-PRINT-LINE
006910     IF WS-CLOCK-MINUTES > WS-WINDOW-CLOSE-MINUTES
006920         COMPUTE WS-MARGIN-MINUTES =
006930             WS-CLOCK-MINUTES - WS-WINDOW-CLOSE-MINUTES
006940         MOVE WS-MARGIN-MINUTES TO WS-COUNT-DISPLAY
006950         MOVE SPACES TO FCS-PRINT-LINE
006960         STRING "MINUTES OVER THE WINDOW . . : " WS-COUNT-DISPLAY
006970             DELIMITED BY SIZE INTO FCS-PRINT-LINE
006980         WRITE FCS-PRINT-LINE
006990         MOVE SPACES TO FCS-PRINT-LINE
007000         STRING "WINDOW AT RISK -- PULL A LOW-PRIORITY COUNTER "
007010             "BEFORE THE COUNTING STEP STARTS"
007020             DELIMITED BY SIZE INTO FCS-PRINT-LINE
007030         WRITE FCS-PRINT-LINE
007040     ELSE
007050         COMPUTE WS-MARGIN-MINUTES =
007060             WS-WINDOW-CLOSE-MINUTES - WS-CLOCK-MINUTES
007070         MOVE WS-MARGIN-MINUTES TO WS-COUNT-DISPLAY
007080         MOVE SPACES TO FCS-PRINT-LINE
007090         STRING "MINUTES TO SPARE. . . . . . : " WS-COUNT-DISPLAY
007100             DELIMITED BY SIZE INTO FCS-PRINT-LINE
007110         WRITE FCS-PRINT-LINE
007120         MOVE SPACES TO FCS-PRINT-LINE
007130         STRING "SCHEDULE IS PROJECTED TO FINISH INSIDE THE "
007140             "WINDOW"
007150             DELIMITED BY SIZE INTO FCS-PRINT-LINE
007160         WRITE FCS-PRINT-LINE
007170     END-IF
007180     IF WS-UNKNOWN-COUNT > 0
007190         MOVE SPACES TO FCS-PRINT-LINE
007200         STRING "UNKNOWN ENTRIES ARE PROJECTED AT NO TIME -- THE "
007210             "FINISH MAY BE LATER"
007220             DELIMITED BY SIZE INTO FCS-PRINT-LINE
007230         WRITE FCS-PRINT-LINE
007240     END-IF.
007250 6000-EXIT.
007260     EXIT.
007270
007280 8100-FIND-COUNTER.
007290     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
007300     PERFORM 8110-TEST-COUNTER THRU 8110-EXIT
007310         VARYING WS-CTR-SUB FROM 1 BY 1
007320         UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
007330             OR WS-ENTRY-FOUND
007340     IF WS-ENTRY-FOUND
007350         SUBTRACT 1 FROM WS-CTR-SUB
007360     END-IF.
007370 8100-EXIT.
007380     EXIT.
007390
007400 8110-TEST-COUNTER.
007410     IF WS-CTR-ID (WS-CTR-SUB) = WS-SEARCH-ID
007420         SET WS-ENTRY-FOUND TO TRUE
007430     END-IF.
007440 8110-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480* 8200-COMPUTE-ELAPSED -- elapsed minutes between the run's      *
007490*                         start and end stamps, worked through   *
007500*                         day numbers so a run across midnight   *
007510*                         or month-end comes out right.  A       *
007520*                         negative answer means the stamps are   *
007530*                         unusable.                              *
007540******************************************************************
007550 8200-COMPUTE-ELAPSED.
007560     MOVE -1 TO WS-ELAPSED-MINUTES
007570     IF HST-RUN-START-DATE NOT NUMERIC
007580         OR HST-RUN-END-DATE NOT NUMERIC
007590         GO TO 8200-EXIT
007600     END-IF
007610     MOVE HST-RUN-START-DATE TO WS-WORK-DATE
007620     PERFORM 8210-DATE-TO-DAY-NUMBER THRU 8210-EXIT
007630     MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
007640     MOVE HST-RUN-END-DATE TO WS-WORK-DATE
007650     PERFORM 8210-DATE-TO-DAY-NUMBER THRU 8210-EXIT
007660     MOVE WS-DAY-NUMBER TO WS-END-DAY-NUMBER
007670     MOVE HST-RUN-START-TIME TO WS-WORK-TIME
007680     IF WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
007690         GO TO 8200-EXIT
007700     END-IF
007710     PERFORM 8220-TIME-TO-MINUTES THRU 8220-EXIT
007720     MOVE WS-MINUTES-OF-DAY TO WS-START-MINUTES
007730     MOVE HST-RUN-END-TIME TO WS-WORK-TIME
007740     IF WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
007750         GO TO 8200-EXIT
007760     END-IF
007770     PERFORM 8220-TIME-TO-MINUTES THRU 8220-EXIT
007780     MOVE WS-MINUTES-OF-DAY TO WS-END-MINUTES
007790     COMPUTE WS-ELAPSED-MINUTES =
007800         ((WS-END-DAY-NUMBER - WS-START-DAY-NUMBER) * 1440)
007810         + WS-END-MINUTES - WS-START-MINUTES.
007820 8200-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860* 8210-DATE-TO-DAY-NUMBER -- YYYYMMDD in WS-WORK-DATE to a       *
007870*                            running day count: 365 per year,    *
007880*                            one per leap year before this one,  *
007890*                            the month table, the day, and one   *
007900*                            more when this year is leap and the *
007910*                            date is past February.              *
007920******************************************************************
007930 8210-DATE-TO-DAY-NUMBER.
007940     COMPUTE WS-PRIOR-YEAR = WS-WORK-YEAR - 1
007950     COMPUTE WS-LEAP-DAYS =
007960         (WS-PRIOR-YEAR / 4) - (WS-PRIOR-YEAR / 100)
007970         + (WS-PRIOR-YEAR / 400)
007980     COMPUTE WS-DAY-NUMBER =
007990         (WS-WORK-YEAR * 365) + WS-LEAP-DAYS
008000         + WS-CUM-DAYS (WS-WORK-MONTH) + WS-WORK-DAY
008010     IF WS-WORK-MONTH < 3
008020         GO TO 8210-EXIT
008030     END-IF
008040     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
008050         REMAINDER WS-LEAP-REMAINDER
008060     IF WS-LEAP-REMAINDER NOT = 0
008070         GO TO 8210-EXIT
008080     END-IF
008090     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
008100         REMAINDER WS-LEAP-REMAINDER
008110     IF WS-LEAP-REMAINDER NOT = 0
008120         ADD 1 TO WS-DAY-NUMBER
008130         GO TO 8210-EXIT
008140     END-IF
008150     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
008160         REMAINDER WS-LEAP-REMAINDER
008170     IF WS-LEAP-REMAINDER = 0
008180         ADD 1 TO WS-DAY-NUMBER
008190     END-IF.
008200 8210-EXIT.
008210     EXIT.
008220
008230 8220-TIME-TO-MINUTES.
008240     COMPUTE WS-MINUTES-OF-DAY =
008250         (WS-TIME-HH * 60) + WS-TIME-MM.
008260 8220-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300* 8300-FORMAT-CLOCK -- minutes past the midnight the window      *
008310*                      opens on, as HH:MM, with +1 (or more)     *
008320*                      when the time falls on a following        *
008330*                      morning.                                  *
008340******************************************************************
008350 8300-FORMAT-CLOCK.
008360     DIVIDE WS-SHOW-MINUTES BY 1440 GIVING WS-SHOW-DAYS
008370         REMAINDER WS-SHOW-REST
008380     DIVIDE WS-SHOW-REST BY 60 GIVING WS-SHOW-HOURS
008390         REMAINDER WS-SHOW-MINS
008400     MOVE SPACES TO WS-CLOCK-DISPLAY
008410     IF WS-SHOW-DAYS = 0
008420         STRING WS-SHOW-HOURS ":" WS-SHOW-MINS
008430             DELIMITED BY SIZE INTO WS-CLOCK-DISPLAY
008440         GO TO 8300-EXIT
008450     END-IF
008460     IF WS-SHOW-DAYS > 9
008470         MOVE 9 TO WS-SHOW-DAY-DISPLAY
008480     ELSE
008490         MOVE WS-SHOW-DAYS TO WS-SHOW-DAY-DISPLAY
008500     END-IF
008510     STRING WS-SHOW-HOURS ":" WS-SHOW-MINS
008520         " +" WS-SHOW-DAY-DISPLAY
008530         DELIMITED BY SIZE INTO WS-CLOCK-DISPLAY.
008540 8300-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580* 9000-FINALIZE -- close the report and set the return code: 8   *
008590*                  when the window could not be judged, 4 when   *
008600*                  any entry is projected to finish late.        *
008610******************************************************************
008620 9000-FINALIZE.
008630     IF NOT WS-REPORT-OK
008640         MOVE 8 TO RETURN-CODE
008650         GO TO 9000-EXIT
008660     END-IF
008670     CLOSE FORECAST-REPORT-FILE
008680     IF WS-ERROR-COUNT > 0
008690         DISPLAY "batch-window forecast could not be made -- "
008700             "report in FCSTRPT.DAT"
008710         MOVE 8 TO RETURN-CODE
008720         GO TO 9000-EXIT
008730     END-IF
008740     IF WS-UNKNOWN-COUNT > 0
008750         MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY
008760         DISPLAY "batch-window forecast has " WS-COUNT-DISPLAY
008770             " entry(ies) of unknown duration"
008780     END-IF
008790     IF WS-LATE-COUNT > 0
008800         MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY
008810         DISPLAY "batch window at risk -- " WS-COUNT-DISPLAY
008820             " entry(ies) projected late -- report in FCSTRPT.DAT"
008830         MOVE 4 TO RETURN-CODE
008840     ELSE
008850         DISPLAY "batch window forecast clean -- report in "
008860             "FCSTRPT.DAT"
008870     END-IF.
008880 9000-EXIT.
008890     EXIT.
008900
008910******************************************************************
008920* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
008930*                        shared stream log.  The log is the on-  *
008940*                        call operator's picture of the night,   *
008950*                        not part of this step's own work, so a  *
008960*                        log that cannot be opened is noted on   *
008970*                        the console and the step carries on.    *
008980******************************************************************
008990 9800-LOG-STEP-START.
009000     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
009010     IF WS-STREAM-LOG-STATUS NOT = "00"
009020         GO TO 9800-EXIT
009030     END-IF
009040     MOVE "S" TO WS-STREAM-EVENT
009050     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
009060     CLOSE STREAM-LOG-FILE.
009070 9800-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
009120*                      return code the job stream will see.      *
009130******************************************************************
009140 9850-LOG-STEP-END.
009150     MOVE RETURN-CODE TO WS-STREAM-RC
009160     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
009170     IF WS-STREAM-LOG-STATUS NOT = "00"
009180         GO TO 9850-EXIT
009190     END-IF
009200     MOVE "E" TO WS-STREAM-EVENT
009210     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
009220     CLOSE STREAM-LOG-FILE.
009230 9850-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
009280*                         card (today when there is none), the   *
009290*                         event stamp, and the log itself,       *
009300*                         created on first use the same way the  *
009310*                         tracking file is.                      *
009320******************************************************************
009330 9870-OPEN-STREAM-LOG.
009340     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
009350     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
009360     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
009370     OPEN INPUT STREAM-CARD-FILE
009380     IF WS-STREAM-CARD-STATUS = "00"
009390         READ STREAM-CARD-FILE
009400             AT END
009410                 CONTINUE
009420             NOT AT END
009430                 IF SCD-BUSINESS-DATE NOT = SPACES
009440                     MOVE SCD-BUSINESS-DATE
009450                         TO WS-STREAM-BUSINESS-DATE
009460                 END-IF
009470         END-READ
009480         CLOSE STREAM-CARD-FILE
009490     END-IF
009500     OPEN I-O STREAM-LOG-FILE
009510     IF WS-STREAM-LOG-STATUS = "35"
009520         OPEN OUTPUT STREAM-LOG-FILE
009530         CLOSE STREAM-LOG-FILE
009540         OPEN I-O STREAM-LOG-FILE
009550     END-IF
009560     IF WS-STREAM-LOG-STATUS NOT = "00"
009570         DISPLAY "stream log not available, status "
009580             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
009590             " not logged"
009600     END-IF.
009610 9870-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
009660*                           date, step, and event, or rewrite    *
009670*                           the one a prior attempt left, and    *
009680*                           count the attempt.                   *
009690******************************************************************
009700 9880-POST-STREAM-ENTRY.
009710     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
009720     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
009730     MOVE WS-STREAM-EVENT TO SLG-EVENT
009740     MOVE 0 TO WS-STREAM-ATTEMPTS
009750     READ STREAM-LOG-FILE
009760         INVALID KEY
009770             CONTINUE
009780         NOT INVALID KEY
009790             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
009800     END-READ
009810     ADD 1 TO WS-STREAM-ATTEMPTS
009820     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
009830     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
009840     MOVE WS-STREAM-EVENT TO SLG-EVENT
009850     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
009860     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
009870     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
009880     IF SLG-STEP-START
009890         MOVE 0 TO SLG-RETURN-CODE
009900     ELSE
009910         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
009920     END-IF
009930     IF WS-STREAM-ATTEMPTS = 1
009940         WRITE SLG-STEP-RECORD
009950     ELSE
009960         REWRITE SLG-STEP-RECORD
009970     END-IF
009980     IF WS-STREAM-LOG-STATUS NOT = "00"
009990         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
010000             " not posted, status " WS-STREAM-LOG-STATUS
010010     END-IF.
010020 9880-EXIT.
010030     EXIT.
010040
010050 END PROGRAM CTRFCST.
