000010******************************************************************
000020* PROGRAM:    CTRRETN                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Nightly retention cleanup.  The dated and          *
000120*             per-counter files this system writes were never    *
000130*             deleted by anything -- every folded AUDITLOG,      *
000140*             every CTRBKUP and RUNARCH generation, and the      *
000150*             SUMRPT and CTRDONE files of counters long since    *
000160*             retired -- so the work directory grew every        *
000170*             night.  The backup utility, the archive utility,   *
000180*             and audit consolidation now post each generation   *
000190*             they create or verify to the generation catalog,   *
000200*             and a policy card per family says how many         *
000210*             generations, and how many days of them, to keep.   *
000220*             This job walks the catalog, deletes only the       *
000230*             generations that no rule keeps, marks them deleted *
000240*             on the catalog, and prints every generation kept   *
000250*             and deleted with the reason.  Three things are     *
000260*             never deleted whatever the policy says: the newest *
000270*             verified backup, an archive not yet proved against *
000280*             its trailer, and an audit log not yet folded into  *
000290*             the audit master -- an audit log consolidation     *
000300*             never saw is not on the catalog at all and so is   *
000310*             never touched.  The SUMRPT and CTRDONE files of a  *
000320*             retired counter are deleted once the counter has   *
000330*             been retired longer than its family's keep days.   *
000340*             A family with no policy card is never cleaned.     *
000350*             Return code 8 when a file could not be deleted or  *
000360*             the catalog could not be read, 4 when a policy     *
000370*             card was ignored.                                  *
000380*                                                                *
000390* MODIFICATION HISTORY                                           *
000400*   DATE        INIT  DESCRIPTION                                *
000410*   2026-10-15   JR   Original retention cleanup job.            *
000412*   2026-10-15   JR   A counter master or catalog entry that     *
000415*                     cannot be read or posted ends the job with *
000417*                     return code 8.                             *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. CTRRETN AS "CTRRETN".
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT POLICY-FILE ASSIGN TO "RETPOL.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-POLICY-STATUS.
000560     SELECT GENERATION-CATALOG-FILE ASSIGN TO "GENCAT.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS GCT-KEY
000600         LOCK MODE IS AUTOMATIC
000610         SHARING WITH ALL OTHER
000620         FILE STATUS IS WS-CATALOG-STATUS.
000630     SELECT GENERATION-FILE
000640         ASSIGN TO DYNAMIC WS-GENERATION-FILENAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-GENERATION-STATUS.
000670     SELECT MASTER-FILE ASSIGN TO "CTRMAST.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CTM-COUNTER-ID
000710         LOCK MODE IS AUTOMATIC
000720         SHARING WITH ALL OTHER
000730         FILE STATUS IS WS-MASTER-STATUS.
000740     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-STREAM-CARD-STATUS.
000770     SELECT RETENTION-REPORT-FILE ASSIGN TO "RETNRPT.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-REPORT-STATUS.
000800     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS SLG-KEY
000840         LOCK MODE IS AUTOMATIC
000850         SHARING WITH ALL OTHER
000860         FILE STATUS IS WS-STREAM-LOG-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  POLICY-FILE.
000910     COPY "RETPOL.cpy".
000920
000930 FD  GENERATION-CATALOG-FILE.
000940     COPY "GENCAT.cpy".
000950
000960 FD  GENERATION-FILE.
000970 01  GEN-GENERATION-RECORD           PIC X(80).
000980
000990 FD  MASTER-FILE.
001000     COPY "CTRMAST.cpy".
001010
001020 FD  RETENTION-REPORT-FILE.
001030 01  RTN-PRINT-LINE                  PIC X(80).
001040
001050 FD  STREAM-CARD-FILE.
001060     COPY "STRMCARD.cpy".
001070
001080 FD  STREAM-LOG-FILE.
001090     COPY "STRMLOG.cpy".
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-POLICY-STATUS            PIC X(02)  VALUE "00".
001130 01  WS-CATALOG-STATUS           PIC X(02)  VALUE "00".
001140 01  WS-GENERATION-STATUS        PIC X(02)  VALUE "00".
001150 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
001160 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001170 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
001180 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
001190 01  WS-GENERATION-FILENAME      PIC X(21)  VALUE SPACE.
001200 01  WS-NEWEST-VERIFIED-BACKUP   PIC X(08)  VALUE LOW-VALUES.
001210 01  WS-SEARCH-FAMILY            PIC X(08)  VALUE SPACE.
001220 01  WS-RETIRED-FAMILY           PIC X(08)  VALUE SPACE.
001230 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
001240 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
001250 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "CTRRETN".
001260 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
001270 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
001280 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
001290 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
001300 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
001310 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
001320
001330 01  WS-SWITCHES.
001340     05  WS-REPORT-OK-SWITCH     PIC X(01)  VALUE "N".
001350         88  WS-REPORT-OK               VALUE "Y".
001360     05  WS-POLICY-EOF-SWITCH    PIC X(01)  VALUE "N".
001370         88  WS-POLICY-EOF              VALUE "Y".
001380     05  WS-CATALOG-UP-SWITCH    PIC X(01)  VALUE "N".
001390         88  WS-CATALOG-UP              VALUE "Y".
001400     05  WS-CATALOG-EOF-SWITCH   PIC X(01)  VALUE "N".
001410         88  WS-CATALOG-EOF             VALUE "Y".
001420     05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE "N".
001430         88  WS-MASTER-EOF              VALUE "Y".
001440     05  WS-ENTRY-FOUND-SWITCH   PIC X(01)  VALUE "N".
001450         88  WS-ENTRY-FOUND             VALUE "Y".
001460     05  WS-KEEP-SWITCH          PIC X(01)  VALUE "N".
001470         88  WS-KEEP                    VALUE "Y".
001480     05  WS-CATALOG-SWITCH       PIC X(01)  VALUE "N".
001490         88  WS-CATALOG-ON-FILE         VALUE "Y".
001500
001510 01  WS-TABLE-LIMITS.
001520     05  WS-MAX-POLICIES         PIC 9(05)  COMP VALUE 20.
001530
001540 01  WS-POLICY-COUNT             PIC 9(05)  COMP VALUE 0.
001550 01  WS-POLICY-SUB               PIC 9(05)  COMP VALUE 0.
001560
001570 01  WS-POLICY-TABLE.
001580     05  WS-POLICY-ENTRY OCCURS 20 TIMES.
001590         10  WS-POL-FAMILY           PIC X(08).
001600         10  WS-POL-KEEP-GENERATIONS PIC 9(03).
001610         10  WS-POL-KEEP-DAYS        PIC 9(04).
001620         10  WS-POL-LIVE-COUNT       PIC 9(05)  COMP.
001630         10  WS-POL-POSITION         PIC 9(05)  COMP.
001640
001650 01  WS-DATE-WORK.
001660     05  WS-WORK-DATE            PIC X(08).
001670     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
001680         10  WS-WORK-YEAR        PIC 9(04).
001690         10  WS-WORK-MONTH       PIC 9(02).
001700         10  WS-WORK-DAY         PIC 9(02).
001710
001720 01  WS-CUM-DAYS-VALUES.
001730     05  FILLER                  PIC X(36)  VALUE
001740         "000031059090120151181212243273304334".
001750 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001760     05  WS-CUM-DAYS             OCCURS 12 TIMES
001770                                 PIC 9(03).
001780
001790 01  WS-DAY-NUMBER               PIC 9(09)  COMP VALUE 0.
001800 01  WS-TODAY-DAY-NUMBER         PIC 9(09)  COMP VALUE 0.
001810 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
001820 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
001830 01  WS-PRIOR-YEAR               PIC 9(04)  COMP VALUE 0.
001840 01  WS-LEAP-DAYS                PIC 9(09)  COMP VALUE 0.
001850 01  WS-AGE-DAYS                 PIC 9(09)  COMP VALUE 0.
001860 01  WS-NEWER-COUNT              PIC 9(05)  COMP VALUE 0.
001870
001880 01  WS-REPORT-DETAIL.
001890     05  WS-LINE-ACTION          PIC X(08)  VALUE SPACE.
001900     05  WS-LINE-FAMILY          PIC X(08)  VALUE SPACE.
001910     05  WS-LINE-GENERATION      PIC X(08)  VALUE SPACE.
001920     05  WS-LINE-FILENAME        PIC X(21)  VALUE SPACE.
001930     05  WS-LINE-REASON          PIC X(30)  VALUE SPACE.
001940
001950 01  WS-EXAMINED-COUNT           PIC 9(05)  COMP VALUE 0.
001960 01  WS-KEPT-COUNT               PIC 9(05)  COMP VALUE 0.
001970 01  WS-DELETED-COUNT            PIC 9(05)  COMP VALUE 0.
001980 01  WS-GONE-COUNT               PIC 9(05)  COMP VALUE 0.
001990 01  WS-WARNING-COUNT            PIC 9(05)  COMP VALUE 0.
002000 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
002010 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
002020
002030 PROCEDURE DIVISION.
002040
002050 0000-MAINLINE.
002060     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002080     IF WS-REPORT-OK
002090         PERFORM 2000-COUNT-GENERATIONS THRU 2000-EXIT
002100         IF WS-CATALOG-UP
002110             PERFORM 3000-CLEAN-CATALOG THRU 3000-EXIT
002120         END-IF
002130         PERFORM 4000-CLEAN-RETIRED-COUNTERS THRU 4000-EXIT
002140         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
002150     END-IF
002160     PERFORM 9000-FINALIZE THRU 9000-EXIT
002170     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
002180     STOP RUN.
002190 0000-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230* 1000-INITIALIZE -- open the report and load the policy cards.  *
002240*                    No policy file means no retention has been  *
002250*                    configured: every generation is listed as   *
002260*                    kept and nothing is deleted.                *
002270******************************************************************
002280 1000-INITIALIZE.
002290     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002300     ACCEPT WS-TODAY-TIME FROM TIME
002310     MOVE WS-TODAY-DATE TO WS-WORK-DATE
002320     PERFORM 8400-DATE-TO-DAY-NUMBER THRU 8400-EXIT
002330     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
002340     OPEN OUTPUT RETENTION-REPORT-FILE
002350     IF WS-REPORT-STATUS NOT = "00"
002360         DISPLAY "retention report could not be opened, status "
002370             WS-REPORT-STATUS
002380         GO TO 1000-EXIT
002390     END-IF
002400     SET WS-REPORT-OK TO TRUE
002410     MOVE SPACES TO RTN-PRINT-LINE
002420     STRING "GENERATION RETENTION CLEANUP  " WS-TODAY-DATE
002430         " " WS-TODAY-TIME
002440         DELIMITED BY SIZE INTO RTN-PRINT-LINE
002450     WRITE RTN-PRINT-LINE
002460     MOVE ALL "-" TO RTN-PRINT-LINE
002470     WRITE RTN-PRINT-LINE
002480     OPEN INPUT POLICY-FILE
002490     IF WS-POLICY-STATUS NOT = "00"
002500         MOVE SPACES TO RTN-PRINT-LINE
002510         STRING "NO RETENTION POLICY FILE -- NOTHING WILL BE "
002520             "DELETED" DELIMITED BY SIZE INTO RTN-PRINT-LINE
002530         WRITE RTN-PRINT-LINE
002540         GO TO 1000-EXIT
002550     END-IF
002560     PERFORM 1100-LOAD-ONE-POLICY THRU 1100-EXIT
002570         UNTIL WS-POLICY-EOF
002580     CLOSE POLICY-FILE
002590     PERFORM 1200-PRINT-ONE-POLICY THRU 1200-EXIT
002600         VARYING WS-POLICY-SUB FROM 1 BY 1
002610         UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
002620     MOVE ALL "-" TO RTN-PRINT-LINE
002630     WRITE RTN-PRINT-LINE.
002640 1000-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680* 1100-LOAD-ONE-POLICY -- one policy card.  A family this job    *
002690*                         does not clean, or a second card for   *
002700*                         the same family, is reported and       *
002710*                         ignored; a rule left blank is not      *
002720*                         used.                                  *
002730******************************************************************
002740 1100-LOAD-ONE-POLICY.
002750     READ POLICY-FILE
002760         AT END
002770             SET WS-POLICY-EOF TO TRUE
002780             GO TO 1100-EXIT
002790     END-READ
002800     IF RTP-FAMILY = SPACES
002810         GO TO 1100-EXIT
002820     END-IF
002830     MOVE RTP-FAMILY TO GCT-FAMILY
002840     IF NOT GCT-AUDIT-LOG AND NOT GCT-BACKUP AND NOT GCT-ARCHIVE
002850         AND NOT GCT-SUMMARY AND NOT GCT-COMPLETION
002860         MOVE SPACES TO RTN-PRINT-LINE
002870         STRING "POLICY FOR UNKNOWN FAMILY " RTP-FAMILY
002880             " -- CARD IGNORED"
002890             DELIMITED BY SIZE INTO RTN-PRINT-LINE
002900         WRITE RTN-PRINT-LINE
002910         ADD 1 TO WS-WARNING-COUNT
002920         GO TO 1100-EXIT
002930     END-IF
002940     MOVE RTP-FAMILY TO WS-SEARCH-FAMILY
002950     PERFORM 8200-FIND-POLICY THRU 8200-EXIT
002960     IF WS-ENTRY-FOUND
002970         MOVE SPACES TO RTN-PRINT-LINE
002980         STRING "SECOND POLICY FOR " RTP-FAMILY
002990             " -- CARD IGNORED, FIRST CARD STANDS"
003000             DELIMITED BY SIZE INTO RTN-PRINT-LINE
003010         WRITE RTN-PRINT-LINE
003020         ADD 1 TO WS-WARNING-COUNT
003030         GO TO 1100-EXIT
003040     END-IF
003050     IF WS-POLICY-COUNT NOT < WS-MAX-POLICIES
003060         MOVE SPACES TO RTN-PRINT-LINE
003070         STRING "POLICY TABLE IS FULL -- CARD FOR " RTP-FAMILY
003080             " IGNORED" DELIMITED BY SIZE INTO RTN-PRINT-LINE
003090         WRITE RTN-PRINT-LINE
003100         ADD 1 TO WS-WARNING-COUNT
003110         GO TO 1100-EXIT
003120     END-IF
003130     ADD 1 TO WS-POLICY-COUNT
003140     MOVE WS-POLICY-COUNT TO WS-POLICY-SUB
003150     MOVE RTP-FAMILY TO WS-POL-FAMILY (WS-POLICY-SUB)
003160     MOVE 0 TO WS-POL-KEEP-GENERATIONS (WS-POLICY-SUB)
003170     MOVE 0 TO WS-POL-KEEP-DAYS (WS-POLICY-SUB)
003180     MOVE 0 TO WS-POL-LIVE-COUNT (WS-POLICY-SUB)
003190     MOVE 0 TO WS-POL-POSITION (WS-POLICY-SUB)
003200     IF RTP-KEEP-GENERATIONS NUMERIC
003210         MOVE RTP-KEEP-GENERATIONS
003220             TO WS-POL-KEEP-GENERATIONS (WS-POLICY-SUB)
003230     END-IF
003240     IF RTP-KEEP-DAYS NUMERIC
003250         MOVE RTP-KEEP-DAYS TO WS-POL-KEEP-DAYS (WS-POLICY-SUB)
003260     END-IF.
003270 1100-EXIT.
003280     EXIT.
003290
003300 1200-PRINT-ONE-POLICY.
003310     MOVE SPACES TO RTN-PRINT-LINE
003320     IF WS-POL-KEEP-GENERATIONS (WS-POLICY-SUB) = 0
003330         AND WS-POL-KEEP-DAYS (WS-POLICY-SUB) = 0
003340         STRING "POLICY " WS-POL-FAMILY (WS-POLICY-SUB)
003350             "  NO RULE GIVEN -- FAMILY NOT CLEANED"
003360             DELIMITED BY SIZE INTO RTN-PRINT-LINE
003370     ELSE
003380         STRING "POLICY " WS-POL-FAMILY (WS-POLICY-SUB)
003390             "  KEEP GENERATIONS "
003400             WS-POL-KEEP-GENERATIONS (WS-POLICY-SUB)
003410             "  KEEP DAYS " WS-POL-KEEP-DAYS (WS-POLICY-SUB)
003420             DELIMITED BY SIZE INTO RTN-PRINT-LINE
003430     END-IF
003440     WRITE RTN-PRINT-LINE.
003450 1200-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 2000-COUNT-GENERATIONS -- first pass over the catalog: how     *
003500*                           many generations each family still   *
003510*                           has on disk, so the second pass can  *
003520*                           tell how many are newer than each    *
003530*                           one, and which backup is the newest  *
003540*                           one verified.  No catalog yet means  *
003550*                           no generation has been posted to it  *
003560*                           and there is nothing to clean.       *
003570******************************************************************
003580 2000-COUNT-GENERATIONS.
003590     OPEN INPUT GENERATION-CATALOG-FILE
003600     IF WS-CATALOG-STATUS = "35"
003610         MOVE SPACES TO RTN-PRINT-LINE
003620         STRING "NO GENERATION CATALOG YET -- NO GENERATIONS "
003630             "TO CLEAN" DELIMITED BY SIZE INTO RTN-PRINT-LINE
003640         WRITE RTN-PRINT-LINE
003650         GO TO 2000-EXIT
003660     END-IF
003670     IF WS-CATALOG-STATUS NOT = "00"
003680         DISPLAY "generation catalog not available, status "
003690             WS-CATALOG-STATUS
003700         MOVE SPACES TO RTN-PRINT-LINE
003710         STRING "GENERATION CATALOG NOT AVAILABLE, STATUS "
003720             WS-CATALOG-STATUS " -- NOTHING DELETED"
003730             DELIMITED BY SIZE INTO RTN-PRINT-LINE
003740         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
003750         GO TO 2000-EXIT
003760     END-IF
003770     SET WS-CATALOG-UP TO TRUE
003780     PERFORM 2100-COUNT-ONE-GENERATION THRU 2100-EXIT
003790         UNTIL WS-CATALOG-EOF
003800     CLOSE GENERATION-CATALOG-FILE.
003810 2000-EXIT.
003820     EXIT.
003830
003840 2100-COUNT-ONE-GENERATION.
003850     READ GENERATION-CATALOG-FILE NEXT
003860         AT END
003870             SET WS-CATALOG-EOF TO TRUE
003880             GO TO 2100-EXIT
003890     END-READ
003900     IF GCT-DELETED
003910         GO TO 2100-EXIT
003920     END-IF
003930     IF GCT-BACKUP AND GCT-VERIFIED
003940         AND GCT-GENERATION > WS-NEWEST-VERIFIED-BACKUP
003950         MOVE GCT-GENERATION TO WS-NEWEST-VERIFIED-BACKUP
003960     END-IF
003970     MOVE GCT-FAMILY TO WS-SEARCH-FAMILY
003980     PERFORM 8200-FIND-POLICY THRU 8200-EXIT
003990     IF WS-ENTRY-FOUND
004000         ADD 1 TO WS-POL-LIVE-COUNT (WS-POLICY-SUB)
004010     END-IF.
004020 2100-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 3000-CLEAN-CATALOG -- second pass: every generation still on   *
004070*                       disk is kept or deleted, and listed with *
004080*                       the reason.                              *
004090******************************************************************
004100 3000-CLEAN-CATALOG.
004110     OPEN I-O GENERATION-CATALOG-FILE
004120     IF WS-CATALOG-STATUS NOT = "00"
004130         DISPLAY "generation catalog could not be opened for "
004140             "update, status " WS-CATALOG-STATUS
004150         MOVE SPACES TO RTN-PRINT-LINE
004160         STRING "GENERATION CATALOG COULD NOT BE OPENED FOR "
004170             "UPDATE -- NOTHING DELETED"
004180             DELIMITED BY SIZE INTO RTN-PRINT-LINE
004190         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
004200         GO TO 3000-EXIT
004210     END-IF
004220     MOVE SPACES TO RTN-PRINT-LINE
004230     STRING "ACTION  FAMILY   GENERATION FILE                  "
004240         "REASON" DELIMITED BY SIZE INTO RTN-PRINT-LINE
004250     WRITE RTN-PRINT-LINE
004260     MOVE "N" TO WS-CATALOG-EOF-SWITCH
004270     PERFORM 3100-CLEAN-ONE-GENERATION THRU 3100-EXIT
004280         UNTIL WS-CATALOG-EOF
004290     CLOSE GENERATION-CATALOG-FILE.
004300 3000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 3100-CLEAN-ONE-GENERATION -- a generation is kept when it is   *
004350*                              among its family's newest keep-   *
004360*                              generations, or no older than     *
004370*                              keep-days.  One no rule keeps is  *
004380*                              still kept when it is the newest  *
004390*                              verified backup, an archive not   *
004400*                              proved against its trailer, or an *
004410*                              audit log not yet folded.         *
004420******************************************************************
004430 3100-CLEAN-ONE-GENERATION.
004440     READ GENERATION-CATALOG-FILE NEXT
004450         AT END
004460             SET WS-CATALOG-EOF TO TRUE
004470             GO TO 3100-EXIT
004480     END-READ
004490     IF GCT-DELETED
004500         GO TO 3100-EXIT
004510     END-IF
004520     ADD 1 TO WS-EXAMINED-COUNT
004530     MOVE GCT-FAMILY TO WS-LINE-FAMILY
004540     MOVE GCT-GENERATION TO WS-LINE-GENERATION
004550     MOVE GCT-FILE-NAME TO WS-LINE-FILENAME
004560     MOVE "KEPT" TO WS-LINE-ACTION
004570     PERFORM 3150-DECIDE-GENERATION THRU 3150-EXIT
004580     IF WS-LINE-ACTION = "KEPT"
004590         ADD 1 TO WS-KEPT-COUNT
004600     END-IF
004610     PERFORM 8300-PRINT-DETAIL THRU 8300-EXIT.
004620 3100-EXIT.
004630     EXIT.
004640
004650 3150-DECIDE-GENERATION.
004660     MOVE GCT-FAMILY TO WS-SEARCH-FAMILY
004670     PERFORM 8200-FIND-POLICY THRU 8200-EXIT
004680     IF NOT WS-ENTRY-FOUND
004690         MOVE "NO POLICY" TO WS-LINE-REASON
004700         GO TO 3150-EXIT
004710     END-IF
004720     ADD 1 TO WS-POL-POSITION (WS-POLICY-SUB)
004730     IF WS-POL-KEEP-GENERATIONS (WS-POLICY-SUB) = 0
004740         AND WS-POL-KEEP-DAYS (WS-POLICY-SUB) = 0
004750         MOVE "NO RULE IN POLICY" TO WS-LINE-REASON
004760         GO TO 3150-EXIT
004770     END-IF
004780     COMPUTE WS-NEWER-COUNT = WS-POL-LIVE-COUNT (WS-POLICY-SUB)
004790         - WS-POL-POSITION (WS-POLICY-SUB)
004800     IF WS-NEWER-COUNT < WS-POL-KEEP-GENERATIONS (WS-POLICY-SUB)
004810         MOVE "WITHIN KEEP GENERATIONS" TO WS-LINE-REASON
004820         GO TO 3150-EXIT
004830     END-IF
004840     MOVE GCT-GENERATION TO WS-WORK-DATE
004850     IF WS-WORK-DATE NOT NUMERIC
004860         MOVE "GENERATION IS NOT A DATE" TO WS-LINE-REASON
004870         GO TO 3150-EXIT
004880     END-IF
004890     PERFORM 8400-DATE-TO-DAY-NUMBER THRU 8400-EXIT
004900     MOVE 0 TO WS-AGE-DAYS
004910     IF WS-TODAY-DAY-NUMBER > WS-DAY-NUMBER
004920         COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
004930     END-IF
004940     IF WS-POL-KEEP-DAYS (WS-POLICY-SUB) > 0
004950         AND WS-AGE-DAYS NOT > WS-POL-KEEP-DAYS (WS-POLICY-SUB)
004960         MOVE "WITHIN KEEP DAYS" TO WS-LINE-REASON
004970         GO TO 3150-EXIT
004980     END-IF
004990     IF GCT-BACKUP
005000         AND GCT-GENERATION = WS-NEWEST-VERIFIED-BACKUP
005010         MOVE "NEWEST VERIFIED BACKUP" TO WS-LINE-REASON
005020         GO TO 3150-EXIT
005030     END-IF
005040     IF GCT-ARCHIVE AND NOT GCT-VERIFIED
005050         MOVE "ARCHIVE NOT VERIFIED" TO WS-LINE-REASON
005060         GO TO 3150-EXIT
005070     END-IF
005080     IF GCT-AUDIT-LOG AND NOT GCT-FOLDED
005090         MOVE "AUDIT LOG NOT FOLDED" TO WS-LINE-REASON
005100         GO TO 3150-EXIT
005110     END-IF
005120     PERFORM 3200-DELETE-GENERATION THRU 3200-EXIT.
005130 3150-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 3200-DELETE-GENERATION -- delete the expired generation's file *
005180*                           and mark its catalog entry deleted.  *
005190*                           A file already gone is marked the    *
005200*                           same way, so the catalog stops       *
005210*                           listing it; a file that cannot be    *
005220*                           deleted is kept and is an error, and *
005223*                           so is an entry that cannot be        *
005226*                           marked.                              *
005230******************************************************************
005240 3200-DELETE-GENERATION.
005250     MOVE "EXPIRED" TO WS-LINE-REASON
005260     IF GCT-FILE-NAME = SPACES
005270         MOVE "NO FILE NAME ON CATALOG" TO WS-LINE-REASON
005280         ADD 1 TO WS-ERROR-COUNT
005290         GO TO 3200-EXIT
005300     END-IF
005310     MOVE GCT-FILE-NAME TO WS-GENERATION-FILENAME
005320     DELETE FILE GENERATION-FILE
005330     IF WS-GENERATION-STATUS = "35"
005340         MOVE "FILE ALREADY GONE" TO WS-LINE-REASON
005350         ADD 1 TO WS-GONE-COUNT
005360     ELSE
005370         IF WS-GENERATION-STATUS NOT = "00"
005380             MOVE SPACES TO WS-LINE-REASON
005390             STRING "DELETE FAILED, STATUS " WS-GENERATION-STATUS
005400                 DELIMITED BY SIZE INTO WS-LINE-REASON
005410             ADD 1 TO WS-ERROR-COUNT
005420             GO TO 3200-EXIT
005430         END-IF
005440         ADD 1 TO WS-DELETED-COUNT
005450     END-IF
005460     MOVE "DELETED" TO WS-LINE-ACTION
005470     MOVE "D" TO GCT-STATE
005480     MOVE WS-TODAY-DATE TO GCT-DELETED-DATE
005490     MOVE WS-STREAM-STEP-NAME TO GCT-LAST-PROGRAM
005500     REWRITE GCT-CATALOG-RECORD
005506     IF WS-CATALOG-STATUS NOT = "00"
005512         DISPLAY "catalog entry for " GCT-FILE-NAME
005518             " not marked deleted, status " WS-CATALOG-STATUS
005525         MOVE SPACES TO WS-LINE-REASON
005531         STRING "CATALOG NOT UPDATED, STATUS " WS-CATALOG-STATUS
005537             DELIMITED BY SIZE INTO WS-LINE-REASON
005543         ADD 1 TO WS-ERROR-COUNT
005550     END-IF.
005560 3200-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600* 4000-CLEAN-RETIRED-COUNTERS -- the SUMRPT and CTRDONE files of *
005610*                                a retired counter go once it    *
005620*                                has been retired longer than    *
005630*                                its family's keep days, dated   *
005640*                                from the master's last update,  *
005650*                                which is the retirement unless  *
005660*                                the entry was touched since.    *
005670*                                No counter master means no      *
005680*                                counter has been retired; one   *
005683*                                that cannot be opened is an     *
005686*                                error.                          *
005690******************************************************************
005700 4000-CLEAN-RETIRED-COUNTERS.
005710     OPEN INPUT MASTER-FILE
005720     IF WS-MASTER-STATUS = "35"
005724         MOVE SPACES TO RTN-PRINT-LINE
005728         STRING "NO COUNTER MASTER -- NO RETIRED COUNTERS TO "
005732             "CLEAN" DELIMITED BY SIZE INTO RTN-PRINT-LINE
005737         WRITE RTN-PRINT-LINE
005741         GO TO 4000-EXIT
005745     END-IF
005750     IF WS-MASTER-STATUS NOT = "00"
005754         DISPLAY "counter master not available, status "
005758             WS-MASTER-STATUS
005763         MOVE SPACES TO RTN-PRINT-LINE
005767         STRING "COUNTER MASTER NOT AVAILABLE, STATUS "
005771             WS-MASTER-STATUS " -- NO RETIRED COUNTERS CLEANED"
005776             DELIMITED BY SIZE INTO RTN-PRINT-LINE
005780         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
005784         GO TO 4000-EXIT
005789     END-IF
005790     PERFORM 4100-CLEAN-ONE-COUNTER THRU 4100-EXIT
005800         UNTIL WS-MASTER-EOF
005810     CLOSE MASTER-FILE.
005820 4000-EXIT.
005830     EXIT.
005840
005850 4100-CLEAN-ONE-COUNTER.
005860     READ MASTER-FILE NEXT
005870         AT END
005880             SET WS-MASTER-EOF TO TRUE
005890             GO TO 4100-EXIT
005900     END-READ
005910     IF NOT CTM-RETIRED
005920         GO TO 4100-EXIT
005930     END-IF
005940     MOVE "SUMRPT" TO WS-RETIRED-FAMILY
005950     PERFORM 4200-CLEAN-COUNTER-FILE THRU 4200-EXIT
005960     MOVE "CTRDONE" TO WS-RETIRED-FAMILY
005970     PERFORM 4200-CLEAN-COUNTER-FILE THRU 4200-EXIT.
005980 4100-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020* 4200-CLEAN-COUNTER-FILE -- one family's file for one retired   *
006030*                            counter.  A file that is not there  *
006040*                            is not listed.                      *
006050******************************************************************
006060 4200-CLEAN-COUNTER-FILE.
006070     MOVE SPACES TO WS-GENERATION-FILENAME
006080     STRING WS-RETIRED-FAMILY DELIMITED BY SPACE
006090         "." DELIMITED BY SIZE
006100         CTM-COUNTER-ID DELIMITED BY SPACE
006110         ".DAT" DELIMITED BY SIZE
006120         INTO WS-GENERATION-FILENAME
006130     OPEN INPUT GENERATION-FILE
006140     IF WS-GENERATION-STATUS NOT = "00"
006150         GO TO 4200-EXIT
006160     END-IF
006170     CLOSE GENERATION-FILE
006180     ADD 1 TO WS-EXAMINED-COUNT
006190     MOVE "KEPT" TO WS-LINE-ACTION
006200     MOVE WS-RETIRED-FAMILY TO WS-LINE-FAMILY
006210     MOVE CTM-COUNTER-ID TO WS-LINE-GENERATION
006220     MOVE WS-GENERATION-FILENAME TO WS-LINE-FILENAME
006230     PERFORM 4250-DECIDE-COUNTER-FILE THRU 4250-EXIT
006240     IF WS-LINE-ACTION = "KEPT"
006250         ADD 1 TO WS-KEPT-COUNT
006260     END-IF
006270     PERFORM 8300-PRINT-DETAIL THRU 8300-EXIT.
006280 4200-EXIT.
006290     EXIT.
006300
006310 4250-DECIDE-COUNTER-FILE.
006320     MOVE WS-RETIRED-FAMILY TO WS-SEARCH-FAMILY
006330     PERFORM 8200-FIND-POLICY THRU 8200-EXIT
006340     IF NOT WS-ENTRY-FOUND
006350         MOVE "NO POLICY" TO WS-LINE-REASON
006360         GO TO 4250-EXIT
006370     END-IF
006380     IF WS-POL-KEEP-DAYS (WS-POLICY-SUB) = 0
006390         MOVE "NO KEEP DAYS IN POLICY" TO WS-LINE-REASON
006400         GO TO 4250-EXIT
006410     END-IF
006420     MOVE CTM-LAST-UPDATE-DATE TO WS-WORK-DATE
006430     IF WS-WORK-DATE NOT NUMERIC
006440         MOVE "RETIREMENT DATE UNKNOWN" TO WS-LINE-REASON
006450         GO TO 4250-EXIT
006460     END-IF
006470     PERFORM 8400-DATE-TO-DAY-NUMBER THRU 8400-EXIT
006480     MOVE 0 TO WS-AGE-DAYS
006490     IF WS-TODAY-DAY-NUMBER > WS-DAY-NUMBER
006500         COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
006510     END-IF
006520     IF WS-AGE-DAYS NOT > WS-POL-KEEP-DAYS (WS-POLICY-SUB)
006530         MOVE "RETIRED WITHIN KEEP DAYS" TO WS-LINE-REASON
006540         GO TO 4250-EXIT
006550     END-IF
006560     DELETE FILE GENERATION-FILE
006570     IF WS-GENERATION-STATUS NOT = "00"
006580         MOVE SPACES TO WS-LINE-REASON
006590         STRING "DELETE FAILED, STATUS " WS-GENERATION-STATUS
006600             DELIMITED BY SIZE INTO WS-LINE-REASON
006610         ADD 1 TO WS-ERROR-COUNT
006620         GO TO 4250-EXIT
006630     END-IF
006640     ADD 1 TO WS-DELETED-COUNT
006650     MOVE "DELETED" TO WS-LINE-ACTION
006660     MOVE "COUNTER RETIRED" TO WS-LINE-REASON
006670     PERFORM 4300-CATALOG-DELETION THRU 4300-EXIT.
006680 4250-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720* 4300-CATALOG-DELETION -- record the deleted per-counter file   *
006730*                          on the catalog, created on first use, *
006740*                          so the catalog shows when it went.  A *
006743*                          deletion that cannot be posted counts *
006746*                          as an error.                          *
006750******************************************************************
006760 4300-CATALOG-DELETION.
006770     OPEN I-O GENERATION-CATALOG-FILE
006780     IF WS-CATALOG-STATUS = "35"
006790         OPEN OUTPUT GENERATION-CATALOG-FILE
006800         CLOSE GENERATION-CATALOG-FILE
006810         OPEN I-O GENERATION-CATALOG-FILE
006820     END-IF
006830     IF WS-CATALOG-STATUS NOT = "00"
006840         DISPLAY "generation catalog not available, status "
006850             WS-CATALOG-STATUS " -- deletion of "
006860             WS-GENERATION-FILENAME " not cataloged"
006865         ADD 1 TO WS-ERROR-COUNT
006870         GO TO 4300-EXIT
006880     END-IF
006890     MOVE WS-RETIRED-FAMILY TO GCT-FAMILY
006900     MOVE CTM-COUNTER-ID TO GCT-GENERATION
006910     MOVE "N" TO WS-CATALOG-SWITCH
006920     READ GENERATION-CATALOG-FILE
006930         INVALID KEY
006940             CONTINUE
006950         NOT INVALID KEY
006960             SET WS-CATALOG-ON-FILE TO TRUE
006970     END-READ
006980     IF NOT WS-CATALOG-ON-FILE
006990         MOVE SPACES TO GCT-CATALOG-RECORD
007000         MOVE WS-RETIRED-FAMILY TO GCT-FAMILY
007010         MOVE CTM-COUNTER-ID TO GCT-GENERATION
007020         MOVE 0 TO GCT-RECORD-COUNT
007030     END-IF
007040     MOVE WS-GENERATION-FILENAME TO GCT-FILE-NAME
007050     MOVE "D" TO GCT-STATE
007060     MOVE WS-TODAY-DATE TO GCT-CHECKED-DATE
007070     MOVE WS-TODAY-TIME TO GCT-CHECKED-TIME
007080     MOVE WS-TODAY-DATE TO GCT-DELETED-DATE
007090     MOVE WS-STREAM-STEP-NAME TO GCT-LAST-PROGRAM
007100     IF WS-CATALOG-ON-FILE
007110         REWRITE GCT-CATALOG-RECORD
007120     ELSE
007130         WRITE GCT-CATALOG-RECORD
007140     END-IF
007150     IF WS-CATALOG-STATUS NOT = "00"
007160         DISPLAY "catalog entry for " WS-GENERATION-FILENAME
007170             " not posted, status " WS-CATALOG-STATUS
007175         ADD 1 TO WS-ERROR-COUNT
007180     END-IF
007190     CLOSE GENERATION-CATALOG-FILE.
007200 4300-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 6000-PRINT-TOTALS -- what was looked at, kept, and deleted.    *
007250******************************************************************
007260 6000-PRINT-TOTALS.
007270     MOVE ALL "-" TO RTN-PRINT-LINE
007280     WRITE RTN-PRINT-LINE
007290     MOVE WS-EXAMINED-COUNT TO WS-COUNT-DISPLAY
007300     MOVE SPACES TO RTN-PRINT-LINE
007310     STRING "GENERATIONS EXAMINED. . . . : " WS-COUNT-DISPLAY
007320         DELIMITED BY SIZE INTO RTN-PRINT-LINE
007330     WRITE RTN-PRINT-LINE
007340     MOVE WS-KEPT-COUNT TO WS-COUNT-DISPLAY
007350     MOVE SPACES TO RTN-PRINT-LINE
007360     STRING "GENERATIONS KEPT. . . . . . : " WS-COUNT-DISPLAY
007370         DELIMITED BY SIZE INTO RTN-PRINT-LINE
007380     WRITE RTN-PRINT-LINE
007390     MOVE WS-DELETED-COUNT TO WS-COUNT-DISPLAY
007400     MOVE SPACES TO RTN-PRINT-LINE
007410     STRING "FILES DELETED . . . . . . . : " WS-COUNT-DISPLAY
007420         DELIMITED BY SIZE INTO RTN-PRINT-LINE
007430     WRITE RTN-PRINT-LINE
007440     MOVE WS-GONE-COUNT TO WS-COUNT-DISPLAY
007450     MOVE SPACES TO RTN-PRINT-LINE
007460     STRING "FILES ALREADY GONE. . . . . : " WS-COUNT-DISPLAY
007470         DELIMITED BY SIZE INTO RTN-PRINT-LINE
007480     WRITE RTN-PRINT-LINE
007490     MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY
007500     MOVE SPACES TO RTN-PRINT-LINE
007510     STRING "POLICY CARDS IGNORED. . . . : " WS-COUNT-DISPLAY
007520         DELIMITED BY SIZE INTO RTN-PRINT-LINE
007530     WRITE RTN-PRINT-LINE
007540     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
007550     MOVE SPACES TO RTN-PRINT-LINE
007560     STRING "ERRORS. . . . . . . . . . . : " WS-COUNT-DISPLAY
007570         DELIMITED BY SIZE INTO RTN-PRINT-LINE
007580     WRITE RTN-PRINT-LINE.
007590 6000-EXIT.
007600     EXIT.
007610
007620 8100-LOG-ERROR.
007630     ADD 1 TO WS-ERROR-COUNT
007640     WRITE RTN-PRINT-LINE.
007650 8100-EXIT.
007660     EXIT.
007670
007680 8200-FIND-POLICY.
007690     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
007700     PERFORM 8210-TEST-POLICY THRU 8210-EXIT
007710         VARYING WS-POLICY-SUB FROM 1 BY 1
007720         UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
007730             OR WS-ENTRY-FOUND
007740     IF WS-ENTRY-FOUND
007750         SUBTRACT 1 FROM WS-POLICY-SUB
007760     END-IF.
007770 8200-EXIT.
007780     EXIT.
007790
007800 8210-TEST-POLICY.
007810     IF WS-POL-FAMILY (WS-POLICY-SUB) = WS-SEARCH-FAMILY
007820         SET WS-ENTRY-FOUND TO TRUE
007830     END-IF.
007840 8210-EXIT.
007850     EXIT.
007860
007870 8300-PRINT-DETAIL.
007880     MOVE SPACES TO RTN-PRINT-LINE
007890     STRING WS-LINE-ACTION WS-LINE-FAMILY " "
007900         WS-LINE-GENERATION "   " WS-LINE-FILENAME " "
007910         WS-LINE-REASON
007920         DELIMITED BY SIZE INTO RTN-PRINT-LINE
007930     WRITE RTN-PRINT-LINE.
007940 8300-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 8400-DATE-TO-DAY-NUMBER -- YYYYMMDD in WS-WORK-DATE to a       *
007990*                            running day count: 365 per year,    *
008000*                            one per leap year before this one,  *
008010*                            the month table, the day, and one   *
008020*                            more when this year is leap and     *
008030*                            the date is past February.          *
008040******************************************************************
008050 8400-DATE-TO-DAY-NUMBER.
008060     COMPUTE WS-PRIOR-YEAR = WS-WORK-YEAR - 1
008070     COMPUTE WS-LEAP-DAYS =
008080         (WS-PRIOR-YEAR / 4) - (WS-PRIOR-YEAR / 100)
008090         + (WS-PRIOR-YEAR / 400)
008100     COMPUTE WS-DAY-NUMBER =
008110         (WS-WORK-YEAR * 365) + WS-LEAP-DAYS
008120         + WS-CUM-DAYS (WS-WORK-MONTH) + WS-WORK-DAY
008130     IF WS-WORK-MONTH < 3
008140         GO TO 8400-EXIT
008150     END-IF
008160     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
008170         REMAINDER WS-LEAP-REMAINDER
008180     IF WS-LEAP-REMAINDER NOT = 0
008190         GO TO 8400-EXIT
008200     END-IF
008210     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
008220         REMAINDER WS-LEAP-REMAINDER
008230     IF WS-LEAP-REMAINDER NOT = 0
008240         ADD 1 TO WS-DAY-NUMBER
008250         GO TO 8400-EXIT
008260     END-IF
008270     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
008280         REMAINDER WS-LEAP-REMAINDER
008290     IF WS-LEAP-REMAINDER = 0
008300         ADD 1 TO WS-DAY-NUMBER
008310     END-IF.
008320 8400-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 9000-FINALIZE -- close the report, flag the result on the      *
008370*                  console, and set the return code the job      *
008380*                  stream branches on.                           *
008390******************************************************************
008400 9000-FINALIZE.
008410     IF NOT WS-REPORT-OK
008420         MOVE 8 TO RETURN-CODE
008430         GO TO 9000-EXIT
008440     END-IF
008450     CLOSE RETENTION-REPORT-FILE
008460     MOVE WS-DELETED-COUNT TO WS-COUNT-DISPLAY
008470     DISPLAY "retention cleanup deleted " WS-COUNT-DISPLAY
008480         " file(s) -- report in RETNRPT.DAT"
008490     IF WS-ERROR-COUNT > 0
008500         MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
008510         DISPLAY "retention cleanup found " WS-COUNT-DISPLAY
008520             " error(s)"
008530         MOVE 8 TO RETURN-CODE
008540         GO TO 9000-EXIT
008550     END-IF
008560     IF WS-WARNING-COUNT > 0
008570         MOVE 4 TO RETURN-CODE
008580     END-IF.
008590 9000-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
008640*                        shared stream log.  The log is the on-  *
008650*                        call operator's picture of the night,   *
008660*                        not part of this step's own work, so a  *
008670*                        log that cannot be opened is noted on   *
008680*                        the console and the step carries on.    *
008690******************************************************************
008700 9800-LOG-STEP-START.
008710     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
008720     IF WS-STREAM-LOG-STATUS NOT = "00"
008730         GO TO 9800-EXIT
008740     END-IF
008750     MOVE "S" TO WS-STREAM-EVENT
008760     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
008770     CLOSE STREAM-LOG-FILE.
008780 9800-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
008830*                      return code the job stream will see.      *
008840******************************************************************
008850 9850-LOG-STEP-END.
008860     MOVE RETURN-CODE TO WS-STREAM-RC
008870     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
008880     IF WS-STREAM-LOG-STATUS NOT = "00"
008890         GO TO 9850-EXIT
008900     END-IF
008910     MOVE "E" TO WS-STREAM-EVENT
008920     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
008930     CLOSE STREAM-LOG-FILE.
008940 9850-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
008990*                         card (today when there is none), the   *
009000*                         event stamp, and the log itself,       *
009010*                         created on first use the same way the  *
009020*                         tracking file is.                      *
009030******************************************************************
009040 9870-OPEN-STREAM-LOG.
009050     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
009060     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
009070     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
009080     OPEN INPUT STREAM-CARD-FILE
009090     IF WS-STREAM-CARD-STATUS = "00"
009100         READ STREAM-CARD-FILE
009110             AT END
009120                 CONTINUE
009130             NOT AT END
009140                 IF SCD-BUSINESS-DATE NOT = SPACES
009150                     MOVE SCD-BUSINESS-DATE
009160                         TO WS-STREAM-BUSINESS-DATE
009170                 END-IF
009180         END-READ
009190         CLOSE STREAM-CARD-FILE
009200     END-IF
009210     OPEN I-O STREAM-LOG-FILE
009220     IF WS-STREAM-LOG-STATUS = "35"
009230         OPEN OUTPUT STREAM-LOG-FILE
009240         CLOSE STREAM-LOG-FILE
009250         OPEN I-O STREAM-LOG-FILE
009260     END-IF
009270     IF WS-STREAM-LOG-STATUS NOT = "00"
009280         DISPLAY "stream log not available, status "
009290             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
009300             " not logged"
009310     END-IF.
009320 9870-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
009370*                           date, step, and event, or rewrite    *
009380*                           the one a prior attempt left, and    *
009390*                           count the attempt.                   *
009400******************************************************************
009410 9880-POST-STREAM-ENTRY.
009420     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
009430     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
009440     MOVE WS-STREAM-EVENT TO SLG-EVENT
009450     MOVE 0 TO WS-STREAM-ATTEMPTS
009460     READ STREAM-LOG-FILE
009470         INVALID KEY
009480             CONTINUE
009490         NOT INVALID KEY
009500             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
009510     END-READ
009520     ADD 1 TO WS-STREAM-ATTEMPTS
009530     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
009540     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
009550     MOVE WS-STREAM-EVENT TO SLG-EVENT
009560     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
009570     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
009580     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
009590     IF SLG-STEP-START
009600         MOVE 0 TO SLG-RETURN-CODE
009610     ELSE
009620         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
009630     END-IF
009640     IF WS-STREAM-ATTEMPTS = 1
009650         WRITE SLG-STEP-RECORD
009660     ELSE
009670         REWRITE SLG-STEP-RECORD
009680     END-IF
009690     IF WS-STREAM-LOG-STATUS NOT = "00"
009700         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
009710             " not posted, status " WS-STREAM-LOG-STATUS
009720     END-IF.
009730 9880-EXIT.
009740     EXIT.
009750
009760 END PROGRAM CTRRETN.
