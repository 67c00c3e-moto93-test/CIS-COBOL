000010******************************************************************
000020* PROGRAM:    CTRXREF                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Cross-file reference integrity check.  A counter-  *
000120*             id is written into the counter master, the master  *
000130*             schedule, both ends of the dispatch table, the run *
000140*             standards, the tracking file, and tonight's        *
000150*             generated schedule, and nothing held them in step  *
000160*             -- a counter could be retired, or never registered *
000170*             at all, while the rest of the stream went on       *
000180*             naming it.  This job checks every one of those     *
000190*             references against the counter master, and every   *
000200*             operator-id on the consolidated audit master       *
000210*             against the operator profile file, and prints its  *
000220*             findings by severity.  An ERROR is a broken        *
000230*             reference: an id the master has never heard of, a  *
000240*             retired counter still in live use, or an audited   *
000250*             operator with no profile.  A WARNING is stale      *
000260*             reference data, such as a run standard kept for a  *
000270*             retired counter.  Return code 8 on any ERROR or    *
000280*             when the check could not be made whole, 4 when     *
000290*             there are only warnings.                           *
000300*                                                                *
000310* MODIFICATION HISTORY                                           *
000320*   DATE        INIT  DESCRIPTION                                *
000330*   2026-10-15   JR   Original reference integrity check.        *
000332*   2026-10-15   JR   A file that is there but will not open is  *
000334*                     reported with its status and leaves the    *
000336*                     check incomplete; only a file not on file  *
000338*                     has nothing to check.                      *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CTRXREF AS "CTRXREF".
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MASTER-FILE ASSIGN TO "CTRMAST.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CTM-COUNTER-ID
000490         LOCK MODE IS AUTOMATIC
000500         SHARING WITH ALL OTHER
000510         FILE STATUS IS WS-MASTER-STATUS.
000520     SELECT MASTER-SCHED-FILE ASSIGN TO "MSTSCHED.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MSTSCHED-STATUS.
000550     SELECT DISPATCH-TABLE-FILE ASSIGN TO "DSPTABLE.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TABLE-STATUS.
000580     SELECT STANDARDS-FILE ASSIGN TO "RUNSTD.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STANDARDS-STATUS.
000610     SELECT TRACKING-FILE ASSIGN TO "CTRTRACK.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS TRK-COUNTER-ID
000650         LOCK MODE IS AUTOMATIC
000660         SHARING WITH ALL OTHER
000670         FILE STATUS IS WS-TRACKING-STATUS.
000680     SELECT SCHEDULE-FILE ASSIGN TO "CTRSCHED.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SCHEDULE-STATUS.
000710     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMSTR.DAT"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS AUM-KEY
000750         LOCK MODE IS AUTOMATIC
000760         SHARING WITH ALL OTHER
000770         FILE STATUS IS WS-AUDMSTR-STATUS.
000780     SELECT PROFILE-FILE ASSIGN TO "OPRPROF.DAT"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS OPR-OPERATOR-ID
000820         LOCK MODE IS AUTOMATIC
000830         SHARING WITH ALL OTHER
000840         FILE STATUS IS WS-PROFILE-STATUS.
000850     SELECT XREF-REPORT-FILE ASSIGN TO "XREFRPT.DAT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REPORT-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  MASTER-FILE.
000920     COPY "CTRMAST.cpy".
000930
000940 FD  MASTER-SCHED-FILE.
000950     COPY "MSTSCHED.cpy".
000960
000970 FD  DISPATCH-TABLE-FILE.
000980     COPY "DSPTABLE.cpy".
000990
001000 FD  STANDARDS-FILE.
001010     COPY "RUNSTD.cpy".
001020
001030 FD  TRACKING-FILE.
001040     COPY "TRKREC.cpy".
001050
001060 FD  SCHEDULE-FILE.
001070     COPY "SCHEDREC.cpy".
001080
001090 FD  AUDIT-MASTER-FILE.
001100     COPY "AUDMSTR.cpy".
001110
001120 FD  PROFILE-FILE.
001130     COPY "OPRPROF.cpy".
001140
001150 FD  XREF-REPORT-FILE.
001160 01  XRF-PRINT-LINE                  PIC X(80).
001170
001180 WORKING-STORAGE SECTION.
001190 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
001200 01  WS-MSTSCHED-STATUS          PIC X(02)  VALUE "00".
001210 01  WS-TABLE-STATUS             PIC X(02)  VALUE "00".
001220 01  WS-STANDARDS-STATUS         PIC X(02)  VALUE "00".
001230 01  WS-TRACKING-STATUS          PIC X(02)  VALUE "00".
001240 01  WS-SCHEDULE-STATUS          PIC X(02)  VALUE "00".
001250 01  WS-AUDMSTR-STATUS           PIC X(02)  VALUE "00".
001260 01  WS-PROFILE-STATUS           PIC X(02)  VALUE "00".
001270 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001280 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
001290 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
001300
001310 01  WS-SWITCHES.
001320     05  WS-MASTER-UP-SWITCH     PIC X(01)  VALUE "N".
001330         88  WS-MASTER-UP               VALUE "Y".
001340     05  WS-SCAN-EOF-SWITCH      PIC X(01)  VALUE "N".
001350         88  WS-SCAN-EOF                VALUE "Y".
001360     05  WS-ENTRY-FOUND-SWITCH   PIC X(01)  VALUE "N".
001370         88  WS-ENTRY-FOUND             VALUE "Y".
001380     05  WS-LIVE-USE-SWITCH      PIC X(01)  VALUE "N".
001390         88  WS-LIVE-USE                VALUE "Y".
001400
001410******************************************************************
001420* What the counter master says about one referenced id.          *
001430******************************************************************
001440 01  WS-LOOKUP-RESULT            PIC X(01)  VALUE SPACE.
001450     88  WS-ID-BLANK                    VALUE "B".
001460     88  WS-ID-NOT-ON-MASTER            VALUE "M".
001470     88  WS-ID-RETIRED                  VALUE "R".
001480     88  WS-ID-ACTIVE                   VALUE "A".
001490
001500 01  WS-CHECK-FILE               PIC X(12)  VALUE SPACE.
001506 01  WS-CHECK-STATUS             PIC X(02)  VALUE SPACE.
001510 01  WS-CHECK-COUNTER            PIC X(08)  VALUE SPACE.
001520 01  WS-CHECK-ROLE               PIC X(24)  VALUE SPACE.
001530
001540 01  WS-NEW-FINDING.
001550     05  WS-NEW-SEVERITY         PIC X(01).
001560     05  WS-NEW-FILE             PIC X(12).
001570     05  WS-NEW-ID               PIC X(08).
001580     05  WS-NEW-DETAIL           PIC X(48).
001590
001600 01  WS-TABLE-LIMITS.
001610     05  WS-MAX-FINDINGS         PIC 9(05)  COMP VALUE 1000.
001620     05  WS-MAX-OPERATORS        PIC 9(05)  COMP VALUE 200.
001630
001640 01  WS-FINDING-COUNT            PIC 9(05)  COMP VALUE 0.
001650 01  WS-FINDING-SUB              PIC 9(05)  COMP VALUE 0.
001660 01  WS-FINDING-TABLE.
001670     05  WS-FINDING-ENTRY OCCURS 1000 TIMES.
001680         10  WS-FND-SEVERITY         PIC X(01).
001690         10  WS-FND-FILE             PIC X(12).
001700         10  WS-FND-ID               PIC X(08).
001710         10  WS-FND-DETAIL           PIC X(48).
001720
001730 01  WS-OPERATOR-COUNT           PIC 9(05)  COMP VALUE 0.
001740 01  WS-OPERATOR-SUB             PIC 9(05)  COMP VALUE 0.
001750 01  WS-OPERATOR-TABLE.
001760     05  WS-OPERATOR-ENTRY OCCURS 200 TIMES.
001770         10  WS-OPR-ID               PIC X(08).
001780         10  WS-OPR-ENTRIES          PIC 9(07)  COMP.
001790
001800 01  WS-PRINT-SEVERITY           PIC X(01)  VALUE SPACE.
001810 01  WS-PRINTED-COUNT            PIC 9(05)  COMP VALUE 0.
001820
001830 01  WS-FILE-COUNTS.
001840     05  WS-MSTSCHED-READ        PIC 9(07)  COMP VALUE 0.
001850     05  WS-DISPATCH-READ        PIC 9(07)  COMP VALUE 0.
001860     05  WS-STANDARDS-READ       PIC 9(07)  COMP VALUE 0.
001870     05  WS-TRACKING-READ        PIC 9(07)  COMP VALUE 0.
001880     05  WS-SCHEDULE-READ        PIC 9(07)  COMP VALUE 0.
001890     05  WS-AUDIT-READ           PIC 9(07)  COMP VALUE 0.
001900
001910 01  WS-ERROR-FINDINGS           PIC 9(05)  COMP VALUE 0.
001920 01  WS-WARNING-FINDINGS         PIC 9(05)  COMP VALUE 0.
001930 01  WS-LOST-FINDINGS            PIC 9(05)  COMP VALUE 0.
001940 01  WS-INCOMPLETE-COUNT         PIC 9(05)  COMP VALUE 0.
001950 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001960
001970 01  WS-FINDING-LINE.
001980     05  WS-FNL-SEVERITY         PIC X(08).
001990     05  FILLER                  PIC X(01)  VALUE SPACE.
002000     05  WS-FNL-FILE             PIC X(12).
002010     05  FILLER                  PIC X(01)  VALUE SPACE.
002020     05  WS-FNL-ID               PIC X(08).
002030     05  FILLER                  PIC X(02)  VALUE SPACE.
002040     05  WS-FNL-DETAIL           PIC X(48).
002050
002060 01  WS-FINDING-HEADING.
002070     05  FILLER                  PIC X(08)  VALUE "SEVERITY".
002080     05  FILLER                  PIC X(01)  VALUE SPACE.
002090     05  FILLER                  PIC X(12)  VALUE "FILE".
002100     05  FILLER                  PIC X(01)  VALUE SPACE.
002110     05  FILLER                  PIC X(08)  VALUE "ID".
002120     05  FILLER                  PIC X(02)  VALUE SPACE.
002130     05  FILLER                  PIC X(48)  VALUE "FINDING".
002140
002150 PROCEDURE DIVISION.
002160
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002190     IF WS-MASTER-UP
002200         PERFORM 2000-CHECK-MASTER-SCHEDULE THRU 2000-EXIT
002210         PERFORM 2100-CHECK-DISPATCH-TABLE THRU 2100-EXIT
002220         PERFORM 2200-CHECK-STANDARDS THRU 2200-EXIT
002230         PERFORM 2300-CHECK-TRACKING THRU 2300-EXIT
002240         PERFORM 2400-CHECK-SCHEDULE THRU 2400-EXIT
002250         PERFORM 2500-CHECK-AUDIT-OPERATORS THRU 2500-EXIT
002260         CLOSE MASTER-FILE
002270         PERFORM 3000-PRINT-FINDINGS THRU 3000-EXIT
002280         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002290     END-IF
002300     PERFORM 9000-FINALIZE THRU 9000-EXIT
002310     STOP RUN.
002320 0000-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360* 1000-INITIALIZE -- open the report and the counter master.     *
002370*                    Without the master there is nothing to      *
002380*                    check against, and the job stops.           *
002390******************************************************************
002400 1000-INITIALIZE.
002410     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002420     ACCEPT WS-TODAY-TIME FROM TIME
002430     OPEN OUTPUT XREF-REPORT-FILE
002440     IF WS-REPORT-STATUS NOT = "00"
002450         DISPLAY "integrity report could not be opened, status "
002460             WS-REPORT-STATUS
002470         ADD 1 TO WS-INCOMPLETE-COUNT
002480         GO TO 1000-EXIT
002490     END-IF
002500     MOVE SPACES TO XRF-PRINT-LINE
002510     STRING "COUNTER REFERENCE INTEGRITY CHECK  " WS-TODAY-DATE
002520         " " WS-TODAY-TIME
002530         DELIMITED BY SIZE INTO XRF-PRINT-LINE
002540     WRITE XRF-PRINT-LINE
002550     MOVE ALL "-" TO XRF-PRINT-LINE
002560     WRITE XRF-PRINT-LINE
002570     OPEN INPUT MASTER-FILE
002580     IF WS-MASTER-STATUS NOT = "00"
002590         DISPLAY "counter master not available, status "
002600             WS-MASTER-STATUS " -- nothing checked"
002610         MOVE SPACES TO XRF-PRINT-LINE
002620         STRING "COUNTER MASTER NOT AVAILABLE, STATUS "
002630             WS-MASTER-STATUS " -- NOTHING CHECKED"
002640             DELIMITED BY SIZE INTO XRF-PRINT-LINE
002650         WRITE XRF-PRINT-LINE
002660         ADD 1 TO WS-INCOMPLETE-COUNT
002670         GO TO 1000-EXIT
002680     END-IF
002690     SET WS-MASTER-UP TO TRUE.
002700 1000-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 2000-CHECK-MASTER-SCHEDULE -- every entry on the master        *
002750*                               schedule names a counter the     *
002760*                               schedule builder may select, so  *
002770*                               each must be registered and      *
002780*                               active.                          *
002790******************************************************************
002800 2000-CHECK-MASTER-SCHEDULE.
002810     OPEN INPUT MASTER-SCHED-FILE
002820     IF WS-MSTSCHED-STATUS NOT = "00"
002830         MOVE "MSTSCHED.DAT" TO WS-CHECK-FILE
002835         MOVE WS-MSTSCHED-STATUS TO WS-CHECK-STATUS
002840         PERFORM 2950-NOTE-NOT-ON-FILE THRU 2950-EXIT
002850         GO TO 2000-EXIT
002860     END-IF
002870     MOVE "N" TO WS-SCAN-EOF-SWITCH
002880     PERFORM 2010-READ-MASTER-SCHEDULE THRU 2010-EXIT
002890         UNTIL WS-SCAN-EOF
002900     CLOSE MASTER-SCHED-FILE.
002910 2000-EXIT.
002920     EXIT.
002930
002940 2010-READ-MASTER-SCHEDULE.
002950     READ MASTER-SCHED-FILE
002960         AT END
002970             SET WS-SCAN-EOF TO TRUE
002980             GO TO 2010-EXIT
002990     END-READ
003000     ADD 1 TO WS-MSTSCHED-READ
003010     MOVE "MSTSCHED.DAT" TO WS-CHECK-FILE
003020     MOVE MSC-COUNTER-ID TO WS-CHECK-COUNTER
003030     MOVE "MASTER SCHEDULE ENTRY" TO WS-CHECK-ROLE
003040     SET WS-LIVE-USE TO TRUE
003050     PERFORM 2700-CHECK-REFERENCE THRU 2700-EXIT.
003060 2010-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100* 2100-CHECK-DISPATCH-TABLE -- both ends of every dispatch       *
003110*                              entry.  A return-code entry names *
003120*                              no successor, so a blank          *
003130*                              successor on one is not a         *
003140*                              finding.                          *
003150******************************************************************
003160 2100-CHECK-DISPATCH-TABLE.
003170     OPEN INPUT DISPATCH-TABLE-FILE
003180     IF WS-TABLE-STATUS NOT = "00"
003190         MOVE "DSPTABLE.DAT" TO WS-CHECK-FILE
003195         MOVE WS-TABLE-STATUS TO WS-CHECK-STATUS
003200         PERFORM 2950-NOTE-NOT-ON-FILE THRU 2950-EXIT
003210         GO TO 2100-EXIT
003220     END-IF
003230     MOVE "N" TO WS-SCAN-EOF-SWITCH
003240     PERFORM 2110-READ-DISPATCH-TABLE THRU 2110-EXIT
003250         UNTIL WS-SCAN-EOF
003260     CLOSE DISPATCH-TABLE-FILE.
003270 2100-EXIT.
003280     EXIT.
003290
003300 2110-READ-DISPATCH-TABLE.
003310     READ DISPATCH-TABLE-FILE
003320         AT END
003330             SET WS-SCAN-EOF TO TRUE
003340             GO TO 2110-EXIT
003350     END-READ
003360     ADD 1 TO WS-DISPATCH-READ
003370     MOVE "DSPTABLE.DAT" TO WS-CHECK-FILE
003380     MOVE DSP-COUNTER-ID TO WS-CHECK-COUNTER
003390     MOVE "PREDECESSOR" TO WS-CHECK-ROLE
003400     SET WS-LIVE-USE TO TRUE
003410     PERFORM 2700-CHECK-REFERENCE THRU 2700-EXIT
003420     IF DSP-SET-RC AND DSP-NEXT-COUNTER-ID = SPACES
003430         GO TO 2110-EXIT
003440     END-IF
003450     MOVE DSP-NEXT-COUNTER-ID TO WS-CHECK-COUNTER
003460     MOVE SPACES TO WS-CHECK-ROLE
003470     STRING "SUCCESSOR OF " DSP-COUNTER-ID
003480         DELIMITED BY SIZE INTO WS-CHECK-ROLE
003490     PERFORM 2700-CHECK-REFERENCE THRU 2700-EXIT.
003500 2110-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 2200-CHECK-STANDARDS -- a run standard is reference data only; *
003550*                         one kept for a retired counter is      *
003560*                         stale, not broken.                     *
003570******************************************************************
003580 2200-CHECK-STANDARDS.
003590     OPEN INPUT STANDARDS-FILE
003600     IF WS-STANDARDS-STATUS NOT = "00"
003610         MOVE "RUNSTD.DAT" TO WS-CHECK-FILE
003615         MOVE WS-STANDARDS-STATUS TO WS-CHECK-STATUS
003620         PERFORM 2950-NOTE-NOT-ON-FILE THRU 2950-EXIT
003630         GO TO 2200-EXIT
003640     END-IF
003650     MOVE "N" TO WS-SCAN-EOF-SWITCH
003660     PERFORM 2210-READ-STANDARDS THRU 2210-EXIT
003670         UNTIL WS-SCAN-EOF
003680     CLOSE STANDARDS-FILE.
003690 2200-EXIT.
003700     EXIT.
003710
003720 2210-READ-STANDARDS.
003730     READ STANDARDS-FILE
003740         AT END
003750             SET WS-SCAN-EOF TO TRUE
003760             GO TO 2210-EXIT
003770     END-READ
003780     ADD 1 TO WS-STANDARDS-READ
003790     MOVE "RUNSTD.DAT" TO WS-CHECK-FILE
003800     MOVE STD-COUNTER-ID TO WS-CHECK-COUNTER
003810     MOVE "RUN STANDARD" TO WS-CHECK-ROLE
003820     MOVE "N" TO WS-LIVE-USE-SWITCH
003830     PERFORM 2700-CHECK-REFERENCE THRU 2700-EXIT.
003840 2210-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 2300-CHECK-TRACKING -- a tracking row for a counter the master *
003890*                        has never heard of is a ghost row.  A   *
003900*                        retired counter's row is only history,  *
003910*                        unless it is still RUNNING or HELD.     *
003920******************************************************************
003930 2300-CHECK-TRACKING.
003940     OPEN INPUT TRACKING-FILE
003950     IF WS-TRACKING-STATUS NOT = "00"
003960         MOVE "CTRTRACK.DAT" TO WS-CHECK-FILE
003965         MOVE WS-TRACKING-STATUS TO WS-CHECK-STATUS
003970         PERFORM 2950-NOTE-NOT-ON-FILE THRU 2950-EXIT
003980         GO TO 2300-EXIT
003990     END-IF
004000     MOVE "N" TO WS-SCAN-EOF-SWITCH
004010     PERFORM 2310-READ-TRACKING THRU 2310-EXIT
004020         UNTIL WS-SCAN-EOF
004030     CLOSE TRACKING-FILE.
004040 2300-EXIT.
004050     EXIT.
004060
004070 2310-READ-TRACKING.
004080     READ TRACKING-FILE NEXT RECORD
004090         AT END
004100             SET WS-SCAN-EOF TO TRUE
004110             GO TO 2310-EXIT
004120     END-READ
004130     ADD 1 TO WS-TRACKING-READ
004140     MOVE "CTRTRACK.DAT" TO WS-CHECK-FILE
004150     MOVE TRK-COUNTER-ID TO WS-CHECK-COUNTER
004160     MOVE "N" TO WS-LIVE-USE-SWITCH
004170     MOVE "TRACKING ROW" TO WS-CHECK-ROLE
004180     IF TRK-RUNNING
004190         SET WS-LIVE-USE TO TRUE
004200         MOVE "TRACKING ROW RUNNING" TO WS-CHECK-ROLE
004210     END-IF
004220     IF TRK-HELD
004230         SET WS-LIVE-USE TO TRUE
004240         MOVE "TRACKING ROW HELD" TO WS-CHECK-ROLE
004250     END-IF
004260     PERFORM 2800-LOOKUP-COUNTER THRU 2800-EXIT
004270     IF WS-ID-RETIRED AND NOT WS-LIVE-USE
004280         GO TO 2310-EXIT
004290     END-IF
004300     PERFORM 2700-CHECK-REFERENCE THRU 2700-EXIT.
004310 2310-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 2400-CHECK-SCHEDULE -- tonight's generated schedule.  It is    *
004360*                        rebuilt each night, so a finding here   *
004370*                        means tonight's run would start a       *
004380*                        counter the master does not allow.      *
004390******************************************************************
004400 2400-CHECK-SCHEDULE.
004410     OPEN INPUT SCHEDULE-FILE
004420     IF WS-SCHEDULE-STATUS NOT = "00"
004430         MOVE "CTRSCHED.DAT" TO WS-CHECK-FILE
004435         MOVE WS-SCHEDULE-STATUS TO WS-CHECK-STATUS
004440         PERFORM 2950-NOTE-NOT-ON-FILE THRU 2950-EXIT
004450         GO TO 2400-EXIT
004460     END-IF
004470     MOVE "N" TO WS-SCAN-EOF-SWITCH
004480     PERFORM 2410-READ-SCHEDULE THRU 2410-EXIT
004490         UNTIL WS-SCAN-EOF
004500     CLOSE SCHEDULE-FILE.
004510 2400-EXIT.
004520     EXIT.
004530
004540 2410-READ-SCHEDULE.
004550     READ SCHEDULE-FILE
004560         AT END
004570             SET WS-SCAN-EOF TO TRUE
004580             GO TO 2410-EXIT
004590     END-READ
004600     ADD 1 TO WS-SCHEDULE-READ
004610     MOVE "CTRSCHED.DAT" TO WS-CHECK-FILE
004620     MOVE SCH-COUNTER-ID TO WS-CHECK-COUNTER
004630     MOVE "TONIGHT'S SCHEDULE" TO WS-CHECK-ROLE
004640     SET WS-LIVE-USE TO TRUE
004650     PERFORM 2700-CHECK-REFERENCE THRU 2700-EXIT.
004660 2410-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 2500-CHECK-AUDIT-OPERATORS -- every operator-id on the audit   *
004710*                               master, each counted once, then  *
004720*                               looked up on the profile file.   *
004730*                               An operator with no profile can  *
004740*                               no longer be vouched for, which  *
004750*                               is a broken reference.           *
004760******************************************************************
004770 2500-CHECK-AUDIT-OPERATORS.
004780     OPEN INPUT AUDIT-MASTER-FILE
004790     IF WS-AUDMSTR-STATUS NOT = "00"
004800         MOVE "AUDMSTR.DAT" TO WS-CHECK-FILE
004805         MOVE WS-AUDMSTR-STATUS TO WS-CHECK-STATUS
004810         PERFORM 2950-NOTE-NOT-ON-FILE THRU 2950-EXIT
004820         GO TO 2500-EXIT
004830     END-IF
004840     MOVE "N" TO WS-SCAN-EOF-SWITCH
004850     PERFORM 2510-READ-AUDIT-MASTER THRU 2510-EXIT
004860         UNTIL WS-SCAN-EOF
004870     CLOSE AUDIT-MASTER-FILE
004880     IF WS-OPERATOR-COUNT = 0
004890         GO TO 2500-EXIT
004900     END-IF
004910     OPEN INPUT PROFILE-FILE
004920     IF WS-PROFILE-STATUS NOT = "00"
004930         DISPLAY "operator profiles not available, status "
004940             WS-PROFILE-STATUS " -- operators not checked"
004950         MOVE SPACES TO XRF-PRINT-LINE
004960         STRING "OPRPROF.DAT NOT AVAILABLE, STATUS "
004970             WS-PROFILE-STATUS " -- OPERATORS NOT CHECKED"
004980             DELIMITED BY SIZE INTO XRF-PRINT-LINE
004990         WRITE XRF-PRINT-LINE
005000         ADD 1 TO WS-INCOMPLETE-COUNT
005010         GO TO 2500-EXIT
005020     END-IF
005030     PERFORM 2550-CHECK-ONE-OPERATOR THRU 2550-EXIT
005040         VARYING WS-OPERATOR-SUB FROM 1 BY 1
005050         UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
005060     CLOSE PROFILE-FILE.
005070 2500-EXIT.
005080     EXIT.
005090
005100 2510-READ-AUDIT-MASTER.
005110     READ AUDIT-MASTER-FILE NEXT RECORD
005120         AT END
005130             SET WS-SCAN-EOF TO TRUE
005140             GO TO 2510-EXIT
005150     END-READ
005160     ADD 1 TO WS-AUDIT-READ
005170     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
005180     PERFORM 2520-TEST-OPERATOR THRU 2520-EXIT
005190         VARYING WS-OPERATOR-SUB FROM 1 BY 1
005200         UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
005210             OR WS-ENTRY-FOUND
005220     IF WS-ENTRY-FOUND
005230         SUBTRACT 1 FROM WS-OPERATOR-SUB
005240         ADD 1 TO WS-OPR-ENTRIES (WS-OPERATOR-SUB)
005250         GO TO 2510-EXIT
005260     END-IF
005270     IF WS-OPERATOR-COUNT NOT < WS-MAX-OPERATORS
005280         DISPLAY "operator table is full -- operator "
005290             AUM-OPERATOR-ID " not checked"
005300         ADD 1 TO WS-INCOMPLETE-COUNT
005310         GO TO 2510-EXIT
005320     END-IF
005330     ADD 1 TO WS-OPERATOR-COUNT
005340     MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-SUB
005350     MOVE AUM-OPERATOR-ID TO WS-OPR-ID (WS-OPERATOR-SUB)
005360     MOVE 1 TO WS-OPR-ENTRIES (WS-OPERATOR-SUB).
005370 2510-EXIT.
005380     EXIT.
005390
005400 2520-TEST-OPERATOR.
005410     IF WS-OPR-ID (WS-OPERATOR-SUB) = AUM-OPERATOR-ID
005420         SET WS-ENTRY-FOUND TO TRUE
005430     END-IF.
005440 2520-EXIT.
005450     EXIT.
005460
005470 2550-CHECK-ONE-OPERATOR.
005480     MOVE WS-OPR-ENTRIES (WS-OPERATOR-SUB) TO WS-COUNT-DISPLAY
005490     MOVE "E" TO WS-NEW-SEVERITY
005500     MOVE "AUDMSTR.DAT" TO WS-NEW-FILE
005510     MOVE WS-OPR-ID (WS-OPERATOR-SUB) TO WS-NEW-ID
005520     MOVE SPACES TO WS-NEW-DETAIL
005530     IF WS-OPR-ID (WS-OPERATOR-SUB) = SPACES
005540         STRING "AUDIT ENTRY WITH NO OPERATOR-ID -- "
005550             WS-COUNT-DISPLAY " ENTRIES"
005560             DELIMITED BY SIZE INTO WS-NEW-DETAIL
005570         PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005580         GO TO 2550-EXIT
005590     END-IF
005600     MOVE WS-OPR-ID (WS-OPERATOR-SUB) TO OPR-OPERATOR-ID
005610     READ PROFILE-FILE
005620         INVALID KEY
005630             STRING "NO PROFILE ON OPRPROF.DAT -- "
005640                 WS-COUNT-DISPLAY " ENTRIES"
005650                 DELIMITED BY SIZE INTO WS-NEW-DETAIL
005660             PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005670     END-READ.
005680 2550-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 2700-CHECK-REFERENCE -- one counter-id named by one file.  Not *
005730*                         on the master, or blank, is always an  *
005740*                         ERROR.  Retired is an ERROR where the  *
005750*                         stream still uses the reference, and a *
005760*                         WARNING where it is only reference     *
005770*                         data.                                  *
005780******************************************************************
005790 2700-CHECK-REFERENCE.
005800     PERFORM 2800-LOOKUP-COUNTER THRU 2800-EXIT
005810     IF WS-ID-ACTIVE
005820         GO TO 2700-EXIT
005830     END-IF
005840     MOVE "E" TO WS-NEW-SEVERITY
005850     MOVE WS-CHECK-FILE TO WS-NEW-FILE
005860     MOVE WS-CHECK-COUNTER TO WS-NEW-ID
005870     MOVE SPACES TO WS-NEW-DETAIL
005880     IF WS-ID-BLANK
005890         STRING WS-CHECK-ROLE DELIMITED BY "  "
005900             " -- NO COUNTER-ID"
005910             DELIMITED BY SIZE INTO WS-NEW-DETAIL
005920     END-IF
005930     IF WS-ID-NOT-ON-MASTER
005940         STRING WS-CHECK-ROLE DELIMITED BY "  "
005950             " -- NOT ON THE COUNTER MASTER"
005960             DELIMITED BY SIZE INTO WS-NEW-DETAIL
005970     END-IF
005980     IF WS-ID-RETIRED
005990         IF NOT WS-LIVE-USE
006000             MOVE "W" TO WS-NEW-SEVERITY
006010         END-IF
006020         STRING WS-CHECK-ROLE DELIMITED BY "  "
006030             " -- COUNTER IS RETIRED"
006040             DELIMITED BY SIZE INTO WS-NEW-DETAIL
006050     END-IF
006060     PERFORM 2900-ADD-FINDING THRU 2900-EXIT.
006070 2700-EXIT.
006080     EXIT.
006090
006100 2800-LOOKUP-COUNTER.
006110     IF WS-CHECK-COUNTER = SPACES
006120         SET WS-ID-BLANK TO TRUE
006130         GO TO 2800-EXIT
006140     END-IF
006150     MOVE WS-CHECK-COUNTER TO CTM-COUNTER-ID
006160     READ MASTER-FILE
006170         INVALID KEY
006180             SET WS-ID-NOT-ON-MASTER TO TRUE
006190             GO TO 2800-EXIT
006200     END-READ
006210     IF CTM-RETIRED
006220         SET WS-ID-RETIRED TO TRUE
006230     ELSE
006240         SET WS-ID-ACTIVE TO TRUE
006250     END-IF.
006260 2800-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 2900-ADD-FINDING -- keep one finding for the report.  A full   *
006310*                     table still counts the finding toward the  *
006320*                     return code; it is only the line that is   *
006330*                     lost, and the report says so.              *
006340******************************************************************
006350 2900-ADD-FINDING.
006360     IF WS-NEW-SEVERITY = "E"
006370         ADD 1 TO WS-ERROR-FINDINGS
006380     ELSE
006390         ADD 1 TO WS-WARNING-FINDINGS
006400     END-IF
006410     IF WS-FINDING-COUNT NOT < WS-MAX-FINDINGS
006420         ADD 1 TO WS-LOST-FINDINGS
006430         GO TO 2900-EXIT
006440     END-IF
006450     ADD 1 TO WS-FINDING-COUNT
006460     MOVE WS-FINDING-COUNT TO WS-FINDING-SUB
006470     MOVE WS-NEW-SEVERITY TO WS-FND-SEVERITY (WS-FINDING-SUB)
006480     MOVE WS-NEW-FILE TO WS-FND-FILE (WS-FINDING-SUB)
006490     MOVE WS-NEW-ID TO WS-FND-ID (WS-FINDING-SUB)
006500     MOVE WS-NEW-DETAIL TO WS-FND-DETAIL (WS-FINDING-SUB).
006510 2900-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 2950-NOTE-NOT-ON-FILE -- a file with nothing on it has nothing *
006560*                          to contradict the master; say so and  *
006570*                          move on.  A file that is there but    *
006573*                          will not open leaves the check        *
006576*                          incomplete.                           *
006580******************************************************************
006590 2950-NOTE-NOT-ON-FILE.
006600     IF WS-CHECK-STATUS NOT = "35"
006610         MOVE SPACES TO XRF-PRINT-LINE
006620         STRING WS-CHECK-FILE DELIMITED BY SPACE
006630             " COULD NOT BE OPENED, STATUS " WS-CHECK-STATUS
006640             DELIMITED BY SIZE INTO XRF-PRINT-LINE
006641         WRITE XRF-PRINT-LINE
006642         ADD 1 TO WS-INCOMPLETE-COUNT
006643         GO TO 2950-EXIT
006644     END-IF
006645     MOVE SPACES TO XRF-PRINT-LINE
006646     STRING WS-CHECK-FILE DELIMITED BY SPACE
006647         " NOT ON FILE -- NOTHING TO CHECK"
006648         DELIMITED BY SIZE INTO XRF-PRINT-LINE
006649     WRITE XRF-PRINT-LINE.
006650 2950-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690* 3000-PRINT-FINDINGS -- errors first, then warnings, each under *
006700*                        its own heading.                        *
006710******************************************************************
006720 3000-PRINT-FINDINGS.
006730     MOVE SPACES TO XRF-PRINT-LINE
006740     WRITE XRF-PRINT-LINE
006750     MOVE SPACES TO XRF-PRINT-LINE
006760     STRING "ERRORS -- BROKEN REFERENCES"
006770         DELIMITED BY SIZE INTO XRF-PRINT-LINE
006780     WRITE XRF-PRINT-LINE
006790     MOVE "E" TO WS-PRINT-SEVERITY
006800     PERFORM 3100-PRINT-SEVERITY THRU 3100-EXIT
006810     MOVE SPACES TO XRF-PRINT-LINE
006820     WRITE XRF-PRINT-LINE
006830     MOVE SPACES TO XRF-PRINT-LINE
006840     STRING "WARNINGS -- STALE REFERENCE DATA"
006850         DELIMITED BY SIZE INTO XRF-PRINT-LINE
006860     WRITE XRF-PRINT-LINE
006870     MOVE "W" TO WS-PRINT-SEVERITY
006880     PERFORM 3100-PRINT-SEVERITY THRU 3100-EXIT
006890     IF WS-LOST-FINDINGS > 0
006900         MOVE WS-LOST-FINDINGS TO WS-COUNT-DISPLAY
006910         MOVE SPACES TO XRF-PRINT-LINE
006920         STRING "FINDINGS NOT LISTED, TABLE FULL : "
006930             WS-COUNT-DISPLAY
006940             DELIMITED BY SIZE INTO XRF-PRINT-LINE
006950         WRITE XRF-PRINT-LINE
006960     END-IF.
006970 3000-EXIT.
006980     EXIT.
006990
007000 3100-PRINT-SEVERITY.
007010     MOVE ALL "-" TO XRF-PRINT-LINE
007020     WRITE XRF-PRINT-LINE
007030     MOVE WS-FINDING-HEADING TO XRF-PRINT-LINE
007040     WRITE XRF-PRINT-LINE
007050     MOVE 0 TO WS-PRINTED-COUNT
007060     PERFORM 3200-PRINT-ONE-FINDING THRU 3200-EXIT
007070         VARYING WS-FINDING-SUB FROM 1 BY 1
007080         UNTIL WS-FINDING-SUB > WS-FINDING-COUNT
007090     IF WS-PRINTED-COUNT = 0
007100         MOVE SPACES TO XRF-PRINT-LINE
007110         STRING "NONE" DELIMITED BY SIZE INTO XRF-PRINT-LINE
007120         WRITE XRF-PRINT-LINE
007130     END-IF.
007140 3100-EXIT.
007150     EXIT.
007160
007170 3200-PRINT-ONE-FINDING.
007180     IF WS-FND-SEVERITY (WS-FINDING-SUB) NOT = WS-PRINT-SEVERITY
007190         GO TO 3200-EXIT
007200     END-IF
007210     MOVE SPACES TO WS-FINDING-LINE
007220     IF WS-PRINT-SEVERITY = "E"
007230         MOVE "ERROR" TO WS-FNL-SEVERITY
007240     ELSE
007250         MOVE "WARNING" TO WS-FNL-SEVERITY
007260     END-IF
007270     MOVE WS-FND-FILE (WS-FINDING-SUB) TO WS-FNL-FILE
007280     MOVE WS-FND-ID (WS-FINDING-SUB) TO WS-FNL-ID
007290     MOVE WS-FND-DETAIL (WS-FINDING-SUB) TO WS-FNL-DETAIL
007300     MOVE WS-FINDING-LINE TO XRF-PRINT-LINE
007310     WRITE XRF-PRINT-LINE
007320     ADD 1 TO WS-PRINTED-COUNT.
007330 3200-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 4000-PRINT-TOTALS -- records checked on each file, and the     *
007380*                      findings by severity.                     *
007390******************************************************************
007400 4000-PRINT-TOTALS.
007410     MOVE SPACES TO XRF-PRINT-LINE
007420     WRITE XRF-PRINT-LINE
007430     MOVE ALL "-" TO XRF-PRINT-LINE
007440     WRITE XRF-PRINT-LINE
007450     MOVE WS-MSTSCHED-READ TO WS-COUNT-DISPLAY
007460     MOVE SPACES TO XRF-PRINT-LINE
007470     STRING "MASTER SCHEDULE ENTRIES . . : " WS-COUNT-DISPLAY
007480         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007490     WRITE XRF-PRINT-LINE
007500     MOVE WS-DISPATCH-READ TO WS-COUNT-DISPLAY
007510     MOVE SPACES TO XRF-PRINT-LINE
007520     STRING "DISPATCH TABLE ENTRIES. . . : " WS-COUNT-DISPLAY
007530         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007540     WRITE XRF-PRINT-LINE
007550     MOVE WS-STANDARDS-READ TO WS-COUNT-DISPLAY
007560     MOVE SPACES TO XRF-PRINT-LINE
007570     STRING "RUN STANDARDS . . . . . . . : " WS-COUNT-DISPLAY
007580         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007590     WRITE XRF-PRINT-LINE
007600     MOVE WS-TRACKING-READ TO WS-COUNT-DISPLAY
007610     MOVE SPACES TO XRF-PRINT-LINE
007620     STRING "TRACKING ROWS . . . . . . . : " WS-COUNT-DISPLAY
007630         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007640     WRITE XRF-PRINT-LINE
007650     MOVE WS-SCHEDULE-READ TO WS-COUNT-DISPLAY
007660     MOVE SPACES TO XRF-PRINT-LINE
007670     STRING "TONIGHT'S SCHEDULE SLOTS. . : " WS-COUNT-DISPLAY
007680         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007690     WRITE XRF-PRINT-LINE
007700     MOVE WS-AUDIT-READ TO WS-COUNT-DISPLAY
007710     MOVE SPACES TO XRF-PRINT-LINE
007720     STRING "AUDIT MASTER ENTRIES. . . . : " WS-COUNT-DISPLAY
007730         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007740     WRITE XRF-PRINT-LINE
007750     MOVE WS-OPERATOR-COUNT TO WS-COUNT-DISPLAY
007760     MOVE SPACES TO XRF-PRINT-LINE
007770     STRING "AUDITED OPERATORS . . . . . : " WS-COUNT-DISPLAY
007780         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007790     WRITE XRF-PRINT-LINE
007800     MOVE WS-ERROR-FINDINGS TO WS-COUNT-DISPLAY
007810     MOVE SPACES TO XRF-PRINT-LINE
007820     STRING "ERRORS. . . . . . . . . . . : " WS-COUNT-DISPLAY
007830         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007840     WRITE XRF-PRINT-LINE
007850     MOVE WS-WARNING-FINDINGS TO WS-COUNT-DISPLAY
007860     MOVE SPACES TO XRF-PRINT-LINE
007870     STRING "WARNINGS. . . . . . . . . . : " WS-COUNT-DISPLAY
007880         DELIMITED BY SIZE INTO XRF-PRINT-LINE
007890     WRITE XRF-PRINT-LINE.
007900 4000-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 9000-FINALIZE -- close the report, flag the result on the      *
007950*                  console, and set the return code: 8 on any    *
007960*                  broken reference or a check not made whole, 4 *
007970*                  on warnings alone.                            *
007980******************************************************************
007990 9000-FINALIZE.
008000     IF WS-REPORT-STATUS = "00"
008010         CLOSE XREF-REPORT-FILE
008020     END-IF
008030     IF WS-INCOMPLETE-COUNT > 0
008040         DISPLAY "reference integrity check incomplete -- see "
008050             "XREFRPT.DAT"
008060         MOVE 8 TO RETURN-CODE
008070         GO TO 9000-EXIT
008080     END-IF
008090     IF WS-ERROR-FINDINGS > 0
008100         MOVE WS-ERROR-FINDINGS TO WS-COUNT-DISPLAY
008110         DISPLAY "reference integrity check found "
008120             WS-COUNT-DISPLAY " broken reference(s) -- see "
008130             "XREFRPT.DAT"
008140         MOVE 8 TO RETURN-CODE
008150         GO TO 9000-EXIT
008160     END-IF
008170     IF WS-WARNING-FINDINGS > 0
008180         MOVE WS-WARNING-FINDINGS TO WS-COUNT-DISPLAY
008190         DISPLAY "reference integrity check found "
008200             WS-COUNT-DISPLAY " warning(s) -- see XREFRPT.DAT"
008210         MOVE 4 TO RETURN-CODE
008220         GO TO 9000-EXIT
008230     END-IF
008240     DISPLAY "reference integrity check clean -- report in "
008250         "XREFRPT.DAT".
008260 9000-EXIT.
008270     EXIT.
008280
008290 END PROGRAM CTRXREF.
