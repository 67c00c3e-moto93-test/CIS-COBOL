000010******************************************************************
000020* PROGRAM:    CTRPEND                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Pending-changes report for the shift lead.  Lists  *
000120*             every parked maintenance change that still needs   *
000130*             someone: changes awaiting a second operator's      *
000140*             decision, and approved changes the apply job has   *
000150*             not yet made.  Each shows who asked, what it would *
000160*             change, and how long it has waited; one waiting    *
000170*             longer than the expiry hours on the approval       *
000180*             settings card is flagged OVERDUE, since the apply  *
000190*             job will expire it.  Nothing is changed here.      *
000200*             Return code 4 when anything is waiting, so the     *
000210*             stream can page the shift lead, 8 when the         *
000220*             pending-change file could not be read.             *
000230*                                                                *
000240* MODIFICATION HISTORY                                           *
000250*   DATE        INIT  DESCRIPTION                                *
000260*   2026-10-15   JR   Original pending-changes report.           *
000262*   2026-10-15   JR   A read of the pending-change file that     *
000263*                     fails ends the listing and sets return     *
000264*                     code 8 instead of being read again.        *
000265*   2026-10-15   JR   An approved change past the expiry hours   *
000266*                     is flagged OVERDUE too.                    *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CTRPEND AS "CTRPEND".
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-370.
000340 OBJECT-COMPUTER.  IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT APPROVAL-PARM-FILE ASSIGN TO "APRPARM.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-STATUS.
000410     SELECT PENDING-FILE ASSIGN TO "PENDCHG.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS PND-KEY
000450         LOCK MODE IS AUTOMATIC
000460         SHARING WITH ALL OTHER
000470         FILE STATUS IS WS-PENDING-STATUS.
000480     SELECT PENDING-REPORT-FILE ASSIGN TO "PENDRPT.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  APPROVAL-PARM-FILE.
000550     COPY "APRPARM.cpy".
000560
000570 FD  PENDING-FILE.
000580     COPY "PENDCHG.cpy".
000590
000600 FD  PENDING-REPORT-FILE.
000610 01  PEN-PRINT-LINE                  PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-PARM-STATUS              PIC X(02)  VALUE "00".
000650 01  WS-PENDING-STATUS           PIC X(02)  VALUE "00".
000660 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
000670 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000680 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000690
000700 01  WS-SWITCHES.
000710     05  WS-PENDING-EOF-SWITCH   PIC X(01)  VALUE "N".
000720         88  WS-PENDING-EOF             VALUE "Y" "F".
000725         88  WS-PENDING-FAILED          VALUE "F".
000730     05  WS-PENDING-UP-SWITCH    PIC X(01)  VALUE "N".
000740         88  WS-PENDING-UP              VALUE "Y".
000750
000760 01  WS-EXPIRY-HOURS             PIC 9(03)  VALUE 12.
000770 01  WS-EXPIRY-MINUTES           PIC 9(07)  COMP VALUE 0.
000780 01  WS-STATE-WORD               PIC X(08)  VALUE SPACE.
000790 01  WS-OVERDUE-FLAG             PIC X(07)  VALUE SPACE.
000800 01  WS-AGE-HOURS                PIC 9(05)  COMP VALUE 0.
000810 01  WS-AGE-REMAINDER            PIC 9(02)  COMP VALUE 0.
000820 01  WS-AGE-DISPLAY.
000830     05  WS-AGE-HOURS-DISPLAY    PIC ZZZ9.
000840     05  FILLER                  PIC X(01)  VALUE ":".
000850     05  WS-AGE-MINUTES-DISPLAY  PIC 9(02).
000860 01  WS-HOURS-DISPLAY            PIC ZZ9.
000870
000880 01  WS-DATE-WORK.
000890     05  WS-WORK-DATE            PIC X(08).
000900     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
000910         10  WS-WORK-YEAR        PIC 9(04).
000920         10  WS-WORK-MONTH       PIC 9(02).
000930         10  WS-WORK-DAY         PIC 9(02).
000940
000950 01  WS-WORK-TIME                PIC X(08)  VALUE SPACE.
000960 01  WS-TIME-SPLIT REDEFINES WS-WORK-TIME.
000970     05  WS-TIME-HH              PIC 9(02).
000980     05  WS-TIME-MM              PIC 9(02).
000990     05  FILLER                  PIC X(04).
001000
001010 01  WS-CUM-DAYS-VALUES.
001020     05  FILLER                  PIC X(36)  VALUE
001030         "000031059090120151181212243273304334".
001040 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001050     05  WS-CUM-DAYS             OCCURS 12 TIMES
001060                                 PIC 9(03).
001070
001080 01  WS-DAY-NUMBER               PIC 9(09)  COMP VALUE 0.
001090 01  WS-MINUTES-OF-DAY           PIC 9(05)  COMP VALUE 0.
001100 01  WS-NOW-STAMP                PIC 9(11)  COMP VALUE 0.
001110 01  WS-REQUEST-STAMP            PIC 9(11)  COMP VALUE 0.
001120 01  WS-AGE-MINUTES              PIC S9(11) COMP VALUE 0.
001130 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
001140 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
001150 01  WS-PRIOR-YEAR               PIC 9(04)  COMP VALUE 0.
001160 01  WS-LEAP-DAYS                PIC 9(09)  COMP VALUE 0.
001170
001180 01  WS-AWAITING-COUNT           PIC 9(05)  COMP VALUE 0.
001190 01  WS-APPROVED-COUNT           PIC 9(05)  COMP VALUE 0.
001200 01  WS-OVERDUE-COUNT            PIC 9(05)  COMP VALUE 0.
001210 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
001220
001230 PROCEDURE DIVISION.
001240
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     IF WS-PENDING-UP
001280         PERFORM 2000-LIST-ONE-CHANGE THRU 2000-EXIT
001290             UNTIL WS-PENDING-EOF
001300         CLOSE PENDING-FILE
001310     END-IF
001320     IF WS-REPORT-STATUS = "00"
001330         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001340     END-IF
001350     PERFORM 9000-FINALIZE THRU 9000-EXIT
001360     STOP RUN.
001370 0000-EXIT.
001380     EXIT.
001390
001400******************************************************************
001410* 1000-INITIALIZE -- open the report and the pending-change      *
001420*                    file.  No pending-change file means nothing *
001430*                    has ever been parked, which is a clean      *
001440*                    report, not an error.                       *
001450******************************************************************
001460 1000-INITIALIZE.
001470     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001480     ACCEPT WS-TODAY-TIME FROM TIME
001490     PERFORM 1100-READ-PARM THRU 1100-EXIT
001500     OPEN OUTPUT PENDING-REPORT-FILE
001510     IF WS-REPORT-STATUS NOT = "00"
001520         DISPLAY "pending-changes report could not be opened, "
001530             "status " WS-REPORT-STATUS
001540         GO TO 1000-EXIT
001550     END-IF
001560     MOVE WS-EXPIRY-HOURS TO WS-HOURS-DISPLAY
001570     MOVE SPACES TO PEN-PRINT-LINE
001580     STRING "PARKED MAINTENANCE CHANGES  " WS-TODAY-DATE
001590         " " WS-TODAY-TIME "  EXPIRY " WS-HOURS-DISPLAY " HOURS"
001600         DELIMITED BY SIZE INTO PEN-PRINT-LINE
001610     WRITE PEN-PRINT-LINE
001620     MOVE ALL "-" TO PEN-PRINT-LINE
001630     WRITE PEN-PRINT-LINE
001640     MOVE SPACES TO PEN-PRINT-LINE
001650     STRING "COUNTER  T BEFORE  AFTER   ASKED BY "
001660         "REQUESTED       WAITED  STATE"
001670         DELIMITED BY SIZE INTO PEN-PRINT-LINE
001680     WRITE PEN-PRINT-LINE
001690     OPEN INPUT PENDING-FILE
001700     IF WS-PENDING-STATUS = "35"
001710         GO TO 1000-EXIT
001720     END-IF
001730     IF WS-PENDING-STATUS NOT = "00"
001740         DISPLAY "pending-change file not available, status "
001750             WS-PENDING-STATUS
001760         MOVE SPACES TO PEN-PRINT-LINE
001770         STRING "PENDING-CHANGE FILE NOT AVAILABLE, STATUS "
001780             WS-PENDING-STATUS
001790             DELIMITED BY SIZE INTO PEN-PRINT-LINE
001800         WRITE PEN-PRINT-LINE
001805         SET WS-PENDING-FAILED TO TRUE
001810         GO TO 1000-EXIT
001820     END-IF
001830     SET WS-PENDING-UP TO TRUE.
001840 1000-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880* 1100-READ-PARM -- the expiry hours off the approval settings   *
001890*                   card.  No card, or no usable figure on it,   *
001900*                   leaves the shop default of 12 hours.         *
001910******************************************************************
001920 1100-READ-PARM.
001930     OPEN INPUT APPROVAL-PARM-FILE
001940     IF WS-PARM-STATUS = "00"
001950         READ APPROVAL-PARM-FILE
001960             AT END
001970                 CONTINUE
001980             NOT AT END
001990                 IF APP-EXPIRY-HOURS NUMERIC
002000                     AND APP-EXPIRY-HOURS > 0
002010                     MOVE APP-EXPIRY-HOURS TO WS-EXPIRY-HOURS
002020                 END-IF
002030         END-READ
002040         CLOSE APPROVAL-PARM-FILE
002050     END-IF
002060     COMPUTE WS-EXPIRY-MINUTES = WS-EXPIRY-HOURS * 60
002070     MOVE WS-TODAY-DATE TO WS-WORK-DATE
002080     MOVE WS-TODAY-TIME TO WS-WORK-TIME
002090     PERFORM 2510-STAMP-TO-MINUTES THRU 2510-EXIT
002100     MOVE WS-REQUEST-STAMP TO WS-NOW-STAMP.
002110 1100-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 2000-LIST-ONE-CHANGE -- one entry on the pending-change file.  *
002160*                         Only a change awaiting a decision or   *
002170*                         awaiting the apply job is listed;      *
002180*                         decided, applied, failed, and expired  *
002190*                         entries are history, and the journal   *
002200*                         has them.  A read that fails ends the  *
002203*                         listing and sets return code 8.        *
002210******************************************************************
002220 2000-LIST-ONE-CHANGE.
002230     READ PENDING-FILE
002240         AT END
002250             SET WS-PENDING-EOF TO TRUE
002260             GO TO 2000-EXIT
002270     END-READ
002271     IF WS-PENDING-STATUS NOT = "00"
002272         MOVE SPACES TO PEN-PRINT-LINE
002273         STRING "PENDING-CHANGE FILE READ FAILED, STATUS "
002274             WS-PENDING-STATUS
002275             DELIMITED BY SIZE INTO PEN-PRINT-LINE
002276         WRITE PEN-PRINT-LINE
002277         SET WS-PENDING-FAILED TO TRUE
002278         GO TO 2000-EXIT
002279     END-IF
002280     IF NOT PND-PENDING AND NOT PND-APPROVED
002290         GO TO 2000-EXIT
002300     END-IF
002310     MOVE SPACES TO WS-OVERDUE-FLAG
002320     IF PND-PENDING
002330         MOVE "AWAITING" TO WS-STATE-WORD
002340         ADD 1 TO WS-AWAITING-COUNT
002350     ELSE
002360         MOVE "APPROVED" TO WS-STATE-WORD
002370         ADD 1 TO WS-APPROVED-COUNT
002380     END-IF
002390     PERFORM 2500-COMPUTE-AGE THRU 2500-EXIT
002400     IF WS-AGE-MINUTES > WS-EXPIRY-MINUTES
002410         MOVE "OVERDUE" TO WS-OVERDUE-FLAG
002420         ADD 1 TO WS-OVERDUE-COUNT
002430     END-IF
002440     MOVE SPACES TO PEN-PRINT-LINE
002450     STRING PND-COUNTER-ID " " PND-REQUEST-TYPE
002460         " " PND-BEFORE-LIMIT "/" PND-BEFORE-STATUS
002470         " " PND-AFTER-LIMIT "/" PND-AFTER-STATUS
002480         " " PND-REQUESTED-BY
002490         " " PND-REQUEST-DATE " " PND-REQUEST-TIME (1:6)
002500         " " WS-AGE-DISPLAY
002510         " " WS-STATE-WORD " " WS-OVERDUE-FLAG
002520         DELIMITED BY SIZE INTO PEN-PRINT-LINE
002530     WRITE PEN-PRINT-LINE
002540     MOVE SPACES TO PEN-PRINT-LINE
002550     IF PND-APPROVED
002560         STRING "         " PND-REASON
002570             "  APPROVED BY " PND-DECIDED-BY
002580             " " PND-DECIDED-DATE " " PND-DECIDED-TIME (1:6)
002590             DELIMITED BY SIZE INTO PEN-PRINT-LINE
002600     ELSE
002610         STRING "         " PND-REASON
002620             DELIMITED BY SIZE INTO PEN-PRINT-LINE
002630     END-IF
002640     WRITE PEN-PRINT-LINE.
002650 2000-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* 2500-COMPUTE-AGE -- how long the change has waited since it    *
002700*                     was asked for, in hours and minutes.  A    *
002710*                     request stamp that will not read is shown  *
002720*                     as no age at all.                          *
002730******************************************************************
002740 2500-COMPUTE-AGE.
002750     MOVE 0 TO WS-AGE-MINUTES
002760     MOVE 0 TO WS-AGE-HOURS-DISPLAY
002770     MOVE 0 TO WS-AGE-MINUTES-DISPLAY
002780     MOVE PND-REQUEST-DATE TO WS-WORK-DATE
002790     MOVE PND-REQUEST-TIME TO WS-WORK-TIME
002800     IF WS-WORK-DATE NOT NUMERIC
002810         OR WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
002820         GO TO 2500-EXIT
002830     END-IF
002840     PERFORM 2510-STAMP-TO-MINUTES THRU 2510-EXIT
002850     COMPUTE WS-AGE-MINUTES = WS-NOW-STAMP - WS-REQUEST-STAMP
002860     IF WS-AGE-MINUTES < 0
002870         MOVE 0 TO WS-AGE-MINUTES
002880     END-IF
002890     DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-AGE-HOURS
002900         REMAINDER WS-AGE-REMAINDER
002910     MOVE WS-AGE-HOURS TO WS-AGE-HOURS-DISPLAY
002920     MOVE WS-AGE-REMAINDER TO WS-AGE-MINUTES-DISPLAY.
002930 2500-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 2510-STAMP-TO-MINUTES -- date and time in WS-WORK-DATE and     *
002980*                          WS-WORK-TIME to a running count of    *
002990*                          minutes, so the age of a request      *
003000*                          comes out right across midnight and   *
003010*                          month-end.                            *
003020******************************************************************
003030 2510-STAMP-TO-MINUTES.
003040     PERFORM 2520-DATE-TO-DAY-NUMBER THRU 2520-EXIT
003050     COMPUTE WS-MINUTES-OF-DAY =
003060         (WS-TIME-HH * 60) + WS-TIME-MM
003070     COMPUTE WS-REQUEST-STAMP =
003080         (WS-DAY-NUMBER * 1440) + WS-MINUTES-OF-DAY.
003090 2510-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130* 2520-DATE-TO-DAY-NUMBER -- YYYYMMDD in WS-WORK-DATE to a       *
003140*                            running day count: 365 per year,    *
003150*                            one per leap year before this one,  *
003160*                            the month table, the day, and one   *
003170*                            more when this year is leap and     *
003180*                            the date is past February.          *
003190******************************************************************
003200 2520-DATE-TO-DAY-NUMBER.
003210     COMPUTE WS-PRIOR-YEAR = WS-WORK-YEAR - 1
003220     COMPUTE WS-LEAP-DAYS =
003230         (WS-PRIOR-YEAR / 4) - (WS-PRIOR-YEAR / 100)
003240         + (WS-PRIOR-YEAR / 400)
003250     COMPUTE WS-DAY-NUMBER =
003260         (WS-WORK-YEAR * 365) + WS-LEAP-DAYS
003270         + WS-CUM-DAYS (WS-WORK-MONTH) + WS-WORK-DAY
003280     IF WS-WORK-MONTH < 3
003290         GO TO 2520-EXIT
003300     END-IF
003310     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003320         REMAINDER WS-LEAP-REMAINDER
003330     IF WS-LEAP-REMAINDER NOT = 0
003340         GO TO 2520-EXIT
003350     END-IF
003360     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003370         REMAINDER WS-LEAP-REMAINDER
003380     IF WS-LEAP-REMAINDER NOT = 0
003390         ADD 1 TO WS-DAY-NUMBER
003400         GO TO 2520-EXIT
003410     END-IF
003420     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003430         REMAINDER WS-LEAP-REMAINDER
003440     IF WS-LEAP-REMAINDER = 0
003450         ADD 1 TO WS-DAY-NUMBER
003460     END-IF.
003470 2520-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* 3000-PRINT-TOTALS -- how many changes are awaiting a decision, *
003520*                      how many are approved and awaiting the    *
003530*                      apply job, and how many are overdue.      *
003540******************************************************************
003550 3000-PRINT-TOTALS.
003560     MOVE ALL "-" TO PEN-PRINT-LINE
003570     WRITE PEN-PRINT-LINE
003580     MOVE WS-AWAITING-COUNT TO WS-COUNT-DISPLAY
003590     MOVE SPACES TO PEN-PRINT-LINE
003600     STRING "AWAITING A DECISION . . . . : " WS-COUNT-DISPLAY
003610         DELIMITED BY SIZE INTO PEN-PRINT-LINE
003620     WRITE PEN-PRINT-LINE
003630     MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY
003640     MOVE SPACES TO PEN-PRINT-LINE
003650     STRING "APPROVED, NOT YET APPLIED . : " WS-COUNT-DISPLAY
003660         DELIMITED BY SIZE INTO PEN-PRINT-LINE
003670     WRITE PEN-PRINT-LINE
003680     MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
003690     MOVE SPACES TO PEN-PRINT-LINE
003700     STRING "OVERDUE, TO BE EXPIRED. . . : " WS-COUNT-DISPLAY
003710         DELIMITED BY SIZE INTO PEN-PRINT-LINE
003720     WRITE PEN-PRINT-LINE
003730     IF WS-AWAITING-COUNT = 0 AND WS-APPROVED-COUNT = 0
003740         MOVE SPACES TO PEN-PRINT-LINE
003750         STRING "NO PARKED CHANGES ARE WAITING"
003760             DELIMITED BY SIZE INTO PEN-PRINT-LINE
003770         WRITE PEN-PRINT-LINE
003780     END-IF.
003790 3000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 9000-FINALIZE -- close the report, flag the result on the      *
003840*                  console, and set the return code the job      *
003850*                  stream branches on.                           *
003860******************************************************************
003870 9000-FINALIZE.
003880     IF WS-REPORT-STATUS = "00"
003890         CLOSE PENDING-REPORT-FILE
003900     END-IF
003910     IF WS-REPORT-STATUS NOT = "00" OR WS-PENDING-FAILED
003950         MOVE 8 TO RETURN-CODE
003960         GO TO 9000-EXIT
003970     END-IF
003980     IF WS-AWAITING-COUNT = 0 AND WS-APPROVED-COUNT = 0
003990         DISPLAY "no parked changes waiting -- report in "
004000             "PENDRPT.DAT"
004010         GO TO 9000-EXIT
004020     END-IF
004030     COMPUTE WS-COUNT-DISPLAY = WS-AWAITING-COUNT
004040         + WS-APPROVED-COUNT
004050     DISPLAY WS-COUNT-DISPLAY " parked change(s) waiting -- "
004060         "report in PENDRPT.DAT"
004070     MOVE 4 TO RETURN-CODE.
004080 9000-EXIT.
004090     EXIT.
004100
004110 END PROGRAM CTRPEND.
