000010******************************************************************
000020* PROGRAM:    STRMSTAT                                           *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Nightly stream status and restart point.  Every    *
000120*             step of the overnight stream -- CTRBKUP, CTREDIT,  *
000130*             SCHBUILD, CTRFCST, Program1, CTRDISP, CTRJANIT,    *
000140*             CTRRECON, AUDCONS, CTRWHSE, MORNRPT, CTRRETN, in   *
000145*             that order -- stamps a START and an END entry on   *
000150*             the shared stream log.  When the stream died at 2  *
000160*             a.m. the on-call operator used to work out from    *
000170*             file timestamps what had run; this job reads the   *
000180*             log for one business date (the stream date card,   *
000190*             today when there is none) and prints the night     *
000200*             step by step: when each step started and ended,    *
000210*             its return code, and how many attempts it took.    *
000220*             A step that never started while a later one did    *
000230*             is MISSING, a step that started before the step    *
000240*             ahead of it had finished is OUT OF ORDER, a step   *
000250*             with a START and no END for the same attempt       *
000260*             NEVER ENDED, and a step that ended with return     *
000270*             code 8 or more FAILED.  The first step in stream   *
000280*             order with any of those is named as the step to    *
000290*             resubmit from.  Return code 8 when there is a      *
000300*             restart point, 4 when the stream is clean so far   *
000310*             but not finished, 0 when every step ended clean.   *
000330*                                                                *
000340* MODIFICATION HISTORY                                           *
000350*   DATE        INIT  DESCRIPTION                                *
000360*   2026-10-15   JR   Original stream status report.             *
000363*   2026-10-15   JR   Added the batch-window forecast and        *
000366*                     retention cleanup steps.                   *
000368*   2026-10-15   JR   Added the warehouse interface step.        *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. STRMSTAT AS "STRMSTAT".
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CARD-STATUS.
000510     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SLG-KEY
000550         LOCK MODE IS AUTOMATIC
000560         SHARING WITH ALL OTHER
000570         FILE STATUS IS WS-LOG-STATUS.
000580     SELECT STREAM-REPORT-FILE ASSIGN TO "STRMRPT.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  STREAM-CARD-FILE.
000650     COPY "STRMCARD.cpy".
000660
000670 FD  STREAM-LOG-FILE.
000680     COPY "STRMLOG.cpy".
000690
000700 FD  STREAM-REPORT-FILE.
000710 01  STR-PRINT-LINE                  PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
000750 01  WS-LOG-STATUS               PIC X(02)  VALUE "00".
000760 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
000770 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000780 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000790 01  WS-BUSINESS-DATE            PIC X(08)  VALUE SPACE.
000800
000810 01  WS-SWITCHES.
000820     05  WS-LOG-UP-SWITCH        PIC X(01)  VALUE "N".
000830         88  WS-LOG-UP                  VALUE "Y".
000840     05  WS-RESTART-SWITCH       PIC X(01)  VALUE "N".
000850         88  WS-RESTART-FOUND           VALUE "Y".
000860     05  WS-PENDING-SWITCH       PIC X(01)  VALUE "N".
000870         88  WS-PENDING-FOUND           VALUE "Y".
000880
000890 01  WS-STREAM-ORDER-VALUES.
000900     05  FILLER                  PIC X(08)  VALUE "CTRBKUP".
000910     05  FILLER                  PIC X(08)  VALUE "CTREDIT".
000920     05  FILLER                  PIC X(08)  VALUE "SCHBUILD".
000925     05  FILLER                  PIC X(08)  VALUE "CTRFCST".
000930     05  FILLER                  PIC X(08)  VALUE "PROGRAM1".
000940     05  FILLER                  PIC X(08)  VALUE "CTRDISP".
000950     05  FILLER                  PIC X(08)  VALUE "CTRJANIT".
000960     05  FILLER                  PIC X(08)  VALUE "CTRRECON".
000970     05  FILLER                  PIC X(08)  VALUE "AUDCONS".
000975     05  FILLER                  PIC X(08)  VALUE "CTRWHSE".
000980     05  FILLER                  PIC X(08)  VALUE "MORNRPT".
000985     05  FILLER                  PIC X(08)  VALUE "CTRRETN".
000990 01  WS-STREAM-ORDER-TABLE REDEFINES WS-STREAM-ORDER-VALUES.
001000     05  WS-ORDER-NAME           OCCURS 12 TIMES
001010                                 PIC X(08).
001020
001030 01  WS-STEP-LIMIT               PIC 9(02)  COMP VALUE 12.
001040 01  WS-STEP-SUB                 PIC 9(02)  COMP VALUE 0.
001050 01  WS-LAST-STARTED-SUB         PIC 9(02)  COMP VALUE 0.
001060 01  WS-RESTART-SUB              PIC 9(02)  COMP VALUE 0.
001070 01  WS-PENDING-SUB              PIC 9(02)  COMP VALUE 0.
001080
001090 01  WS-STEP-TABLE.
001100     05  WS-STEP-ENTRY OCCURS 12 TIMES.
001110         10  WS-STEP-STARTED         PIC X(01).
001120         10  WS-STEP-ENDED           PIC X(01).
001130         10  WS-STEP-START-STAMP.
001140             15  WS-STEP-START-DATE  PIC X(08).
001150             15  WS-STEP-START-TIME  PIC X(08).
001160         10  WS-STEP-END-STAMP.
001170             15  WS-STEP-END-DATE    PIC X(08).
001180             15  WS-STEP-END-TIME    PIC X(08).
001190         10  WS-STEP-RC              PIC 9(04).
001200         10  WS-STEP-ATTEMPTS        PIC 9(03).
001210         10  WS-STEP-STATE           PIC X(12).
001220
001230 01  WS-PRIOR-STAMP              PIC X(16)  VALUE LOW-VALUES.
001240
001250 01  WS-ENDED-CLEAN-COUNT        PIC 9(05)  COMP VALUE 0.
001260 01  WS-PROBLEM-COUNT            PIC 9(05)  COMP VALUE 0.
001270 01  WS-NOT-RUN-COUNT            PIC 9(05)  COMP VALUE 0.
001280 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
001290 01  WS-RC-DISPLAY               PIC ZZZ9.
001300 01  WS-ATTEMPT-DISPLAY          PIC ZZ9.
001310 01  WS-START-DISPLAY            PIC X(17)  VALUE SPACE.
001320 01  WS-END-DISPLAY              PIC X(17)  VALUE SPACE.
001330
001340 PROCEDURE DIVISION.
001350
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001380     IF WS-REPORT-STATUS = "00"
001390         PERFORM 2000-LOAD-ONE-STEP THRU 2000-EXIT
001400             VARYING WS-STEP-SUB FROM 1 BY 1
001410             UNTIL WS-STEP-SUB > WS-STEP-LIMIT
001420         IF WS-LOG-UP
001430             CLOSE STREAM-LOG-FILE
001440         END-IF
001450         PERFORM 3000-JUDGE-ONE-STEP THRU 3000-EXIT
001460             VARYING WS-STEP-SUB FROM 1 BY 1
001470             UNTIL WS-STEP-SUB > WS-STEP-LIMIT
001480         PERFORM 4000-PRINT-ONE-STEP THRU 4000-EXIT
001490             VARYING WS-STEP-SUB FROM 1 BY 1
001500             UNTIL WS-STEP-SUB > WS-STEP-LIMIT
001510         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001520     END-IF
001530     PERFORM 9000-FINALIZE THRU 9000-EXIT
001540     STOP RUN.
001550 0000-EXIT.
001560     EXIT.
001570
001580******************************************************************
001590* 1000-INITIALIZE -- settle the business date, open the report   *
001600*                    and the stream log.  No log at all means no *
001610*                    step has logged yet; every step then prints *
001620*                    as not run rather than the job saying       *
001630*                    nothing.                                    *
001640******************************************************************
001650 1000-INITIALIZE.
001660     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001670     ACCEPT WS-TODAY-TIME FROM TIME
001680     MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
001690     OPEN INPUT STREAM-CARD-FILE
001700     IF WS-CARD-STATUS = "00"
001710         READ STREAM-CARD-FILE
001720             AT END
001730                 CONTINUE
001740             NOT AT END
001750                 IF SCD-BUSINESS-DATE NOT = SPACES
001760                     MOVE SCD-BUSINESS-DATE TO WS-BUSINESS-DATE
001770                 END-IF
001780         END-READ
001790         CLOSE STREAM-CARD-FILE
001800     END-IF
001810     OPEN OUTPUT STREAM-REPORT-FILE
001820     IF WS-REPORT-STATUS NOT = "00"
001830         DISPLAY "stream status report could not be opened, "
001840             "status " WS-REPORT-STATUS
001850         GO TO 1000-EXIT
001860     END-IF
001870     MOVE SPACES TO STR-PRINT-LINE
001880     STRING "NIGHTLY STREAM STATUS  BUSINESS DATE "
001890         WS-BUSINESS-DATE "  " WS-TODAY-DATE " " WS-TODAY-TIME
001900         DELIMITED BY SIZE INTO STR-PRINT-LINE
001910     WRITE STR-PRINT-LINE
001920     MOVE ALL "-" TO STR-PRINT-LINE
001930     WRITE STR-PRINT-LINE
001940     OPEN INPUT STREAM-LOG-FILE
001950     IF WS-LOG-STATUS = "00"
001960         SET WS-LOG-UP TO TRUE
001970     ELSE
001980         MOVE SPACES TO STR-PRINT-LINE
001990         STRING "STREAM LOG NOT AVAILABLE, STATUS " WS-LOG-STATUS
002000             " -- NO STEP HAS LOGGED"
002010             DELIMITED BY SIZE INTO STR-PRINT-LINE
002020         WRITE STR-PRINT-LINE
002030     END-IF
002040     MOVE SPACES TO STR-PRINT-LINE
002050     STRING "STEP      STARTED            ENDED                "
002060         "  RC  TRY  STATE"
002070         DELIMITED BY SIZE INTO STR-PRINT-LINE
002080     WRITE STR-PRINT-LINE.
002090 1000-EXIT.
002100     EXIT.
002110
002120******************************************************************
002130* 2000-LOAD-ONE-STEP -- the START and END entries for one step.  *
002140*                       An END stamped earlier than the START    *
002150*                       belongs to an earlier attempt, so the    *
002160*                       current attempt has not ended.           *
002170******************************************************************
002180 2000-LOAD-ONE-STEP.
002190     MOVE "N" TO WS-STEP-STARTED (WS-STEP-SUB)
002200     MOVE "N" TO WS-STEP-ENDED (WS-STEP-SUB)
002210     MOVE SPACES TO WS-STEP-START-STAMP (WS-STEP-SUB)
002220     MOVE SPACES TO WS-STEP-END-STAMP (WS-STEP-SUB)
002230     MOVE 0 TO WS-STEP-RC (WS-STEP-SUB)
002240     MOVE 0 TO WS-STEP-ATTEMPTS (WS-STEP-SUB)
002250     MOVE SPACES TO WS-STEP-STATE (WS-STEP-SUB)
002260     IF NOT WS-LOG-UP
002270         GO TO 2000-EXIT
002280     END-IF
002290     MOVE WS-BUSINESS-DATE TO SLG-BUSINESS-DATE
002300     MOVE WS-ORDER-NAME (WS-STEP-SUB) TO SLG-STEP-NAME
002310     MOVE "S" TO SLG-EVENT
002320     READ STREAM-LOG-FILE
002330         INVALID KEY
002340             GO TO 2000-EXIT
002350     END-READ
002360     MOVE "Y" TO WS-STEP-STARTED (WS-STEP-SUB)
002370     MOVE SLG-EVENT-DATE TO WS-STEP-START-DATE (WS-STEP-SUB)
002380     MOVE SLG-EVENT-TIME TO WS-STEP-START-TIME (WS-STEP-SUB)
002390     MOVE SLG-ATTEMPT-COUNT TO WS-STEP-ATTEMPTS (WS-STEP-SUB)
002400     MOVE WS-STEP-SUB TO WS-LAST-STARTED-SUB
002410     MOVE WS-BUSINESS-DATE TO SLG-BUSINESS-DATE
002420     MOVE WS-ORDER-NAME (WS-STEP-SUB) TO SLG-STEP-NAME
002430     MOVE "E" TO SLG-EVENT
002440     READ STREAM-LOG-FILE
002450         INVALID KEY
002460             GO TO 2000-EXIT
002470     END-READ
002480     MOVE SLG-EVENT-DATE TO WS-STEP-END-DATE (WS-STEP-SUB)
002490     MOVE SLG-EVENT-TIME TO WS-STEP-END-TIME (WS-STEP-SUB)
002500     IF WS-STEP-END-STAMP (WS-STEP-SUB)
002510         < WS-STEP-START-STAMP (WS-STEP-SUB)
002520         MOVE SPACES TO WS-STEP-END-STAMP (WS-STEP-SUB)
002530         GO TO 2000-EXIT
002540     END-IF
002550     MOVE "Y" TO WS-STEP-ENDED (WS-STEP-SUB)
002560     MOVE SLG-RETURN-CODE TO WS-STEP-RC (WS-STEP-SUB).
002570 2000-EXIT.
002580     EXIT.
002590
002600******************************************************************
002610* 3000-JUDGE-ONE-STEP -- the verdict for one step, in stream     *
002620*                        order.  The first step that is MISSING, *
002630*                        OUT OF ORDER, NEVER ENDED, or FAILED is *
002640*                        the one to resubmit from; the first one *
002650*                        simply not run yet is the next step of  *
002660*                        a stream that is still going.  A step   *
002670*                        that started before the step ahead of   *
002680*                        it ended (or, if that one never ended,  *
002690*                        before it started) went out of turn.    *
002700******************************************************************
002710 3000-JUDGE-ONE-STEP.
002720     IF WS-STEP-STARTED (WS-STEP-SUB) NOT = "Y"
002730         IF WS-STEP-SUB < WS-LAST-STARTED-SUB
002740             MOVE "MISSING" TO WS-STEP-STATE (WS-STEP-SUB)
002750             PERFORM 3100-NOTE-PROBLEM THRU 3100-EXIT
002760         ELSE
002770             MOVE "NOT RUN" TO WS-STEP-STATE (WS-STEP-SUB)
002780             ADD 1 TO WS-NOT-RUN-COUNT
002790             IF NOT WS-PENDING-FOUND
002800                 SET WS-PENDING-FOUND TO TRUE
002810                 MOVE WS-STEP-SUB TO WS-PENDING-SUB
002820             END-IF
002830         END-IF
002840         GO TO 3000-EXIT
002850     END-IF
002860     IF WS-STEP-START-STAMP (WS-STEP-SUB) < WS-PRIOR-STAMP
002870         MOVE "OUT OF ORDER" TO WS-STEP-STATE (WS-STEP-SUB)
002880         PERFORM 3100-NOTE-PROBLEM THRU 3100-EXIT
002890     END-IF
002900     IF WS-STEP-ENDED (WS-STEP-SUB) = "Y"
002910         MOVE WS-STEP-END-STAMP (WS-STEP-SUB) TO WS-PRIOR-STAMP
002920     ELSE
002930         IF WS-STEP-START-STAMP (WS-STEP-SUB) > WS-PRIOR-STAMP
002940             MOVE WS-STEP-START-STAMP (WS-STEP-SUB)
002950                 TO WS-PRIOR-STAMP
002960         END-IF
002970     END-IF
002980     IF WS-STEP-STATE (WS-STEP-SUB) NOT = SPACES
002990         GO TO 3000-EXIT
003000     END-IF
003010     IF WS-STEP-ENDED (WS-STEP-SUB) NOT = "Y"
003020         MOVE "NEVER ENDED" TO WS-STEP-STATE (WS-STEP-SUB)
003030         PERFORM 3100-NOTE-PROBLEM THRU 3100-EXIT
003040         GO TO 3000-EXIT
003050     END-IF
003060     IF WS-STEP-RC (WS-STEP-SUB) NOT < 8
003070         MOVE "FAILED" TO WS-STEP-STATE (WS-STEP-SUB)
003080         PERFORM 3100-NOTE-PROBLEM THRU 3100-EXIT
003090         GO TO 3000-EXIT
003100     END-IF
003110     MOVE "OK" TO WS-STEP-STATE (WS-STEP-SUB)
003120     ADD 1 TO WS-ENDED-CLEAN-COUNT.
003130 3000-EXIT.
003140     EXIT.
003150
003160 3100-NOTE-PROBLEM.
003170     ADD 1 TO WS-PROBLEM-COUNT
003180     IF NOT WS-RESTART-FOUND
003190         SET WS-RESTART-FOUND TO TRUE
003200         MOVE WS-STEP-SUB TO WS-RESTART-SUB
003210     END-IF.
003220 3100-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260* 4000-PRINT-ONE-STEP -- one line per step of the stream.        *
003270******************************************************************
003280 4000-PRINT-ONE-STEP.
003290     MOVE SPACES TO WS-START-DISPLAY
003300     MOVE SPACES TO WS-END-DISPLAY
003310     IF WS-STEP-STARTED (WS-STEP-SUB) = "Y"
003320         STRING WS-STEP-START-DATE (WS-STEP-SUB) " "
003330             WS-STEP-START-TIME (WS-STEP-SUB)
003340             DELIMITED BY SIZE INTO WS-START-DISPLAY
003350     ELSE
003360         MOVE "-" TO WS-START-DISPLAY
003370     END-IF
003380     IF WS-STEP-ENDED (WS-STEP-SUB) = "Y"
003390         STRING WS-STEP-END-DATE (WS-STEP-SUB) " "
003400             WS-STEP-END-TIME (WS-STEP-SUB)
003410             DELIMITED BY SIZE INTO WS-END-DISPLAY
003420         MOVE WS-STEP-RC (WS-STEP-SUB) TO WS-RC-DISPLAY
003430     ELSE
003440         MOVE "-" TO WS-END-DISPLAY
003450         MOVE 0 TO WS-RC-DISPLAY
003460     END-IF
003470     MOVE WS-STEP-ATTEMPTS (WS-STEP-SUB) TO WS-ATTEMPT-DISPLAY
003480     MOVE SPACES TO STR-PRINT-LINE
003490     STRING WS-ORDER-NAME (WS-STEP-SUB) "  "
003500         WS-START-DISPLAY "  " WS-END-DISPLAY "  "
003510         WS-RC-DISPLAY "  " WS-ATTEMPT-DISPLAY "  "
003520         WS-STEP-STATE (WS-STEP-SUB)
003530         DELIMITED BY SIZE INTO STR-PRINT-LINE
003540     WRITE STR-PRINT-LINE.
003550 4000-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* 5000-PRINT-TOTALS -- the counts and, above all, the one line   *
003600*                      the on-call operator came for: where to   *
003610*                      resubmit the stream from.                 *
003620******************************************************************
003630 5000-PRINT-TOTALS.
003640     MOVE ALL "-" TO STR-PRINT-LINE
003650     WRITE STR-PRINT-LINE
003660     MOVE WS-STEP-LIMIT TO WS-COUNT-DISPLAY
003670     MOVE SPACES TO STR-PRINT-LINE
003680     STRING "STEPS IN THE STREAM . . . . : " WS-COUNT-DISPLAY
003690         DELIMITED BY SIZE INTO STR-PRINT-LINE
003700     WRITE STR-PRINT-LINE
003710     MOVE WS-ENDED-CLEAN-COUNT TO WS-COUNT-DISPLAY
003720     MOVE SPACES TO STR-PRINT-LINE
003730     STRING "STEPS ENDED CLEAN . . . . . : " WS-COUNT-DISPLAY
003740         DELIMITED BY SIZE INTO STR-PRINT-LINE
003750     WRITE STR-PRINT-LINE
003760     MOVE WS-NOT-RUN-COUNT TO WS-COUNT-DISPLAY
003770     MOVE SPACES TO STR-PRINT-LINE
003780     STRING "STEPS NOT RUN YET . . . . . : " WS-COUNT-DISPLAY
003790         DELIMITED BY SIZE INTO STR-PRINT-LINE
003800     WRITE STR-PRINT-LINE
003810     MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISPLAY
003820     MOVE SPACES TO STR-PRINT-LINE
003830     STRING "STEPS IN TROUBLE. . . . . . : " WS-COUNT-DISPLAY
003840         DELIMITED BY SIZE INTO STR-PRINT-LINE
003850     WRITE STR-PRINT-LINE
003860     MOVE SPACES TO STR-PRINT-LINE
003870     IF WS-RESTART-FOUND
003880         STRING "RESUBMIT THE STREAM FROM. . : "
003890             WS-ORDER-NAME (WS-RESTART-SUB)
003900             DELIMITED BY SIZE INTO STR-PRINT-LINE
003910     ELSE
003920         IF WS-PENDING-FOUND
003930             STRING "STREAM NOT FINISHED -- NEXT STEP IS "
003940                 WS-ORDER-NAME (WS-PENDING-SUB)
003950                 DELIMITED BY SIZE INTO STR-PRINT-LINE
003960         ELSE
003970             STRING "STREAM COMPLETE -- NO RESTART NEEDED"
003980                 DELIMITED BY SIZE INTO STR-PRINT-LINE
003990         END-IF
004000     END-IF
004010     WRITE STR-PRINT-LINE.
004020 5000-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 9000-FINALIZE -- close the report, put the verdict on the      *
004070*                  console, and set the return code the job      *
004080*                  stream branches on.                           *
004090******************************************************************
004100 9000-FINALIZE.
004110     IF WS-REPORT-STATUS NOT = "00"
004120         GO TO 9000-EXIT
004130     END-IF
004140     CLOSE STREAM-REPORT-FILE
004150     IF WS-RESTART-FOUND
004160         DISPLAY "stream status: resubmit from "
004170             WS-ORDER-NAME (WS-RESTART-SUB)
004180             " -- report in STRMRPT.DAT"
004190         MOVE 8 TO RETURN-CODE
004200     ELSE
004210         IF WS-PENDING-FOUND
004220             DISPLAY "stream status: not finished, next step "
004230                 WS-ORDER-NAME (WS-PENDING-SUB)
004240                 " -- report in STRMRPT.DAT"
004250             MOVE 4 TO RETURN-CODE
004260         ELSE
004270             DISPLAY "stream status: complete -- report in "
004280                 "STRMRPT.DAT"
004290         END-IF
004300     END-IF.
004310 9000-EXIT.
004320     EXIT.
004330
004340 END PROGRAM STRMSTAT.
