000010******************************************************************
000020* PROGRAM:    CTRAPRV                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Second-operator approval deck for parked           *
000120*             maintenance changes.  A limit change larger than   *
000130*             the approval percentage, or a hold on a counter    *
000140*             flagged critical, is not made by the maintenance   *
000150*             run that asks for it -- it is parked on the        *
000160*             pending-change file until a second operator        *
000170*             approves or rejects it here.  Each card names one  *
000180*             parked change by counter-id and request stamp and  *
000190*             the operator deciding it.  The decider must not be *
000200*             the operator who asked, and must hold the right    *
000210*             the change needs -- the limit right for a limit    *
000220*             change, the hold right for a hold -- on a profile  *
000230*             in effect today.  A change left undecided past the *
000240*             expiry hours on the approval settings card is      *
000250*             expired instead of decided.  Every decision goes   *
000260*             on the permanent maintenance journal; an approved  *
000270*             change is made by the apply job, not here.  A card *
000280*             that cannot be decided is named and counted, and   *
000290*             any such card sets return code 8.                  *
000300*                                                                *
000310* MODIFICATION HISTORY                                           *
000320*   DATE        INIT  DESCRIPTION                                *
000330*   2026-10-15   JR   Original approval deck.                    *
000331*   2026-10-15   JR   A card deck or report that will not open   *
000333*                     is counted as an error; the report is      *
000335*                     closed only when it was opened.  A pending *
000336*                     change whose expiry cannot be recorded is  *
000338*                     named with the file status.                *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CTRAPRV AS "CTRAPRV".
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT APPROVAL-CARD-FILE ASSIGN TO "APRCARD.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CARD-STATUS.
000480     SELECT APPROVAL-PARM-FILE ASSIGN TO "APRPARM.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510     SELECT PENDING-FILE ASSIGN TO "PENDCHG.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PND-KEY
000550         LOCK MODE IS AUTOMATIC
000560         SHARING WITH ALL OTHER
000570         FILE STATUS IS WS-PENDING-STATUS.
000580     SELECT PROFILE-FILE ASSIGN TO "OPRPROF.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS OPR-OPERATOR-ID
000620         LOCK MODE IS AUTOMATIC
000630         SHARING WITH ALL OTHER
000640         FILE STATUS IS WS-PROFILE-STATUS.
000650     SELECT AUTH-FILE ASSIGN TO "AUTHOPID.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUTH-STATUS.
000680     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-JOURNAL-STATUS.
000710     SELECT APPROVAL-REPORT-FILE ASSIGN TO "APRRPT.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  APPROVAL-CARD-FILE.
000780     COPY "APRCARD.cpy".
000790
000800 FD  APPROVAL-PARM-FILE.
000810     COPY "APRPARM.cpy".
000820
000830 FD  PENDING-FILE.
000840     COPY "PENDCHG.cpy".
000850
000860 FD  PROFILE-FILE.
000870     COPY "OPRPROF.cpy".
000880
000890 FD  AUTH-FILE.
000900     COPY "AUTHOPID.cpy".
000910
000920 FD  MAINT-JOURNAL-FILE.
000930     COPY "MNTJRNL.cpy".
000940
000950 FD  APPROVAL-REPORT-FILE.
000960 01  APR-PRINT-LINE                  PIC X(80).
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
001000 01  WS-PARM-STATUS              PIC X(02)  VALUE "00".
001010 01  WS-PENDING-STATUS           PIC X(02)  VALUE "00".
001020 01  WS-PROFILE-STATUS           PIC X(02)  VALUE "00".
001030 01  WS-AUTH-STATUS              PIC X(02)  VALUE "00".
001040 01  WS-JOURNAL-STATUS           PIC X(02)  VALUE "00".
001050 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001060 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
001070 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
001080
001090 01  WS-SWITCHES.
001100     05  WS-CARD-EOF-SWITCH      PIC X(01)  VALUE "N".
001110         88  WS-CARD-EOF                VALUE "Y".
001120     05  WS-PENDING-UP-SWITCH    PIC X(01)  VALUE "N".
001130         88  WS-PENDING-UP              VALUE "Y".
001133     05  WS-REPORT-UP-SWITCH     PIC X(01)  VALUE "N".
001136         88  WS-REPORT-UP               VALUE "Y".
001140     05  WS-PROFILE-UP-SWITCH    PIC X(01)  VALUE "N".
001150         88  WS-PROFILE-UP              VALUE "Y".
001160     05  WS-AUTH-LIST-SWITCH     PIC X(01)  VALUE "N".
001170         88  WS-AUTH-LIST-UP            VALUE "Y".
001180     05  WS-AUTH-EOF-SWITCH      PIC X(01)  VALUE "N".
001190         88  WS-AUTH-EOF                VALUE "Y".
001200     05  WS-DECIDER-SWITCH       PIC X(01)  VALUE "N".
001210         88  WS-DECIDER-ALLOWED         VALUE "Y".
001220
001230 01  WS-EXPIRY-HOURS             PIC 9(03)  VALUE 12.
001240 01  WS-EXPIRY-MINUTES           PIC 9(07)  COMP VALUE 0.
001250 01  WS-REFUSAL                  PIC X(40)  VALUE SPACE.
001260 01  WS-JOURNAL-ACTION           PIC X(08)  VALUE SPACE.
001270
001280 01  WS-DATE-WORK.
001290     05  WS-WORK-DATE            PIC X(08).
001300     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
001310         10  WS-WORK-YEAR        PIC 9(04).
001320         10  WS-WORK-MONTH       PIC 9(02).
001330         10  WS-WORK-DAY         PIC 9(02).
001340
001350 01  WS-WORK-TIME                PIC X(08)  VALUE SPACE.
001360 01  WS-TIME-SPLIT REDEFINES WS-WORK-TIME.
001370     05  WS-TIME-HH              PIC 9(02).
001380     05  WS-TIME-MM              PIC 9(02).
001390     05  FILLER                  PIC X(04).
001400
001410 01  WS-CUM-DAYS-VALUES.
001420     05  FILLER                  PIC X(36)  VALUE
001430         "000031059090120151181212243273304334".
001440 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001450     05  WS-CUM-DAYS             OCCURS 12 TIMES
001460                                 PIC 9(03).
001470
001480 01  WS-DAY-NUMBER               PIC 9(09)  COMP VALUE 0.
001490 01  WS-MINUTES-OF-DAY           PIC 9(05)  COMP VALUE 0.
001500 01  WS-NOW-STAMP                PIC 9(11)  COMP VALUE 0.
001510 01  WS-REQUEST-STAMP            PIC 9(11)  COMP VALUE 0.
001520 01  WS-AGE-MINUTES              PIC S9(11) COMP VALUE 0.
001530 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
001540 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
001550 01  WS-PRIOR-YEAR               PIC 9(04)  COMP VALUE 0.
001560 01  WS-LEAP-DAYS                PIC 9(09)  COMP VALUE 0.
001570
001580 01  WS-CARD-COUNT               PIC 9(05)  COMP VALUE 0.
001590 01  WS-APPROVED-COUNT           PIC 9(05)  COMP VALUE 0.
001600 01  WS-REJECTED-COUNT           PIC 9(05)  COMP VALUE 0.
001610 01  WS-EXPIRED-COUNT            PIC 9(05)  COMP VALUE 0.
001620 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
001630 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
001640
001650 PROCEDURE DIVISION.
001660
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     IF WS-PENDING-UP AND WS-REPORT-UP
001700         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001710             UNTIL WS-CARD-EOF
001720         CLOSE APPROVAL-CARD-FILE
001730         CLOSE PENDING-FILE
001740         IF WS-PROFILE-UP
001750             CLOSE PROFILE-FILE
001760         END-IF
001770         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001780     END-IF
001790     PERFORM 9000-FINALIZE THRU 9000-EXIT
001800     STOP RUN.
001810 0000-EXIT.
001820     EXIT.
001830
001840******************************************************************
001850* 1000-INITIALIZE -- open the card deck, the report, and the     *
001860*                    pending-change file, and settle how a       *
001870*                    decider's authority will be checked: the    *
001880*                    profile master when there is one, the flat  *
001890*                    authorized-operator list when there is only *
001900*                    that, and otherwise any operator but the    *
001910*                    one who asked -- the same standing the      *
001920*                    counting program gives an operator.  No     *
001930*                    deck means there is nothing to decide,      *
001940*                    which is not an error; a deck that is there *
001943*                    but will not open, or a report that will    *
001946*                    not open, is.                               *
001950******************************************************************
001960 1000-INITIALIZE.
001970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001980     ACCEPT WS-TODAY-TIME FROM TIME
001990     PERFORM 1100-READ-PARM THRU 1100-EXIT
002000     OPEN INPUT APPROVAL-CARD-FILE
002010     IF WS-CARD-STATUS NOT = "00"
002020         DISPLAY "approval deck not available, status "
002030             WS-CARD-STATUS " -- nothing decided"
002032         IF WS-CARD-STATUS NOT = "35"
002035             ADD 1 TO WS-ERROR-COUNT
002037         END-IF
002040         GO TO 1000-EXIT
002050     END-IF
002060     OPEN OUTPUT APPROVAL-REPORT-FILE
002070     IF WS-REPORT-STATUS NOT = "00"
002080         DISPLAY "approval report could not be opened, status "
002090             WS-REPORT-STATUS
002095         ADD 1 TO WS-ERROR-COUNT
002100         CLOSE APPROVAL-CARD-FILE
002110         GO TO 1000-EXIT
002120     END-IF
002125     SET WS-REPORT-UP TO TRUE
002130     MOVE SPACES TO APR-PRINT-LINE
002140     STRING "PARKED CHANGE APPROVALS  " WS-TODAY-DATE
002150         " " WS-TODAY-TIME
002160         DELIMITED BY SIZE INTO APR-PRINT-LINE
002170     WRITE APR-PRINT-LINE
002180     MOVE ALL "-" TO APR-PRINT-LINE
002190     WRITE APR-PRINT-LINE
002200     OPEN I-O PENDING-FILE
002210     IF WS-PENDING-STATUS NOT = "00"
002220         DISPLAY "pending-change file not available, status "
002230             WS-PENDING-STATUS " -- nothing decided"
002240         MOVE SPACES TO APR-PRINT-LINE
002250         STRING "PENDING-CHANGE FILE NOT AVAILABLE -- NO CARDS "
002260             "DECIDED" DELIMITED BY SIZE INTO APR-PRINT-LINE
002270         WRITE APR-PRINT-LINE
002280         ADD 1 TO WS-ERROR-COUNT
002290         CLOSE APPROVAL-CARD-FILE
002300         GO TO 1000-EXIT
002310     END-IF
002320     SET WS-PENDING-UP TO TRUE
002330     OPEN INPUT PROFILE-FILE
002340     IF WS-PROFILE-STATUS = "00"
002350         SET WS-PROFILE-UP TO TRUE
002360         GO TO 1000-EXIT
002370     END-IF
002380     OPEN INPUT AUTH-FILE
002390     IF WS-AUTH-STATUS = "00"
002400         SET WS-AUTH-LIST-UP TO TRUE
002410         CLOSE AUTH-FILE
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470* 1100-READ-PARM -- the expiry hours off the approval settings   *
002480*                   card.  No card, or no usable figure on it,   *
002490*                   leaves the shop default of 12 hours.         *
002500******************************************************************
002510 1100-READ-PARM.
002520     OPEN INPUT APPROVAL-PARM-FILE
002530     IF WS-PARM-STATUS = "00"
002540         READ APPROVAL-PARM-FILE
002550             AT END
002560                 CONTINUE
002570             NOT AT END
002580                 IF APP-EXPIRY-HOURS NUMERIC
002590                     AND APP-EXPIRY-HOURS > 0
002600                     MOVE APP-EXPIRY-HOURS TO WS-EXPIRY-HOURS
002610                 END-IF
002620         END-READ
002630         CLOSE APPROVAL-PARM-FILE
002640     END-IF
002650     COMPUTE WS-EXPIRY-MINUTES = WS-EXPIRY-HOURS * 60
002660     MOVE WS-TODAY-DATE TO WS-WORK-DATE
002670     MOVE WS-TODAY-TIME TO WS-WORK-TIME
002680     PERFORM 2510-STAMP-TO-MINUTES THRU 2510-EXIT
002690     MOVE WS-REQUEST-STAMP TO WS-NOW-STAMP.
002700 1100-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 2000-PROCESS-CARD -- one card of the deck: edit it, find the   *
002750*                      parked change it names, and decide it.  A *
002760*                      bad card is named on the report and       *
002770*                      counted, and the deck keeps going.        *
002780******************************************************************
002790 2000-PROCESS-CARD.
002800     READ APPROVAL-CARD-FILE
002810         AT END
002820             SET WS-CARD-EOF TO TRUE
002830             GO TO 2000-EXIT
002840     END-READ
002850     ADD 1 TO WS-CARD-COUNT
002860     IF NOT APC-APPROVE AND NOT APC-REJECT
002870         MOVE SPACES TO APR-PRINT-LINE
002880         STRING "COUNTER " APC-COUNTER-ID
002890             " FUNCTION " APC-FUNCTION " IS NOT A OR J"
002900             DELIMITED BY SIZE INTO APR-PRINT-LINE
002910         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
002920         GO TO 2000-EXIT
002930     END-IF
002940     IF APC-COUNTER-ID = SPACES OR APC-OPERATOR-ID = SPACES
002950         MOVE SPACES TO APR-PRINT-LINE
002960         STRING "CARD NEEDS A COUNTER-ID AND A DECIDING "
002970             "OPERATOR -- NOT DECIDED"
002980             DELIMITED BY SIZE INTO APR-PRINT-LINE
002990         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
003000         GO TO 2000-EXIT
003010     END-IF
003020     MOVE APC-COUNTER-ID TO PND-COUNTER-ID
003030     MOVE APC-REQUEST-DATE TO PND-REQUEST-DATE
003040     MOVE APC-REQUEST-TIME TO PND-REQUEST-TIME
003050     READ PENDING-FILE
003060         INVALID KEY
003070             MOVE SPACES TO APR-PRINT-LINE
003080             STRING "COUNTER " APC-COUNTER-ID " HAS NO CHANGE "
003090                 "PARKED AT " APC-REQUEST-DATE " "
003100                 APC-REQUEST-TIME
003110                 DELIMITED BY SIZE INTO APR-PRINT-LINE
003120             PERFORM 8100-LOG-ERROR THRU 8100-EXIT
003130             GO TO 2000-EXIT
003140     END-READ
003150     IF NOT PND-PENDING
003160         MOVE SPACES TO APR-PRINT-LINE
003170         STRING "COUNTER " APC-COUNTER-ID " CHANGE AT "
003180             APC-REQUEST-DATE " " APC-REQUEST-TIME
003190             " IS NO LONGER PENDING, STATE " PND-STATE
003200             DELIMITED BY SIZE INTO APR-PRINT-LINE
003210         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
003220         GO TO 2000-EXIT
003230     END-IF
003240     PERFORM 2500-CHECK-EXPIRY THRU 2500-EXIT
003250     IF PND-EXPIRED
003260         GO TO 2000-EXIT
003270     END-IF
003280     PERFORM 2300-CHECK-DECIDER THRU 2300-EXIT
003290     IF NOT WS-DECIDER-ALLOWED
003300         MOVE SPACES TO APR-PRINT-LINE
003310         STRING "COUNTER " APC-COUNTER-ID " OPERATOR "
003320             APC-OPERATOR-ID " " WS-REFUSAL
003330             DELIMITED BY SIZE INTO APR-PRINT-LINE
003340         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
003350         GO TO 2000-EXIT
003360     END-IF
003370     PERFORM 2100-DECIDE-CHANGE THRU 2100-EXIT.
003380 2000-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420* 2100-DECIDE-CHANGE -- mark the parked change approved or       *
003430*                       rejected with who decided it and when,   *
003440*                       and journal the decision.                *
003450******************************************************************
003460 2100-DECIDE-CHANGE.
003470     IF APC-APPROVE
003480         SET PND-APPROVED TO TRUE
003490         MOVE "APPROVED" TO WS-JOURNAL-ACTION
003500     ELSE
003510         SET PND-REJECTED TO TRUE
003520         MOVE "REJECTED" TO WS-JOURNAL-ACTION
003530     END-IF
003540     MOVE APC-OPERATOR-ID TO PND-DECIDED-BY
003550     MOVE WS-TODAY-DATE TO PND-DECIDED-DATE
003560     ACCEPT PND-DECIDED-TIME FROM TIME
003570     REWRITE PND-PENDING-RECORD
003580     IF WS-PENDING-STATUS NOT = "00"
003590         MOVE SPACES TO APR-PRINT-LINE
003600         STRING "COUNTER " APC-COUNTER-ID
003610             " DECISION COULD NOT BE RECORDED, STATUS "
003620             WS-PENDING-STATUS
003630             DELIMITED BY SIZE INTO APR-PRINT-LINE
003640         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
003650         GO TO 2100-EXIT
003660     END-IF
003670     MOVE SPACES TO APR-PRINT-LINE
003680     STRING "COUNTER " PND-COUNTER-ID " " PND-REQUEST-TYPE
003690         " " PND-BEFORE-LIMIT "/" PND-BEFORE-STATUS
003700         " TO " PND-AFTER-LIMIT "/" PND-AFTER-STATUS
003710         " BY " PND-REQUESTED-BY " " WS-JOURNAL-ACTION
003720         " BY " APC-OPERATOR-ID
003730         DELIMITED BY SIZE INTO APR-PRINT-LINE
003740     WRITE APR-PRINT-LINE
003750     IF APC-APPROVE
003760         ADD 1 TO WS-APPROVED-COUNT
003770     ELSE
003780         ADD 1 TO WS-REJECTED-COUNT
003790     END-IF
003800     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003810 2100-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 2300-CHECK-DECIDER -- may this operator decide this change?    *
003860*                       Never the operator who asked for it.     *
003870*                       With a profile master, the profile must  *
003880*                       be in effect today and carry the right   *
003890*                       the change needs; with only the flat     *
003900*                       list, the operator must be on it.        *
003910******************************************************************
003920 2300-CHECK-DECIDER.
003930     MOVE "N" TO WS-DECIDER-SWITCH
003940     MOVE SPACES TO WS-REFUSAL
003950     IF APC-OPERATOR-ID = PND-REQUESTED-BY
003960         MOVE "ASKED FOR THIS CHANGE -- NEEDS A SECOND"
003970             TO WS-REFUSAL
003980         GO TO 2300-EXIT
003990     END-IF
004000     IF WS-PROFILE-UP
004010         PERFORM 2310-CHECK-PROFILE THRU 2310-EXIT
004020         GO TO 2300-EXIT
004030     END-IF
004040     IF WS-AUTH-LIST-UP
004050         PERFORM 2320-CHECK-AUTH-LIST THRU 2320-EXIT
004060         GO TO 2300-EXIT
004070     END-IF
004080     SET WS-DECIDER-ALLOWED TO TRUE.
004090 2300-EXIT.
004100     EXIT.
004110
004120 2310-CHECK-PROFILE.
004130     MOVE APC-OPERATOR-ID TO OPR-OPERATOR-ID
004140     READ PROFILE-FILE
004150         INVALID KEY
004160             MOVE "HAS NO OPERATOR PROFILE" TO WS-REFUSAL
004170             GO TO 2310-EXIT
004180     END-READ
004190     IF OPR-EFFECTIVE-DATE NOT = SPACES
004200         AND OPR-EFFECTIVE-DATE > WS-TODAY-DATE
004210         MOVE "PROFILE IS NOT YET IN EFFECT" TO WS-REFUSAL
004220         GO TO 2310-EXIT
004230     END-IF
004240     IF OPR-EXPIRY-DATE NOT = SPACES
004250         AND OPR-EXPIRY-DATE < WS-TODAY-DATE
004260         MOVE "PROFILE HAS EXPIRED" TO WS-REFUSAL
004270         GO TO 2310-EXIT
004280     END-IF
004290     IF PND-LIMIT-CHANGE AND NOT OPR-MAY-ADJUST-LIMIT
004300         MOVE "DOES NOT HOLD THE LIMIT RIGHT" TO WS-REFUSAL
004310         GO TO 2310-EXIT
004320     END-IF
004330     IF PND-HOLD AND NOT OPR-MAY-HOLD
004340         MOVE "DOES NOT HOLD THE HOLD RIGHT" TO WS-REFUSAL
004350         GO TO 2310-EXIT
004360     END-IF
004370     SET WS-DECIDER-ALLOWED TO TRUE.
004380 2310-EXIT.
004390     EXIT.
004400
004410 2320-CHECK-AUTH-LIST.
004420     MOVE "N" TO WS-AUTH-EOF-SWITCH
004430     OPEN INPUT AUTH-FILE
004440     IF WS-AUTH-STATUS NOT = "00"
004450         MOVE "CANNOT BE CHECKED -- NO OPERATOR LIST"
004460             TO WS-REFUSAL
004470         GO TO 2320-EXIT
004480     END-IF
004490     PERFORM 2330-SEARCH-AUTH-LIST THRU 2330-EXIT
004500         UNTIL WS-AUTH-EOF OR WS-DECIDER-ALLOWED
004510     CLOSE AUTH-FILE
004520     IF NOT WS-DECIDER-ALLOWED
004530         MOVE "IS NOT ON THE AUTHORIZED LIST" TO WS-REFUSAL
004540     END-IF.
004550 2320-EXIT.
004560     EXIT.
004570
004580 2330-SEARCH-AUTH-LIST.
004590     READ AUTH-FILE
004600         AT END
004610             SET WS-AUTH-EOF TO TRUE
004620             GO TO 2330-EXIT
004630     END-READ
004640     IF AUTH-OPERATOR-ID = APC-OPERATOR-ID
004650         SET WS-DECIDER-ALLOWED TO TRUE
004660     END-IF.
004670 2330-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 2500-CHECK-EXPIRY -- a change left pending past the expiry     *
004720*                      hours is expired rather than decided: a   *
004730*                      limit asked for yesterday afternoon may   *
004740*                      no longer be the limit anyone wants.  The *
004750*                      expiry is recorded and journaled, and the *
004760*                      card is counted in error.  An expiry that *
004763*                      cannot be recorded is named with the file *
004766*                      status and not journaled.                 *
004770******************************************************************
004780 2500-CHECK-EXPIRY.
004790     MOVE PND-REQUEST-DATE TO WS-WORK-DATE
004800     MOVE PND-REQUEST-TIME TO WS-WORK-TIME
004810     IF WS-WORK-DATE NOT NUMERIC
004820         OR WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
004830         GO TO 2500-EXIT
004840     END-IF
004850     PERFORM 2510-STAMP-TO-MINUTES THRU 2510-EXIT
004860     COMPUTE WS-AGE-MINUTES = WS-NOW-STAMP - WS-REQUEST-STAMP
004870     IF WS-AGE-MINUTES NOT > WS-EXPIRY-MINUTES
004880         GO TO 2500-EXIT
004890     END-IF
004900     SET PND-EXPIRED TO TRUE
004910     MOVE SPACES TO PND-DECIDED-BY
004920     MOVE WS-TODAY-DATE TO PND-DECIDED-DATE
004930     MOVE WS-TODAY-TIME TO PND-DECIDED-TIME
004940     REWRITE PND-PENDING-RECORD
004941     IF WS-PENDING-STATUS NOT = "00"
004942         MOVE SPACES TO APR-PRINT-LINE
004943         STRING "COUNTER " PND-COUNTER-ID
004944             " EXPIRY COULD NOT BE RECORDED, STATUS "
004945             WS-PENDING-STATUS
004946             DELIMITED BY SIZE INTO APR-PRINT-LINE
004947         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
004948         GO TO 2500-EXIT
004949     END-IF
004950     MOVE SPACES TO APR-PRINT-LINE
004960     STRING "COUNTER " PND-COUNTER-ID " CHANGE AT "
004970         PND-REQUEST-DATE " " PND-REQUEST-TIME
004980         " EXPIRED -- NOT DECIDED"
004990         DELIMITED BY SIZE INTO APR-PRINT-LINE
005000     PERFORM 8100-LOG-ERROR THRU 8100-EXIT
005010     ADD 1 TO WS-EXPIRED-COUNT
005020     MOVE "EXPIRED" TO WS-JOURNAL-ACTION
005030     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
005040 2500-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080* 2510-STAMP-TO-MINUTES -- date and time in WS-WORK-DATE and     *
005090*                          WS-WORK-TIME to a running count of    *
005100*                          minutes, so the age of a request      *
005110*                          comes out right across midnight and   *
005120*                          month-end.                            *
005130******************************************************************
005140 2510-STAMP-TO-MINUTES.
005150     PERFORM 2520-DATE-TO-DAY-NUMBER THRU 2520-EXIT
005160     COMPUTE WS-MINUTES-OF-DAY =
005170         (WS-TIME-HH * 60) + WS-TIME-MM
005180     COMPUTE WS-REQUEST-STAMP =
005190         (WS-DAY-NUMBER * 1440) + WS-MINUTES-OF-DAY.
005200 2510-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240* 2520-DATE-TO-DAY-NUMBER -- YYYYMMDD in WS-WORK-DATE to a       *
005250*                            running day count: 365 per year,    *
005260*                            one per leap year before this one,  *
005270*                            the month table, the day, and one   *
005280*                            more when this year is leap and     *
005290*                            the date is past February.          *
005300******************************************************************
005310 2520-DATE-TO-DAY-NUMBER.
005320     COMPUTE WS-PRIOR-YEAR = WS-WORK-YEAR - 1
005330     COMPUTE WS-LEAP-DAYS =
005340         (WS-PRIOR-YEAR / 4) - (WS-PRIOR-YEAR / 100)
005350         + (WS-PRIOR-YEAR / 400)
005360     COMPUTE WS-DAY-NUMBER =
005370         (WS-WORK-YEAR * 365) + WS-LEAP-DAYS
005380         + WS-CUM-DAYS (WS-WORK-MONTH) + WS-WORK-DAY
005390     IF WS-WORK-MONTH < 3
005400         GO TO 2520-EXIT
005410     END-IF
005420     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
005430         REMAINDER WS-LEAP-REMAINDER
005440     IF WS-LEAP-REMAINDER NOT = 0
005450         GO TO 2520-EXIT
005460     END-IF
005470     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005480         REMAINDER WS-LEAP-REMAINDER
005490     IF WS-LEAP-REMAINDER NOT = 0
005500         ADD 1 TO WS-DAY-NUMBER
005510         GO TO 2520-EXIT
005520     END-IF
005530     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
005540         REMAINDER WS-LEAP-REMAINDER
005550     IF WS-LEAP-REMAINDER = 0
005560         ADD 1 TO WS-DAY-NUMBER
005570     END-IF.
005580 2520-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620* 3000-PRINT-TOTALS -- how many cards were read, and how many    *
005630*                      changes were approved, rejected, expired, *
005640*                      or could not be decided.                  *
005650******************************************************************
005660 3000-PRINT-TOTALS.
005670     MOVE ALL "-" TO APR-PRINT-LINE
005680     WRITE APR-PRINT-LINE
005690     MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY
005700     MOVE SPACES TO APR-PRINT-LINE
005710     STRING "CARDS READ. . . . . . . . . : " WS-COUNT-DISPLAY
005720         DELIMITED BY SIZE INTO APR-PRINT-LINE
005730     WRITE APR-PRINT-LINE
005740     MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY
005750     MOVE SPACES TO APR-PRINT-LINE
005760     STRING "CHANGES APPROVED. . . . . . : " WS-COUNT-DISPLAY
005770         DELIMITED BY SIZE INTO APR-PRINT-LINE
005780     WRITE APR-PRINT-LINE
005790     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
005800     MOVE SPACES TO APR-PRINT-LINE
005810     STRING "CHANGES REJECTED. . . . . . : " WS-COUNT-DISPLAY
005820         DELIMITED BY SIZE INTO APR-PRINT-LINE
005830     WRITE APR-PRINT-LINE
005840     MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
005850     MOVE SPACES TO APR-PRINT-LINE
005860     STRING "CHANGES EXPIRED . . . . . . : " WS-COUNT-DISPLAY
005870         DELIMITED BY SIZE INTO APR-PRINT-LINE
005880     WRITE APR-PRINT-LINE
005890     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
005900     MOVE SPACES TO APR-PRINT-LINE
005910     STRING "CARDS IN ERROR. . . . . . . : " WS-COUNT-DISPLAY
005920         DELIMITED BY SIZE INTO APR-PRINT-LINE
005930     WRITE APR-PRINT-LINE.
005940 3000-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980* 8000-WRITE-JOURNAL -- append one line to the permanent         *
005990*                       maintenance journal, the same journal    *
006000*                       the counting program writes when it      *
006010*                       makes or parks a change, so a parked     *
006020*                       change can be followed from request to   *
006030*                       decision by its counter and stamp.       *
006040******************************************************************
006050 8000-WRITE-JOURNAL.
006060     MOVE SPACES TO MJR-JOURNAL-RECORD
006070     MOVE WS-TODAY-DATE TO MJR-DATE
006080     ACCEPT MJR-TIME FROM TIME
006090     MOVE WS-JOURNAL-ACTION TO MJR-ACTION
006100     MOVE PND-COUNTER-ID TO MJR-COUNTER-ID
006110     MOVE PND-REQUEST-TYPE TO MJR-REQUEST-TYPE
006120     MOVE PND-REQUESTED-BY TO MJR-REQUESTED-BY
006130     MOVE PND-DECIDED-BY TO MJR-DECIDED-BY
006140     MOVE PND-BEFORE-LIMIT TO MJR-BEFORE-LIMIT
006150     MOVE PND-AFTER-LIMIT TO MJR-AFTER-LIMIT
006160     MOVE PND-BEFORE-STATUS TO MJR-BEFORE-STATUS
006170     MOVE PND-AFTER-STATUS TO MJR-AFTER-STATUS
006180     MOVE PND-REQUEST-DATE TO MJR-REQUEST-DATE
006190     MOVE PND-REQUEST-TIME TO MJR-REQUEST-TIME
006200     MOVE PND-REASON TO MJR-NOTE
006210     OPEN EXTEND MAINT-JOURNAL-FILE
006220     IF WS-JOURNAL-STATUS = "35"
006230         OPEN OUTPUT MAINT-JOURNAL-FILE
006240     END-IF
006250     IF WS-JOURNAL-STATUS NOT = "00"
006260         DISPLAY "maintenance journal could not be written, "
006270             "status " WS-JOURNAL-STATUS
006280         GO TO 8000-EXIT
006290     END-IF
006300     WRITE MJR-JOURNAL-RECORD
006310     CLOSE MAINT-JOURNAL-FILE.
006320 8000-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 8100-LOG-ERROR -- one card that could not be decided: print    *
006370*                   the line the caller built and count it       *
006380*                   toward the return code.                      *
006390******************************************************************
006400 8100-LOG-ERROR.
006410     ADD 1 TO WS-ERROR-COUNT
006420     WRITE APR-PRINT-LINE.
006430 8100-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470* 9000-FINALIZE -- close the report, flag the result on the      *
006480*                  console, and set the return code the job      *
006490*                  stream branches on.                           *
006500******************************************************************
006510 9000-FINALIZE.
006520     IF WS-REPORT-UP
006530         CLOSE APPROVAL-REPORT-FILE
006540     END-IF
006550     IF WS-ERROR-COUNT = 0
006560         DISPLAY "approval deck clean -- report in APRRPT.DAT, "
006570             "journal in MNTJRNL.DAT"
006580     ELSE
006590         MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
006600         DISPLAY "approval deck found " WS-COUNT-DISPLAY
006610             " card(s) not decided -- report in APRRPT.DAT"
006620         MOVE 8 TO RETURN-CODE
006630     END-IF.
006640 9000-EXIT.
006650     EXIT.
006660
006670 END PROGRAM CTRAPRV.
