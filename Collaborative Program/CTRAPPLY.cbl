000010******************************************************************
000020* PROGRAM:    CTRAPPLY                                           *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Apply job for approved maintenance changes.  A     *
000120*             change parked by the counting program and approved *
000130*             by a second operator on the approval deck is made  *
000140*             here, against the tracking file, exactly as the    *
000150*             maintenance run would have made it: a limit change *
000160*             sets the new limit, a hold moves a RUNNING counter *
000170*             to HELD.  A limit that has moved since the change  *
000180*             was asked for, or a hold on a counter that is no   *
000190*             longer running, is not forced through -- the       *
000200*             change is failed and named, and must be asked for  *
000210*             again.  A change still pending, or approved but    *
000220*             not yet applied, past the expiry hours on the      *
000230*             approval settings card is expired.  Every change   *
000240*             made, failed, or expired goes on the permanent     *
000250*             maintenance journal.  Return code 8 when a change  *
000260*             failed or the files could not be read, 4 when      *
000265*             only expiries were found.                          *
000270*                                                                *
000280* MODIFICATION HISTORY                                           *
000290*   DATE        INIT  DESCRIPTION                                *
000300*   2026-10-15   JR   Original apply job.                        *
000303*   2026-10-15   JR   Each change made is appended to the dated  *
000304*                     tracking journal for forward recovery.     *
000305*   2026-10-15   JR   A pending change that cannot be marked     *
000306*                     failed or expired is named and counted as  *
000307*                     an error.                                  *
000308*   2026-10-15   JR   An approved change not applied within the  *
000309*                     expiry hours is expired.                   *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CTRAPPLY AS "CTRAPPLY".
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT APPROVAL-PARM-FILE ASSIGN TO "APRPARM.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.
000450     SELECT PENDING-FILE ASSIGN TO "PENDCHG.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PND-KEY
000490         LOCK MODE IS AUTOMATIC
000500         SHARING WITH ALL OTHER
000510         FILE STATUS IS WS-PENDING-STATUS.
000520     SELECT TRACKING-FILE ASSIGN TO "CTRTRACK.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS TRK-COUNTER-ID
000560         LOCK MODE IS AUTOMATIC
000570         SHARING WITH ALL OTHER
000580         FILE STATUS IS WS-TRACKING-STATUS.
000582     SELECT TRACKING-JOURNAL-FILE
000584         ASSIGN TO DYNAMIC WS-TRKJRNL-FILENAME
000586         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-TRKJRNL-STATUS.
000590     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-JOURNAL-STATUS.
000620     SELECT APPLY-REPORT-FILE ASSIGN TO "APLYRPT.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  APPROVAL-PARM-FILE.
000690     COPY "APRPARM.cpy".
000700
000710 FD  PENDING-FILE.
000720     COPY "PENDCHG.cpy".
000730
000740 FD  TRACKING-FILE.
000750     COPY "TRKREC.cpy".
000752
000755 FD  TRACKING-JOURNAL-FILE.
000757     COPY "TRKJRNL.cpy".
000760
000770 FD  MAINT-JOURNAL-FILE.
000780     COPY "MNTJRNL.cpy".
000790
000800 FD  APPLY-REPORT-FILE.
000810 01  APL-PRINT-LINE                  PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-PARM-STATUS              PIC X(02)  VALUE "00".
000850 01  WS-PENDING-STATUS           PIC X(02)  VALUE "00".
000860 01  WS-TRACKING-STATUS          PIC X(02)  VALUE "00".
000870 01  WS-JOURNAL-STATUS           PIC X(02)  VALUE "00".
000880 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
000890 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000900 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000910
000920 01  WS-SWITCHES.
000930     05  WS-PENDING-EOF-SWITCH   PIC X(01)  VALUE "N".
000940         88  WS-PENDING-EOF             VALUE "Y".
000950     05  WS-FILES-UP-SWITCH      PIC X(01)  VALUE "N".
000960         88  WS-FILES-UP                VALUE "Y".
000970
000980 01  WS-EXPIRY-HOURS             PIC 9(03)  VALUE 12.
000990 01  WS-EXPIRY-MINUTES           PIC 9(07)  COMP VALUE 0.
001000 01  WS-FAIL-REASON              PIC X(20)  VALUE SPACE.
001010 01  WS-JOURNAL-ACTION           PIC X(08)  VALUE SPACE.
001020 01  WS-JOURNAL-NOTE             PIC X(20)  VALUE SPACE.
001023 01  WS-TRKJRNL-FILENAME         PIC X(20)  VALUE SPACE.
001026 01  WS-TRKJRNL-STATUS           PIC X(02)  VALUE "00".
001030
001040 01  WS-DATE-WORK.
001050     05  WS-WORK-DATE            PIC X(08).
001060     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
001070         10  WS-WORK-YEAR        PIC 9(04).
001080         10  WS-WORK-MONTH       PIC 9(02).
001090         10  WS-WORK-DAY         PIC 9(02).
001100
001110 01  WS-WORK-TIME                PIC X(08)  VALUE SPACE.
001120 01  WS-TIME-SPLIT REDEFINES WS-WORK-TIME.
001130     05  WS-TIME-HH              PIC 9(02).
001140     05  WS-TIME-MM              PIC 9(02).
001150     05  FILLER                  PIC X(04).
001160
001170 01  WS-CUM-DAYS-VALUES.
001180     05  FILLER                  PIC X(36)  VALUE
001190         "000031059090120151181212243273304334".
001200 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001210     05  WS-CUM-DAYS             OCCURS 12 TIMES
001220                                 PIC 9(03).
001230
001240 01  WS-DAY-NUMBER               PIC 9(09)  COMP VALUE 0.
001250 01  WS-MINUTES-OF-DAY           PIC 9(05)  COMP VALUE 0.
001260 01  WS-NOW-STAMP                PIC 9(11)  COMP VALUE 0.
001270 01  WS-REQUEST-STAMP            PIC 9(11)  COMP VALUE 0.
001280 01  WS-AGE-MINUTES              PIC S9(11) COMP VALUE 0.
001290 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
001300 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
001310 01  WS-PRIOR-YEAR               PIC 9(04)  COMP VALUE 0.
001320 01  WS-LEAP-DAYS                PIC 9(09)  COMP VALUE 0.
001330
001340 01  WS-SCANNED-COUNT            PIC 9(05)  COMP VALUE 0.
001350 01  WS-APPLIED-COUNT            PIC 9(05)  COMP VALUE 0.
001360 01  WS-FAILED-COUNT             PIC 9(05)  COMP VALUE 0.
001370 01  WS-EXPIRED-COUNT            PIC 9(05)  COMP VALUE 0.
001380 01  WS-WAITING-COUNT            PIC 9(05)  COMP VALUE 0.
001390 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
001400 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
001403
001406 01  WS-EXPIRY-WORD              PIC X(09)  VALUE SPACE.
001410
001420 PROCEDURE DIVISION.
001430
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001460     IF WS-FILES-UP
001470         PERFORM 2000-CHECK-ONE-CHANGE THRU 2000-EXIT
001480             UNTIL WS-PENDING-EOF
001490         CLOSE PENDING-FILE
001500         CLOSE TRACKING-FILE
001510     END-IF
001520     IF WS-REPORT-STATUS = "00"
001530         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001540     END-IF
001550     PERFORM 9000-FINALIZE THRU 9000-EXIT
001560     STOP RUN.
001570 0000-EXIT.
001580     EXIT.
001590
001600******************************************************************
001610* 1000-INITIALIZE -- open the report, the pending-change file,   *
001620*                    and the tracking file.  No pending-change   *
001630*                    file means nothing has ever been parked,    *
001640*                    which is not an error; a tracking file that *
001650*                    cannot be opened is.                        *
001660******************************************************************
001670 1000-INITIALIZE.
001680     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001690     ACCEPT WS-TODAY-TIME FROM TIME
001700     PERFORM 1100-READ-PARM THRU 1100-EXIT
001710     OPEN OUTPUT APPLY-REPORT-FILE
001720     IF WS-REPORT-STATUS NOT = "00"
001730         DISPLAY "apply report could not be opened, status "
001740             WS-REPORT-STATUS
001750         ADD 1 TO WS-ERROR-COUNT
001760         GO TO 1000-EXIT
001770     END-IF
001780     MOVE SPACES TO APL-PRINT-LINE
001790     STRING "APPROVED CHANGE APPLY  " WS-TODAY-DATE
001800         " " WS-TODAY-TIME
001810         DELIMITED BY SIZE INTO APL-PRINT-LINE
001820     WRITE APL-PRINT-LINE
001830     MOVE ALL "-" TO APL-PRINT-LINE
001840     WRITE APL-PRINT-LINE
001850     OPEN I-O PENDING-FILE
001860     IF WS-PENDING-STATUS = "35"
001870         MOVE SPACES TO APL-PRINT-LINE
001880         STRING "NO PENDING-CHANGE FILE -- NOTHING HAS BEEN "
001890             "PARKED" DELIMITED BY SIZE INTO APL-PRINT-LINE
001900         WRITE APL-PRINT-LINE
001910         GO TO 1000-EXIT
001920     END-IF
001930     IF WS-PENDING-STATUS NOT = "00"
001940         DISPLAY "pending-change file not available, status "
001950             WS-PENDING-STATUS
001960         MOVE SPACES TO APL-PRINT-LINE
001970         STRING "PENDING-CHANGE FILE NOT AVAILABLE -- NOTHING "
001980             "APPLIED" DELIMITED BY SIZE INTO APL-PRINT-LINE
001990         WRITE APL-PRINT-LINE
002000         ADD 1 TO WS-ERROR-COUNT
002010         GO TO 1000-EXIT
002020     END-IF
002030     OPEN I-O TRACKING-FILE
002040     IF WS-TRACKING-STATUS NOT = "00"
002050         DISPLAY "tracking file not available to the apply job, "
002060             "status " WS-TRACKING-STATUS
002070         MOVE SPACES TO APL-PRINT-LINE
002080         STRING "TRACKING FILE NOT AVAILABLE -- NOTHING "
002090             "APPLIED" DELIMITED BY SIZE INTO APL-PRINT-LINE
002100         WRITE APL-PRINT-LINE
002110         ADD 1 TO WS-ERROR-COUNT
002120         CLOSE PENDING-FILE
002130         GO TO 1000-EXIT
002140     END-IF
002150     SET WS-FILES-UP TO TRUE.
002160 1000-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200* 1100-READ-PARM -- the expiry hours off the approval settings   *
002210*                   card.  No card, or no usable figure on it,   *
002220*                   leaves the shop default of 12 hours.         *
002230******************************************************************
002240 1100-READ-PARM.
002250     OPEN INPUT APPROVAL-PARM-FILE
002260     IF WS-PARM-STATUS = "00"
002270         READ APPROVAL-PARM-FILE
002280             AT END
002290                 CONTINUE
002300             NOT AT END
002310                 IF APP-EXPIRY-HOURS NUMERIC
002320                     AND APP-EXPIRY-HOURS > 0
002330                     MOVE APP-EXPIRY-HOURS TO WS-EXPIRY-HOURS
002340                 END-IF
002350         END-READ
002360         CLOSE APPROVAL-PARM-FILE
002370     END-IF
002380     COMPUTE WS-EXPIRY-MINUTES = WS-EXPIRY-HOURS * 60
002390     MOVE WS-TODAY-DATE TO WS-WORK-DATE
002400     MOVE WS-TODAY-TIME TO WS-WORK-TIME
002410     PERFORM 2510-STAMP-TO-MINUTES THRU 2510-EXIT
002420     MOVE WS-REQUEST-STAMP TO WS-NOW-STAMP.
002430 1100-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470* 2000-CHECK-ONE-CHANGE -- one entry on the pending-change file: *
002480*                          an approved change is made unless it  *
002490*                          has waited too long, a pending one is *
002500*                          expired if it has waited too long,    *
002510*                          and anything already decided one way  *
002515*                          or the other is left alone.           *
002520******************************************************************
002530 2000-CHECK-ONE-CHANGE.
002540     READ PENDING-FILE NEXT
002550         AT END
002560             SET WS-PENDING-EOF TO TRUE
002570             GO TO 2000-EXIT
002580     END-READ
002590     ADD 1 TO WS-SCANNED-COUNT
002600     IF PND-APPROVED
002602         PERFORM 2500-CHECK-EXPIRY THRU 2500-EXIT
002604         IF PND-EXPIRED
002606             GO TO 2000-EXIT
002608         END-IF
002610         PERFORM 2100-APPLY-CHANGE THRU 2100-EXIT
002620         GO TO 2000-EXIT
002630     END-IF
002640     IF NOT PND-PENDING
002650         GO TO 2000-EXIT
002660     END-IF
002662     PERFORM 2500-CHECK-EXPIRY THRU 2500-EXIT
002664     IF PND-PENDING
002666         ADD 1 TO WS-WAITING-COUNT
002668     END-IF.
002670 2000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710* 2100-APPLY-CHANGE -- make one approved change on the tracking  *
002720*                      file.  The tracking row must still be as  *
002730*                      it was when the change was asked for: the *
002740*                      same limit for a limit change, RUNNING    *
002750*                      for a hold.  Otherwise the change is      *
002760*                      failed rather than made on top of a row   *
002770*                      the approver never saw.                   *
002780******************************************************************
002790 2100-APPLY-CHANGE.
002800     MOVE SPACES TO WS-FAIL-REASON
002810     MOVE PND-COUNTER-ID TO TRK-COUNTER-ID
002820     READ TRACKING-FILE
002830         INVALID KEY
002840             MOVE "NOT ON TRACKING FILE" TO WS-FAIL-REASON
002850             PERFORM 2200-FAIL-CHANGE THRU 2200-EXIT
002860             GO TO 2100-EXIT
002870     END-READ
002880     IF PND-LIMIT-CHANGE AND TRK-LIMIT NOT = PND-BEFORE-LIMIT
002890         MOVE "LIMIT HAS MOVED" TO WS-FAIL-REASON
002900         PERFORM 2200-FAIL-CHANGE THRU 2200-EXIT
002910         GO TO 2100-EXIT
002920     END-IF
002930     IF PND-HOLD AND NOT TRK-RUNNING
002940         MOVE "NO LONGER RUNNING" TO WS-FAIL-REASON
002950         PERFORM 2200-FAIL-CHANGE THRU 2200-EXIT
002960         GO TO 2100-EXIT
002970     END-IF
002980     IF PND-LIMIT-CHANGE
002990         MOVE PND-AFTER-LIMIT TO TRK-LIMIT
003000     ELSE
003010         SET TRK-HELD TO TRUE
003020     END-IF
003030     ACCEPT TRK-LAST-UPDATE-DATE FROM DATE YYYYMMDD
003040     ACCEPT TRK-LAST-UPDATE-TIME FROM TIME
003050     REWRITE TRK-TRACKING-RECORD
003060         INVALID KEY
003070             CONTINUE
003080     END-REWRITE
003090     IF WS-TRACKING-STATUS NOT = "00"
003100         MOVE SPACES TO WS-FAIL-REASON
003110         STRING "REWRITE STATUS " WS-TRACKING-STATUS
003120             DELIMITED BY SIZE INTO WS-FAIL-REASON
003130         PERFORM 2200-FAIL-CHANGE THRU 2200-EXIT
003140         GO TO 2100-EXIT
003150     END-IF
003155     PERFORM 9700-JOURNAL-TRACKING THRU 9700-EXIT
003160     SET PND-APPLIED TO TRUE
003170     REWRITE PND-PENDING-RECORD
003180     IF WS-PENDING-STATUS NOT = "00"
003190         DISPLAY "change for " PND-COUNTER-ID " was made but "
003200             "could not be marked applied, status "
003210             WS-PENDING-STATUS
003220         ADD 1 TO WS-ERROR-COUNT
003230     END-IF
003240     MOVE SPACES TO APL-PRINT-LINE
003250     STRING "COUNTER " PND-COUNTER-ID " " PND-REQUEST-TYPE
003260         " " PND-BEFORE-LIMIT "/" PND-BEFORE-STATUS
003270         " TO " PND-AFTER-LIMIT "/" PND-AFTER-STATUS
003280         " ASKED " PND-REQUESTED-BY " APPROVED " PND-DECIDED-BY
003290         " APPLIED"
003300         DELIMITED BY SIZE INTO APL-PRINT-LINE
003310     WRITE APL-PRINT-LINE
003320     ADD 1 TO WS-APPLIED-COUNT
003330     MOVE "APPLIED" TO WS-JOURNAL-ACTION
003340     MOVE PND-REASON TO WS-JOURNAL-NOTE
003350     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003360 2100-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400* 2200-FAIL-CHANGE -- an approved change that cannot be made:    *
003410*                     mark it failed, name it on the report with *
003420*                     the reason, and journal it.  It has to be  *
003430*                     asked for again.                           *
003440******************************************************************
003450 2200-FAIL-CHANGE.
003460     SET PND-FAILED TO TRUE
003470     REWRITE PND-PENDING-RECORD
003471     IF WS-PENDING-STATUS NOT = "00"
003472         DISPLAY "change for " PND-COUNTER-ID " failed and "
003474             "could not be marked failed, status "
003475             WS-PENDING-STATUS
003477         ADD 1 TO WS-ERROR-COUNT
003478     END-IF
003480     MOVE SPACES TO APL-PRINT-LINE
003490     STRING "COUNTER " PND-COUNTER-ID " " PND-REQUEST-TYPE
003500         " CHANGE AT " PND-REQUEST-DATE " " PND-REQUEST-TIME
003510         " FAILED -- " WS-FAIL-REASON
003520         DELIMITED BY SIZE INTO APL-PRINT-LINE
003530     WRITE APL-PRINT-LINE
003540     ADD 1 TO WS-FAILED-COUNT
003550     ADD 1 TO WS-ERROR-COUNT
003560     MOVE "FAILED" TO WS-JOURNAL-ACTION
003570     MOVE WS-FAIL-REASON TO WS-JOURNAL-NOTE
003580     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003590 2200-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 2500-CHECK-EXPIRY -- a change still pending, or approved but   *
003640*                      not applied, past the expiry hours is     *
003650*                      expired: it was not carried through while *
003660*                      it was still the change anyone wanted.    *
003670*                      Expiry is recorded and journaled; one     *
003680*                      still inside its window is left as it is. *
003690******************************************************************
003700 2500-CHECK-EXPIRY.
003710     MOVE PND-REQUEST-DATE TO WS-WORK-DATE
003720     MOVE PND-REQUEST-TIME TO WS-WORK-TIME
003730     IF WS-WORK-DATE NOT NUMERIC
003740         OR WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
003760         GO TO 2500-EXIT
003770     END-IF
003780     PERFORM 2510-STAMP-TO-MINUTES THRU 2510-EXIT
003790     COMPUTE WS-AGE-MINUTES = WS-NOW-STAMP - WS-REQUEST-STAMP
003800     IF WS-AGE-MINUTES NOT > WS-EXPIRY-MINUTES
003820         GO TO 2500-EXIT
003830     END-IF
003831     IF PND-APPROVED
003833         MOVE "UNAPPLIED" TO WS-EXPIRY-WORD
003835     ELSE
003836         MOVE "UNDECIDED" TO WS-EXPIRY-WORD
003838     END-IF
003840     SET PND-EXPIRED TO TRUE
003850     MOVE SPACES TO PND-DECIDED-BY
003860     MOVE WS-TODAY-DATE TO PND-DECIDED-DATE
003870     MOVE WS-TODAY-TIME TO PND-DECIDED-TIME
003880     REWRITE PND-PENDING-RECORD
003881     IF WS-PENDING-STATUS NOT = "00"
003882         DISPLAY "change for " PND-COUNTER-ID " expired but "
003884             "could not be marked expired, status "
003885             WS-PENDING-STATUS
003887         ADD 1 TO WS-ERROR-COUNT
003888     END-IF
003890     MOVE SPACES TO APL-PRINT-LINE
003900     STRING "COUNTER " PND-COUNTER-ID " " PND-REQUEST-TYPE
003910         " CHANGE AT " PND-REQUEST-DATE " " PND-REQUEST-TIME
003920         " EXPIRED " WS-EXPIRY-WORD
003930         DELIMITED BY SIZE INTO APL-PRINT-LINE
003940     WRITE APL-PRINT-LINE
003950     ADD 1 TO WS-EXPIRED-COUNT
003960     MOVE "EXPIRED" TO WS-JOURNAL-ACTION
003970     MOVE PND-REASON TO WS-JOURNAL-NOTE
003980     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003990 2500-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 2510-STAMP-TO-MINUTES -- date and time in WS-WORK-DATE and     *
004040*                          WS-WORK-TIME to a running count of    *
004050*                          minutes, so the age of a request      *
004060*                          comes out right across midnight and   *
004070*                          month-end.                            *
004080******************************************************************
004090 2510-STAMP-TO-MINUTES.
004100     PERFORM 2520-DATE-TO-DAY-NUMBER THRU 2520-EXIT
004110     COMPUTE WS-MINUTES-OF-DAY =
004120         (WS-TIME-HH * 60) + WS-TIME-MM
004130     COMPUTE WS-REQUEST-STAMP =
004140         (WS-DAY-NUMBER * 1440) + WS-MINUTES-OF-DAY.
004150 2510-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 2520-DATE-TO-DAY-NUMBER -- YYYYMMDD in WS-WORK-DATE to a       *
004200*                            running day count: 365 per year,    *
004210*                            one per leap year before this one,  *
004220*                            the month table, the day, and one   *
004230*                            more when this year is leap and     *
004240*                            the date is past February.          *
004250******************************************************************
004260 2520-DATE-TO-DAY-NUMBER.
004270     COMPUTE WS-PRIOR-YEAR = WS-WORK-YEAR - 1
004280     COMPUTE WS-LEAP-DAYS =
004290         (WS-PRIOR-YEAR / 4) - (WS-PRIOR-YEAR / 100)
004300         + (WS-PRIOR-YEAR / 400)
004310     COMPUTE WS-DAY-NUMBER =
004320         (WS-WORK-YEAR * 365) + WS-LEAP-DAYS
004330         + WS-CUM-DAYS (WS-WORK-MONTH) + WS-WORK-DAY
004340     IF WS-WORK-MONTH < 3
004350         GO TO 2520-EXIT
004360     END-IF
004370     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004380         REMAINDER WS-LEAP-REMAINDER
004390     IF WS-LEAP-REMAINDER NOT = 0
004400         GO TO 2520-EXIT
004410     END-IF
004420     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004430         REMAINDER WS-LEAP-REMAINDER
004440     IF WS-LEAP-REMAINDER NOT = 0
004450         ADD 1 TO WS-DAY-NUMBER
004460         GO TO 2520-EXIT
004470     END-IF
004480     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004490         REMAINDER WS-LEAP-REMAINDER
004500     IF WS-LEAP-REMAINDER = 0
004510         ADD 1 TO WS-DAY-NUMBER
004520     END-IF.
004530 2520-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 3000-PRINT-TOTALS -- how many entries were scanned, and how    *
004580*                      many changes were applied, failed,        *
004590*                      expired, or are still waiting.            *
004600******************************************************************
004610 3000-PRINT-TOTALS.
004620     MOVE ALL "-" TO APL-PRINT-LINE
004630     WRITE APL-PRINT-LINE
004640     MOVE WS-SCANNED-COUNT TO WS-COUNT-DISPLAY
004650     MOVE SPACES TO APL-PRINT-LINE
004660     STRING "ENTRIES SCANNED . . . . . . : " WS-COUNT-DISPLAY
004670         DELIMITED BY SIZE INTO APL-PRINT-LINE
004680     WRITE APL-PRINT-LINE
004690     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
004700     MOVE SPACES TO APL-PRINT-LINE
004710     STRING "CHANGES APPLIED . . . . . . : " WS-COUNT-DISPLAY
004720         DELIMITED BY SIZE INTO APL-PRINT-LINE
004730     WRITE APL-PRINT-LINE
004740     MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
004750     MOVE SPACES TO APL-PRINT-LINE
004760     STRING "CHANGES FAILED. . . . . . . : " WS-COUNT-DISPLAY
004770         DELIMITED BY SIZE INTO APL-PRINT-LINE
004780     WRITE APL-PRINT-LINE
004790     MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
004800     MOVE SPACES TO APL-PRINT-LINE
004810     STRING "CHANGES EXPIRED . . . . . . : " WS-COUNT-DISPLAY
004820         DELIMITED BY SIZE INTO APL-PRINT-LINE
004830     WRITE APL-PRINT-LINE
004840     MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY
004850     MOVE SPACES TO APL-PRINT-LINE
004860     STRING "STILL AWAITING APPROVAL . . : " WS-COUNT-DISPLAY
004870         DELIMITED BY SIZE INTO APL-PRINT-LINE
004880     WRITE APL-PRINT-LINE.
004890 3000-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 8000-WRITE-JOURNAL -- append one line to the permanent         *
004940*                       maintenance journal for the change in    *
004950*                       hand, with the operator who asked, the   *
004960*                       one who approved, and the values before  *
004970*                       and after.                               *
004980******************************************************************
004990 8000-WRITE-JOURNAL.
005000     MOVE SPACES TO MJR-JOURNAL-RECORD
005010     MOVE WS-TODAY-DATE TO MJR-DATE
005020     ACCEPT MJR-TIME FROM TIME
005030     MOVE WS-JOURNAL-ACTION TO MJR-ACTION
005040     MOVE PND-COUNTER-ID TO MJR-COUNTER-ID
005050     MOVE PND-REQUEST-TYPE TO MJR-REQUEST-TYPE
005060     MOVE PND-REQUESTED-BY TO MJR-REQUESTED-BY
005070     MOVE PND-DECIDED-BY TO MJR-DECIDED-BY
005080     MOVE PND-BEFORE-LIMIT TO MJR-BEFORE-LIMIT
005090     MOVE PND-AFTER-LIMIT TO MJR-AFTER-LIMIT
005100     MOVE PND-BEFORE-STATUS TO MJR-BEFORE-STATUS
005110     MOVE PND-AFTER-STATUS TO MJR-AFTER-STATUS
005120     MOVE PND-REQUEST-DATE TO MJR-REQUEST-DATE
005130     MOVE PND-REQUEST-TIME TO MJR-REQUEST-TIME
005140     MOVE WS-JOURNAL-NOTE TO MJR-NOTE
005150     OPEN EXTEND MAINT-JOURNAL-FILE
005160     IF WS-JOURNAL-STATUS = "35"
005170         OPEN OUTPUT MAINT-JOURNAL-FILE
005180     END-IF
005190     IF WS-JOURNAL-STATUS NOT = "00"
005200         DISPLAY "maintenance journal could not be written, "
005210             "status " WS-JOURNAL-STATUS
005220         GO TO 8000-EXIT
005230     END-IF
005240     WRITE MJR-JOURNAL-RECORD
005250     CLOSE MAINT-JOURNAL-FILE.
005260 8000-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300* 9000-FINALIZE -- close the report, flag the result on the      *
005310*                  console, and set the return code the job      *
005320*                  stream branches on: 8 when a change failed or *
005330*                  the files could not be read, 4 when changes   *
005340*                  expired undecided.                            *
005350******************************************************************
005360 9000-FINALIZE.
005370     IF WS-REPORT-STATUS = "00"
005380         CLOSE APPLY-REPORT-FILE
005390     END-IF
005400     IF WS-ERROR-COUNT > 0
005410         MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
005420         DISPLAY "apply job found " WS-COUNT-DISPLAY
005430             " problem(s) -- report in APLYRPT.DAT"
005440         MOVE 8 TO RETURN-CODE
005450         GO TO 9000-EXIT
005460     END-IF
005470     IF WS-EXPIRED-COUNT > 0
005480         MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
005490         DISPLAY "apply job expired " WS-COUNT-DISPLAY
005500             " change(s) -- report in APLYRPT.DAT"
005510         MOVE 4 TO RETURN-CODE
005520         GO TO 9000-EXIT
005530     END-IF
005540     DISPLAY "apply job clean -- report in APLYRPT.DAT, journal "
005550         "in MNTJRNL.DAT".
005560 9000-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600* 9700-JOURNAL-TRACKING -- append the after-image of the         *
005610*                          tracking row just rewritten to the    *
005620*                          day's tracking journal, so forward    *
005630*                          recovery can bring the file past the  *
005640*                          last backup.  The journal is dated by *
005650*                          the row's own last-update stamp.      *
005660******************************************************************
005670 9700-JOURNAL-TRACKING.
005680     MOVE SPACES TO WS-TRKJRNL-FILENAME
005690     STRING "TRKJRNL." DELIMITED BY SIZE
005700         TRK-LAST-UPDATE-DATE DELIMITED BY SIZE
005710         ".DAT" DELIMITED BY SIZE
005720         INTO WS-TRKJRNL-FILENAME
005730     OPEN EXTEND TRACKING-JOURNAL-FILE
005740     IF WS-TRKJRNL-STATUS = "35"
005750         OPEN OUTPUT TRACKING-JOURNAL-FILE
005760     END-IF
005770     IF WS-TRKJRNL-STATUS NOT = "00"
005780         DISPLAY "tracking journal " WS-TRKJRNL-FILENAME
005790             " could not be written, status " WS-TRKJRNL-STATUS
005800         GO TO 9700-EXIT
005810     END-IF
005820     MOVE "CTRAPPLY" TO TJR-PROGRAM
005830     MOVE "APPLY" TO TJR-ACTION
005840     MOVE TRK-TRACKING-RECORD TO TJR-AFTER-IMAGE
005850     WRITE TJR-JOURNAL-RECORD
005860     CLOSE TRACKING-JOURNAL-FILE.
005870 9700-EXIT.
005880     EXIT.
005890
005900 END PROGRAM CTRAPPLY.
