000010******************************************************************
000020* PROGRAM:    CTRWHSE                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Enterprise data warehouse interface.  Downstream   *
000120*             teams got run results by someone mailing them      *
000130*             SUMRPT files.  Function E writes one fixed-format  *
000140*             interface file per business day, WHSEXT.<date>.DAT *
000150*             -- a header with the business date, sequence       *
000160*             number, and source system, one detail per run that *
000170*             finished that day from the run history with the    *
000180*             counter's description and department from the      *
000190*             counter master, and a trailer with the detail      *
000200*             count and hash totals of the final values and      *
000210*             reject counts.  The control file logs every day    *
000220*             sent and the last sequence sent and accepted:      *
000230*             each extract picks up at the day after the last    *
000240*             one sent and sends every day through the card date *
000250*             (yesterday by default), each under the next        *
000260*             sequence number, so a missed night is caught up    *
000270*             and no day is ever sent twice or skipped.  A day   *
000280*             with no runs still goes, header and trailer only.  *
000290*             Function R regenerates a day already sent under    *
000300*             its original sequence number into a work file and  *
000310*             proves it against the totals logged for the        *
000320*             original send -- only a rerun that matches         *
000330*             replaces the file first sent; one that does not,   *
000340*             because the history has changed or an archive has  *
000341*             been deleted since, is removed before anyone can   *
000343*             send it and the file first sent is left alone.     *
000345*             Runs already archived are read back from the       *
000346*             archive generations on the generation catalog.     *
000348*             Function A loads the warehouse's acknowledgment    *
000350*             file and marks each day accepted or rejected.      *
000360*             Every run lists the days still awaiting            *
000370*             acknowledgment and the days rejected and waiting   *
000380*             for a rerun.  Return code 8 when a day could not   *
000390*             be sent, a rerun did not match, or an              *
000400*             acknowledgment could not be applied; 4 when a      *
000410*             counter was not on the master or a day stands      *
000420*             rejected.                                          *
000430*                                                                *
000440* MODIFICATION HISTORY                                           *
000450*   DATE        INIT  DESCRIPTION                                *
000460*   2026-10-15   JR   Original warehouse interface utility.      *
000462*   2026-10-15   JR   A rerun is built in a work file and        *
000463*                     replaces the file first sent only when it  *
000464*                     matches.  Archived runs are read back from *
000465*                     the cataloged archive generations.         *
000466*   2026-10-15   JR   Only verified archives are read; a day     *
000467*                     whose archive fails a read is not sent.  A *
000468*                     day that cannot be logged is removed, and  *
000469*                     an unsaved control entry stops the run.    *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. CTRWHSE AS "CTRWHSE".
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.  IBM-370.
000540 OBJECT-COMPUTER.  IBM-370.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT WAREHOUSE-CARD-FILE ASSIGN TO "WHSCARD.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CARD-STATUS.
000610     SELECT CONTROL-FILE ASSIGN TO "WHSCTL.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS WHC-KEY
000650         LOCK MODE IS AUTOMATIC
000660         SHARING WITH ALL OTHER
000670         FILE STATUS IS WS-CONTROL-STATUS.
000680     SELECT HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-HISTORY-STATUS.
000702     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
000705         ORGANIZATION IS LINE SEQUENTIAL
000707         FILE STATUS IS WS-ARCHIVE-STATUS.
000710     SELECT MASTER-FILE ASSIGN TO "CTRMAST.DAT"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CTM-COUNTER-ID
000750         LOCK MODE IS AUTOMATIC
000760         SHARING WITH ALL OTHER
000770         FILE STATUS IS WS-MASTER-STATUS.
000780     SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-EXTRACT-STATUS.
000802     SELECT SENT-FILE ASSIGN TO DYNAMIC WS-SENT-FILENAME
000805         ORGANIZATION IS LINE SEQUENTIAL
000807         FILE STATUS IS WS-SENT-STATUS.
000810     SELECT ACK-FILE ASSIGN TO "WHSACK.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-ACK-STATUS.
000840     SELECT WAREHOUSE-REPORT-FILE ASSIGN TO "WHSRPT.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-STATUS.
000870     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-STREAM-CARD-STATUS.
000900     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS SLG-KEY
000940         LOCK MODE IS AUTOMATIC
000950         SHARING WITH ALL OTHER
000960         FILE STATUS IS WS-STREAM-LOG-STATUS.
000961     SELECT GENERATION-CATALOG-FILE ASSIGN TO "GENCAT.DAT"
000962         ORGANIZATION IS INDEXED
000963         ACCESS MODE IS DYNAMIC
000965         RECORD KEY IS GCT-KEY
000966         LOCK MODE IS AUTOMATIC
000967         SHARING WITH ALL OTHER
000968         FILE STATUS IS WS-CATALOG-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  WAREHOUSE-CARD-FILE.
001010     COPY "WHSCARD.cpy".
001020
001030 FD  CONTROL-FILE.
001040     COPY "WHSCTL.cpy".
001050
001060 FD  HISTORY-FILE.
001070     COPY "RUNHIST.cpy".
001072
001075 FD  ARCHIVE-FILE.
001077     COPY "ARCREC.cpy".
001080
001090 FD  MASTER-FILE.
001100     COPY "CTRMAST.cpy".
001110
001120 FD  EXTRACT-FILE.
001130     COPY "WHSEXT.cpy".
001132
001135 FD  SENT-FILE.
001137 01  WHS-SENT-RECORD                 PIC X(113).
001140
001150 FD  ACK-FILE.
001160     COPY "WHSACK.cpy".
001170
001180 FD  WAREHOUSE-REPORT-FILE.
001190 01  WHS-PRINT-LINE                  PIC X(80).
001200
001210 FD  STREAM-CARD-FILE.
001220     COPY "STRMCARD.cpy".
001230
001240 FD  STREAM-LOG-FILE.
001250     COPY "STRMLOG.cpy".
001252
001255 FD  GENERATION-CATALOG-FILE.
001257     COPY "GENCAT.cpy".
001260
001270 WORKING-STORAGE SECTION.
001280 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
001290 01  WS-CONTROL-STATUS           PIC X(02)  VALUE "00".
001300 01  WS-HISTORY-STATUS           PIC X(02)  VALUE "00".
001310 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
001320 01  WS-EXTRACT-STATUS           PIC X(02)  VALUE "00".
001330 01  WS-ACK-STATUS               PIC X(02)  VALUE "00".
001340 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001342 01  WS-ARCHIVE-STATUS           PIC X(02)  VALUE "00".
001344 01  WS-SENT-STATUS              PIC X(02)  VALUE "00".
001346 01  WS-CATALOG-STATUS           PIC X(02)  VALUE "00".
001348 01  WS-COPY-STATUS              PIC X(02)  VALUE "00".
001350 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
001360 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
001370 01  WS-YESTERDAY-DATE           PIC X(08)  VALUE SPACE.
001380 01  WS-CARD-DATE                PIC X(08)  VALUE SPACE.
001390 01  WS-EXTRACT-FILENAME         PIC X(21)  VALUE SPACE.
001392 01  WS-EXTRACT-SUFFIX           PIC X(04)  VALUE ".DAT".
001395 01  WS-SENT-FILENAME            PIC X(21)  VALUE SPACE.
001397 01  WS-ARCHIVE-FILENAME         PIC X(20)  VALUE SPACE.
001400 01  WS-UNASSIGNED-DEPT          PIC X(08)  VALUE "UNASSIGN".
001410 01  WS-SOURCE-SYSTEM            PIC X(08)  VALUE "CTRWHSE".
001420 01  WS-CONTROL-KEY              PIC X(08)  VALUE "00000000".
001430 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
001440 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
001450 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "CTRWHSE".
001460 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
001470 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
001480 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
001490 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
001500 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
001510 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
001520
001530 01  WS-SWITCHES.
001540     05  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "N".
001550         88  WS-CARD-OK                 VALUE "Y".
001560     05  WS-REPORT-OK-SWITCH     PIC X(01)  VALUE "N".
001570         88  WS-REPORT-OK               VALUE "Y".
001580     05  WS-CONTROL-UP-SWITCH    PIC X(01)  VALUE "N".
001590         88  WS-CONTROL-UP              VALUE "Y".
001600     05  WS-DATE-OK-SWITCH       PIC X(01)  VALUE "N".
001610         88  WS-DATE-OK                 VALUE "Y".
001620     05  WS-FILE-OK-SWITCH       PIC X(01)  VALUE "N".
001630         88  WS-FILE-OK                 VALUE "Y".
001640     05  WS-STOP-SENDING-SWITCH  PIC X(01)  VALUE "N".
001650         88  WS-STOP-SENDING            VALUE "Y".
001660     05  WS-HISTORY-EOF-SWITCH   PIC X(01)  VALUE "N".
001670         88  WS-HISTORY-EOF             VALUE "Y".
001680     05  WS-ACK-EOF-SWITCH       PIC X(01)  VALUE "N".
001690         88  WS-ACK-EOF                 VALUE "Y".
001700     05  WS-CONTROL-EOF-SWITCH   PIC X(01)  VALUE "N".
001710         88  WS-CONTROL-EOF             VALUE "Y".
001720     05  WS-ACK-MOVED-SWITCH     PIC X(01)  VALUE "N".
001730         88  WS-ACK-MOVED               VALUE "Y".
001750     05  WS-OUTSTANDING-SWITCH   PIC X(01)  VALUE "N".
001760         88  WS-OUTSTANDING-HEADED      VALUE "Y".
001770     05  WS-MASTER-FOUND-SWITCH  PIC X(01)  VALUE "N".
001771         88  WS-MASTER-FOUND            VALUE "Y".
001773     05  WS-ARCHIVE-EOF-SWITCH   PIC X(01)  VALUE "N".
001775         88  WS-ARCHIVE-EOF             VALUE "Y".
001776     05  WS-CATALOG-EOF-SWITCH   PIC X(01)  VALUE "N".
001778         88  WS-CATALOG-EOF             VALUE "Y".
001780     05  WS-ARCHIVE-FAILED-SWITCH PIC X(01) VALUE "N".
001782         88  WS-ARCHIVE-FAILED          VALUE "Y".
001783     05  WS-COPY-EOF-SWITCH      PIC X(01)  VALUE "N".
001785         88  WS-COPY-EOF                VALUE "Y".
001787     05  WS-SAVE-FAILED-SWITCH   PIC X(01)  VALUE "N".
001789         88  WS-SAVE-FAILED             VALUE "Y".
001790
001800 01  WS-LAST-SENT-SEQUENCE       PIC 9(07)  VALUE 0.
001810 01  WS-LAST-SENT-DATE           PIC X(08)  VALUE SPACE.
001820 01  WS-LAST-ACCEPTED-SEQ        PIC 9(07)  VALUE 0.
001830 01  WS-LAST-ACCEPTED-DATE       PIC X(08)  VALUE SPACE.
001840
001850 01  WS-SEND-DATE                PIC X(08)  VALUE SPACE.
001860 01  WS-SEND-SEQUENCE            PIC 9(07)  VALUE 0.
001870 01  WS-SEND-TYPE                PIC X(01)  VALUE SPACE.
001880 01  WS-SEND-COUNT               PIC 9(03)  VALUE 0.
001890
001900 01  WS-DAY-DETAILS              PIC 9(07)  VALUE 0.
001910 01  WS-DAY-HASH-FINAL           PIC 9(13)  VALUE 0.
001920 01  WS-DAY-HASH-REJECTS         PIC 9(13)  VALUE 0.
001930 01  WS-LOG-DETAILS              PIC 9(07)  VALUE 0.
001940 01  WS-LOG-HASH-FINAL           PIC 9(13)  VALUE 0.
001950 01  WS-LOG-HASH-REJECTS         PIC 9(13)  VALUE 0.
001960 01  WS-LOG-SEND-COUNT           PIC 9(03)  VALUE 0.
001970
001980 01  WS-DATE-WORK.
001990     05  WS-WORK-DATE            PIC X(08).
002000     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
002010         10  WS-WORK-YEAR        PIC 9(04).
002020         10  WS-WORK-MONTH       PIC 9(02).
002030         10  WS-WORK-DAY         PIC 9(02).
002040
002050 01  WS-MONTH-DAYS-VALUES.
002060     05  FILLER                  PIC X(24)  VALUE
002070         "312831303130313130313031".
002080 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002090     05  WS-MONTH-DAYS           OCCURS 12 TIMES
002100                                 PIC 9(02).
002110
002120 01  WS-DAYS-THIS-MONTH          PIC 9(02)  VALUE 0.
002130 01  WS-LEAP-QUOTIENT            PIC 9(04)  COMP VALUE 0.
002140 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
002150
002160 01  WS-DAYS-SENT-COUNT          PIC 9(05)  COMP VALUE 0.
002170 01  WS-DAYS-RESENT-COUNT        PIC 9(05)  COMP VALUE 0.
002180 01  WS-RUNS-SENT-COUNT          PIC 9(07)  COMP VALUE 0.
002190 01  WS-UNREGISTERED-COUNT       PIC 9(05)  COMP VALUE 0.
002200 01  WS-ACKS-READ-COUNT          PIC 9(05)  COMP VALUE 0.
002210 01  WS-ACKS-ACCEPTED-COUNT      PIC 9(05)  COMP VALUE 0.
002220 01  WS-ACKS-REJECTED-COUNT      PIC 9(05)  COMP VALUE 0.
002230 01  WS-AWAITING-COUNT           PIC 9(05)  COMP VALUE 0.
002240 01  WS-REJECTED-COUNT           PIC 9(05)  COMP VALUE 0.
002250 01  WS-WARNING-COUNT            PIC 9(05)  COMP VALUE 0.
002260 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
002270 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
002280 01  WS-RUNS-DISPLAY             PIC ZZZZZZ9.
002290 01  WS-RUNS-DISPLAY-2           PIC ZZZZZZ9.
002300 01  WS-SEQUENCE-DISPLAY         PIC ZZZZZZ9.
002310 01  WS-SEQUENCE-DISPLAY-2       PIC ZZZZZZ9.
002320 01  WS-SEND-COUNT-DISPLAY       PIC ZZ9.
002330 01  WS-HASH-DISPLAY             PIC Z(12)9.
002340 01  WS-HASH-DISPLAY-2           PIC Z(12)9.
002350
002360 PROCEDURE DIVISION.
002370
002380 0000-MAINLINE.
002390     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002410     IF WS-CONTROL-UP
002420         IF WHK-EXTRACT
002430             PERFORM 2000-EXTRACT-NEW-DAYS THRU 2000-EXIT
002440         END-IF
002450         IF WHK-RERUN
002460             PERFORM 3000-RERUN-DAY THRU 3000-EXIT
002470         END-IF
002480         IF WHK-ACK-LOAD
002490             PERFORM 4000-LOAD-ACKS THRU 4000-EXIT
002500         END-IF
002510         PERFORM 6000-PRINT-OUTSTANDING THRU 6000-EXIT
002520         CLOSE CONTROL-FILE
002530         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
002540     END-IF
002550     PERFORM 9000-FINALIZE THRU 9000-EXIT
002560     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
002570     STOP RUN.
002580 0000-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620* 1000-INITIALIZE -- read the function card, open the report,    *
002630*                    and open the control file, creating it and  *
002640*                    its control entry on first use.  No card,   *
002650*                    an unknown function, or a bad date means    *
002660*                    nothing is sent and nothing is marked --    *
002670*                    the warehouse is told what it gets and this *
002680*                    job does not guess.                         *
002690******************************************************************
002700 1000-INITIALIZE.
002710     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002720     ACCEPT WS-TODAY-TIME FROM TIME
002730     MOVE WS-TODAY-DATE TO WS-WORK-DATE
002740     PERFORM 8420-PRIOR-DATE THRU 8420-EXIT
002750     MOVE WS-WORK-DATE TO WS-YESTERDAY-DATE
002760     OPEN INPUT WAREHOUSE-CARD-FILE
002770     IF WS-CARD-STATUS NOT = "00"
002780         DISPLAY "warehouse control card not available, status "
002790             WS-CARD-STATUS " -- nothing done"
002800         GO TO 1000-EXIT
002810     END-IF
002820     READ WAREHOUSE-CARD-FILE
002830         AT END
002840             DISPLAY "warehouse control card file is empty -- "
002850                 "nothing done"
002860             CLOSE WAREHOUSE-CARD-FILE
002870             GO TO 1000-EXIT
002880     END-READ
002890     CLOSE WAREHOUSE-CARD-FILE
002900     IF NOT WHK-EXTRACT AND NOT WHK-RERUN AND NOT WHK-ACK-LOAD
002910         DISPLAY "warehouse function " WHK-FUNCTION
002920             " is not E, R, or A -- nothing done"
002930         GO TO 1000-EXIT
002940     END-IF
002950     PERFORM 1100-CHECK-CARD-DATE THRU 1100-EXIT
002960     IF NOT WS-DATE-OK
002970         GO TO 1000-EXIT
002980     END-IF
002990     SET WS-CARD-OK TO TRUE
003000     OPEN OUTPUT WAREHOUSE-REPORT-FILE
003010     IF WS-REPORT-STATUS NOT = "00"
003020         DISPLAY "warehouse report could not be opened, status "
003030             WS-REPORT-STATUS
003040         GO TO 1000-EXIT
003050     END-IF
003060     SET WS-REPORT-OK TO TRUE
003070     MOVE SPACES TO WHS-PRINT-LINE
003080     STRING "WAREHOUSE INTERFACE  FUNCTION " WHK-FUNCTION
003090         "  " WS-TODAY-DATE " " WS-TODAY-TIME
003100         DELIMITED BY SIZE INTO WHS-PRINT-LINE
003110     WRITE WHS-PRINT-LINE
003120     MOVE ALL "-" TO WHS-PRINT-LINE
003130     WRITE WHS-PRINT-LINE
003140     PERFORM 1200-OPEN-CONTROL THRU 1200-EXIT.
003150 1000-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 1100-CHECK-CARD-DATE -- the business date on the card.  The    *
003200*                         extract defaults to yesterday; a rerun *
003210*                         must name its day.  Either way the day *
003220*                         must be a real date and already over   *
003230*                         -- a day still running is not sent.    *
003240*                         An acknowledgment load takes no date.  *
003250******************************************************************
003260 1100-CHECK-CARD-DATE.
003270     MOVE "N" TO WS-DATE-OK-SWITCH
003280     IF WHK-ACK-LOAD
003290         SET WS-DATE-OK TO TRUE
003300         GO TO 1100-EXIT
003310     END-IF
003320     IF WHK-BUSINESS-DATE = SPACES
003330         IF WHK-RERUN
003340             DISPLAY "a warehouse rerun must name its business "
003350                 "date -- nothing done"
003360             GO TO 1100-EXIT
003370         END-IF
003380         MOVE WS-YESTERDAY-DATE TO WS-CARD-DATE
003390         SET WS-DATE-OK TO TRUE
003400         GO TO 1100-EXIT
003410     END-IF
003420     MOVE WHK-BUSINESS-DATE TO WS-WORK-DATE
003430     PERFORM 8400-CHECK-DATE THRU 8400-EXIT
003440     IF NOT WS-DATE-OK
003450         DISPLAY "warehouse business date " WHK-BUSINESS-DATE
003460             " is not a valid date -- nothing done"
003470         GO TO 1100-EXIT
003480     END-IF
003490     IF WHK-BUSINESS-DATE NOT < WS-TODAY-DATE
003500         DISPLAY "warehouse business date " WHK-BUSINESS-DATE
003510             " is not over yet -- nothing done"
003520         MOVE "N" TO WS-DATE-OK-SWITCH
003530         GO TO 1100-EXIT
003540     END-IF
003550     MOVE WHK-BUSINESS-DATE TO WS-CARD-DATE.
003560 1100-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600* 1200-OPEN-CONTROL -- the control file, created on first use    *
003610*                      the same way the tracking file is, and    *
003620*                      its control entry, written at zero the    *
003630*                      first time so the first extract starts at *
003640*                      one.                                      *
003650******************************************************************
003660 1200-OPEN-CONTROL.
003670     OPEN I-O CONTROL-FILE
003680     IF WS-CONTROL-STATUS = "35"
003690         OPEN OUTPUT CONTROL-FILE
003700         CLOSE CONTROL-FILE
003710         OPEN I-O CONTROL-FILE
003720     END-IF
003730     IF WS-CONTROL-STATUS NOT = "00"
003740         DISPLAY "warehouse control file not available, status "
003750             WS-CONTROL-STATUS
003760         MOVE SPACES TO WHS-PRINT-LINE
003770         STRING "WAREHOUSE CONTROL FILE NOT AVAILABLE -- NOTHING "
003780             "DONE" DELIMITED BY SIZE INTO WHS-PRINT-LINE
003790         WRITE WHS-PRINT-LINE
003800         ADD 1 TO WS-ERROR-COUNT
003810         GO TO 1200-EXIT
003820     END-IF
003830     MOVE WS-CONTROL-KEY TO WHC-BUSINESS-DATE
003840     READ CONTROL-FILE
003850         INVALID KEY
003860             MOVE 0 TO WS-LAST-SENT-SEQUENCE
003870             MOVE SPACES TO WS-LAST-SENT-DATE
003880             MOVE 0 TO WS-LAST-ACCEPTED-SEQ
003890             MOVE SPACES TO WS-LAST-ACCEPTED-DATE
003900             MOVE SPACES TO WHC-CONTROL-RECORD
003910             MOVE WS-CONTROL-KEY TO WHC-BUSINESS-DATE
003920             MOVE 0 TO WHC-LAST-SENT-SEQUENCE
003930             MOVE 0 TO WHC-LAST-ACCEPTED-SEQ
003940             WRITE WHC-CONTROL-RECORD
003950         NOT INVALID KEY
003960             MOVE WHC-LAST-SENT-SEQUENCE TO WS-LAST-SENT-SEQUENCE
003970             MOVE WHC-LAST-SENT-DATE TO WS-LAST-SENT-DATE
003980             MOVE WHC-LAST-ACCEPTED-SEQ TO WS-LAST-ACCEPTED-SEQ
003990             MOVE WHC-LAST-ACCEPTED-DATE TO WS-LAST-ACCEPTED-DATE
004000     END-READ
004010     IF WS-CONTROL-STATUS NOT = "00"
004020         DISPLAY "warehouse control entry not available, status "
004030             WS-CONTROL-STATUS
004040         MOVE SPACES TO WHS-PRINT-LINE
004050         STRING "WAREHOUSE CONTROL ENTRY NOT AVAILABLE -- "
004060             "NOTHING DONE" DELIMITED BY SIZE INTO WHS-PRINT-LINE
004070         WRITE WHS-PRINT-LINE
004080         ADD 1 TO WS-ERROR-COUNT
004090         CLOSE CONTROL-FILE
004100         GO TO 1200-EXIT
004110     END-IF
004120     SET WS-CONTROL-UP TO TRUE.
004130 1200-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 2000-EXTRACT-NEW-DAYS -- every day from the one after the last *
004180*                          day sent through the card date, each  *
004190*                          under the next sequence number.  The  *
004200*                          very first extract sends the card     *
004210*                          date alone.  A day that cannot be     *
004220*                          sent stops the run there, so the next *
004230*                          run starts from that day and nothing  *
004240*                          after it goes ahead of it.            *
004250******************************************************************
004260 2000-EXTRACT-NEW-DAYS.
004270     IF WS-LAST-SENT-DATE = SPACES
004280         MOVE WS-CARD-DATE TO WS-SEND-DATE
004290     ELSE
004300         MOVE WS-LAST-SENT-DATE TO WS-WORK-DATE
004310         PERFORM 8410-NEXT-DATE THRU 8410-EXIT
004320         MOVE WS-WORK-DATE TO WS-SEND-DATE
004330     END-IF
004340     IF WS-SEND-DATE > WS-CARD-DATE
004350         MOVE SPACES TO WHS-PRINT-LINE
004360         STRING "EVERY DAY THROUGH " WS-CARD-DATE
004370             " HAS BEEN SENT -- NOTHING TO SEND"
004380             DELIMITED BY SIZE INTO WHS-PRINT-LINE
004390         WRITE WHS-PRINT-LINE
004400         GO TO 2000-EXIT
004410     END-IF
004420     PERFORM 2100-EXTRACT-ONE-DAY THRU 2100-EXIT
004430         UNTIL WS-SEND-DATE > WS-CARD-DATE
004440             OR WS-STOP-SENDING.
004450 2000-EXIT.
004460     EXIT.
004470
004480 2100-EXTRACT-ONE-DAY.
004490     PERFORM 2200-SEND-ONE-DAY THRU 2200-EXIT
004500     MOVE WS-SEND-DATE TO WS-WORK-DATE
004510     PERFORM 8410-NEXT-DATE THRU 8410-EXIT
004520     MOVE WS-WORK-DATE TO WS-SEND-DATE.
004530 2100-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 2200-SEND-ONE-DAY -- write the day's interface file under the  *
004580*                      next sequence number, log the day as sent *
004590*                      awaiting acknowledgment, and move the     *
004600*                      control entry on.  A day already on the   *
004610*                      log is never sent again -- only a rerun   *
004620*                      sends a day twice -- but its sequence     *
004622*                      still moves the control entry on if it is *
004624*                      past it.  A day that cannot be logged has *
004626*                      its file removed, and a control entry     *
004628*                      that cannot be saved stops the run.       *
004630******************************************************************
004640 2200-SEND-ONE-DAY.
004650     MOVE WS-SEND-DATE TO WHC-BUSINESS-DATE
004660     READ CONTROL-FILE
004670         INVALID KEY
004680             CONTINUE
004690         NOT INVALID KEY
004700             MOVE WHC-SEQUENCE-NUMBER TO WS-SEQUENCE-DISPLAY
004710             MOVE SPACES TO WHS-PRINT-LINE
004720             STRING WS-SEND-DATE " ALREADY SENT AS SEQUENCE "
004730                 WS-SEQUENCE-DISPLAY " -- NOT SENT AGAIN"
004740                 DELIMITED BY SIZE INTO WHS-PRINT-LINE
004750             WRITE WHS-PRINT-LINE
004760             ADD 1 TO WS-WARNING-COUNT
004761             IF WHC-SEQUENCE-NUMBER > WS-LAST-SENT-SEQUENCE
004762                 MOVE WHC-SEQUENCE-NUMBER TO WS-LAST-SENT-SEQUENCE
004763                 MOVE WHC-BUSINESS-DATE TO WS-LAST-SENT-DATE
004764                 PERFORM 8600-SAVE-CONTROL-ENTRY THRU 8600-EXIT
004765                 IF WS-SAVE-FAILED
004766                     SET WS-STOP-SENDING TO TRUE
004767                 END-IF
004768             END-IF
004770             GO TO 2200-EXIT
004780     END-READ
004790     COMPUTE WS-SEND-SEQUENCE = WS-LAST-SENT-SEQUENCE + 1
004800     MOVE "O" TO WS-SEND-TYPE
004810     MOVE 1 TO WS-SEND-COUNT
004820     PERFORM 5000-WRITE-INTERFACE-FILE THRU 5000-EXIT
004830     IF NOT WS-FILE-OK
004840         SET WS-STOP-SENDING TO TRUE
004850         GO TO 2200-EXIT
004860     END-IF
004870     MOVE SPACES TO WHC-CONTROL-RECORD
004880     MOVE WS-SEND-DATE TO WHC-BUSINESS-DATE
004890     MOVE WS-SEND-SEQUENCE TO WHC-SEQUENCE-NUMBER
004900     MOVE "S" TO WHC-STATE
004910     MOVE WS-DAY-DETAILS TO WHC-DETAIL-COUNT
004920     MOVE WS-DAY-HASH-FINAL TO WHC-HASH-FINAL-VALUES
004930     MOVE WS-DAY-HASH-REJECTS TO WHC-HASH-REJECT-COUNTS
004940     MOVE WS-SEND-COUNT TO WHC-SEND-COUNT
004950     MOVE WS-TODAY-DATE TO WHC-SENT-DATE
004960     MOVE WS-TODAY-TIME TO WHC-SENT-TIME
004970     WRITE WHC-CONTROL-RECORD
004980     IF WS-CONTROL-STATUS NOT = "00"
004984         MOVE SPACES TO WHS-PRINT-LINE
004989         STRING WS-SEND-DATE " COULD NOT BE LOGGED, STATUS "
004993             WS-CONTROL-STATUS " -- FILE MUST NOT BE SENT"
004998             DELIMITED BY SIZE INTO WHS-PRINT-LINE
005002         WRITE WHS-PRINT-LINE
005007         ADD 1 TO WS-ERROR-COUNT
005011         DELETE FILE EXTRACT-FILE
005016         MOVE SPACES TO WHS-PRINT-LINE
005020         IF WS-EXTRACT-STATUS = "00"
005025             STRING "  " WS-EXTRACT-FILENAME " REMOVED"
005029                 DELIMITED BY SIZE INTO WHS-PRINT-LINE
005034         ELSE
005038             STRING "  " WS-EXTRACT-FILENAME
005043                 " COULD NOT BE REMOVED -- DO NOT SEND IT"
005047                 DELIMITED BY SIZE INTO WHS-PRINT-LINE
005052         END-IF
005056         WRITE WHS-PRINT-LINE
005061         SET WS-STOP-SENDING TO TRUE
005065         GO TO 2200-EXIT
005070     END-IF
005080     MOVE WS-SEND-SEQUENCE TO WS-LAST-SENT-SEQUENCE
005090     MOVE WS-SEND-DATE TO WS-LAST-SENT-DATE
005100     PERFORM 8600-SAVE-CONTROL-ENTRY THRU 8600-EXIT
005110     ADD 1 TO WS-DAYS-SENT-COUNT
005112     IF WS-SAVE-FAILED
005115         SET WS-STOP-SENDING TO TRUE
005117     END-IF
005120     PERFORM 5900-PRINT-SEND-LINE THRU 5900-EXIT.
005130 2200-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 3000-RERUN-DAY -- regenerate a day already sent, under its     *
005180*                   original sequence number, into a work file   *
005190*                   and hold it against the totals logged when   *
005200*                   it first went.  A match copies the work file *
005210*                   over the file first sent and puts the day    *
005220*                   back to awaiting acknowledgment; a mismatch  *
005223*                   removes only the work file and leaves the    *
005226*                   file first sent and the log as they were.    *
005230******************************************************************
005240 3000-RERUN-DAY.
005250     MOVE WS-CARD-DATE TO WHC-BUSINESS-DATE
005260     READ CONTROL-FILE
005270         INVALID KEY
005280             MOVE SPACES TO WHS-PRINT-LINE
005290             STRING WS-CARD-DATE " HAS NEVER BEEN SENT -- "
005300                 "NOTHING TO RERUN"
005310                 DELIMITED BY SIZE INTO WHS-PRINT-LINE
005320             WRITE WHS-PRINT-LINE
005330             ADD 1 TO WS-ERROR-COUNT
005340             GO TO 3000-EXIT
005350     END-READ
005360     MOVE WHC-DETAIL-COUNT TO WS-LOG-DETAILS
005370     MOVE WHC-HASH-FINAL-VALUES TO WS-LOG-HASH-FINAL
005380     MOVE WHC-HASH-REJECT-COUNTS TO WS-LOG-HASH-REJECTS
005390     MOVE WHC-SEND-COUNT TO WS-LOG-SEND-COUNT
005400     MOVE WHC-SEQUENCE-NUMBER TO WS-SEND-SEQUENCE
005410     IF WHC-ACCEPTED
005420         MOVE WS-SEND-SEQUENCE TO WS-SEQUENCE-DISPLAY
005430         MOVE SPACES TO WHS-PRINT-LINE
005440         STRING WS-CARD-DATE " WAS ACCEPTED AS SEQUENCE "
005450             WS-SEQUENCE-DISPLAY " -- SENT AGAIN ON REQUEST"
005460             DELIMITED BY SIZE INTO WHS-PRINT-LINE
005470         WRITE WHS-PRINT-LINE
005480         ADD 1 TO WS-WARNING-COUNT
005490     END-IF
005500     MOVE WS-CARD-DATE TO WS-SEND-DATE
005510     MOVE "R" TO WS-SEND-TYPE
005520     COMPUTE WS-SEND-COUNT = WS-LOG-SEND-COUNT + 1
005525     MOVE ".WRK" TO WS-EXTRACT-SUFFIX
005530     PERFORM 5000-WRITE-INTERFACE-FILE THRU 5000-EXIT
005535     MOVE ".DAT" TO WS-EXTRACT-SUFFIX
005540     IF NOT WS-FILE-OK
005550         GO TO 3000-EXIT
005560     END-IF
005570     IF WS-DAY-DETAILS NOT = WS-LOG-DETAILS
005580         OR WS-DAY-HASH-FINAL NOT = WS-LOG-HASH-FINAL
005590         OR WS-DAY-HASH-REJECTS NOT = WS-LOG-HASH-REJECTS
005600         PERFORM 3100-REJECT-RERUN THRU 3100-EXIT
005610         GO TO 3000-EXIT
005620     END-IF
005622     PERFORM 3200-REPLACE-SENT-FILE THRU 3200-EXIT
005624     IF NOT WS-FILE-OK
005626         GO TO 3000-EXIT
005628     END-IF
005630     MOVE WS-CARD-DATE TO WHC-BUSINESS-DATE
005640     READ CONTROL-FILE
005650         INVALID KEY
005660             CONTINUE
005670     END-READ
005680     MOVE "S" TO WHC-STATE
005690     MOVE WS-SEND-COUNT TO WHC-SEND-COUNT
005700     MOVE WS-TODAY-DATE TO WHC-SENT-DATE
005710     MOVE WS-TODAY-TIME TO WHC-SENT-TIME
005720     MOVE SPACES TO WHC-ACK-DATE
005730     MOVE SPACES TO WHC-ACK-TIME
005740     MOVE SPACES TO WHC-ACK-REASON
005750     REWRITE WHC-CONTROL-RECORD
005760     IF WS-CONTROL-STATUS NOT = "00"
005770         MOVE SPACES TO WHS-PRINT-LINE
005780         STRING WS-CARD-DATE " RERUN COULD NOT BE LOGGED, STATUS "
005790             WS-CONTROL-STATUS
005800             DELIMITED BY SIZE INTO WHS-PRINT-LINE
005810         WRITE WHS-PRINT-LINE
005820         ADD 1 TO WS-ERROR-COUNT
005830         GO TO 3000-EXIT
005840     END-IF
005850     ADD 1 TO WS-DAYS-RESENT-COUNT
005860     PERFORM 5900-PRINT-SEND-LINE THRU 5900-EXIT.
005870 3000-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* 3100-REJECT-RERUN -- the regenerated day does not carry what   *
005920*                      the original send carried.  Both sets of  *
005930*                      totals are printed and the work file is   *
005940*                      removed, so a day that no longer matches  *
005950*                      what the warehouse was first given can    *
005960*                      never be sent by mistake.  The file first *
005965*                      sent is not touched.                      *
005970******************************************************************
005980 3100-REJECT-RERUN.
005990     MOVE WS-SEND-SEQUENCE TO WS-SEQUENCE-DISPLAY
006000     MOVE SPACES TO WHS-PRINT-LINE
006010     STRING "RERUN OF " WS-CARD-DATE " SEQUENCE "
006020         WS-SEQUENCE-DISPLAY " DOES NOT MATCH THE ORIGINAL SEND"
006030         DELIMITED BY SIZE INTO WHS-PRINT-LINE
006040     WRITE WHS-PRINT-LINE
006050     MOVE WS-LOG-DETAILS TO WS-RUNS-DISPLAY
006060     MOVE WS-DAY-DETAILS TO WS-RUNS-DISPLAY-2
006070     MOVE SPACES TO WHS-PRINT-LINE
006080     STRING "  RUNS          SENT " WS-RUNS-DISPLAY
006090         "  NOW " WS-RUNS-DISPLAY-2
006100         DELIMITED BY SIZE INTO WHS-PRINT-LINE
006110     WRITE WHS-PRINT-LINE
006120     MOVE WS-LOG-HASH-FINAL TO WS-HASH-DISPLAY
006130     MOVE WS-DAY-HASH-FINAL TO WS-HASH-DISPLAY-2
006140     MOVE SPACES TO WHS-PRINT-LINE
006150     STRING "  FINAL VALUES  SENT " WS-HASH-DISPLAY
006160         "  NOW " WS-HASH-DISPLAY-2
006170         DELIMITED BY SIZE INTO WHS-PRINT-LINE
006180     WRITE WHS-PRINT-LINE
006190     MOVE WS-LOG-HASH-REJECTS TO WS-HASH-DISPLAY
006200     MOVE WS-DAY-HASH-REJECTS TO WS-HASH-DISPLAY-2
006210     MOVE SPACES TO WHS-PRINT-LINE
006220     STRING "  REJECTS       SENT " WS-HASH-DISPLAY
006230         "  NOW " WS-HASH-DISPLAY-2
006240         DELIMITED BY SIZE INTO WHS-PRINT-LINE
006250     WRITE WHS-PRINT-LINE
006260     ADD 1 TO WS-ERROR-COUNT
006270     DELETE FILE EXTRACT-FILE
006280     MOVE SPACES TO WHS-PRINT-LINE
006290     IF WS-EXTRACT-STATUS = "00"
006300         STRING "  " WS-EXTRACT-FILENAME
006310             " REMOVED -- THE FILE FIRST SENT IS LEFT AS IT WAS"
006320             DELIMITED BY SIZE INTO WHS-PRINT-LINE
006330     ELSE
006340         STRING "  " WS-EXTRACT-FILENAME
006350             " COULD NOT BE REMOVED -- DO NOT SEND IT"
006360             DELIMITED BY SIZE INTO WHS-PRINT-LINE
006370     END-IF
006380     WRITE WHS-PRINT-LINE.
006390 3100-EXIT.
006400     EXIT.
006410
006412******************************************************************
006415* 3200-REPLACE-SENT-FILE -- a rerun that matched: copy the work  *
006417*                           file over the file first sent and    *
006420*                           remove the work file.  A copy that   *
006422*                           fails leaves the day logged as it    *
006425*                           was, and the matched rerun stays in  *
006428*                           the work file for the operator.      *
006430******************************************************************
006433 3200-REPLACE-SENT-FILE.
006435     MOVE "N" TO WS-FILE-OK-SWITCH
006438     MOVE SPACES TO WS-SENT-FILENAME
006440     STRING "WHSEXT." DELIMITED BY SIZE
006443         WS-SEND-DATE DELIMITED BY SIZE
006446         ".DAT" DELIMITED BY SIZE
006448         INTO WS-SENT-FILENAME
006451     OPEN INPUT EXTRACT-FILE
006453     IF WS-EXTRACT-STATUS NOT = "00"
006456         MOVE WS-EXTRACT-STATUS TO WS-COPY-STATUS
006459         PERFORM 3250-NOTE-NOT-REPLACED THRU 3250-EXIT
006461         GO TO 3200-EXIT
006464     END-IF
006466     OPEN OUTPUT SENT-FILE
006469     IF WS-SENT-STATUS NOT = "00"
006471         MOVE WS-SENT-STATUS TO WS-COPY-STATUS
006474         CLOSE EXTRACT-FILE
006477         PERFORM 3250-NOTE-NOT-REPLACED THRU 3250-EXIT
006479         GO TO 3200-EXIT
006482     END-IF
006484     MOVE "00" TO WS-COPY-STATUS
006487     MOVE "N" TO WS-COPY-EOF-SWITCH
006490     PERFORM 3210-COPY-ONE-RECORD THRU 3210-EXIT
006492         UNTIL WS-COPY-EOF
006495     CLOSE EXTRACT-FILE
006497     CLOSE SENT-FILE
006500     IF WS-COPY-STATUS = "00" AND WS-SENT-STATUS NOT = "00"
006502         MOVE WS-SENT-STATUS TO WS-COPY-STATUS
006505     END-IF
006508     IF WS-COPY-STATUS NOT = "00"
006510         PERFORM 3250-NOTE-NOT-REPLACED THRU 3250-EXIT
006513         GO TO 3200-EXIT
006515     END-IF
006518     DELETE FILE EXTRACT-FILE
006521     IF WS-EXTRACT-STATUS NOT = "00"
006523         MOVE SPACES TO WHS-PRINT-LINE
006526         STRING "  WORK FILE " WS-EXTRACT-FILENAME
006528             " COULD NOT BE REMOVED, STATUS " WS-EXTRACT-STATUS
006531             DELIMITED BY SIZE INTO WHS-PRINT-LINE
006533         WRITE WHS-PRINT-LINE
006536         ADD 1 TO WS-WARNING-COUNT
006539     END-IF
006541     MOVE WS-SENT-FILENAME TO WS-EXTRACT-FILENAME
006544     SET WS-FILE-OK TO TRUE.
006546 3200-EXIT.
006549     EXIT.
006552
006554 3210-COPY-ONE-RECORD.
006557     READ EXTRACT-FILE
006559         AT END
006562             SET WS-COPY-EOF TO TRUE
006564             GO TO 3210-EXIT
006567     END-READ
006570     IF WS-EXTRACT-STATUS NOT = "00"
006572         MOVE WS-EXTRACT-STATUS TO WS-COPY-STATUS
006575         SET WS-COPY-EOF TO TRUE
006577         GO TO 3210-EXIT
006580     END-IF
006583     MOVE WHX-INTERFACE-RECORD TO WHS-SENT-RECORD
006585     WRITE WHS-SENT-RECORD
006588     IF WS-SENT-STATUS NOT = "00"
006590         MOVE WS-SENT-STATUS TO WS-COPY-STATUS
006593         SET WS-COPY-EOF TO TRUE
006595     END-IF.
006598 3210-EXIT.
006601     EXIT.
006603
006606 3250-NOTE-NOT-REPLACED.
006608     MOVE SPACES TO WHS-PRINT-LINE
006611     STRING "RERUN OF " WS-CARD-DATE " MATCHED BUT "
006614         WS-SENT-FILENAME " NOT REPLACED, STATUS "
006616         WS-COPY-STATUS
006619         DELIMITED BY SIZE INTO WHS-PRINT-LINE
006621     WRITE WHS-PRINT-LINE
006624     MOVE SPACES TO WHS-PRINT-LINE
006626     STRING "  MATCHED RERUN KEPT IN " WS-EXTRACT-FILENAME
006629         " -- DAY NOT LOGGED AGAIN"
006632         DELIMITED BY SIZE INTO WHS-PRINT-LINE
006634     WRITE WHS-PRINT-LINE
006637     ADD 1 TO WS-ERROR-COUNT.
006639 3250-EXIT.
006642     EXIT.
006643
006645******************************************************************
006646* 4000-LOAD-ACKS -- the warehouse's acknowledgment file, one     *
006647*                   entry per day it has loaded or refused.      *
006648******************************************************************
006649 4000-LOAD-ACKS.
006650     OPEN INPUT ACK-FILE
006651     IF WS-ACK-STATUS NOT = "00"
006652         DISPLAY "warehouse acknowledgment file not available, "
006653             "status " WS-ACK-STATUS
006654         MOVE SPACES TO WHS-PRINT-LINE
006655         STRING "NO ACKNOWLEDGMENT FILE -- NOTHING MARKED"
006656             DELIMITED BY SIZE INTO WHS-PRINT-LINE
006657         WRITE WHS-PRINT-LINE
006658         ADD 1 TO WS-ERROR-COUNT
006659         GO TO 4000-EXIT
006660     END-IF
006661     PERFORM 4100-LOAD-ONE-ACK THRU 4100-EXIT
006662         UNTIL WS-ACK-EOF
006663     CLOSE ACK-FILE
006664     IF WS-ACK-MOVED
006665         PERFORM 8600-SAVE-CONTROL-ENTRY THRU 8600-EXIT
006666     END-IF.
006667 4000-EXIT.
006668     EXIT.
006669
006670******************************************************************
006680* 4100-LOAD-ONE-ACK -- one acknowledgment.  It must name a day   *
006690*                      on the log under the sequence number that *
006700*                      day was sent with, and say A or R;        *
006710*                      anything else is reported and changes     *
006720*                      nothing.  An acceptance moves the last    *
006730*                      accepted sequence on; a rejection leaves  *
006740*                      the day waiting for a rerun.              *
006750******************************************************************
006760 4100-LOAD-ONE-ACK.
006770     READ ACK-FILE
006780         AT END
006790             SET WS-ACK-EOF TO TRUE
006800             GO TO 4100-EXIT
006810     END-READ
006820     ADD 1 TO WS-ACKS-READ-COUNT
006830     IF WAK-SEQUENCE-NUMBER NOT NUMERIC
006840         OR WAK-BUSINESS-DATE = SPACES
006850         OR WAK-BUSINESS-DATE = WS-CONTROL-KEY
006860         MOVE SPACES TO WHS-PRINT-LINE
006870         STRING "ACK " WAK-BUSINESS-DATE " " WAK-SEQUENCE-NUMBER
006880             " -- NOT A VALID DATE AND SEQUENCE, NOT APPLIED"
006890             DELIMITED BY SIZE INTO WHS-PRINT-LINE
006900         WRITE WHS-PRINT-LINE
006910         ADD 1 TO WS-ERROR-COUNT
006920         GO TO 4100-EXIT
006930     END-IF
006940     MOVE WAK-SEQUENCE-NUMBER TO WS-SEQUENCE-DISPLAY
006950     IF NOT WAK-ACCEPTED AND NOT WAK-REJECTED
006960         MOVE SPACES TO WHS-PRINT-LINE
006970         STRING "ACK " WAK-BUSINESS-DATE " SEQUENCE "
006980             WS-SEQUENCE-DISPLAY " -- STATUS " WAK-STATUS
006990             " IS NOT A OR R, NOT APPLIED"
007000             DELIMITED BY SIZE INTO WHS-PRINT-LINE
007010         WRITE WHS-PRINT-LINE
007020         ADD 1 TO WS-ERROR-COUNT
007030         GO TO 4100-EXIT
007040     END-IF
007050     MOVE WAK-BUSINESS-DATE TO WHC-BUSINESS-DATE
007060     READ CONTROL-FILE
007070         INVALID KEY
007080             MOVE SPACES TO WHS-PRINT-LINE
007090             STRING "ACK " WAK-BUSINESS-DATE " SEQUENCE "
007100                 WS-SEQUENCE-DISPLAY " -- DAY WAS NEVER SENT, "
007110                 "NOT APPLIED"
007120                 DELIMITED BY SIZE INTO WHS-PRINT-LINE
007130             WRITE WHS-PRINT-LINE
007140             ADD 1 TO WS-ERROR-COUNT
007150             GO TO 4100-EXIT
007160     END-READ
007170     IF WHC-SEQUENCE-NUMBER NOT = WAK-SEQUENCE-NUMBER
007180         MOVE WHC-SEQUENCE-NUMBER TO WS-SEQUENCE-DISPLAY-2
007190         MOVE SPACES TO WHS-PRINT-LINE
007200         STRING "ACK " WAK-BUSINESS-DATE " SEQUENCE "
007210             WS-SEQUENCE-DISPLAY " -- DAY WAS SENT AS "
007220             WS-SEQUENCE-DISPLAY-2 ", NOT APPLIED"
007230             DELIMITED BY SIZE INTO WHS-PRINT-LINE
007240         WRITE WHS-PRINT-LINE
007250         ADD 1 TO WS-ERROR-COUNT
007260         GO TO 4100-EXIT
007270     END-IF
007280     IF WHC-STATE = WAK-STATUS
007290         MOVE SPACES TO WHS-PRINT-LINE
007300         STRING "ACK " WAK-BUSINESS-DATE " SEQUENCE "
007310             WS-SEQUENCE-DISPLAY " -- ALREADY MARKED " WAK-STATUS
007320             ", NOTHING CHANGED"
007330             DELIMITED BY SIZE INTO WHS-PRINT-LINE
007340         WRITE WHS-PRINT-LINE
007350         GO TO 4100-EXIT
007360     END-IF
007370     MOVE WAK-STATUS TO WHC-STATE
007380     MOVE WS-TODAY-DATE TO WHC-ACK-DATE
007390     MOVE WS-TODAY-TIME TO WHC-ACK-TIME
007400     MOVE WAK-REASON TO WHC-ACK-REASON
007410     REWRITE WHC-CONTROL-RECORD
007420     IF WS-CONTROL-STATUS NOT = "00"
007430         MOVE SPACES TO WHS-PRINT-LINE
007440         STRING "ACK " WAK-BUSINESS-DATE " SEQUENCE "
007450             WS-SEQUENCE-DISPLAY " -- COULD NOT BE LOGGED, "
007460             "STATUS " WS-CONTROL-STATUS
007470             DELIMITED BY SIZE INTO WHS-PRINT-LINE
007480         WRITE WHS-PRINT-LINE
007490         ADD 1 TO WS-ERROR-COUNT
007500         GO TO 4100-EXIT
007510     END-IF
007520     MOVE SPACES TO WHS-PRINT-LINE
007530     IF WAK-ACCEPTED
007540         ADD 1 TO WS-ACKS-ACCEPTED-COUNT
007550         STRING "ACCEPTED " WAK-BUSINESS-DATE " SEQUENCE "
007560             WS-SEQUENCE-DISPLAY
007570             DELIMITED BY SIZE INTO WHS-PRINT-LINE
007580         IF WAK-SEQUENCE-NUMBER > WS-LAST-ACCEPTED-SEQ
007590             MOVE WAK-SEQUENCE-NUMBER TO WS-LAST-ACCEPTED-SEQ
007600             MOVE WAK-BUSINESS-DATE TO WS-LAST-ACCEPTED-DATE
007610             SET WS-ACK-MOVED TO TRUE
007620         END-IF
007630     ELSE
007640         ADD 1 TO WS-ACKS-REJECTED-COUNT
007650         STRING "REJECTED " WAK-BUSINESS-DATE " SEQUENCE "
007660             WS-SEQUENCE-DISPLAY " " WAK-REASON
007670             DELIMITED BY SIZE INTO WHS-PRINT-LINE
007680     END-IF
007690     WRITE WHS-PRINT-LINE.
007700 4100-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 5000-WRITE-INTERFACE-FILE -- the interface file for WS-SEND-   *
007750*                              DATE under WS-SEND-SEQUENCE: the  *
007760*                              header, one detail per run that   *
007770*                              ended on the day, enriched from   *
007780*                              the counter master, and the       *
007790*                              trailer.  Runs already moved to   *
007796*                              an archive generation are read    *
007802*                              back from every generation the    *
007808*                              catalog holds for the day or      *
007814*                              later.  The day's count and hash  *
007820*                              totals are left for the caller    *
007826*                              to log or to prove a rerun        *
007833*                              against.  No history, no master,  *
007839*                              or a cataloged archive that       *
007845*                              cannot be read means no file --   *
007851*                              a day sent without its runs or    *
007857*                              its departments could not be      *
007863*                              told apart from a quiet day.      *
007870******************************************************************
007880 5000-WRITE-INTERFACE-FILE.
007890     MOVE "N" TO WS-FILE-OK-SWITCH
007900     MOVE 0 TO WS-DAY-DETAILS
007910     MOVE 0 TO WS-DAY-HASH-FINAL
007920     MOVE 0 TO WS-DAY-HASH-REJECTS
007930     MOVE SPACES TO WS-EXTRACT-FILENAME
007940     STRING "WHSEXT." DELIMITED BY SIZE
007950         WS-SEND-DATE DELIMITED BY SIZE
007960         WS-EXTRACT-SUFFIX DELIMITED BY SIZE
007970         INTO WS-EXTRACT-FILENAME
007980     OPEN INPUT HISTORY-FILE
007990     IF WS-HISTORY-STATUS NOT = "00"
008000         DISPLAY "run-history file not available, status "
008010             WS-HISTORY-STATUS
008020         MOVE SPACES TO WHS-PRINT-LINE
008030         STRING "RUN HISTORY NOT AVAILABLE -- " WS-SEND-DATE
008040             " NOT SENT" DELIMITED BY SIZE INTO WHS-PRINT-LINE
008050         WRITE WHS-PRINT-LINE
008060         ADD 1 TO WS-ERROR-COUNT
008070         GO TO 5000-EXIT
008080     END-IF
008090     OPEN INPUT MASTER-FILE
008100     IF WS-MASTER-STATUS NOT = "00"
008110         DISPLAY "counter master not available, status "
008120             WS-MASTER-STATUS
008130         MOVE SPACES TO WHS-PRINT-LINE
008140         STRING "COUNTER MASTER NOT AVAILABLE -- " WS-SEND-DATE
008150             " NOT SENT" DELIMITED BY SIZE INTO WHS-PRINT-LINE
008160         WRITE WHS-PRINT-LINE
008170         ADD 1 TO WS-ERROR-COUNT
008180         CLOSE HISTORY-FILE
008190         GO TO 5000-EXIT
008200     END-IF
008210     OPEN OUTPUT EXTRACT-FILE
008220     IF WS-EXTRACT-STATUS NOT = "00"
008230         DISPLAY "interface file " WS-EXTRACT-FILENAME
008240             " could not be opened, status " WS-EXTRACT-STATUS
008250         MOVE SPACES TO WHS-PRINT-LINE
008260         STRING "INTERFACE FILE COULD NOT BE OPENED -- "
008270             WS-SEND-DATE " NOT SENT"
008280             DELIMITED BY SIZE INTO WHS-PRINT-LINE
008290         WRITE WHS-PRINT-LINE
008300         ADD 1 TO WS-ERROR-COUNT
008310         CLOSE HISTORY-FILE
008320         CLOSE MASTER-FILE
008330         GO TO 5000-EXIT
008340     END-IF
008350     MOVE SPACES TO WHX-INTERFACE-RECORD
008360     MOVE "H" TO WHX-RECORD-TYPE
008370     MOVE WS-SEND-DATE TO WHX-BUSINESS-DATE
008380     MOVE WS-SEND-SEQUENCE TO WHX-SEQUENCE-NUMBER
008390     MOVE WS-SOURCE-SYSTEM TO WHX-SOURCE-SYSTEM
008400     MOVE WS-TODAY-DATE TO WHX-CREATED-DATE
008410     MOVE WS-TODAY-TIME TO WHX-CREATED-TIME
008420     MOVE WS-SEND-TYPE TO WHX-SEND-TYPE
008430     MOVE WS-SEND-COUNT TO WHX-SEND-COUNT
008440     WRITE WHX-INTERFACE-RECORD
008445     PERFORM 5200-EXTRACT-ARCHIVES THRU 5200-EXIT
008450     MOVE "N" TO WS-HISTORY-EOF-SWITCH
008460     PERFORM 5100-EXTRACT-ONE-RUN THRU 5100-EXIT
008470         UNTIL WS-HISTORY-EOF
008480     MOVE SPACES TO WHX-INTERFACE-RECORD
008490     MOVE "T" TO WHX-RECORD-TYPE
008500     MOVE WS-SEND-DATE TO WHX-BUSINESS-DATE
008510     MOVE WS-SEND-SEQUENCE TO WHX-SEQUENCE-NUMBER
008520     MOVE WS-DAY-DETAILS TO WHX-DETAIL-COUNT
008530     MOVE WS-DAY-HASH-FINAL TO WHX-HASH-FINAL-VALUES
008540     MOVE WS-DAY-HASH-REJECTS TO WHX-HASH-REJECT-COUNTS
008550     WRITE WHX-INTERFACE-RECORD
008560     CLOSE EXTRACT-FILE
008570     CLOSE MASTER-FILE
008580     CLOSE HISTORY-FILE
008581     IF WS-ARCHIVE-FAILED
008582         DELETE FILE EXTRACT-FILE
008583         MOVE SPACES TO WHS-PRINT-LINE
008584         STRING "ARCHIVED RUNS COULD NOT BE READ -- " WS-SEND-DATE
008585             " NOT SENT" DELIMITED BY SIZE INTO WHS-PRINT-LINE
008586         WRITE WHS-PRINT-LINE
008587         ADD 1 TO WS-ERROR-COUNT
008588         GO TO 5000-EXIT
008589     END-IF
008590     SET WS-FILE-OK TO TRUE.
008600 5000-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640* 5100-EXTRACT-ONE-RUN -- one live run-history entry, sent by    *
008650*                         5150 the same way as an archived one.  *
008660*                         A run belongs to the day it ended.  A  *
008670*                         counter not on the master still goes,  *
008680*                         as UNASSIGN with no description, so    *
008683*                         the warehouse gets every run the       *
008686*                         history holds.                         *
008690******************************************************************
008700 5100-EXTRACT-ONE-RUN.
008710     READ HISTORY-FILE
008720         AT END
008730             SET WS-HISTORY-EOF TO TRUE
008740             GO TO 5100-EXIT
008750     END-READ
008751     PERFORM 5150-SEND-ONE-RUN THRU 5150-EXIT.
008753 5100-EXIT.
008755     EXIT.
008756
008758 5150-SEND-ONE-RUN.
008760     IF HST-RUN-END-DATE NOT = WS-SEND-DATE
008770         GO TO 5150-EXIT
008780     END-IF
008790     MOVE SPACES TO WHX-INTERFACE-RECORD
008800     MOVE "D" TO WHX-RECORD-TYPE
008810     MOVE WS-SEND-DATE TO WHX-BUSINESS-DATE
008820     MOVE WS-SEND-SEQUENCE TO WHX-SEQUENCE-NUMBER
008830     MOVE HST-COUNTER-ID TO WHX-COUNTER-ID
008840     MOVE HST-COUNTER-ID TO CTM-COUNTER-ID
008850     MOVE "Y" TO WS-MASTER-FOUND-SWITCH
008860     READ MASTER-FILE
008870         INVALID KEY
008880             MOVE "N" TO WS-MASTER-FOUND-SWITCH
008890             MOVE SPACES TO CTM-DESCRIPTION
008900             MOVE SPACES TO CTM-DEPARTMENT
008910     END-READ
008920     MOVE CTM-DESCRIPTION TO WHX-DESCRIPTION
008930     IF CTM-DEPARTMENT = SPACES
008940         MOVE WS-UNASSIGNED-DEPT TO WHX-DEPARTMENT
008950     ELSE
008960         MOVE CTM-DEPARTMENT TO WHX-DEPARTMENT
008970     END-IF
008980     IF NOT WS-MASTER-FOUND
008990         ADD 1 TO WS-UNREGISTERED-COUNT
009000         ADD 1 TO WS-WARNING-COUNT
009010         MOVE SPACES TO WHS-PRINT-LINE
009020         STRING "  RUN OF " HST-COUNTER-ID " ENDED "
009030             HST-RUN-END-DATE " " HST-RUN-END-TIME
009040             " -- NOT ON COUNTER MASTER, SENT UNASSIGN"
009050             DELIMITED BY SIZE INTO WHS-PRINT-LINE
009060         WRITE WHS-PRINT-LINE
009070     END-IF
009080     MOVE HST-RUN-START-DATE TO WHX-RUN-START-DATE
009090     MOVE HST-RUN-START-TIME TO WHX-RUN-START-TIME
009100     MOVE HST-RUN-END-DATE TO WHX-RUN-END-DATE
009110     MOVE HST-RUN-END-TIME TO WHX-RUN-END-TIME
009120     MOVE HST-FINAL-VALUE TO WHX-FINAL-VALUE
009130     MOVE HST-END-REASON TO WHX-END-REASON
009140     MOVE HST-REJECT-COUNT TO WHX-REJECT-COUNT
009150     MOVE HST-OPERATOR-ID TO WHX-OPERATOR-ID
009160     WRITE WHX-INTERFACE-RECORD
009170     ADD 1 TO WS-DAY-DETAILS
009180     ADD 1 TO WS-RUNS-SENT-COUNT
009190     ADD HST-FINAL-VALUE TO WS-DAY-HASH-FINAL
009200     ADD HST-REJECT-COUNT TO WS-DAY-HASH-REJECTS.
009210 5150-EXIT.
009220     EXIT.
009230
009231******************************************************************
009232* 5200-EXTRACT-ARCHIVES -- every run-archive generation on the   *
009233*                          generation catalog dated on or after  *
009234*                          WS-SEND-DATE, since a run is archived *
009235*                          no earlier than the day it ended.     *
009236*                          Only generations the archive utility  *
009237*                          has verified are read.  No catalog    *
009238*                          yet means nothing has been archived.  *
009239******************************************************************
009240 5200-EXTRACT-ARCHIVES.
009241     MOVE "N" TO WS-ARCHIVE-FAILED-SWITCH
009242     OPEN INPUT GENERATION-CATALOG-FILE
009243     IF WS-CATALOG-STATUS = "35"
009244         GO TO 5200-EXIT
009245     END-IF
009246     IF WS-CATALOG-STATUS NOT = "00"
009247         DISPLAY "generation catalog not available, status "
009248             WS-CATALOG-STATUS
009249         MOVE SPACES TO WHS-PRINT-LINE
009250         STRING "GENERATION CATALOG NOT AVAILABLE, STATUS "
009251             WS-CATALOG-STATUS
009252             DELIMITED BY SIZE INTO WHS-PRINT-LINE
009253         WRITE WHS-PRINT-LINE
009254         SET WS-ARCHIVE-FAILED TO TRUE
009255         GO TO 5200-EXIT
009256     END-IF
009257     SET GCT-ARCHIVE TO TRUE
009258     MOVE WS-SEND-DATE TO GCT-GENERATION
009259     MOVE "N" TO WS-CATALOG-EOF-SWITCH
009260     START GENERATION-CATALOG-FILE KEY NOT < GCT-KEY
009261         INVALID KEY
009262             SET WS-CATALOG-EOF TO TRUE
009263     END-START
009264     PERFORM 5210-EXTRACT-ONE-GENERATION THRU 5210-EXIT
009266         UNTIL WS-CATALOG-EOF
009267     CLOSE GENERATION-CATALOG-FILE.
009268 5200-EXIT.
009269     EXIT.
009270
009271 5210-EXTRACT-ONE-GENERATION.
009272     READ GENERATION-CATALOG-FILE NEXT
009273         AT END
009274             SET WS-CATALOG-EOF TO TRUE
009275             GO TO 5210-EXIT
009276     END-READ
009277     IF NOT GCT-ARCHIVE
009278         SET WS-CATALOG-EOF TO TRUE
009279         GO TO 5210-EXIT
009280     END-IF
009281     IF NOT GCT-VERIFIED
009282         GO TO 5210-EXIT
009283     END-IF
009284     MOVE SPACES TO WS-ARCHIVE-FILENAME
009285     STRING "RUNARCH." DELIMITED BY SIZE
009286         GCT-GENERATION DELIMITED BY SIZE
009287         ".DAT" DELIMITED BY SIZE
009288         INTO WS-ARCHIVE-FILENAME
009289     MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
009290     OPEN INPUT ARCHIVE-FILE
009291     IF WS-ARCHIVE-STATUS NOT = "00"
009292         DISPLAY "archive generation " WS-ARCHIVE-FILENAME
009293             " not available, status " WS-ARCHIVE-STATUS
009294         MOVE SPACES TO WHS-PRINT-LINE
009295         STRING "ARCHIVE " WS-ARCHIVE-FILENAME
009296             " NOT AVAILABLE, STATUS " WS-ARCHIVE-STATUS
009297             DELIMITED BY SIZE INTO WHS-PRINT-LINE
009298         WRITE WHS-PRINT-LINE
009300         SET WS-ARCHIVE-FAILED TO TRUE
009301         SET WS-CATALOG-EOF TO TRUE
009302         GO TO 5210-EXIT
009303     END-IF
009304     PERFORM 5220-EXTRACT-ARCHIVED-RUN THRU 5220-EXIT
009305         UNTIL WS-ARCHIVE-EOF
009306     CLOSE ARCHIVE-FILE.
009307 5210-EXIT.
009308     EXIT.
009309
009310******************************************************************
009311* 5220-EXTRACT-ARCHIVED-RUN -- one archived run, sent the same   *
009312*                              way as a live one.  The trailer   *
009313*                              is control totals, not a run, and *
009314*                              is passed over.  An archive that  *
009315*                              cannot be read fails the day's    *
009316*                              file the same as one that cannot  *
009317*                              be opened.                        *
009318******************************************************************
009319 5220-EXTRACT-ARCHIVED-RUN.
009320     READ ARCHIVE-FILE
009321         AT END
009322             SET WS-ARCHIVE-EOF TO TRUE
009323             GO TO 5220-EXIT
009324     END-READ
009325     IF WS-ARCHIVE-STATUS NOT = "00"
009326         DISPLAY "archive generation " WS-ARCHIVE-FILENAME
009327             " could not be read, status " WS-ARCHIVE-STATUS
009328         MOVE SPACES TO WHS-PRINT-LINE
009329         STRING "ARCHIVE " WS-ARCHIVE-FILENAME
009330             " COULD NOT BE READ, STATUS " WS-ARCHIVE-STATUS
009331             DELIMITED BY SIZE INTO WHS-PRINT-LINE
009332         WRITE WHS-PRINT-LINE
009333         SET WS-ARCHIVE-FAILED TO TRUE
009335         SET WS-ARCHIVE-EOF TO TRUE
009336         SET WS-CATALOG-EOF TO TRUE
009337         GO TO 5220-EXIT
009338     END-IF
009339     IF ARC-TRAILER
009340         GO TO 5220-EXIT
009341     END-IF
009342     MOVE ARC-COUNTER-ID     TO HST-COUNTER-ID
009343     MOVE ARC-RUN-START-DATE TO HST-RUN-START-DATE
009344     MOVE ARC-RUN-START-TIME TO HST-RUN-START-TIME
009345     MOVE ARC-RUN-END-DATE   TO HST-RUN-END-DATE
009346     MOVE ARC-RUN-END-TIME   TO HST-RUN-END-TIME
009347     MOVE ARC-FINAL-VALUE    TO HST-FINAL-VALUE
009348     MOVE ARC-END-REASON     TO HST-END-REASON
009349     MOVE ARC-REJECT-COUNT   TO HST-REJECT-COUNT
009350     MOVE ARC-OPERATOR-ID    TO HST-OPERATOR-ID
009351     PERFORM 5150-SEND-ONE-RUN THRU 5150-EXIT.
009352 5220-EXIT.
009353     EXIT.
009354
009355 5900-PRINT-SEND-LINE.
009356     MOVE WS-SEND-SEQUENCE TO WS-SEQUENCE-DISPLAY
009357     MOVE WS-DAY-DETAILS TO WS-RUNS-DISPLAY
009358     MOVE WS-SEND-COUNT TO WS-SEND-COUNT-DISPLAY
009359     MOVE SPACES TO WHS-PRINT-LINE
009360     STRING "SENT " WS-SEND-DATE "  SEQUENCE " WS-SEQUENCE-DISPLAY
009361         "  RUNS " WS-RUNS-DISPLAY "  SEND " WS-SEND-COUNT-DISPLAY
009362         "  " WS-EXTRACT-FILENAME
009363         DELIMITED BY SIZE INTO WHS-PRINT-LINE
009364     WRITE WHS-PRINT-LINE.
009365 5900-EXIT.
009366     EXIT.
009367
009370******************************************************************
009380* 6000-PRINT-OUTSTANDING -- every day on the log the warehouse   *
009390*                           has not accepted: those still        *
009400*                           awaiting acknowledgment, and those   *
009410*                           rejected, which wait on a rerun and  *
009420*                           set the warning return code until    *
009430*                           one is accepted.                     *
009440******************************************************************
009450 6000-PRINT-OUTSTANDING.
009460     MOVE WS-CONTROL-KEY TO WHC-BUSINESS-DATE
009470     START CONTROL-FILE KEY > WHC-KEY
009480         INVALID KEY
009490             GO TO 6000-EXIT
009500     END-START
009510     MOVE "N" TO WS-CONTROL-EOF-SWITCH
009520     PERFORM 6100-PRINT-ONE-OUTSTANDING THRU 6100-EXIT
009530         UNTIL WS-CONTROL-EOF.
009540 6000-EXIT.
009550     EXIT.
009560
009570 6100-PRINT-ONE-OUTSTANDING.
009580     READ CONTROL-FILE NEXT
009590         AT END
009600             SET WS-CONTROL-EOF TO TRUE
009610             GO TO 6100-EXIT
009620     END-READ
009630     IF WHC-ACCEPTED
009640         GO TO 6100-EXIT
009650     END-IF
009660     IF NOT WS-OUTSTANDING-HEADED
009670         SET WS-OUTSTANDING-HEADED TO TRUE
009680         MOVE SPACES TO WHS-PRINT-LINE
009690         WRITE WHS-PRINT-LINE
009700         MOVE SPACES TO WHS-PRINT-LINE
009710         STRING "DAYS NOT YET ACCEPTED BY THE WAREHOUSE"
009720             DELIMITED BY SIZE INTO WHS-PRINT-LINE
009730         WRITE WHS-PRINT-LINE
009740     END-IF
009750     MOVE WHC-SEQUENCE-NUMBER TO WS-SEQUENCE-DISPLAY
009760     MOVE SPACES TO WHS-PRINT-LINE
009770     IF WHC-REJECTED
009780         ADD 1 TO WS-REJECTED-COUNT
009790         ADD 1 TO WS-WARNING-COUNT
009800         STRING "  " WHC-BUSINESS-DATE "  SEQUENCE "
009810             WS-SEQUENCE-DISPLAY "  REJECTED " WHC-ACK-DATE
009820             " -- RERUN THE DAY"
009830             DELIMITED BY SIZE INTO WHS-PRINT-LINE
009840     ELSE
009850         ADD 1 TO WS-AWAITING-COUNT
009860         STRING "  " WHC-BUSINESS-DATE "  SEQUENCE "
009870             WS-SEQUENCE-DISPLAY "  SENT " WHC-SENT-DATE
009880             " -- AWAITING ACKNOWLEDGMENT"
009890             DELIMITED BY SIZE INTO WHS-PRINT-LINE
009900     END-IF
009910     WRITE WHS-PRINT-LINE.
009920 6100-EXIT.
009930     EXIT.
009940
009950******************************************************************
009960* 7000-PRINT-TOTALS -- where the interface stands after this     *
009970*                      run.                                      *
009980******************************************************************
009990 7000-PRINT-TOTALS.
010000     MOVE SPACES TO WHS-PRINT-LINE
010010     WRITE WHS-PRINT-LINE
010020     MOVE ALL "-" TO WHS-PRINT-LINE
010030     WRITE WHS-PRINT-LINE
010040     MOVE WS-LAST-SENT-SEQUENCE TO WS-SEQUENCE-DISPLAY
010050     MOVE SPACES TO WHS-PRINT-LINE
010060     STRING "LAST SEQUENCE SENT. . . . . : " WS-SEQUENCE-DISPLAY
010070         "  " WS-LAST-SENT-DATE
010080         DELIMITED BY SIZE INTO WHS-PRINT-LINE
010090     WRITE WHS-PRINT-LINE
010100     MOVE WS-LAST-ACCEPTED-SEQ TO WS-SEQUENCE-DISPLAY
010110     MOVE SPACES TO WHS-PRINT-LINE
010120     STRING "LAST SEQUENCE ACCEPTED. . . : " WS-SEQUENCE-DISPLAY
010130         "  " WS-LAST-ACCEPTED-DATE
010140         DELIMITED BY SIZE INTO WHS-PRINT-LINE
010150     WRITE WHS-PRINT-LINE
010160     MOVE WS-DAYS-SENT-COUNT TO WS-COUNT-DISPLAY
010170     MOVE SPACES TO WHS-PRINT-LINE
010180     STRING "DAYS SENT . . . . . . . . . : " WS-COUNT-DISPLAY
010190         DELIMITED BY SIZE INTO WHS-PRINT-LINE
010200     WRITE WHS-PRINT-LINE
010210     MOVE WS-DAYS-RESENT-COUNT TO WS-COUNT-DISPLAY
010220     MOVE SPACES TO WHS-PRINT-LINE
010230     STRING "DAYS RERUN. . . . . . . . . : " WS-COUNT-DISPLAY
010240         DELIMITED BY SIZE INTO WHS-PRINT-LINE
010250     WRITE WHS-PRINT-LINE
010260     MOVE WS-RUNS-SENT-COUNT TO WS-RUNS-DISPLAY
010270     MOVE SPACES TO WHS-PRINT-LINE
010280     STRING "RUNS WRITTEN. . . . . . . . : " WS-RUNS-DISPLAY
010290         DELIMITED BY SIZE INTO WHS-PRINT-LINE
010300     WRITE WHS-PRINT-LINE
010310     IF WS-UNREGISTERED-COUNT > 0
010320         MOVE WS-UNREGISTERED-COUNT TO WS-COUNT-DISPLAY
010330         MOVE SPACES TO WHS-PRINT-LINE
010340         STRING "RUNS NOT ON COUNTER MASTER. : " WS-COUNT-DISPLAY
010350             DELIMITED BY SIZE INTO WHS-PRINT-LINE
010360         WRITE WHS-PRINT-LINE
010370     END-IF
010380     IF WHK-ACK-LOAD
010390         MOVE WS-ACKS-READ-COUNT TO WS-COUNT-DISPLAY
010400         MOVE SPACES TO WHS-PRINT-LINE
010410         STRING "ACKNOWLEDGMENTS READ. . . . : " WS-COUNT-DISPLAY
010420             DELIMITED BY SIZE INTO WHS-PRINT-LINE
010430         WRITE WHS-PRINT-LINE
010440         MOVE WS-ACKS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
010450         MOVE SPACES TO WHS-PRINT-LINE
010460         STRING "MARKED ACCEPTED . . . . . . : " WS-COUNT-DISPLAY
010470             DELIMITED BY SIZE INTO WHS-PRINT-LINE
010480         WRITE WHS-PRINT-LINE
010490         MOVE WS-ACKS-REJECTED-COUNT TO WS-COUNT-DISPLAY
010500         MOVE SPACES TO WHS-PRINT-LINE
010510         STRING "MARKED REJECTED . . . . . . : " WS-COUNT-DISPLAY
010520             DELIMITED BY SIZE INTO WHS-PRINT-LINE
010530         WRITE WHS-PRINT-LINE
010540     END-IF
010550     MOVE WS-AWAITING-COUNT TO WS-COUNT-DISPLAY
010560     MOVE SPACES TO WHS-PRINT-LINE
010570     STRING "DAYS AWAITING ACKNOWLEDGMENT: " WS-COUNT-DISPLAY
010580         DELIMITED BY SIZE INTO WHS-PRINT-LINE
010590     WRITE WHS-PRINT-LINE
010600     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
010610     MOVE SPACES TO WHS-PRINT-LINE
010620     STRING "DAYS REJECTED . . . . . . . : " WS-COUNT-DISPLAY
010630         DELIMITED BY SIZE INTO WHS-PRINT-LINE
010640     WRITE WHS-PRINT-LINE
010650     IF WS-ERROR-COUNT > 0
010660         MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
010670         MOVE SPACES TO WHS-PRINT-LINE
010680         STRING "ERRORS. . . . . . . . . . . : " WS-COUNT-DISPLAY
010690             DELIMITED BY SIZE INTO WHS-PRINT-LINE
010700         WRITE WHS-PRINT-LINE
010710     END-IF.
010720 7000-EXIT.
010730     EXIT.
010740
010750******************************************************************
010760* 8400-CHECK-DATE -- WS-WORK-DATE is a real YYYYMMDD date.       *
010770******************************************************************
010780 8400-CHECK-DATE.
010790     MOVE "N" TO WS-DATE-OK-SWITCH
010800     IF WS-WORK-DATE NOT NUMERIC
010810         GO TO 8400-EXIT
010820     END-IF
010830     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
010840         GO TO 8400-EXIT
010850     END-IF
010860     PERFORM 8430-SET-MONTH-DAYS THRU 8430-EXIT
010870     IF WS-WORK-DAY < 1 OR WS-WORK-DAY > WS-DAYS-THIS-MONTH
010880         GO TO 8400-EXIT
010890     END-IF
010900     SET WS-DATE-OK TO TRUE.
010910 8400-EXIT.
010920     EXIT.
010930
010940******************************************************************
010950* 8410-NEXT-DATE -- step WS-WORK-DATE on by one calendar day,    *
010960*                   across month-end and year-end.               *
010970******************************************************************
010980 8410-NEXT-DATE.
010990     PERFORM 8430-SET-MONTH-DAYS THRU 8430-EXIT
011000     IF WS-WORK-DAY < WS-DAYS-THIS-MONTH
011010         ADD 1 TO WS-WORK-DAY
011020         GO TO 8410-EXIT
011030     END-IF
011040     MOVE 1 TO WS-WORK-DAY
011050     IF WS-WORK-MONTH < 12
011060         ADD 1 TO WS-WORK-MONTH
011070         GO TO 8410-EXIT
011080     END-IF
011090     MOVE 1 TO WS-WORK-MONTH
011100     ADD 1 TO WS-WORK-YEAR.
011110 8410-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150* 8420-PRIOR-DATE -- step WS-WORK-DATE back by one calendar day, *
011160*                    across month-start and year-start.          *
011170******************************************************************
011180 8420-PRIOR-DATE.
011190     IF WS-WORK-DAY > 1
011200         SUBTRACT 1 FROM WS-WORK-DAY
011210         GO TO 8420-EXIT
011220     END-IF
011230     IF WS-WORK-MONTH > 1
011240         SUBTRACT 1 FROM WS-WORK-MONTH
011250     ELSE
011260         MOVE 12 TO WS-WORK-MONTH
011270         SUBTRACT 1 FROM WS-WORK-YEAR
011280     END-IF
011290     PERFORM 8430-SET-MONTH-DAYS THRU 8430-EXIT
011300     MOVE WS-DAYS-THIS-MONTH TO WS-WORK-DAY.
011310 8420-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350* 8430-SET-MONTH-DAYS -- the days in WS-WORK-DATE's month, from  *
011360*                        the month table with the February leap- *
011370*                        year correction: divisible by 4, except *
011380*                        a century year must be divisible by     *
011390*                        400.                                    *
011400******************************************************************
011410 8430-SET-MONTH-DAYS.
011420     MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-DAYS-THIS-MONTH
011430     IF WS-WORK-MONTH NOT = 2
011440         GO TO 8430-EXIT
011450     END-IF
011460     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
011470         REMAINDER WS-LEAP-REMAINDER
011480     IF WS-LEAP-REMAINDER NOT = 0
011490         GO TO 8430-EXIT
011500     END-IF
011510     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
011520         REMAINDER WS-LEAP-REMAINDER
011530     IF WS-LEAP-REMAINDER NOT = 0
011540         MOVE 29 TO WS-DAYS-THIS-MONTH
011550         GO TO 8430-EXIT
011560     END-IF
011570     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
011580         REMAINDER WS-LEAP-REMAINDER
011590     IF WS-LEAP-REMAINDER = 0
011600         MOVE 29 TO WS-DAYS-THIS-MONTH
011610     END-IF.
011620 8430-EXIT.
011630     EXIT.
011640
011650******************************************************************
011660* 8600-SAVE-CONTROL-ENTRY -- rewrite the control entry with the  *
011670*                            last sequence sent and accepted.  A *
011673*                            rewrite that fails sets             *
011676*                            WS-SAVE-FAILED for the caller.      *
011680******************************************************************
011690 8600-SAVE-CONTROL-ENTRY.
011695     MOVE "N" TO WS-SAVE-FAILED-SWITCH
011700     MOVE WS-CONTROL-KEY TO WHC-BUSINESS-DATE
011710     READ CONTROL-FILE
011720         INVALID KEY
011730             CONTINUE
011740     END-READ
011750     MOVE WS-CONTROL-KEY TO WHC-BUSINESS-DATE
011760     MOVE WS-LAST-SENT-SEQUENCE TO WHC-LAST-SENT-SEQUENCE
011770     MOVE WS-LAST-SENT-DATE TO WHC-LAST-SENT-DATE
011780     MOVE WS-LAST-ACCEPTED-SEQ TO WHC-LAST-ACCEPTED-SEQ
011790     MOVE WS-LAST-ACCEPTED-DATE TO WHC-LAST-ACCEPTED-DATE
011800     REWRITE WHC-CONTROL-RECORD
011810     IF WS-CONTROL-STATUS NOT = "00"
011820         DISPLAY "warehouse control entry not rewritten, status "
011830             WS-CONTROL-STATUS
011840         MOVE SPACES TO WHS-PRINT-LINE
011850         STRING "CONTROL ENTRY COULD NOT BE REWRITTEN, STATUS "
011860             WS-CONTROL-STATUS
011870             DELIMITED BY SIZE INTO WHS-PRINT-LINE
011880         WRITE WHS-PRINT-LINE
011890         ADD 1 TO WS-ERROR-COUNT
011895         SET WS-SAVE-FAILED TO TRUE
011900     END-IF.
011910 8600-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950* 9000-FINALIZE -- close the report and set the return code: 8   *
011960*                  when nothing could be done or anything        *
011970*                  failed, 4 when a counter was not on the       *
011980*                  master or a day stands rejected.              *
011990******************************************************************
012000 9000-FINALIZE.
012010     IF NOT WS-CARD-OK OR NOT WS-REPORT-OK
012020         MOVE 8 TO RETURN-CODE
012030         GO TO 9000-EXIT
012040     END-IF
012050     CLOSE WAREHOUSE-REPORT-FILE
012060     MOVE WS-DAYS-SENT-COUNT TO WS-COUNT-DISPLAY
012070     DISPLAY "warehouse interface sent " WS-COUNT-DISPLAY
012080         " new day(s) -- report in WHSRPT.DAT"
012090     IF WS-ERROR-COUNT > 0
012100         MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
012110         DISPLAY "warehouse interface found " WS-COUNT-DISPLAY
012120             " error(s)"
012130         MOVE 8 TO RETURN-CODE
012140         GO TO 9000-EXIT
012150     END-IF
012160     IF WS-WARNING-COUNT > 0
012170         MOVE 4 TO RETURN-CODE
012180     END-IF.
012190 9000-EXIT.
012200     EXIT.
012210
012220******************************************************************
012230* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
012240*                        shared stream log.  The log is the on-  *
012250*                        call operator's picture of the night,   *
012260*                        not part of this step's own work, so a  *
012270*                        log that cannot be opened is noted on   *
012280*                        the console and the step carries on.    *
012290******************************************************************
012300 9800-LOG-STEP-START.
012310     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
012320     IF WS-STREAM-LOG-STATUS NOT = "00"
012330         GO TO 9800-EXIT
012340     END-IF
012350     MOVE "S" TO WS-STREAM-EVENT
012360     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
012370     CLOSE STREAM-LOG-FILE.
012380 9800-EXIT.
012390     EXIT.
012400
012410******************************************************************
012420* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
012430*                      return code the job stream will see.      *
012440******************************************************************
012450 9850-LOG-STEP-END.
012460     MOVE RETURN-CODE TO WS-STREAM-RC
012470     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
012480     IF WS-STREAM-LOG-STATUS NOT = "00"
012490         GO TO 9850-EXIT
012500     END-IF
012510     MOVE "E" TO WS-STREAM-EVENT
012520     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
012530     CLOSE STREAM-LOG-FILE.
012540 9850-EXIT.
012550     EXIT.
012560
012570******************************************************************
012580* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
012590*                         card (today when there is none), the   *
012600*                         event stamp, and the log itself,       *
012610*                         created on first use the same way the  *
012620*                         tracking file is.                      *
012630******************************************************************
012640 9870-OPEN-STREAM-LOG.
012650     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
012660     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
012670     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
012680     OPEN INPUT STREAM-CARD-FILE
012690     IF WS-STREAM-CARD-STATUS = "00"
012700         READ STREAM-CARD-FILE
012710             AT END
012720                 CONTINUE
012730             NOT AT END
012740                 IF SCD-BUSINESS-DATE NOT = SPACES
012750                     MOVE SCD-BUSINESS-DATE
012760                         TO WS-STREAM-BUSINESS-DATE
012770                 END-IF
012780         END-READ
012790         CLOSE STREAM-CARD-FILE
012800     END-IF
012810     OPEN I-O STREAM-LOG-FILE
012820     IF WS-STREAM-LOG-STATUS = "35"
012830         OPEN OUTPUT STREAM-LOG-FILE
012840         CLOSE STREAM-LOG-FILE
012850         OPEN I-O STREAM-LOG-FILE
012860     END-IF
012870     IF WS-STREAM-LOG-STATUS NOT = "00"
012880         DISPLAY "stream log not available, status "
012890             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
012900             " not logged"
012910     END-IF.
012920 9870-EXIT.
012930     EXIT.
012940
012950******************************************************************
012960* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
012970*                           date, step, and event, or rewrite    *
012980*                           the one a prior attempt left, and    *
012990*                           count the attempt.                   *
013000******************************************************************
013010 9880-POST-STREAM-ENTRY.
013020     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
013030     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
013040     MOVE WS-STREAM-EVENT TO SLG-EVENT
013050     MOVE 0 TO WS-STREAM-ATTEMPTS
013060     READ STREAM-LOG-FILE
013070         INVALID KEY
013080             CONTINUE
013090         NOT INVALID KEY
013100             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
013110     END-READ
013120     ADD 1 TO WS-STREAM-ATTEMPTS
013130     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
013140     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
013150     MOVE WS-STREAM-EVENT TO SLG-EVENT
013160     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
013170     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
013180     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
013190     IF SLG-STEP-START
013200         MOVE 0 TO SLG-RETURN-CODE
013210     ELSE
013220         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
013230     END-IF
013240     IF WS-STREAM-ATTEMPTS = 1
013250         WRITE SLG-STEP-RECORD
013260     ELSE
013270         REWRITE SLG-STEP-RECORD
013280     END-IF
013290     IF WS-STREAM-LOG-STATUS NOT = "00"
013300         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
013310             " not posted, status " WS-STREAM-LOG-STATUS
013320     END-IF.
013330 9880-EXIT.
013340     EXIT.
013350
013360 END PROGRAM CTRWHSE.
