000010******************************************************************
000020* PROGRAM:    CTRRCVR                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    Tracking-file forward recovery.  A rebuild from    *
000120*             the backup utility alone puts the tracking file    *
000130*             back as of the last nightly export, and every      *
000140*             checkpoint, finalize, abandon, hold, release, and  *
000150*             limit change written since is lost -- every        *
000160*             in-flight count restarts from last night's value.  *
000170*             Every program that writes a tracking row now also  *
000180*             appends the row's after-image to a dated tracking  *
000190*             journal.  This job takes the backup generation     *
000200*             named on its control card, proves it whole the     *
000210*             same way the backup utility does, and replays the  *
000220*             journal on top of it, day by day from the backup   *
000230*             date through the through date and in the order the *
000240*             images were written.  An image no newer than the   *
000250*             backup's own copy of the row is already in the     *
000260*             backup and is passed over; an image older than one *
000270*             already replayed for the same counter is out of    *
000280*             sequence and is skipped and named on the report.   *
000290*             The indexed file is then rebuilt from the result,  *
000300*             with every run claim cleared as a rebuild from the *
000310*             backup clears it, and each counter is listed with  *
000320*             its backup value, its recovered value, and how     *
000330*             many journal images were applied to it.  Return    *
000340*             code 8 when the backup or a journal cannot be      *
000350*             read, the backup cannot be trusted, or the file    *
000360*             could not be rebuilt, 4 when images were skipped   *
000365*             out of sequence.                                   *
000370*                                                                *
000380* MODIFICATION HISTORY                                           *
000390*   DATE        INIT  DESCRIPTION                                *
000400*   2026-10-15   JR   Original forward recovery utility.         *
000402*   2026-10-15   JR   A backup or journal read that fails is an  *
000405*                     error: the replay stops and the tracking   *
000407*                     file is not touched.                       *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. CTRRCVR AS "CTRRCVR".
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RECOVERY-CARD-FILE ASSIGN TO "RCVCARD.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CARD-STATUS.
000550     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILENAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-BACKUP-STATUS.
000580     SELECT TRACKING-JOURNAL-FILE
000590         ASSIGN TO DYNAMIC WS-TRKJRNL-FILENAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TRKJRNL-STATUS.
000620     SELECT TRACKING-FILE ASSIGN TO "CTRTRACK.DAT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS TRK-COUNTER-ID
000660         LOCK MODE IS AUTOMATIC
000670         SHARING WITH ALL OTHER
000680         FILE STATUS IS WS-TRACKING-STATUS.
000690     SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REPORT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RECOVERY-CARD-FILE.
000760     COPY "RCVCARD.cpy".
000770
000780 FD  BACKUP-FILE.
000790     COPY "BKPREC.cpy".
000800
000810 FD  TRACKING-JOURNAL-FILE.
000820     COPY "TRKJRNL.cpy".
000830
000840 FD  TRACKING-FILE.
000850     COPY "TRKREC.cpy".
000860
000870 FD  RECOVERY-REPORT-FILE.
000880 01  RCV-PRINT-LINE                  PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
000920 01  WS-BACKUP-STATUS            PIC X(02)  VALUE "00".
000930 01  WS-TRKJRNL-STATUS           PIC X(02)  VALUE "00".
000940 01  WS-TRACKING-STATUS          PIC X(02)  VALUE "00".
000950 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
000960 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000970 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000980 01  WS-BACKUP-DATE              PIC X(08)  VALUE SPACE.
000990 01  WS-THROUGH-DATE             PIC X(08)  VALUE SPACE.
001000 01  WS-BACKUP-FILENAME          PIC X(20)  VALUE SPACE.
001010 01  WS-TRKJRNL-FILENAME         PIC X(20)  VALUE SPACE.
001020 01  WS-PRIOR-KEY                PIC X(08)  VALUE LOW-VALUES.
001030 01  WS-IMAGE-STAMP              PIC X(16)  VALUE SPACE.
001040
001050 01  WS-SWITCHES.
001060     05  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "N".
001070         88  WS-CARD-OK                 VALUE "Y".
001080     05  WS-BACKUP-EOF-SWITCH    PIC X(01)  VALUE "N".
001090         88  WS-BACKUP-EOF              VALUE "Y".
001100     05  WS-TRAILER-SWITCH       PIC X(01)  VALUE "N".
001110         88  WS-TRAILER-FOUND           VALUE "Y".
001120     05  WS-JOURNAL-EOF-SWITCH   PIC X(01)  VALUE "N".
001130         88  WS-JOURNAL-EOF             VALUE "Y".
001140     05  WS-ENTRY-FOUND-SWITCH   PIC X(01)  VALUE "N".
001150         88  WS-ENTRY-FOUND             VALUE "Y".
001153     05  WS-REPLAY-STOPPED-SWITCH PIC X(01) VALUE "N".
001156         88  WS-REPLAY-STOPPED          VALUE "Y".
001160
001170 01  WS-TABLE-LIMITS.
001180     05  WS-MAX-COUNTERS         PIC 9(05)  COMP VALUE 2000.
001190
001200 01  WS-COUNTER-COUNT            PIC 9(05)  COMP VALUE 0.
001210 01  WS-COUNTER-SUB              PIC 9(05)  COMP VALUE 0.
001220 01  WS-SHIFT-SUB                PIC 9(05)  COMP VALUE 0.
001230
001240 01  WS-COUNTER-TABLE.
001250     05  WS-COUNTER-ENTRY OCCURS 2000 TIMES.
001260         10  WS-CTR-ID               PIC X(08).
001270         10  WS-CTR-NEW-SWITCH       PIC X(01).
001280             88  WS-CTR-NEW              VALUE "Y".
001290         10  WS-CTR-BACKUP-VALUE     PIC 9(05).
001300         10  WS-CTR-BACKUP-STATUS    PIC X(01).
001310         10  WS-CTR-BACKUP-STAMP     PIC X(16).
001320         10  WS-CTR-VALUE            PIC 9(05).
001330         10  WS-CTR-LIMIT            PIC 9(05).
001340         10  WS-CTR-STATUS           PIC X(01).
001350         10  WS-CTR-LAST-STAMP.
001360             15  WS-CTR-UPDATE-DATE  PIC X(08).
001370             15  WS-CTR-UPDATE-TIME  PIC X(08).
001380         10  WS-CTR-APPLIED          PIC 9(05)  COMP.
001390
001400 01  WS-DATE-WORK.
001410     05  WS-WORK-DATE            PIC X(08).
001420     05  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
001430         10  WS-WORK-YEAR        PIC 9(04).
001440         10  WS-WORK-MONTH       PIC 9(02).
001450         10  WS-WORK-DAY         PIC 9(02).
001460
001470 01  WS-MONTH-DAYS-VALUES.
001480     05  FILLER                  PIC X(24)  VALUE
001490         "312831303130313130313031".
001500 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001510     05  WS-MONTH-DAYS           OCCURS 12 TIMES
001520                                 PIC 9(02).
001530
001540 01  WS-DAYS-THIS-MONTH          PIC 9(02)  VALUE 0.
001550 01  WS-LEAP-QUOTIENT            PIC 9(09)  COMP VALUE 0.
001560 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE 0.
001570
001580 01  WS-RECORD-COUNT             PIC 9(05)  COMP VALUE 0.
001590
001600 01  WS-JOURNAL-DAYS             PIC 9(05)  COMP VALUE 0.
001610 01  WS-IMAGES-READ              PIC 9(07)  COMP VALUE 0.
001620 01  WS-IMAGES-APPLIED           PIC 9(07)  COMP VALUE 0.
001630 01  WS-IMAGES-IN-BACKUP         PIC 9(07)  COMP VALUE 0.
001640 01  WS-IMAGES-SKIPPED           PIC 9(07)  COMP VALUE 0.
001650 01  WS-NEW-COUNTER-COUNT        PIC 9(05)  COMP VALUE 0.
001660 01  WS-REBUILT-COUNT            PIC 9(05)  COMP VALUE 0.
001670 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
001680 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
001690 01  WS-COUNT-DISPLAY-2          PIC ZZZZ9.
001700 01  WS-BIG-COUNT-DISPLAY        PIC ZZZZZZ9.
001710 01  WS-BACKUP-VALUE-DISPLAY     PIC X(05)  VALUE SPACE.
001720 01  WS-BACKUP-STATUS-DISPLAY    PIC X(01)  VALUE SPACE.
001730 01  WS-VALUE-DISPLAY            PIC ZZZZ9.
001740 01  WS-APPLIED-DISPLAY          PIC ZZZZ9.
001750
001760 PROCEDURE DIVISION.
001770
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001800     IF WS-CARD-OK AND WS-REPORT-STATUS = "00"
001810         PERFORM 2000-LOAD-BACKUP THRU 2000-EXIT
001820         IF WS-ERROR-COUNT = 0
001830             PERFORM 3000-REPLAY-JOURNAL THRU 3000-EXIT
001835             IF NOT WS-REPLAY-STOPPED
001840                 PERFORM 4000-REBUILD-TRACKING THRU 4000-EXIT
001845                 PERFORM 5000-PRINT-COUNTERS THRU 5000-EXIT
001850             END-IF
001860         END-IF
001870         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
001880     END-IF
001890     PERFORM 9000-FINALIZE THRU 9000-EXIT
001900     STOP RUN.
001910 0000-EXIT.
001920     EXIT.
001930
001940******************************************************************
001950* 1000-INITIALIZE -- read the control card and open the report.  *
001960*                    The backup date is required: this job       *
001970*                    replaces the fleet's only checkpoint file   *
001980*                    and does not guess which generation was     *
001990*                    meant.  No card, or a card that does not    *
002000*                    edit, means nothing is touched.             *
002010******************************************************************
002020 1000-INITIALIZE.
002030     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002040     ACCEPT WS-TODAY-TIME FROM TIME
002050     OPEN INPUT RECOVERY-CARD-FILE
002060     IF WS-CARD-STATUS NOT = "00"
002070         DISPLAY "recovery control card not available, status "
002080             WS-CARD-STATUS " -- nothing done"
002090         GO TO 1000-EXIT
002100     END-IF
002110     READ RECOVERY-CARD-FILE
002120         AT END
002130             DISPLAY "recovery control card file is empty -- "
002140                 "nothing done"
002150             CLOSE RECOVERY-CARD-FILE
002160             GO TO 1000-EXIT
002170     END-READ
002180     CLOSE RECOVERY-CARD-FILE
002190     IF RCV-BACKUP-DATE NOT NUMERIC
002200         DISPLAY "recovery card must name the backup generation "
002210             "by date -- nothing done"
002220         GO TO 1000-EXIT
002230     END-IF
002240     MOVE RCV-BACKUP-DATE TO WS-BACKUP-DATE
002250     IF RCV-THROUGH-DATE = SPACES
002260         MOVE WS-TODAY-DATE TO WS-THROUGH-DATE
002270     ELSE
002280         MOVE RCV-THROUGH-DATE TO WS-THROUGH-DATE
002290     END-IF
002300     IF WS-THROUGH-DATE NOT NUMERIC
002310         OR WS-THROUGH-DATE < WS-BACKUP-DATE
002320         DISPLAY "recovery through date " WS-THROUGH-DATE
002330             " is not a date on or after the backup -- nothing "
002340             "done"
002350         GO TO 1000-EXIT
002360     END-IF
002370     SET WS-CARD-OK TO TRUE
002380     MOVE SPACES TO WS-BACKUP-FILENAME
002390     STRING "CTRBKUP." DELIMITED BY SIZE
002400         WS-BACKUP-DATE DELIMITED BY SIZE
002410         ".DAT" DELIMITED BY SIZE
002420         INTO WS-BACKUP-FILENAME
002430     OPEN OUTPUT RECOVERY-REPORT-FILE
002440     IF WS-REPORT-STATUS NOT = "00"
002450         DISPLAY "recovery report could not be opened, status "
002460             WS-REPORT-STATUS
002470         GO TO 1000-EXIT
002480     END-IF
002490     MOVE SPACES TO RCV-PRINT-LINE
002500     STRING "TRACKING FILE FORWARD RECOVERY  " WS-TODAY-DATE
002510         " " WS-TODAY-TIME
002520         DELIMITED BY SIZE INTO RCV-PRINT-LINE
002530     WRITE RCV-PRINT-LINE
002540     MOVE SPACES TO RCV-PRINT-LINE
002550     STRING "BACKUP FILE . . . . . . . . : " WS-BACKUP-FILENAME
002560         DELIMITED BY SIZE INTO RCV-PRINT-LINE
002570     WRITE RCV-PRINT-LINE
002580     MOVE SPACES TO RCV-PRINT-LINE
002590     STRING "JOURNAL REPLAYED. . . . . . : " WS-BACKUP-DATE
002600         " THROUGH " WS-THROUGH-DATE
002610         DELIMITED BY SIZE INTO RCV-PRINT-LINE
002620     WRITE RCV-PRINT-LINE
002630     MOVE ALL "-" TO RCV-PRINT-LINE
002640     WRITE RCV-PRINT-LINE.
002650 1000-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* 2000-LOAD-BACKUP -- read the named generation into the counter *
002700*                     table, proving it whole as it goes: keys   *
002710*                     ascending with no duplicates, and a        *
002720*                     trailer whose record count matches what is *
002730*                     on the file.  A backup that cannot prove   *
002740*                     itself is not recovered from at all, and   *
002750*                     the live file is not touched.              *
002760******************************************************************
002770 2000-LOAD-BACKUP.
002780     OPEN INPUT BACKUP-FILE
002790     IF WS-BACKUP-STATUS NOT = "00"
002800         DISPLAY "no backup file to recover from, status "
002810             WS-BACKUP-STATUS
002820         MOVE SPACES TO RCV-PRINT-LINE
002830         STRING "NO BACKUP FILE TO RECOVER FROM"
002840             DELIMITED BY SIZE INTO RCV-PRINT-LINE
002850         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
002860         GO TO 2000-EXIT
002870     END-IF
002880     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
002890         UNTIL WS-BACKUP-EOF
002900     CLOSE BACKUP-FILE
002910     IF NOT WS-TRAILER-FOUND
002920         MOVE SPACES TO RCV-PRINT-LINE
002930         STRING "BACKUP HAS NO TRAILER -- EXPORT DID NOT "
002940             "FINISH" DELIMITED BY SIZE INTO RCV-PRINT-LINE
002950         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
002960     END-IF
002970     IF WS-ERROR-COUNT > 0
002980         MOVE SPACES TO RCV-PRINT-LINE
002990         STRING "BACKUP NOT TRUSTED -- TRACKING FILE NOT "
003000             "TOUCHED" DELIMITED BY SIZE INTO RCV-PRINT-LINE
003010         WRITE RCV-PRINT-LINE
003020     END-IF.
003030 2000-EXIT.
003040     EXIT.
003050
003060 2100-LOAD-ONE-RECORD.
003070     READ BACKUP-FILE
003080         AT END
003090             SET WS-BACKUP-EOF TO TRUE
003100             GO TO 2100-EXIT
003110     END-READ
003111     IF WS-BACKUP-STATUS NOT = "00"
003112         MOVE SPACES TO RCV-PRINT-LINE
003113         STRING "BACKUP COULD NOT BE READ, STATUS "
003114             WS-BACKUP-STATUS
003115             DELIMITED BY SIZE INTO RCV-PRINT-LINE
003116         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
003117         SET WS-BACKUP-EOF TO TRUE
003118         GO TO 2100-EXIT
003119     END-IF
003120     IF BKR-TRAILER
003130         SET WS-TRAILER-FOUND TO TRUE
003140         PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
003150         GO TO 2100-EXIT
003160     END-IF
003170     IF WS-TRAILER-FOUND
003180         MOVE SPACES TO RCV-PRINT-LINE
003190         STRING "COUNTER " BKR-COUNTER-ID
003200             " FOLLOWS THE TRAILER -- BACKUP IS MALFORMED"
003210             DELIMITED BY SIZE INTO RCV-PRINT-LINE
003220         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
003230         GO TO 2100-EXIT
003240     END-IF
003250     IF BKR-COUNTER-ID NOT > WS-PRIOR-KEY
003260         MOVE SPACES TO RCV-PRINT-LINE
003270         STRING "COUNTER " BKR-COUNTER-ID
003280             " IS DUPLICATED OR OUT OF KEY SEQUENCE ON THE "
003290             "BACKUP" DELIMITED BY SIZE INTO RCV-PRINT-LINE
003300         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
003310         GO TO 2100-EXIT
003320     END-IF
003330     MOVE BKR-COUNTER-ID TO WS-PRIOR-KEY
003340     ADD 1 TO WS-RECORD-COUNT
003350     IF WS-COUNTER-COUNT NOT < WS-MAX-COUNTERS
003360         MOVE SPACES TO RCV-PRINT-LINE
003370         STRING "COUNTER TABLE IS FULL -- COUNTER "
003380             BKR-COUNTER-ID " CANNOT BE RECOVERED"
003390             DELIMITED BY SIZE INTO RCV-PRINT-LINE
003400         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
003410         GO TO 2100-EXIT
003420     END-IF
003430     ADD 1 TO WS-COUNTER-COUNT
003440     MOVE WS-COUNTER-COUNT TO WS-COUNTER-SUB
003450     MOVE BKR-COUNTER-ID TO WS-CTR-ID (WS-COUNTER-SUB)
003460     MOVE "N" TO WS-CTR-NEW-SWITCH (WS-COUNTER-SUB)
003470     MOVE BKR-CURRENT-VALUE
003480         TO WS-CTR-BACKUP-VALUE (WS-COUNTER-SUB)
003490     MOVE BKR-STATUS TO WS-CTR-BACKUP-STATUS (WS-COUNTER-SUB)
003500     MOVE BKR-CURRENT-VALUE TO WS-CTR-VALUE (WS-COUNTER-SUB)
003510     MOVE BKR-LIMIT TO WS-CTR-LIMIT (WS-COUNTER-SUB)
003520     MOVE BKR-STATUS TO WS-CTR-STATUS (WS-COUNTER-SUB)
003530     MOVE BKR-LAST-UPDATE-DATE
003540         TO WS-CTR-UPDATE-DATE (WS-COUNTER-SUB)
003550     MOVE BKR-LAST-UPDATE-TIME
003560         TO WS-CTR-UPDATE-TIME (WS-COUNTER-SUB)
003570     MOVE WS-CTR-LAST-STAMP (WS-COUNTER-SUB)
003580         TO WS-CTR-BACKUP-STAMP (WS-COUNTER-SUB)
003590     MOVE 0 TO WS-CTR-APPLIED (WS-COUNTER-SUB).
003600 2100-EXIT.
003610     EXIT.
003620
003630 2200-CHECK-TRAILER.
003640     IF BKR-RECORD-COUNT NOT = WS-RECORD-COUNT
003650         MOVE BKR-RECORD-COUNT TO WS-COUNT-DISPLAY
003660         MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY-2
003670         MOVE SPACES TO RCV-PRINT-LINE
003680         STRING "TRAILER SAYS " WS-COUNT-DISPLAY
003690             " RECORD(S) BUT BACKUP HAS " WS-COUNT-DISPLAY-2
003700             DELIMITED BY SIZE INTO RCV-PRINT-LINE
003710         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
003720     END-IF.
003730 2200-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 3000-REPLAY-JOURNAL -- walk the dated journals from the backup *
003780*                        date through the through date, one day  *
003790*                        at a time and each day in the order it  *
003800*                        was written.  A day with no journal had *
003810*                        no tracking activity and is noted, not  *
003820*                        counted against the recovery.  A        *
003822*                        journal that is there but cannot be     *
003825*                        read stops the replay, and the tracking *
003827*                        file is not touched.                    *
003830******************************************************************
003840 3000-REPLAY-JOURNAL.
003850     MOVE WS-BACKUP-DATE TO WS-WORK-DATE
003860     PERFORM 3100-REPLAY-ONE-DAY THRU 3100-EXIT
003863         UNTIL WS-WORK-DATE > WS-THROUGH-DATE
003867             OR WS-REPLAY-STOPPED
003871     IF WS-REPLAY-STOPPED
003875         MOVE SPACES TO RCV-PRINT-LINE
003879         STRING "REPLAY STOPPED -- TRACKING FILE NOT TOUCHED"
003883             DELIMITED BY SIZE INTO RCV-PRINT-LINE
003887         WRITE RCV-PRINT-LINE
003891     END-IF
003895     MOVE ALL "-" TO RCV-PRINT-LINE
003899     WRITE RCV-PRINT-LINE.
003900 3000-EXIT.
003910     EXIT.
003920
003930 3100-REPLAY-ONE-DAY.
003940     MOVE SPACES TO WS-TRKJRNL-FILENAME
003950     STRING "TRKJRNL." DELIMITED BY SIZE
003960         WS-WORK-DATE DELIMITED BY SIZE
003970         ".DAT" DELIMITED BY SIZE
003980         INTO WS-TRKJRNL-FILENAME
003990     OPEN INPUT TRACKING-JOURNAL-FILE
004000     IF WS-TRKJRNL-STATUS NOT = "00"
004010         MOVE SPACES TO RCV-PRINT-LINE
004020         STRING "NO TRACKING JOURNAL FOR " WS-WORK-DATE
004030             DELIMITED BY SIZE INTO RCV-PRINT-LINE
004040         WRITE RCV-PRINT-LINE
004050         PERFORM 3900-NEXT-DATE THRU 3900-EXIT
004060         GO TO 3100-EXIT
004070     END-IF
004080     ADD 1 TO WS-JOURNAL-DAYS
004090     MOVE "N" TO WS-JOURNAL-EOF-SWITCH
004100     PERFORM 3200-REPLAY-ONE-IMAGE THRU 3200-EXIT
004110         UNTIL WS-JOURNAL-EOF
004120     CLOSE TRACKING-JOURNAL-FILE
004130     PERFORM 3900-NEXT-DATE THRU 3900-EXIT.
004140 3100-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 3200-REPLAY-ONE-IMAGE -- one after-image.  An image no newer   *
004190*                          than the backup's copy of its row is  *
004200*                          already in the backup.  An image      *
004210*                          older than the last one replayed for  *
004220*                          its counter is out of sequence and is *
004230*                          skipped and named.  Anything else     *
004240*                          becomes the counter's recovered       *
004250*                          state; a counter the backup never had *
004260*                          is added.  A journal that cannot be   *
004265*                          read stops the replay.                *
004270******************************************************************
004280 3200-REPLAY-ONE-IMAGE.
004290     READ TRACKING-JOURNAL-FILE
004293         AT END
004296             SET WS-JOURNAL-EOF TO TRUE
004300             GO TO 3200-EXIT
004303     END-READ
004306     IF WS-TRKJRNL-STATUS NOT = "00"
004310         MOVE SPACES TO RCV-PRINT-LINE
004313         STRING WS-TRKJRNL-FILENAME " COULD NOT BE READ, STATUS "
004316             WS-TRKJRNL-STATUS
004320             DELIMITED BY SIZE INTO RCV-PRINT-LINE
004323         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
004326         SET WS-REPLAY-STOPPED TO TRUE
004330         SET WS-JOURNAL-EOF TO TRUE
004333         GO TO 3200-EXIT
004336     END-IF
004340     ADD 1 TO WS-IMAGES-READ
004350     IF TJR-COUNTER-ID = SPACES
004360         OR TJR-UPDATE-DATE NOT NUMERIC
004370         OR TJR-UPDATE-TIME NOT NUMERIC
004380         MOVE SPACES TO RCV-PRINT-LINE
004390         STRING "UNREADABLE IMAGE IN " WS-TRKJRNL-FILENAME
004400             " FOR COUNTER " TJR-COUNTER-ID " -- SKIPPED"
004410             DELIMITED BY SIZE INTO RCV-PRINT-LINE
004420         WRITE RCV-PRINT-LINE
004430         ADD 1 TO WS-IMAGES-SKIPPED
004440         GO TO 3200-EXIT
004450     END-IF
004460     MOVE TJR-STAMP TO WS-IMAGE-STAMP
004470     PERFORM 3300-FIND-COUNTER THRU 3300-EXIT
004480     IF NOT WS-ENTRY-FOUND
004490         GO TO 3200-EXIT
004500     END-IF
004510     IF NOT WS-CTR-NEW (WS-COUNTER-SUB)
004520         AND WS-IMAGE-STAMP
004530             NOT > WS-CTR-BACKUP-STAMP (WS-COUNTER-SUB)
004540         ADD 1 TO WS-IMAGES-IN-BACKUP
004550         GO TO 3200-EXIT
004560     END-IF
004570     IF WS-IMAGE-STAMP < WS-CTR-LAST-STAMP (WS-COUNTER-SUB)
004580         MOVE SPACES TO RCV-PRINT-LINE
004590         STRING "OUT OF SEQUENCE " TJR-COUNTER-ID " " TJR-ACTION
004600             " " TJR-UPDATE-DATE " " TJR-UPDATE-TIME
004610             " " TJR-PROGRAM " SKIPPED"
004620             DELIMITED BY SIZE INTO RCV-PRINT-LINE
004630         WRITE RCV-PRINT-LINE
004640         ADD 1 TO WS-IMAGES-SKIPPED
004650         GO TO 3200-EXIT
004660     END-IF
004670     MOVE TJR-CURRENT-VALUE TO WS-CTR-VALUE (WS-COUNTER-SUB)
004680     MOVE TJR-LIMIT TO WS-CTR-LIMIT (WS-COUNTER-SUB)
004690     MOVE TJR-STATUS TO WS-CTR-STATUS (WS-COUNTER-SUB)
004700     MOVE WS-IMAGE-STAMP TO WS-CTR-LAST-STAMP (WS-COUNTER-SUB)
004710     ADD 1 TO WS-CTR-APPLIED (WS-COUNTER-SUB)
004720     ADD 1 TO WS-IMAGES-APPLIED.
004730 3200-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 3300-FIND-COUNTER -- find the image's counter in the table,    *
004780*                      which is kept in key order so the rebuild *
004790*                      can write it straight through.  A counter *
004800*                      the backup did not have is added in its   *
004810*                      place, marked new, with nothing replayed  *
004820*                      yet.                                      *
004830******************************************************************
004840 3300-FIND-COUNTER.
004850     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
004860     PERFORM 3310-TEST-COUNTER THRU 3310-EXIT
004870         VARYING WS-COUNTER-SUB FROM 1 BY 1
004880         UNTIL WS-COUNTER-SUB > WS-COUNTER-COUNT
004890             OR WS-ENTRY-FOUND
004900     IF WS-ENTRY-FOUND
004910         SUBTRACT 1 FROM WS-COUNTER-SUB
004920         IF WS-CTR-ID (WS-COUNTER-SUB) = TJR-COUNTER-ID
004930             GO TO 3300-EXIT
004940         END-IF
004950     END-IF
004960     IF WS-COUNTER-COUNT NOT < WS-MAX-COUNTERS
004970         MOVE SPACES TO RCV-PRINT-LINE
004980         STRING "COUNTER TABLE IS FULL -- COUNTER "
004990             TJR-COUNTER-ID " CANNOT BE RECOVERED"
005000             DELIMITED BY SIZE INTO RCV-PRINT-LINE
005010         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
005020         MOVE "N" TO WS-ENTRY-FOUND-SWITCH
005030         GO TO 3300-EXIT
005040     END-IF
005050     PERFORM 3320-SHIFT-ONE-COUNTER THRU 3320-EXIT
005060         VARYING WS-SHIFT-SUB FROM WS-COUNTER-COUNT BY -1
005070         UNTIL WS-SHIFT-SUB < WS-COUNTER-SUB
005080     ADD 1 TO WS-COUNTER-COUNT
005090     ADD 1 TO WS-NEW-COUNTER-COUNT
005100     MOVE TJR-COUNTER-ID TO WS-CTR-ID (WS-COUNTER-SUB)
005110     MOVE "Y" TO WS-CTR-NEW-SWITCH (WS-COUNTER-SUB)
005120     MOVE 0 TO WS-CTR-BACKUP-VALUE (WS-COUNTER-SUB)
005130     MOVE SPACE TO WS-CTR-BACKUP-STATUS (WS-COUNTER-SUB)
005140     MOVE LOW-VALUES TO WS-CTR-BACKUP-STAMP (WS-COUNTER-SUB)
005150     MOVE 0 TO WS-CTR-VALUE (WS-COUNTER-SUB)
005160     MOVE 0 TO WS-CTR-LIMIT (WS-COUNTER-SUB)
005170     MOVE SPACE TO WS-CTR-STATUS (WS-COUNTER-SUB)
005180     MOVE LOW-VALUES TO WS-CTR-LAST-STAMP (WS-COUNTER-SUB)
005190     MOVE 0 TO WS-CTR-APPLIED (WS-COUNTER-SUB)
005200     SET WS-ENTRY-FOUND TO TRUE.
005210 3300-EXIT.
005220     EXIT.
005230
005240 3310-TEST-COUNTER.
005250     IF WS-CTR-ID (WS-COUNTER-SUB) NOT < TJR-COUNTER-ID
005260         SET WS-ENTRY-FOUND TO TRUE
005270     END-IF.
005280 3310-EXIT.
005290     EXIT.
005300
005310 3320-SHIFT-ONE-COUNTER.
005320     MOVE WS-COUNTER-ENTRY (WS-SHIFT-SUB)
005330         TO WS-COUNTER-ENTRY (WS-SHIFT-SUB + 1).
005340 3320-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 3900-NEXT-DATE -- step WS-WORK-DATE on by one calendar day,    *
005390*                   across month-end and year-end, with February *
005400*                   given its 29th in a leap year.               *
005410******************************************************************
005420 3900-NEXT-DATE.
005430     MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-DAYS-THIS-MONTH
005440     IF WS-WORK-MONTH = 2
005450         DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
005460             REMAINDER WS-LEAP-REMAINDER
005470         IF WS-LEAP-REMAINDER = 0
005480             MOVE 29 TO WS-DAYS-THIS-MONTH
005490             DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005500                 REMAINDER WS-LEAP-REMAINDER
005510             IF WS-LEAP-REMAINDER = 0
005520                 MOVE 28 TO WS-DAYS-THIS-MONTH
005530                 DIVIDE WS-WORK-YEAR BY 400
005540                     GIVING WS-LEAP-QUOTIENT
005550                     REMAINDER WS-LEAP-REMAINDER
005560                 IF WS-LEAP-REMAINDER = 0
005570                     MOVE 29 TO WS-DAYS-THIS-MONTH
005580                 END-IF
005590             END-IF
005600         END-IF
005610     END-IF
005620     IF WS-WORK-DAY < WS-DAYS-THIS-MONTH
005630         ADD 1 TO WS-WORK-DAY
005640         GO TO 3900-EXIT
005650     END-IF
005660     MOVE 1 TO WS-WORK-DAY
005670     IF WS-WORK-MONTH < 12
005680         ADD 1 TO WS-WORK-MONTH
005690         GO TO 3900-EXIT
005700     END-IF
005710     MOVE 1 TO WS-WORK-MONTH
005720     ADD 1 TO WS-WORK-YEAR.
005730 3900-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770* 4000-REBUILD-TRACKING -- write the recovered table to a fresh  *
005780*                          indexed tracking file in key order.   *
005790*                          Every run claim is cleared, the same  *
005800*                          as a rebuild from the backup clears   *
005810*                          it: whatever runs held them died with *
005820*                          the file.                             *
005830******************************************************************
005840 4000-REBUILD-TRACKING.
005850     OPEN OUTPUT TRACKING-FILE
005860     IF WS-TRACKING-STATUS NOT = "00"
005870         DISPLAY "tracking file could not be opened for "
005880             "recovery, status " WS-TRACKING-STATUS
005890         MOVE SPACES TO RCV-PRINT-LINE
005900         STRING "TRACKING FILE COULD NOT BE OPENED FOR RECOVERY"
005910             DELIMITED BY SIZE INTO RCV-PRINT-LINE
005920         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
005930         GO TO 4000-EXIT
005940     END-IF
005950     PERFORM 4100-REBUILD-ONE-COUNTER THRU 4100-EXIT
005960         VARYING WS-COUNTER-SUB FROM 1 BY 1
005970         UNTIL WS-COUNTER-SUB > WS-COUNTER-COUNT
005980     CLOSE TRACKING-FILE.
005990 4000-EXIT.
006000     EXIT.
006010
006020 4100-REBUILD-ONE-COUNTER.
006030     MOVE WS-CTR-ID (WS-COUNTER-SUB) TO TRK-COUNTER-ID
006040     MOVE WS-CTR-VALUE (WS-COUNTER-SUB) TO TRK-CURRENT-VALUE
006050     MOVE WS-CTR-LIMIT (WS-COUNTER-SUB) TO TRK-LIMIT
006060     MOVE WS-CTR-STATUS (WS-COUNTER-SUB) TO TRK-STATUS
006070     MOVE WS-CTR-UPDATE-DATE (WS-COUNTER-SUB)
006080         TO TRK-LAST-UPDATE-DATE
006090     MOVE WS-CTR-UPDATE-TIME (WS-COUNTER-SUB)
006100         TO TRK-LAST-UPDATE-TIME
006110     MOVE SPACES TO TRK-RUN-TOKEN
006120     WRITE TRK-TRACKING-RECORD
006130         INVALID KEY
006140             MOVE SPACES TO RCV-PRINT-LINE
006150             STRING "COUNTER " TRK-COUNTER-ID
006160                 " COULD NOT BE WRITTEN, STATUS "
006170                 WS-TRACKING-STATUS
006180                 DELIMITED BY SIZE INTO RCV-PRINT-LINE
006190             PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
006200             GO TO 4100-EXIT
006210     END-WRITE
006220     ADD 1 TO WS-REBUILT-COUNT.
006230 4100-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 5000-PRINT-COUNTERS -- one line per counter: its value and     *
006280*                        status on the backup (NEW when the      *
006290*                        backup never had it), its recovered     *
006300*                        value and status, and how many journal  *
006310*                        images were applied to get there.       *
006320******************************************************************
006330 5000-PRINT-COUNTERS.
006340     MOVE SPACES TO RCV-PRINT-LINE
006350     STRING "COUNTER   BACKUP ST   RECOVERED ST   IMAGES APPLIED"
006360         DELIMITED BY SIZE INTO RCV-PRINT-LINE
006370     WRITE RCV-PRINT-LINE
006380     PERFORM 5100-PRINT-ONE-COUNTER THRU 5100-EXIT
006390         VARYING WS-COUNTER-SUB FROM 1 BY 1
006400         UNTIL WS-COUNTER-SUB > WS-COUNTER-COUNT.
006410 5000-EXIT.
006420     EXIT.
006430
006440 5100-PRINT-ONE-COUNTER.
006450     IF WS-CTR-NEW (WS-COUNTER-SUB)
006460         MOVE "  NEW" TO WS-BACKUP-VALUE-DISPLAY
006470         MOVE SPACE TO WS-BACKUP-STATUS-DISPLAY
006480     ELSE
006490         MOVE WS-CTR-BACKUP-VALUE (WS-COUNTER-SUB)
006500             TO WS-VALUE-DISPLAY
006510         MOVE WS-VALUE-DISPLAY TO WS-BACKUP-VALUE-DISPLAY
006520         MOVE WS-CTR-BACKUP-STATUS (WS-COUNTER-SUB)
006530             TO WS-BACKUP-STATUS-DISPLAY
006540     END-IF
006550     MOVE WS-CTR-VALUE (WS-COUNTER-SUB) TO WS-VALUE-DISPLAY
006560     MOVE WS-CTR-APPLIED (WS-COUNTER-SUB) TO WS-APPLIED-DISPLAY
006570     MOVE SPACES TO RCV-PRINT-LINE
006580     STRING WS-CTR-ID (WS-COUNTER-SUB)
006590         "   " WS-BACKUP-VALUE-DISPLAY
006600         "  " WS-BACKUP-STATUS-DISPLAY
006610         "       " WS-VALUE-DISPLAY
006620         "  " WS-CTR-STATUS (WS-COUNTER-SUB)
006630         "            " WS-APPLIED-DISPLAY
006640         DELIMITED BY SIZE INTO RCV-PRINT-LINE
006650     WRITE RCV-PRINT-LINE.
006660 5100-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700* 6000-PRINT-TOTALS -- what the backup held, what the journal    *
006710*                      gave, and what the rebuilt file holds.    *
006720******************************************************************
006730 6000-PRINT-TOTALS.
006740     MOVE ALL "-" TO RCV-PRINT-LINE
006750     WRITE RCV-PRINT-LINE
006760     MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
006770     MOVE SPACES TO RCV-PRINT-LINE
006780     STRING "RECORDS ON BACKUP . . . . . : " WS-COUNT-DISPLAY
006790         DELIMITED BY SIZE INTO RCV-PRINT-LINE
006800     WRITE RCV-PRINT-LINE
006810     MOVE WS-JOURNAL-DAYS TO WS-COUNT-DISPLAY
006820     MOVE SPACES TO RCV-PRINT-LINE
006830     STRING "JOURNAL DAYS READ . . . . . : " WS-COUNT-DISPLAY
006840         DELIMITED BY SIZE INTO RCV-PRINT-LINE
006850     WRITE RCV-PRINT-LINE
006860     MOVE WS-IMAGES-READ TO WS-BIG-COUNT-DISPLAY
006870     MOVE SPACES TO RCV-PRINT-LINE
006880     STRING "IMAGES READ . . . . . . . . : " WS-BIG-COUNT-DISPLAY
006890         DELIMITED BY SIZE INTO RCV-PRINT-LINE
006900     WRITE RCV-PRINT-LINE
006910     MOVE WS-IMAGES-IN-BACKUP TO WS-BIG-COUNT-DISPLAY
006920     MOVE SPACES TO RCV-PRINT-LINE
006930     STRING "ALREADY IN THE BACKUP . . . : " WS-BIG-COUNT-DISPLAY
006940         DELIMITED BY SIZE INTO RCV-PRINT-LINE
006950     WRITE RCV-PRINT-LINE
006960     MOVE WS-IMAGES-APPLIED TO WS-BIG-COUNT-DISPLAY
006970     MOVE SPACES TO RCV-PRINT-LINE
006980     STRING "IMAGES APPLIED. . . . . . . : " WS-BIG-COUNT-DISPLAY
006990         DELIMITED BY SIZE INTO RCV-PRINT-LINE
007000     WRITE RCV-PRINT-LINE
007010     MOVE WS-IMAGES-SKIPPED TO WS-BIG-COUNT-DISPLAY
007020     MOVE SPACES TO RCV-PRINT-LINE
007030     STRING "IMAGES SKIPPED. . . . . . . : " WS-BIG-COUNT-DISPLAY
007040         DELIMITED BY SIZE INTO RCV-PRINT-LINE
007050     WRITE RCV-PRINT-LINE
007060     MOVE WS-NEW-COUNTER-COUNT TO WS-COUNT-DISPLAY
007070     MOVE SPACES TO RCV-PRINT-LINE
007080     STRING "COUNTERS NOT ON BACKUP. . . : " WS-COUNT-DISPLAY
007090         DELIMITED BY SIZE INTO RCV-PRINT-LINE
007100     WRITE RCV-PRINT-LINE
007110     MOVE WS-REBUILT-COUNT TO WS-COUNT-DISPLAY
007120     MOVE SPACES TO RCV-PRINT-LINE
007130     STRING "RECORDS REBUILT . . . . . . : " WS-COUNT-DISPLAY
007140         DELIMITED BY SIZE INTO RCV-PRINT-LINE
007150     WRITE RCV-PRINT-LINE
007160     MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
007170     MOVE SPACES TO RCV-PRINT-LINE
007180     STRING "ERRORS. . . . . . . . . . . : " WS-COUNT-DISPLAY
007190         DELIMITED BY SIZE INTO RCV-PRINT-LINE
007200     WRITE RCV-PRINT-LINE.
007210 6000-EXIT.
007220     EXIT.
007230
007240 8200-LOG-EXCEPTION.
007250     ADD 1 TO WS-ERROR-COUNT
007260     WRITE RCV-PRINT-LINE.
007270 8200-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* 9000-FINALIZE -- close the report, flag the result on the      *
007320*                  console, and set the return code the job      *
007330*                  stream branches on.                           *
007340******************************************************************
007350 9000-FINALIZE.
007360     IF WS-REPORT-STATUS = "00"
007370         CLOSE RECOVERY-REPORT-FILE
007380     END-IF
007390     IF NOT WS-CARD-OK OR WS-REPORT-STATUS NOT = "00"
007400         MOVE 8 TO RETURN-CODE
007410         GO TO 9000-EXIT
007420     END-IF
007430     IF WS-ERROR-COUNT > 0
007440         MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
007450         DISPLAY "forward recovery found " WS-COUNT-DISPLAY
007460             " error(s) -- report in RCVRPT.DAT"
007470         MOVE 8 TO RETURN-CODE
007480         GO TO 9000-EXIT
007490     END-IF
007500     IF WS-IMAGES-SKIPPED > 0
007510         MOVE WS-IMAGES-SKIPPED TO WS-BIG-COUNT-DISPLAY
007520         DISPLAY "forward recovery skipped " WS-BIG-COUNT-DISPLAY
007530             " journal image(s) -- report in RCVRPT.DAT"
007540         MOVE 4 TO RETURN-CODE
007550         GO TO 9000-EXIT
007560     END-IF
007570     DISPLAY "forward recovery clean -- report in RCVRPT.DAT".
007580 9000-EXIT.
007590     EXIT.
007600
007610 END PROGRAM CTRRCVR.
