000310* MODIFICATION HISTORY                                           *
000320*   DATE        INIT  DESCRIPTION                                *
000330*   2026-09-02   JR   Original run-history archive utility.      *
000332*   2026-10-15   JR   Each cut and verify is posted to the       *
000335*                     generation catalog for the nightly         *
000337*                     retention cleanup.                         *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. HSTARCH AS "HSTARCH".
000510     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ARCHIVE-STATUS.
000531     SELECT GENERATION-CATALOG-FILE ASSIGN TO "GENCAT.DAT"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000535         RECORD KEY IS GCT-KEY
000536         LOCK MODE IS AUTOMATIC
000537         SHARING WITH ALL OTHER
000538         FILE STATUS IS WS-CATALOG-STATUS.
000540     SELECT KEEP-FILE ASSIGN TO "RUNKEEP.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-KEEP-STATUS.
000680
000690 FD  ARCHIVE-FILE.
000700     COPY "ARCREC.cpy".
000702
000705 FD  GENERATION-CATALOG-FILE.
000707     COPY "GENCAT.cpy".
000710
000720 FD  KEEP-FILE.
000730 01  KEP-KEEP-RECORD                 PIC X(59).
000810 01  WS-ARCHIVE-STATUS           PIC X(02)  VALUE "00".
000820 01  WS-KEEP-STATUS              PIC X(02)  VALUE "00".
000830 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
000835 01  WS-CATALOG-STATUS           PIC X(02)  VALUE "00".
000840 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000850 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000860 01  WS-CUTOFF-DATE              PIC X(08)  VALUE SPACE.
000870 01  WS-ARCHIVE-DATE             PIC X(08)  VALUE SPACE.
000880 01  WS-ARCHIVE-FILENAME         PIC X(20)  VALUE SPACE.
000881 01  WS-CATALOG-PROGRAM          PIC X(08)  VALUE "HSTARCH".
000882 01  WS-CATALOG-FAMILY           PIC X(08)  VALUE "RUNARCH".
000883 01  WS-CATALOG-GENERATION       PIC X(08)  VALUE SPACE.
000884 01  WS-CATALOG-FILENAME         PIC X(21)  VALUE SPACE.
000885 01  WS-CATALOG-STATE            PIC X(01)  VALUE SPACE.
000886 01  WS-CATALOG-RECORDS          PIC 9(07)  VALUE 0.
000887 01  WS-CATALOG-DATE             PIC X(08)  VALUE SPACE.
000888 01  WS-CATALOG-TIME             PIC X(08)  VALUE SPACE.
000890 01  WS-OLDEST-DATE              PIC X(08)  VALUE HIGH-VALUES.
000900 01  WS-NEWEST-DATE              PIC X(08)  VALUE LOW-VALUES.
000910
001020         88  WS-TRAILER-FOUND           VALUE "Y".
001022     05  WS-CUT-REFUSED-SWITCH   PIC X(01)  VALUE "N".
001024         88  WS-CUT-REFUSED             VALUE "Y".
001026     05  WS-CATALOG-SWITCH       PIC X(01)  VALUE "N".
001028         88  WS-CATALOG-ON-FILE         VALUE "Y".
001030
001040 01  WS-ARCHIVED-COUNT           PIC 9(05)  COMP VALUE 0.
001050 01  WS-KEPT-COUNT               PIC 9(05)  COMP VALUE 0.
002540     PERFORM 2200-WRITE-TRAILER THRU 2200-EXIT
002550     CLOSE KEEP-FILE
002560     CLOSE ARCHIVE-FILE
002570     CLOSE HISTORY-FILE
002571     MOVE WS-ARCHIVE-DATE TO WS-CATALOG-GENERATION
002573     MOVE WS-ARCHIVE-FILENAME TO WS-CATALOG-FILENAME
002575     MOVE "U" TO WS-CATALOG-STATE
002576     MOVE WS-ARCHIVED-COUNT TO WS-CATALOG-RECORDS
002578     PERFORM 9600-CATALOG-GENERATION THRU 9600-EXIT.
002580 2000-EXIT.
002590     EXIT.
002600
003370         STRING "ARCHIVE HAS NO TRAILER -- CUT DID NOT FINISH"
003380             DELIMITED BY SIZE INTO ARH-PRINT-LINE
003390         PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
003400     END-IF
003401     MOVE WS-ARCHIVE-DATE TO WS-CATALOG-GENERATION
003402     MOVE WS-ARCHIVE-FILENAME TO WS-CATALOG-FILENAME
003403     MOVE "V" TO WS-CATALOG-STATE
003404     IF WS-ERROR-COUNT > 0
003405         MOVE "B" TO WS-CATALOG-STATE
003406     END-IF
003407     MOVE WS-VERIFIED-COUNT TO WS-CATALOG-RECORDS
003408     PERFORM 9600-CATALOG-GENERATION THRU 9600-EXIT.
003410 3000-EXIT.
003420     EXIT.
003430
004900 9000-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* 9600-CATALOG-GENERATION -- post this generation to the         *
004950*                            generation catalog, created on      *
004960*                            first use the same way the tracking *
004970*                            file is, so the nightly retention   *
004980*                            cleanup knows the generation exists *
004990*                            and whether it is safe to delete.   *
005000*                            A fresh cut or export restamps the  *
005010*                            entry as created, since the file    *
005020*                            under it is new.  The catalog is    *
005030*                            housekeeping, not this step's own   *
005040*                            work, so a catalog that cannot be   *
005050*                            opened is noted on the console and  *
005060*                            the step carries on.                *
005070******************************************************************
005080 9600-CATALOG-GENERATION.
005090     ACCEPT WS-CATALOG-DATE FROM DATE YYYYMMDD
005100     ACCEPT WS-CATALOG-TIME FROM TIME
005110     OPEN I-O GENERATION-CATALOG-FILE
005120     IF WS-CATALOG-STATUS = "35"
005130         OPEN OUTPUT GENERATION-CATALOG-FILE
005140         CLOSE GENERATION-CATALOG-FILE
005150         OPEN I-O GENERATION-CATALOG-FILE
005160     END-IF
005170     IF WS-CATALOG-STATUS NOT = "00"
005180         DISPLAY "generation catalog not available, status "
005190             WS-CATALOG-STATUS " -- " WS-CATALOG-FILENAME
005200             " not cataloged"
005210         GO TO 9600-EXIT
005220     END-IF
005230     MOVE WS-CATALOG-FAMILY TO GCT-FAMILY
005240     MOVE WS-CATALOG-GENERATION TO GCT-GENERATION
005250     MOVE "N" TO WS-CATALOG-SWITCH
005260     READ GENERATION-CATALOG-FILE
005270         INVALID KEY
005280             CONTINUE
005290         NOT INVALID KEY
005300             SET WS-CATALOG-ON-FILE TO TRUE
005310     END-READ
005320     IF NOT WS-CATALOG-ON-FILE
005330         MOVE SPACES TO GCT-CATALOG-RECORD
005340         MOVE WS-CATALOG-FAMILY TO GCT-FAMILY
005350         MOVE WS-CATALOG-GENERATION TO GCT-GENERATION
005360         MOVE "U" TO GCT-STATE
005370     END-IF
005380     IF NOT WS-CATALOG-ON-FILE OR GCT-DELETED
005390         OR WS-CATALOG-STATE = "U"
005400         MOVE WS-CATALOG-DATE TO GCT-CREATED-DATE
005410         MOVE WS-CATALOG-TIME TO GCT-CREATED-TIME
005420         MOVE SPACES TO GCT-DELETED-DATE
005430     END-IF
005440     MOVE WS-CATALOG-FILENAME TO GCT-FILE-NAME
005450     MOVE WS-CATALOG-STATE TO GCT-STATE
005460     MOVE WS-CATALOG-RECORDS TO GCT-RECORD-COUNT
005470     MOVE WS-CATALOG-DATE TO GCT-CHECKED-DATE
005480     MOVE WS-CATALOG-TIME TO GCT-CHECKED-TIME
005490     MOVE WS-CATALOG-PROGRAM TO GCT-LAST-PROGRAM
005500     IF WS-CATALOG-ON-FILE
005510         REWRITE GCT-CATALOG-RECORD
005520     ELSE
005530         WRITE GCT-CATALOG-RECORD
005540     END-IF
005550     IF WS-CATALOG-STATUS NOT = "00"
005560         DISPLAY "generation catalog entry for "
005570             WS-CATALOG-FILENAME " not posted, status "
005580             WS-CATALOG-STATUS
005590     END-IF
005600     CLOSE GENERATION-CATALOG-FILE.
005610 9600-EXIT.
005620     EXIT.
005630
005640 END PROGRAM HSTARCH.
