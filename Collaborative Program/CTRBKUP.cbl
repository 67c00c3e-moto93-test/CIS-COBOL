000354*                     token -- the backup does not carry claims, *
000356*                     and a rebuilt file has no live runs whose  *
000358*                     claims could still be honored.             *
000359*   2026-10-15   JR   Start and end entries on the shared stream *
000361*                     log for the stream status report.          *
000363*   2026-10-15   JR   Each export and verify is posted to the    *
000365*                     generation catalog for the nightly         *
000367*                     retention cleanup.                         *
000369******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CTRBKUP AS "CTRBKUP".
000390
000540         LOCK MODE IS AUTOMATIC
000550         SHARING WITH ALL OTHER
000560         FILE STATUS IS WS-TRACKING-STATUS.
000561     SELECT GENERATION-CATALOG-FILE ASSIGN TO "GENCAT.DAT"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS GCT-KEY
000566         LOCK MODE IS AUTOMATIC
000567         SHARING WITH ALL OTHER
000568         FILE STATUS IS WS-CATALOG-STATUS.
000570     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILENAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-BACKUP-STATUS.
000592     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000595         ORGANIZATION IS LINE SEQUENTIAL
000597         FILE STATUS IS WS-STREAM-CARD-STATUS.
000600     SELECT BACKUP-REPORT-FILE ASSIGN TO "BKPRPT.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.
000621     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000625         RECORD KEY IS SLG-KEY
000626         LOCK MODE IS AUTOMATIC
000627         SHARING WITH ALL OTHER
000628         FILE STATUS IS WS-STREAM-LOG-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000680
000690 FD  TRACKING-FILE.
000700     COPY "TRKREC.cpy".
000702
000705 FD  GENERATION-CATALOG-FILE.
000707     COPY "GENCAT.cpy".
000710
000720 FD  BACKUP-FILE.
000730     COPY "BKPREC.cpy".
000740
000750 FD  BACKUP-REPORT-FILE.
000760 01  BKP-PRINT-LINE                  PIC X(80).
000761
000762 FD  STREAM-CARD-FILE.
000764     COPY "STRMCARD.cpy".
000765
000767 FD  STREAM-LOG-FILE.
000768     COPY "STRMLOG.cpy".
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
000800 01  WS-TRACKING-STATUS          PIC X(02)  VALUE "00".
000810 01  WS-BACKUP-STATUS            PIC X(02)  VALUE "00".
000820 01  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
000825 01  WS-CATALOG-STATUS           PIC X(02)  VALUE "00".
000830 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000840 01  WS-TODAY-TIME               PIC X(08)  VALUE SPACE.
000850 01  WS-BACKUP-DATE              PIC X(08)  VALUE SPACE.
000860 01  WS-BACKUP-FILENAME          PIC X(20)  VALUE SPACE.
000861 01  WS-CATALOG-PROGRAM          PIC X(08)  VALUE "CTRBKUP".
000862 01  WS-CATALOG-FAMILY           PIC X(08)  VALUE "CTRBKUP".
000863 01  WS-CATALOG-GENERATION       PIC X(08)  VALUE SPACE.
000864 01  WS-CATALOG-FILENAME         PIC X(21)  VALUE SPACE.
000865 01  WS-CATALOG-STATE            PIC X(01)  VALUE SPACE.
000866 01  WS-CATALOG-RECORDS          PIC 9(07)  VALUE 0.
000867 01  WS-CATALOG-DATE             PIC X(08)  VALUE SPACE.
000868 01  WS-CATALOG-TIME             PIC X(08)  VALUE SPACE.
000870 01  WS-PRIOR-KEY                PIC X(08)  VALUE LOW-VALUES.
000871 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
000872 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
000873 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "CTRBKUP".
000874 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
000875 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
000876 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
000877 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
000878 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
000879 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
000880
000890 01  WS-SWITCHES.
000900     05  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "N".
000970         88  WS-TRAILER-FOUND           VALUE "Y".
000980     05  WS-LIVE-UP-SWITCH       PIC X(01)  VALUE "N".
000990         88  WS-LIVE-UP                 VALUE "Y".
000993     05  WS-CATALOG-SWITCH       PIC X(01)  VALUE "N".
000996         88  WS-CATALOG-ON-FILE         VALUE "Y".
001000
001010 01  WS-STATUS-COUNTS.
001020     05  WS-RECORD-COUNT         PIC 9(05)  COMP VALUE 0.
001140 PROCEDURE DIVISION.
001150
001160 0000-MAINLINE.
001165     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001180     IF WS-CARD-OK AND WS-REPORT-STATUS = "00"
001190         IF BKP-EXPORT
001270         END-IF
001280         PERFORM 9000-FINALIZE THRU 9000-EXIT
001290     END-IF
001295     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
001300     STOP RUN.
001310 0000-EXIT.
001320     EXIT.
002230     PERFORM 2200-WRITE-TRAILER THRU 2200-EXIT
002240     CLOSE BACKUP-FILE
002250     CLOSE TRACKING-FILE
002251     MOVE WS-BACKUP-DATE TO WS-CATALOG-GENERATION
002253     MOVE WS-BACKUP-FILENAME TO WS-CATALOG-FILENAME
002255     MOVE "U" TO WS-CATALOG-STATE
002256     MOVE WS-RECORD-COUNT TO WS-CATALOG-RECORDS
002258     PERFORM 9600-CATALOG-GENERATION THRU 9600-EXIT
002260     PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
002270 2000-EXIT.
002280     EXIT.
003100             PERFORM 8200-LOG-EXCEPTION THRU 8200-EXIT
003110         END-IF
003120     END-IF
003121     MOVE WS-BACKUP-DATE TO WS-CATALOG-GENERATION
003122     MOVE WS-BACKUP-FILENAME TO WS-CATALOG-FILENAME
003123     MOVE "V" TO WS-CATALOG-STATE
003124     IF WS-ERROR-COUNT > 0
003125         MOVE "B" TO WS-CATALOG-STATE
003126     END-IF
003127     MOVE WS-RECORD-COUNT TO WS-CATALOG-RECORDS
003128     PERFORM 9600-CATALOG-GENERATION THRU 9600-EXIT
003130     PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
003140 3000-EXIT.
003150     EXIT.
006800 9000-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
006850*                        shared stream log.  The log is the on-  *
006860*                        call operator's picture of the night,   *
006870*                        not part of this step's own work, so a  *
006880*                        log that cannot be opened is noted on   *
006890*                        the console and the step carries on.    *
006900******************************************************************
006910 9800-LOG-STEP-START.
006920     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
006930     IF WS-STREAM-LOG-STATUS NOT = "00"
006940         GO TO 9800-EXIT
006950     END-IF
006960     MOVE "S" TO WS-STREAM-EVENT
006970     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
006980     CLOSE STREAM-LOG-FILE.
006990 9800-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
007040*                      return code the job stream will see.      *
007050******************************************************************
007060 9850-LOG-STEP-END.
007070     MOVE RETURN-CODE TO WS-STREAM-RC
007080     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
007090     IF WS-STREAM-LOG-STATUS NOT = "00"
007100         GO TO 9850-EXIT
007110     END-IF
007120     MOVE "E" TO WS-STREAM-EVENT
007130     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
007140     CLOSE STREAM-LOG-FILE.
007150 9850-EXIT.
007160     EXIT.
007170
007180******************************************************************
007190* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
007200*                         card (today when there is none), the   *
007210*                         event stamp, and the log itself,       *
007220*                         created on first use the same way the  *
007230*                         tracking file is.                      *
007240******************************************************************
007250 9870-OPEN-STREAM-LOG.
007260     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
007270     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
007280     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
007290     OPEN INPUT STREAM-CARD-FILE
007300     IF WS-STREAM-CARD-STATUS = "00"
007310         READ STREAM-CARD-FILE
007320             AT END
007330                 CONTINUE
007340             NOT AT END
007350                 IF SCD-BUSINESS-DATE NOT = SPACES
007360                     MOVE SCD-BUSINESS-DATE
007370                         TO WS-STREAM-BUSINESS-DATE
007380                 END-IF
007390         END-READ
007400         CLOSE STREAM-CARD-FILE
007410     END-IF
007420     OPEN I-O STREAM-LOG-FILE
007430     IF WS-STREAM-LOG-STATUS = "35"
007440         OPEN OUTPUT STREAM-LOG-FILE
007450         CLOSE STREAM-LOG-FILE
007460         OPEN I-O STREAM-LOG-FILE
007470     END-IF
007480     IF WS-STREAM-LOG-STATUS NOT = "00"
007490         DISPLAY "stream log not available, status "
007500             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
007510             " not logged"
007520     END-IF.
007530 9870-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
007580*                           date, step, and event, or rewrite    *
007590*                           the one a prior attempt left, and    *
007600*                           count the attempt.                   *
007610******************************************************************
007620 9880-POST-STREAM-ENTRY.
007630     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
007640     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
007650     MOVE WS-STREAM-EVENT TO SLG-EVENT
007660     MOVE 0 TO WS-STREAM-ATTEMPTS
007670     READ STREAM-LOG-FILE
007680         INVALID KEY
007690             CONTINUE
007700         NOT INVALID KEY
007710             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
007720     END-READ
007730     ADD 1 TO WS-STREAM-ATTEMPTS
007740     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
007750     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
007760     MOVE WS-STREAM-EVENT TO SLG-EVENT
007770     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
007780     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
007790     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
007800     IF SLG-STEP-START
007810         MOVE 0 TO SLG-RETURN-CODE
007820     ELSE
007830         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
007840     END-IF
007850     IF WS-STREAM-ATTEMPTS = 1
007860         WRITE SLG-STEP-RECORD
007870     ELSE
007880         REWRITE SLG-STEP-RECORD
007890     END-IF
007900     IF WS-STREAM-LOG-STATUS NOT = "00"
007910         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
007920             " not posted, status " WS-STREAM-LOG-STATUS
007930     END-IF.
007940 9880-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 9600-CATALOG-GENERATION -- post this generation to the         *
007990*                            generation catalog, created on      *
008000*                            first use the same way the tracking *
008010*                            file is, so the nightly retention   *
008020*                            cleanup knows the generation exists *
008030*                            and whether it is safe to delete.   *
008040*                            A fresh cut or export restamps the  *
008050*                            entry as created, since the file    *
008060*                            under it is new.  The catalog is    *
008070*                            housekeeping, not this step's own   *
008080*                            work, so a catalog that cannot be   *
008090*                            opened is noted on the console and  *
008100*                            the step carries on.                *
008110******************************************************************
008120 9600-CATALOG-GENERATION.
008130     ACCEPT WS-CATALOG-DATE FROM DATE YYYYMMDD
008140     ACCEPT WS-CATALOG-TIME FROM TIME
008150     OPEN I-O GENERATION-CATALOG-FILE
008160     IF WS-CATALOG-STATUS = "35"
008170         OPEN OUTPUT GENERATION-CATALOG-FILE
008180         CLOSE GENERATION-CATALOG-FILE
008190         OPEN I-O GENERATION-CATALOG-FILE
008200     END-IF
008210     IF WS-CATALOG-STATUS NOT = "00"
008220         DISPLAY "generation catalog not available, status "
008230             WS-CATALOG-STATUS " -- " WS-CATALOG-FILENAME
008240             " not cataloged"
008250         GO TO 9600-EXIT
008260     END-IF
008270     MOVE WS-CATALOG-FAMILY TO GCT-FAMILY
008280     MOVE WS-CATALOG-GENERATION TO GCT-GENERATION
008290     MOVE "N" TO WS-CATALOG-SWITCH
008300     READ GENERATION-CATALOG-FILE
008310         INVALID KEY
008320             CONTINUE
008330         NOT INVALID KEY
008340             SET WS-CATALOG-ON-FILE TO TRUE
008350     END-READ
008360     IF NOT WS-CATALOG-ON-FILE
008370         MOVE SPACES TO GCT-CATALOG-RECORD
008380         MOVE WS-CATALOG-FAMILY TO GCT-FAMILY
008390         MOVE WS-CATALOG-GENERATION TO GCT-GENERATION
008400         MOVE "U" TO GCT-STATE
008410     END-IF
008420     IF NOT WS-CATALOG-ON-FILE OR GCT-DELETED
008430         OR WS-CATALOG-STATE = "U"
008440         MOVE WS-CATALOG-DATE TO GCT-CREATED-DATE
008450         MOVE WS-CATALOG-TIME TO GCT-CREATED-TIME
008460         MOVE SPACES TO GCT-DELETED-DATE
008470     END-IF
008480     MOVE WS-CATALOG-FILENAME TO GCT-FILE-NAME
008490     MOVE WS-CATALOG-STATE TO GCT-STATE
008500     MOVE WS-CATALOG-RECORDS TO GCT-RECORD-COUNT
008510     MOVE WS-CATALOG-DATE TO GCT-CHECKED-DATE
008520     MOVE WS-CATALOG-TIME TO GCT-CHECKED-TIME
008530     MOVE WS-CATALOG-PROGRAM TO GCT-LAST-PROGRAM
008540     IF WS-CATALOG-ON-FILE
008550         REWRITE GCT-CATALOG-RECORD
008560     ELSE
008570         WRITE GCT-CATALOG-RECORD
008580     END-IF
008590     IF WS-CATALOG-STATUS NOT = "00"
008600         DISPLAY "generation catalog entry for "
008610             WS-CATALOG-FILENAME " not posted, status "
008620             WS-CATALOG-STATUS
008630     END-IF
008640     CLOSE GENERATION-CATALOG-FILE.
008650 9600-EXIT.
008660     EXIT.
008670
008680 END PROGRAM CTRBKUP.
