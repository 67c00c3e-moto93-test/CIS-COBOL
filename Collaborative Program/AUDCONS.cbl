000220* MODIFICATION HISTORY                                           *
000230*   DATE        INIT  DESCRIPTION                                *
000240*   2026-08-22   JR   Original consolidation job.                *
000243*   2026-10-15   JR   Start and end entries on the shared stream *
000246*                     log for the stream status report.          *
000247*   2026-10-15   JR   Each daily log folded is posted to the     *
000248*                     generation catalog as folded for the       *
000249*                     retention cleanup.                         *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. AUDCONS AS "AUDCONS".
000360     SELECT CONSOLIDATION-CARD-FILE ASSIGN TO "CONSCARD.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CARD-STATUS.
000381     SELECT GENERATION-CATALOG-FILE ASSIGN TO "GENCAT.DAT"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS GCT-KEY
000386         LOCK MODE IS AUTOMATIC
000387         SHARING WITH ALL OTHER
000388         FILE STATUS IS WS-CATALOG-STATUS.
000390     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUDIT-STATUS.
000412     SELECT STREAM-CARD-FILE ASSIGN TO "STRMCARD.DAT"
000415         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS WS-STREAM-CARD-STATUS.
000420     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMSTR.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000460         LOCK MODE IS AUTOMATIC
000470         SHARING WITH ALL OTHER
000480         FILE STATUS IS WS-MASTER-STATUS.
000481     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG.DAT"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000485         RECORD KEY IS SLG-KEY
000486         LOCK MODE IS AUTOMATIC
000487         SHARING WITH ALL OTHER
000488         FILE STATUS IS WS-STREAM-LOG-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000540
000550 FD  AUDIT-FILE.
000560     COPY "AUDITREC.cpy".
000562
000565 FD  GENERATION-CATALOG-FILE.
000567     COPY "GENCAT.cpy".
000570
000580 FD  AUDIT-MASTER-FILE.
000590     COPY "AUDMSTR.cpy".
000591
000592 FD  STREAM-CARD-FILE.
000594     COPY "STRMCARD.cpy".
000595
000597 FD  STREAM-LOG-FILE.
000598     COPY "STRMLOG.cpy".
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-CARD-STATUS              PIC X(02)  VALUE "00".
000630 01  WS-AUDIT-STATUS             PIC X(02)  VALUE "00".
000640 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
000645 01  WS-CATALOG-STATUS           PIC X(02)  VALUE "00".
000650 01  WS-AUDIT-FILENAME           PIC X(21)  VALUE SPACE.
000651 01  WS-CATALOG-PROGRAM          PIC X(08)  VALUE "AUDCONS".
000652 01  WS-CATALOG-FAMILY           PIC X(08)  VALUE "AUDITLOG".
000653 01  WS-CATALOG-GENERATION       PIC X(08)  VALUE SPACE.
000654 01  WS-CATALOG-FILENAME         PIC X(21)  VALUE SPACE.
000655 01  WS-CATALOG-STATE            PIC X(01)  VALUE SPACE.
000656 01  WS-CATALOG-RECORDS          PIC 9(07)  VALUE 0.
000657 01  WS-CATALOG-DATE             PIC X(08)  VALUE SPACE.
000658 01  WS-CATALOG-TIME             PIC X(08)  VALUE SPACE.
000660 01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
000670 01  WS-FOLD-DATE                PIC X(08)  VALUE SPACE.
000680 01  WS-PURGE-DATE               PIC X(08)  VALUE SPACE.
000681 01  WS-STREAM-CARD-STATUS       PIC X(02)  VALUE "00".
000682 01  WS-STREAM-LOG-STATUS        PIC X(02)  VALUE "00".
000683 01  WS-STREAM-STEP-NAME         PIC X(08)  VALUE "AUDCONS".
000684 01  WS-STREAM-BUSINESS-DATE     PIC X(08)  VALUE SPACE.
000685 01  WS-STREAM-EVENT-DATE        PIC X(08)  VALUE SPACE.
000686 01  WS-STREAM-EVENT-TIME        PIC X(08)  VALUE SPACE.
000687 01  WS-STREAM-EVENT             PIC X(01)  VALUE SPACE.
000688 01  WS-STREAM-RC                PIC 9(04)  VALUE 0.
000689 01  WS-STREAM-ATTEMPTS          PIC 9(03)  VALUE 0.
000690
000700 01  WS-SWITCHES.
000710     05  WS-AUDIT-EOF-SWITCH     PIC X(01)  VALUE "N".
000720         88  WS-AUDIT-EOF               VALUE "Y".
000730     05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE "N".
000740         88  WS-MASTER-EOF              VALUE "Y".
000743     05  WS-CATALOG-SWITCH       PIC X(01)  VALUE "N".
000746         88  WS-CATALOG-ON-FILE         VALUE "Y".
000750
000760 01  WS-FOLDED-COUNT             PIC 9(05)  COMP VALUE 0.
000770 01  WS-DUPLICATE-COUNT          PIC 9(05)  COMP VALUE 0.
000810 PROCEDURE DIVISION.
000820
000830 0000-MAINLINE.
000835     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT
000840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000850     IF WS-MASTER-STATUS = "00"
000860         PERFORM 2000-FOLD-DAILY-LOG THRU 2000-EXIT
000880         CLOSE AUDIT-MASTER-FILE
000890         PERFORM 9000-FINALIZE THRU 9000-EXIT
000900     END-IF
000905     PERFORM 9850-LOG-STEP-END THRU 9850-EXIT
000910     STOP RUN.
000920 0000-EXIT.
000930     EXIT.
001480     END-IF
001490     PERFORM 2100-FOLD-ONE-RECORD THRU 2100-EXIT
001500         UNTIL WS-AUDIT-EOF
001510     CLOSE AUDIT-FILE
001511     MOVE WS-FOLD-DATE TO WS-CATALOG-GENERATION
001512     MOVE WS-AUDIT-FILENAME TO WS-CATALOG-FILENAME
001514     MOVE "F" TO WS-CATALOG-STATE
001515     COMPUTE WS-CATALOG-RECORDS =
001517         WS-FOLDED-COUNT + WS-DUPLICATE-COUNT
001518     PERFORM 9600-CATALOG-GENERATION THRU 9600-EXIT.
001520 2000-EXIT.
001530     EXIT.
001540
002280 9000-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320* 9800-LOG-STEP-START -- stamp this step's START entry on the    *
002330*                        shared stream log.  The log is the on-  *
002340*                        call operator's picture of the night,   *
002350*                        not part of this step's own work, so a  *
002360*                        log that cannot be opened is noted on   *
002370*                        the console and the step carries on.    *
002380******************************************************************
002390 9800-LOG-STEP-START.
002400     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
002410     IF WS-STREAM-LOG-STATUS NOT = "00"
002420         GO TO 9800-EXIT
002430     END-IF
002440     MOVE "S" TO WS-STREAM-EVENT
002450     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
002460     CLOSE STREAM-LOG-FILE.
002470 9800-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510* 9850-LOG-STEP-END -- stamp this step's END entry, carrying the *
002520*                      return code the job stream will see.      *
002530******************************************************************
002540 9850-LOG-STEP-END.
002550     MOVE RETURN-CODE TO WS-STREAM-RC
002560     PERFORM 9870-OPEN-STREAM-LOG THRU 9870-EXIT
002570     IF WS-STREAM-LOG-STATUS NOT = "00"
002580         GO TO 9850-EXIT
002590     END-IF
002600     MOVE "E" TO WS-STREAM-EVENT
002610     PERFORM 9880-POST-STREAM-ENTRY THRU 9880-EXIT
002620     CLOSE STREAM-LOG-FILE.
002630 9850-EXIT.
002640     EXIT.
002650
002660******************************************************************
002670* 9870-OPEN-STREAM-LOG -- the business date off the stream date  *
002680*                         card (today when there is none), the   *
002690*                         event stamp, and the log itself,       *
002700*                         created on first use the same way the  *
002710*                         tracking file is.                      *
002720******************************************************************
002730 9870-OPEN-STREAM-LOG.
002740     ACCEPT WS-STREAM-EVENT-DATE FROM DATE YYYYMMDD
002750     ACCEPT WS-STREAM-EVENT-TIME FROM TIME
002760     MOVE WS-STREAM-EVENT-DATE TO WS-STREAM-BUSINESS-DATE
002770     OPEN INPUT STREAM-CARD-FILE
002780     IF WS-STREAM-CARD-STATUS = "00"
002790         READ STREAM-CARD-FILE
002800             AT END
002810                 CONTINUE
002820             NOT AT END
002830                 IF SCD-BUSINESS-DATE NOT = SPACES
002840                     MOVE SCD-BUSINESS-DATE
002850                         TO WS-STREAM-BUSINESS-DATE
002860                 END-IF
002870         END-READ
002880         CLOSE STREAM-CARD-FILE
002890     END-IF
002900     OPEN I-O STREAM-LOG-FILE
002910     IF WS-STREAM-LOG-STATUS = "35"
002920         OPEN OUTPUT STREAM-LOG-FILE
002930         CLOSE STREAM-LOG-FILE
002940         OPEN I-O STREAM-LOG-FILE
002950     END-IF
002960     IF WS-STREAM-LOG-STATUS NOT = "00"
002970         DISPLAY "stream log not available, status "
002980             WS-STREAM-LOG-STATUS " -- step " WS-STREAM-STEP-NAME
002990             " not logged"
003000     END-IF.
003010 9870-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050* 9880-POST-STREAM-ENTRY -- write the entry for this business    *
003060*                           date, step, and event, or rewrite    *
003070*                           the one a prior attempt left, and    *
003080*                           count the attempt.                   *
003090******************************************************************
003100 9880-POST-STREAM-ENTRY.
003110     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
003120     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
003130     MOVE WS-STREAM-EVENT TO SLG-EVENT
003140     MOVE 0 TO WS-STREAM-ATTEMPTS
003150     READ STREAM-LOG-FILE
003160         INVALID KEY
003170             CONTINUE
003180         NOT INVALID KEY
003190             MOVE SLG-ATTEMPT-COUNT TO WS-STREAM-ATTEMPTS
003200     END-READ
003210     ADD 1 TO WS-STREAM-ATTEMPTS
003220     MOVE WS-STREAM-BUSINESS-DATE TO SLG-BUSINESS-DATE
003230     MOVE WS-STREAM-STEP-NAME TO SLG-STEP-NAME
003240     MOVE WS-STREAM-EVENT TO SLG-EVENT
003250     MOVE WS-STREAM-EVENT-DATE TO SLG-EVENT-DATE
003260     MOVE WS-STREAM-EVENT-TIME TO SLG-EVENT-TIME
003270     MOVE WS-STREAM-ATTEMPTS TO SLG-ATTEMPT-COUNT
003280     IF SLG-STEP-START
003290         MOVE 0 TO SLG-RETURN-CODE
003300     ELSE
003310         MOVE WS-STREAM-RC TO SLG-RETURN-CODE
003320     END-IF
003330     IF WS-STREAM-ATTEMPTS = 1
003340         WRITE SLG-STEP-RECORD
003350     ELSE
003360         REWRITE SLG-STEP-RECORD
003370     END-IF
003380     IF WS-STREAM-LOG-STATUS NOT = "00"
003390         DISPLAY "stream log entry for " WS-STREAM-STEP-NAME
003400             " not posted, status " WS-STREAM-LOG-STATUS
003410     END-IF.
003420 9880-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460* 9600-CATALOG-GENERATION -- post this generation to the         *
003470*                            generation catalog, created on      *
003480*                            first use the same way the tracking *
003490*                            file is, so the nightly retention   *
003500*                            cleanup knows the generation exists *
003510*                            and whether it is safe to delete.   *
003520*                            A fresh cut or export restamps the  *
003530*                            entry as created, since the file    *
003540*                            under it is new.  The catalog is    *
003550*                            housekeeping, not this step's own   *
003560*                            work, so a catalog that cannot be   *
003570*                            opened is noted on the console and  *
003580*                            the step carries on.                *
003590******************************************************************
003600 9600-CATALOG-GENERATION.
003610     ACCEPT WS-CATALOG-DATE FROM DATE YYYYMMDD
003620     ACCEPT WS-CATALOG-TIME FROM TIME
003630     OPEN I-O GENERATION-CATALOG-FILE
003640     IF WS-CATALOG-STATUS = "35"
003650         OPEN OUTPUT GENERATION-CATALOG-FILE
003660         CLOSE GENERATION-CATALOG-FILE
003670         OPEN I-O GENERATION-CATALOG-FILE
003680     END-IF
003690     IF WS-CATALOG-STATUS NOT = "00"
003700         DISPLAY "generation catalog not available, status "
003710             WS-CATALOG-STATUS " -- " WS-CATALOG-FILENAME
003720             " not cataloged"
003730         GO TO 9600-EXIT
003740     END-IF
003750     MOVE WS-CATALOG-FAMILY TO GCT-FAMILY
003760     MOVE WS-CATALOG-GENERATION TO GCT-GENERATION
003770     MOVE "N" TO WS-CATALOG-SWITCH
003780     READ GENERATION-CATALOG-FILE
003790         INVALID KEY
003800             CONTINUE
003810         NOT INVALID KEY
003820             SET WS-CATALOG-ON-FILE TO TRUE
003830     END-READ
003840     IF NOT WS-CATALOG-ON-FILE
003850         MOVE SPACES TO GCT-CATALOG-RECORD
003860         MOVE WS-CATALOG-FAMILY TO GCT-FAMILY
003870         MOVE WS-CATALOG-GENERATION TO GCT-GENERATION
003880         MOVE "U" TO GCT-STATE
003890     END-IF
003900     IF NOT WS-CATALOG-ON-FILE OR GCT-DELETED
003910         OR WS-CATALOG-STATE = "U"
003920         MOVE WS-CATALOG-DATE TO GCT-CREATED-DATE
003930         MOVE WS-CATALOG-TIME TO GCT-CREATED-TIME
003940         MOVE SPACES TO GCT-DELETED-DATE
003950     END-IF
003960     MOVE WS-CATALOG-FILENAME TO GCT-FILE-NAME
003970     MOVE WS-CATALOG-STATE TO GCT-STATE
003980     MOVE WS-CATALOG-RECORDS TO GCT-RECORD-COUNT
003990     MOVE WS-CATALOG-DATE TO GCT-CHECKED-DATE
004000     MOVE WS-CATALOG-TIME TO GCT-CHECKED-TIME
004010     MOVE WS-CATALOG-PROGRAM TO GCT-LAST-PROGRAM
004020     IF WS-CATALOG-ON-FILE
004030         REWRITE GCT-CATALOG-RECORD
004040     ELSE
004050         WRITE GCT-CATALOG-RECORD
004060     END-IF
004070     IF WS-CATALOG-STATUS NOT = "00"
004080         DISPLAY "generation catalog entry for "
004090             WS-CATALOG-FILENAME " not posted, status "
004100             WS-CATALOG-STATUS
004110     END-IF
004120     CLOSE GENERATION-CATALOG-FILE.
004130 9600-EXIT.
004140     EXIT.
004150
004160 END PROGRAM AUDCONS.
