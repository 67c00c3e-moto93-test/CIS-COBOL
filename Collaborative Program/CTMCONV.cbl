000010******************************************************************
000020* PROGRAM:    CTMCONV                                            *
000030* AUTHOR:     Kyle Pennacchio                                    *
000040* INSTALLATION: Collaborative Program Unit                       *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070*                                                                *
000080* STATUS:     Working                                            *
000090* BUGS:       None known.                                        *
000100*                                                                *
000110* REMARKS:    One-off conversion of the counter definition       *
000120*             master to the current record length.  The          *
000130*             critical flag made each master record one byte     *
000140*             longer, and an existing CTRMAST.DAT written at     *
000150*             the old length will not open under the new layout  *
000160*             -- every program that reads the master then stops  *
000170*             with status 39.  Before the first run with the     *
000180*             new layout, rename the old master to CTRMAST.OLD   *
000190*             and run this step: it copies every counter across  *
000200*             unchanged, marks each one not critical, and        *
000210*             writes a new CTRMAST.DAT.  Mark the critical       *
000220*             counters afterwards by registering them again      *
000230*             with the critical flag on their maintenance        *
000240*             cards.  The step refuses to run over a             *
000250*             CTRMAST.DAT that is already there, so it cannot    *
000260*             be pointed at a converted master by mistake.  Any  *
000270*             failure sets return code 8; the partial            *
000280*             CTRMAST.DAT must then be deleted before the step   *
000290*             is rerun.                                          *
000300*                                                                *
000310* MODIFICATION HISTORY                                           *
000320*   DATE        INIT  DESCRIPTION                                *
000330*   2026-10-15   JR   Original counter master conversion.        *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CTMCONV AS "CTMCONV".
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OLD-MASTER-FILE ASSIGN TO "CTRMAST.OLD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS OLD-COUNTER-ID
000490         FILE STATUS IS WS-OLD-MASTER-STATUS.
000500     SELECT MASTER-FILE ASSIGN TO "CTRMAST.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CTM-COUNTER-ID
000540         LOCK MODE IS AUTOMATIC
000550         SHARING WITH ALL OTHER
000560         FILE STATUS IS WS-MASTER-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  OLD-MASTER-FILE.
000610 01  OLD-MASTER-RECORD.
000620     05  OLD-COUNTER-ID              PIC X(08).
000630     05  OLD-MASTER-DATA             PIC X(70).
000640
000650 FD  MASTER-FILE.
000660     COPY "CTRMAST.cpy".
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-OLD-MASTER-STATUS        PIC X(02)  VALUE "00".
000700 01  WS-MASTER-STATUS            PIC X(02)  VALUE "00".
000710
000720 01  WS-SWITCHES.
000730     05  WS-FILES-OPEN-SWITCH    PIC X(01)  VALUE "N".
000740         88  WS-FILES-OPEN              VALUE "Y".
000750     05  WS-OLD-EOF-SWITCH       PIC X(01)  VALUE "N".
000760         88  WS-OLD-EOF                 VALUE "Y".
000770
000780 01  WS-ERROR-COUNT              PIC 9(05)  COMP VALUE 0.
000790 01  WS-CONVERTED-COUNT          PIC 9(05)  COMP VALUE 0.
000800 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
000810
000820 PROCEDURE DIVISION.
000830
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000860     IF WS-FILES-OPEN
000870         PERFORM 2000-CONVERT-ONE-COUNTER THRU 2000-EXIT
000880             UNTIL WS-OLD-EOF
000890     END-IF
000900     PERFORM 9000-FINALIZE THRU 9000-EXIT
000910     STOP RUN.
000920 0000-EXIT.
000930     EXIT.
000940
000950******************************************************************
000960* 1000-INITIALIZE -- open the renamed old master and create the  *
000970*                    new one.  A missing CTRMAST.OLD means the   *
000980*                    rename was not done; a CTRMAST.DAT that is  *
000990*                    already there means the master was          *
001000*                    converted before, or was never renamed --   *
001010*                    either way nothing is touched.              *
001020******************************************************************
001030 1000-INITIALIZE.
001040     OPEN INPUT OLD-MASTER-FILE
001050     IF WS-OLD-MASTER-STATUS NOT = "00"
001060         DISPLAY "old counter master CTRMAST.OLD could not be "
001070             "opened, status " WS-OLD-MASTER-STATUS
001080             " -- nothing converted"
001090         ADD 1 TO WS-ERROR-COUNT
001100         GO TO 1000-EXIT
001110     END-IF
001120     OPEN INPUT MASTER-FILE
001130     IF WS-MASTER-STATUS NOT = "35"
001140         IF WS-MASTER-STATUS = "00"
001150             CLOSE MASTER-FILE
001160         END-IF
001170         DISPLAY "counter master CTRMAST.DAT is already there, "
001180             "status " WS-MASTER-STATUS " -- nothing converted"
001190         ADD 1 TO WS-ERROR-COUNT
001200         CLOSE OLD-MASTER-FILE
001210         GO TO 1000-EXIT
001220     END-IF
001230     OPEN OUTPUT MASTER-FILE
001240     IF WS-MASTER-STATUS NOT = "00"
001250         DISPLAY "counter master CTRMAST.DAT could not be "
001260             "created, status " WS-MASTER-STATUS
001270             " -- nothing converted"
001280         ADD 1 TO WS-ERROR-COUNT
001290         CLOSE OLD-MASTER-FILE
001300         GO TO 1000-EXIT
001310     END-IF
001320     SET WS-FILES-OPEN TO TRUE.
001330 1000-EXIT.
001340     EXIT.
001350
001360******************************************************************
001370* 2000-CONVERT-ONE-COUNTER -- copy one old master record to the  *
001380*                             new layout.  Every field carries   *
001390*                             across unchanged and the counter   *
001400*                             comes over not critical; a read or *
001410*                             write failure stops the conversion *
001420*                             at that counter.                   *
001430******************************************************************
001440 2000-CONVERT-ONE-COUNTER.
001450     READ OLD-MASTER-FILE NEXT
001460         AT END
001470             SET WS-OLD-EOF TO TRUE
001480             GO TO 2000-EXIT
001490     END-READ
001500     IF WS-OLD-MASTER-STATUS NOT = "00"
001510         DISPLAY "old counter master read failed, status "
001520             WS-OLD-MASTER-STATUS " -- conversion stopped"
001530         ADD 1 TO WS-ERROR-COUNT
001540         SET WS-OLD-EOF TO TRUE
001550         GO TO 2000-EXIT
001560     END-IF
001570     MOVE OLD-MASTER-RECORD TO CTM-MASTER-RECORD
001580     MOVE "N" TO CTM-CRITICAL-FLAG
001590     WRITE CTM-MASTER-RECORD
001600     IF WS-MASTER-STATUS NOT = "00"
001610         DISPLAY "counter " CTM-COUNTER-ID
001620             " could not be written, status " WS-MASTER-STATUS
001630             " -- conversion stopped"
001640         ADD 1 TO WS-ERROR-COUNT
001650         SET WS-OLD-EOF TO TRUE
001660         GO TO 2000-EXIT
001670     END-IF
001680     ADD 1 TO WS-CONVERTED-COUNT.
001690 2000-EXIT.
001700     EXIT.
001710
001720******************************************************************
001730* 9000-FINALIZE -- close both masters, report the count on the   *
001740*                  console, and set the return code.  A failed   *
001750*                  conversion leaves a partial CTRMAST.DAT that  *
001760*                  must be deleted before the step is rerun.     *
001770******************************************************************
001780 9000-FINALIZE.
001790     IF WS-FILES-OPEN
001800         CLOSE OLD-MASTER-FILE
001810         CLOSE MASTER-FILE
001820     END-IF
001830     MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY
001840     IF WS-ERROR-COUNT = 0
001850         DISPLAY "counter master conversion clean -- "
001860             WS-COUNT-DISPLAY " counter(s) converted"
001870     ELSE
001880         DISPLAY "counter master conversion failed after "
001890             WS-COUNT-DISPLAY " counter(s)"
001900         IF WS-FILES-OPEN
001910             DISPLAY "delete the partial CTRMAST.DAT before "
001920                 "rerunning"
001930         END-IF
001940         MOVE 8 TO RETURN-CODE
001950     END-IF.
001960 9000-EXIT.
001970     EXIT.
001980
001990 END PROGRAM CTMCONV.
