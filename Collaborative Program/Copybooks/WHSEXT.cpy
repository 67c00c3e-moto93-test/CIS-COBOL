000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    WHSEXT                                            *
000040* PURPOSE:     One record of the daily interface file sent to    *
000050*              the enterprise data warehouse, WHSEXT.<date>.DAT. *
000060*              Every record carries the business date and the    *
000070*              file's sequence number.  A header names the       *
000080*              source system, when the file was made, and        *
000090*              whether it is an original send or a rerun; one    *
000100*              detail per run that finished on the business      *
000110*              date carries the run-history entry with the       *
000120*              counter's description and department from the     *
000130*              counter master; a trailer carries the detail      *
000140*              count and hash totals of the final values and     *
000150*              reject counts so the load can be proved whole.  A *
000160*              run whose counter is not on the master carries    *
000170*              department UNASSIGN.  Header and trailer reuse    *
000180*              the detail bytes through a REDEFINES, the same    *
000190*              pattern as the chargeback extract.                *
000200*                                                                *
000210* MODIFICATION HISTORY                                           *
000220*   DATE        INIT  DESCRIPTION                                *
000230*   2026-10-15   JR   Original warehouse interface record.       *
000240*                                                                *
000250******************************************************************
000260 01  WHX-INTERFACE-RECORD.
000270     05  WHX-RECORD-TYPE             PIC X(01).
000280         88  WHX-HEADER                  VALUE "H".
000290         88  WHX-DETAIL-RECORD           VALUE "D".
000300         88  WHX-TRAILER                 VALUE "T".
000310     05  WHX-BUSINESS-DATE           PIC X(08).
000320     05  WHX-SEQUENCE-NUMBER         PIC 9(07).
000330     05  WHX-DETAIL.
000340         10  WHX-COUNTER-ID          PIC X(08).
000350         10  WHX-DESCRIPTION         PIC X(30).
000360         10  WHX-DEPARTMENT          PIC X(08).
000370         10  WHX-RUN-START-DATE      PIC X(08).
000380         10  WHX-RUN-START-TIME      PIC X(08).
000390         10  WHX-RUN-END-DATE        PIC X(08).
000400         10  WHX-RUN-END-TIME        PIC X(08).
000410         10  WHX-FINAL-VALUE         PIC 9(05).
000420         10  WHX-END-REASON          PIC X(01).
000430         10  WHX-REJECT-COUNT        PIC 9(05).
000440         10  WHX-OPERATOR-ID         PIC X(08).
000450     05  WHX-HEADER-VIEW REDEFINES WHX-DETAIL.
000460         10  WHX-SOURCE-SYSTEM       PIC X(08).
000470         10  WHX-CREATED-DATE        PIC X(08).
000480         10  WHX-CREATED-TIME        PIC X(08).
000490         10  WHX-SEND-TYPE           PIC X(01).
000500             88  WHX-ORIGINAL-SEND       VALUE "O".
000510             88  WHX-RERUN-SEND          VALUE "R".
000520         10  WHX-SEND-COUNT          PIC 9(03).
000530         10  FILLER                  PIC X(69).
000540     05  WHX-TRAILER-VIEW REDEFINES WHX-DETAIL.
000550         10  WHX-DETAIL-COUNT        PIC 9(07).
000560         10  WHX-HASH-FINAL-VALUES   PIC 9(13).
000570         10  WHX-HASH-REJECT-COUNTS  PIC 9(13).
000580         10  FILLER                  PIC X(64).
