000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    CHGEXT                                            *
000040* PURPOSE:     One record of the monthly chargeback extract      *
000050*              finance loads into the ledger: a header naming    *
000060*              the month and when and where it was produced, one *
000070*              detail per department and counter with the runs,  *
000080*              values counted, elapsed minutes, and the charges, *
000090*              and a trailer with the detail count, total runs,  *
000100*              and total charge so the load can be proved whole. *
000110*              Runs that could not be placed in a department     *
000120*              carry department UNASSIGN.  Header and trailer    *
000130*              reuse the detail bytes through a REDEFINES, the   *
000140*              same pattern as the run-history archive.          *
000150*                                                                *
000160* MODIFICATION HISTORY                                           *
000170*   DATE        INIT  DESCRIPTION                                *
000180*   2026-10-15   JR   Original chargeback extract record.        *
000190*                                                                *
000200******************************************************************
000210 01  CHX-EXTRACT-RECORD.
000220     05  CHX-RECORD-TYPE             PIC X(01).
000230         88  CHX-HEADER                  VALUE "H".
000240         88  CHX-DETAIL-RECORD           VALUE "D".
000250         88  CHX-TRAILER                 VALUE "T".
000260     05  CHX-BILLING-MONTH           PIC X(06).
000270     05  CHX-DETAIL.
000280         10  CHX-DEPARTMENT          PIC X(08).
000290         10  CHX-COUNTER-ID          PIC X(08).
000300         10  CHX-RUNS                PIC 9(07).
000310         10  CHX-VALUES              PIC 9(09).
000320         10  CHX-MINUTES             PIC 9(09).
000330         10  CHX-RUN-CHARGE          PIC 9(09)V99.
000340         10  CHX-MINUTE-CHARGE       PIC 9(09)V99.
000350         10  CHX-TOTAL-CHARGE        PIC 9(09)V99.
000360     05  CHX-HEADER-VIEW REDEFINES CHX-DETAIL.
000370         10  CHX-CREATED-DATE        PIC X(08).
000380         10  CHX-CREATED-TIME        PIC X(08).
000390         10  CHX-SOURCE-SYSTEM       PIC X(08).
000400         10  FILLER                  PIC X(50).
000410     05  CHX-TRAILER-VIEW REDEFINES CHX-DETAIL.
000420         10  CHX-DETAIL-COUNT        PIC 9(07).
000430         10  CHX-TOTAL-RUNS          PIC 9(09).
000440         10  CHX-GRAND-CHARGE        PIC 9(11)V99.
000450         10  FILLER                  PIC X(45).
