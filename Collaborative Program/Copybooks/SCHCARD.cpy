000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    SCHCARD                                           *
000040* PURPOSE:     One control card for the schedule and calendar    *
000050*              maintenance job.  The file code says which file   *
000060*              the card maintains: S a master schedule entry,    *
000070*              keyed by counter-id and frequency, or H a shop    *
000080*              holiday, keyed by date.  A adds, C changes, D     *
000090*              deletes, and V views.  A schedule card carries    *
000100*              the entry in the master schedule's own layout; a  *
000110*              holiday card carries the date and description.    *
000120*              A view card with a blank frequency shows every    *
000130*              entry for the counter.  The maintaining           *
000140*              operator's own id is carried on every card so     *
000150*              the change journal can say who made each change.  *
000160*                                                                *
000170* MODIFICATION HISTORY                                           *
000180*   DATE        INIT  DESCRIPTION                                *
000190*   2026-10-15   JR   Original schedule maintenance card.        *
000200*                                                                *
000210******************************************************************
000220 01  SHC-CONTROL-CARD.
000230     05  SHC-FILE-CODE               PIC X(01).
000240         88  SHC-SCHEDULE-CARD           VALUE "S".
000250         88  SHC-HOLIDAY-CARD            VALUE "H".
000260     05  SHC-FUNCTION                PIC X(01).
000270         88  SHC-ADD                     VALUE "A".
000280         88  SHC-CHANGE                  VALUE "C".
000290         88  SHC-DELETE                  VALUE "D".
000300         88  SHC-VIEW                    VALUE "V".
000310     05  SHC-MAINT-OPERATOR          PIC X(08).
000320     05  SHC-ENTRY-DATA              PIC X(38).
000330     05  SHC-SCHEDULE-VIEW REDEFINES SHC-ENTRY-DATA.
000340         10  SHC-SCHEDULE-IMAGE.
000350             15  SHC-COUNTER-ID      PIC X(08).
000360             15  SHC-FREQUENCY       PIC X(01).
000370             15  SHC-WEEKDAY-FLAGS   PIC X(07).
000380             15  SHC-RUN-DAY         PIC X(02).
000390             15  SHC-START           PIC X(05).
000400             15  SHC-END             PIC X(05).
000410             15  SHC-STEP            PIC X(05).
000420         10  FILLER                  PIC X(05).
000430     05  SHC-HOLIDAY-VIEW REDEFINES SHC-ENTRY-DATA.
000440         10  SHC-HOLIDAY-DATE        PIC X(08).
000450         10  SHC-HOLIDAY-DESC        PIC X(30).
