000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    MNTJRNL                                           *
000040* PURPOSE:     One line of the permanent maintenance journal.    *
000050*              Every limit change, hold, and release is written  *
000060*              here whether it was applied straight away, parked *
000070*              for a second operator, approved, rejected, or     *
000080*              expired, with who asked, who decided, and the     *
000090*              limit and tracking status before and after.  A    *
000100*              parked change carries its request date and time   *
000110*              on every line, so its whole life can be followed. *
000120*              The journal only ever appends.                    *
000130*                                                                *
000140* MODIFICATION HISTORY                                           *
000150*   DATE        INIT  DESCRIPTION                                *
000160*   2026-10-15   JR   Original maintenance journal line.         *
000170*                                                                *
000180******************************************************************
000190 01  MJR-JOURNAL-RECORD.
000200     05  MJR-DATE                    PIC X(08).
000210     05  FILLER                      PIC X(01).
000220     05  MJR-TIME                    PIC X(08).
000230     05  FILLER                      PIC X(01).
000240     05  MJR-ACTION                  PIC X(08).
000250     05  FILLER                      PIC X(01).
000260     05  MJR-COUNTER-ID              PIC X(08).
000270     05  FILLER                      PIC X(01).
000280     05  MJR-REQUEST-TYPE            PIC X(01).
000290     05  FILLER                      PIC X(01).
000300     05  MJR-REQUESTED-BY            PIC X(08).
000310     05  FILLER                      PIC X(01).
000320     05  MJR-DECIDED-BY              PIC X(08).
000330     05  FILLER                      PIC X(01).
000340     05  MJR-BEFORE-LIMIT            PIC 9(05).
000350     05  FILLER                      PIC X(01).
000360     05  MJR-AFTER-LIMIT             PIC 9(05).
000370     05  FILLER                      PIC X(01).
000380     05  MJR-BEFORE-STATUS           PIC X(01).
000390     05  FILLER                      PIC X(01).
000400     05  MJR-AFTER-STATUS            PIC X(01).
000410     05  FILLER                      PIC X(01).
000420     05  MJR-REQUEST-DATE            PIC X(08).
000430     05  FILLER                      PIC X(01).
000440     05  MJR-REQUEST-TIME            PIC X(08).
000450     05  FILLER                      PIC X(01).
000460     05  MJR-NOTE                    PIC X(20).
