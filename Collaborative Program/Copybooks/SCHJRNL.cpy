000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    SCHJRNL                                           *
000040* PURPOSE:     One line of the permanent schedule and calendar   *
000050*              change journal.  Every add, change, and delete    *
000060*              made to the master schedule or the shop holiday   *
000070*              calendar is written here with when it was made,   *
000080*              who made it, which file and function, and the     *
000090*              entry as it stood before and after -- blank       *
000100*              before for an add, blank after for a delete.  The *
000110*              journal only ever appends.                        *
000120*                                                                *
000130* MODIFICATION HISTORY                                           *
000140*   DATE        INIT  DESCRIPTION                                *
000150*   2026-10-15   JR   Original schedule change journal line.     *
000160*                                                                *
000170******************************************************************
000180 01  SJR-JOURNAL-RECORD.
000190     05  SJR-DATE                    PIC X(08).
000200     05  FILLER                      PIC X(01).
000210     05  SJR-TIME                    PIC X(08).
000220     05  FILLER                      PIC X(01).
000230     05  SJR-OPERATOR-ID             PIC X(08).
000240     05  FILLER                      PIC X(01).
000250     05  SJR-FILE-CODE               PIC X(01).
000260     05  FILLER                      PIC X(01).
000270     05  SJR-FUNCTION                PIC X(01).
000280     05  FILLER                      PIC X(01).
000290     05  SJR-BEFORE-IMAGE            PIC X(38).
000300     05  FILLER                      PIC X(01).
000310     05  SJR-AFTER-IMAGE             PIC X(38).
