000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    STRMCARD                                          *
000040* PURPOSE:     The stream date card, cut once at the start of    *
000050*              the overnight stream and read by every step, so   *
000060*              a step that runs after midnight still logs under  *
000070*              the business date the night began on.  The same   *
000080*              card tells the stream status report which night   *
000090*              to put together.  No card, or a blank date, means *
000100*              today's date.                                     *
000110*                                                                *
000120* MODIFICATION HISTORY                                           *
000130*   DATE        INIT  DESCRIPTION                                *
000140*   2026-10-15   JR   Original stream date card.                 *
000150*                                                                *
000160******************************************************************
000170 01  SCD-CONTROL-CARD.
000180     05  SCD-BUSINESS-DATE           PIC X(08).
