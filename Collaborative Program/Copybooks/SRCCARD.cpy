000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    SRCCARD                                           *
000040* PURPOSE:     Control card for the scheduled-versus-actual run  *
000050*              reconciliation: the inclusive range of business   *
000060*              days to reconcile.  A blank from-date means the   *
000070*              first of the to-date's month; a blank to-date     *
000080*              means through today.  No card at all means month  *
000090*              to date, the question asked most often.  Archive  *
000100*              generations to read alongside the live history    *
000110*              are named on the run-history report's own deck.   *
000120*                                                                *
000130* MODIFICATION HISTORY                                           *
000140*   DATE        INIT  DESCRIPTION                                *
000150*   2026-10-15   JR   Original reconciliation control card.      *
000160*                                                                *
000170******************************************************************
000180 01  SRC-CONTROL-CARD.
000190     05  SRC-FROM-DATE               PIC X(08).
000200     05  SRC-TO-DATE                 PIC X(08).
