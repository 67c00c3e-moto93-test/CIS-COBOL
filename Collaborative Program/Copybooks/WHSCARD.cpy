000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    WHSCARD                                           *
000040* PURPOSE:     Control card for the warehouse interface utility. *
000050*              One function per run: E extracts every business   *
000060*              day not yet sent, through the card date (blank    *
000070*              means yesterday, the last whole day), each day    *
000080*              under the next sequence number; R regenerates the *
000090*              named day, which must already have been sent,     *
000100*              under its original sequence number; A loads the   *
000110*              warehouse's acknowledgment file and marks each    *
000120*              sequence it names accepted or rejected.  No card, *
000130*              or an unknown function, and nothing is touched.   *
000140*                                                                *
000150* MODIFICATION HISTORY                                           *
000160*   DATE        INIT  DESCRIPTION                                *
000170*   2026-10-15   JR   Original warehouse interface control card. *
000180*                                                                *
000190******************************************************************
000200 01  WHK-CONTROL-CARD.
000210     05  WHK-FUNCTION                PIC X(01).
000220         88  WHK-EXTRACT                 VALUE "E".
000230         88  WHK-RERUN                   VALUE "R".
000240         88  WHK-ACK-LOAD                VALUE "A".
000250     05  WHK-BUSINESS-DATE           PIC X(08).
