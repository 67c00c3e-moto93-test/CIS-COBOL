000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    CHGCARD                                           *
000040* PURPOSE:     Control card for the monthly department           *
000050*              chargeback: the calendar month to bill, as        *
000060*              YYYYMM.  A run belongs to the month it ended in.  *
000070*              No card, or a blank month, bills last month --    *
000080*              the job runs after month-end.                     *
000090*                                                                *
000100* MODIFICATION HISTORY                                           *
000110*   DATE        INIT  DESCRIPTION                                *
000120*   2026-10-15   JR   Original chargeback control card.          *
000130*                                                                *
000140******************************************************************
000150 01  CHG-CONTROL-CARD.
000160     05  CHG-BILLING-MONTH           PIC X(06).
