000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    APRPARM                                           *
000040* PURPOSE:     The two-person approval settings.  A limit change *
000050*              that moves the limit by more than the percentage  *
000060*              here is parked for a second operator; a parked    *
000070*              change not approved and applied within the hours  *
000080*              here is expired by the apply job.  No card, or a  *
000090*              blank or non-numeric field, means 10 percent and  *
000100*              12 hours.                                         *
000110*                                                                *
000120* MODIFICATION HISTORY                                           *
000130*   DATE        INIT  DESCRIPTION                                *
000140*   2026-10-15   JR   Original approval settings card.           *
000150*                                                                *
000160******************************************************************
000170 01  APP-PARM-CARD.
000180     05  APP-LIMIT-PERCENT           PIC 9(03).
000190     05  APP-EXPIRY-HOURS            PIC 9(03).
