000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    RETPOL                                            *
000040* PURPOSE:     One retention policy card per file family for     *
000050*              the nightly cleanup.  Keep-generations holds the  *
000060*              newest N generations; keep-days holds every       *
000070*              generation dated within the last N days.  When    *
000080*              both are given a generation is kept if either     *
000090*              rule keeps it.  Zero or blank means that rule is  *
000100*              not used, and a family with no card, or with      *
000110*              neither rule, is never cleaned.  For SUMRPT and   *
000120*              CTRDONE the days run from the date the counter    *
000130*              was retired and keep-generations does not apply.  *
000140*                                                                *
000150* MODIFICATION HISTORY                                           *
000160*   DATE        INIT  DESCRIPTION                                *
000170*   2026-10-15   JR   Original retention policy card.            *
000180*                                                                *
000190******************************************************************
000200 01  RTP-POLICY-CARD.
000210     05  RTP-FAMILY                  PIC X(08).
000220     05  RTP-KEEP-GENERATIONS        PIC 9(03).
000230     05  RTP-KEEP-DAYS               PIC 9(04).
