000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    RCVCARD                                           *
000040* PURPOSE:     Control card for tracking-file forward recovery.  *
000050*              The backup date names the CTRBKUP generation to   *
000060*              recover from and is required -- recovery replaces *
000070*              the live tracking file and does not guess which   *
000080*              generation was meant.  The through date is the    *
000090*              last day of tracking journal to replay; blank     *
000100*              means through today.                              *
000110*                                                                *
000120* MODIFICATION HISTORY                                           *
000130*   DATE        INIT  DESCRIPTION                                *
000140*   2026-10-15   JR   Original forward recovery control card.    *
000150*                                                                *
000160******************************************************************
000170 01  RCV-CONTROL-CARD.
000180     05  RCV-BACKUP-DATE             PIC X(08).
000190     05  RCV-THROUGH-DATE            PIC X(08).
