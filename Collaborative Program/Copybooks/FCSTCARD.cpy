000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    FCSTCARD                                          *
000040* PURPOSE:     Control card for the batch-window forecast: the   *
000050*              time the overnight counting step is expected to   *
000060*              start and the time the batch window closes, both  *
000070*              HHMM on a 24-hour clock.  A close time at or      *
000080*              before the start time means the window runs past  *
000090*              midnight into the next morning.  A blank start    *
000100*              time means the forecast's own run time, since the *
000110*              forecast runs just ahead of the counting step.    *
000120*              The close time is required.                       *
000130*                                                                *
000140* MODIFICATION HISTORY                                           *
000150*   DATE        INIT  DESCRIPTION                                *
000160*   2026-10-15   JR   Original batch-window forecast card.       *
000170*                                                                *
000180******************************************************************
000190 01  FCC-CONTROL-CARD.
000200     05  FCC-WINDOW-START            PIC X(04).
000210     05  FCC-WINDOW-CLOSE            PIC X(04).
