000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    STRMLOG                                           *
000040* PURPOSE:     One entry in the shared nightly stream log, keyed *
000050*              by business date, step name, and event.  Every    *
000060*              step of the overnight stream writes a START entry *
000070*              as it comes up and an END entry, carrying its     *
000080*              return code, as it goes down.  A rerun of a step  *
000090*              rewrites its own entries and bumps the attempt    *
000100*              count, so the file always holds the latest        *
000110*              attempt of each step for the night.  An END older *
000120*              than its START belongs to an earlier attempt --   *
000130*              the step is up, or died, and has not ended yet.   *
000140*              Each step reports through its own report and      *
000150*              return code as before; this log is what lets the  *
000160*              stream status report put the night back together. *
000170*                                                                *
000180* MODIFICATION HISTORY                                           *
000190*   DATE        INIT  DESCRIPTION                                *
000200*   2026-10-15   JR   Original stream step log record.           *
000210*                                                                *
000220******************************************************************
000230 01  SLG-STEP-RECORD.
000240     05  SLG-KEY.
000250         10  SLG-BUSINESS-DATE       PIC X(08).
000260         10  SLG-STEP-NAME           PIC X(08).
000270         10  SLG-EVENT               PIC X(01).
000280             88  SLG-STEP-START          VALUE "S".
000290             88  SLG-STEP-END            VALUE "E".
000300     05  SLG-EVENT-DATE              PIC X(08).
000310     05  SLG-EVENT-TIME              PIC X(08).
000320     05  SLG-RETURN-CODE             PIC 9(04).
000330     05  SLG-ATTEMPT-COUNT           PIC 9(03).
