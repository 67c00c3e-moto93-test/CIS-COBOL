000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    DEPTRATE                                          *
000040* PURPOSE:     One entry in the department chargeback rate file: *
000050*              what a department pays per run and per elapsed    *
000060*              minute of batch time, from an effective date on.  *
000070*              A department may carry any number of entries; a   *
000080*              run is priced at the entry with the latest        *
000090*              effective date on or before the date the run      *
000100*              ended, so a mid-month rate change prices each run *
000110*              at the rate in force when it ran.  An entry for   *
000120*              department UNASSIGN prices the runs of counters   *
000130*              missing from the counter master or retired on it. *
000140*                                                                *
000150* MODIFICATION HISTORY                                           *
000160*   DATE        INIT  DESCRIPTION                                *
000170*   2026-10-15   JR   Original department rate record.           *
000180*                                                                *
000190******************************************************************
000200 01  DRT-RATE-RECORD.
000210     05  DRT-DEPARTMENT              PIC X(08).
000220     05  DRT-EFFECTIVE-DATE          PIC X(08).
000230     05  DRT-RUN-CHARGE              PIC 9(05)V99.
000240     05  DRT-MINUTE-CHARGE           PIC 9(03)V99.
