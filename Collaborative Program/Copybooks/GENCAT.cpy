000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    GENCAT                                            *
000040* PURPOSE:     One entry in the generation catalog, keyed by     *
000050*              file family and generation -- the business date   *
000060*              for the dated families, the counter-id for the    *
000070*              per-counter ones.  The backup utility catalogs    *
000080*              each backup it exports and each it verifies, the  *
000090*              archive utility each archive it cuts and proves,  *
000100*              and audit consolidation each daily log it folds,  *
000110*              so the nightly retention cleanup knows what       *
000120*              exists and whether it is safe to delete.  The     *
000130*              entry stays on file once its generation is        *
000140*              deleted, as the record of when it went.           *
000150*                                                                *
000160* MODIFICATION HISTORY                                           *
000170*   DATE        INIT  DESCRIPTION                                *
000180*   2026-10-15   JR   Original generation catalog entry.         *
000190*                                                                *
000200******************************************************************
000210 01  GCT-CATALOG-RECORD.
000220     05  GCT-KEY.
000230         10  GCT-FAMILY              PIC X(08).
000240             88  GCT-AUDIT-LOG           VALUE "AUDITLOG".
000250             88  GCT-BACKUP              VALUE "CTRBKUP".
000260             88  GCT-ARCHIVE             VALUE "RUNARCH".
000270             88  GCT-SUMMARY             VALUE "SUMRPT".
000280             88  GCT-COMPLETION          VALUE "CTRDONE".
000290         10  GCT-GENERATION          PIC X(08).
000300     05  GCT-FILE-NAME               PIC X(21).
000310     05  GCT-STATE                   PIC X(01).
000320         88  GCT-UNVERIFIED              VALUE "U".
000330         88  GCT-VERIFIED                VALUE "V".
000340         88  GCT-FAILED                  VALUE "B".
000350         88  GCT-FOLDED                  VALUE "F".
000360         88  GCT-DELETED                 VALUE "D".
000370     05  GCT-RECORD-COUNT            PIC 9(07).
000380     05  GCT-CREATED-DATE            PIC X(08).
000390     05  GCT-CREATED-TIME            PIC X(08).
000400     05  GCT-CHECKED-DATE            PIC X(08).
000410     05  GCT-CHECKED-TIME            PIC X(08).
000420     05  GCT-LAST-PROGRAM            PIC X(08).
000430     05  GCT-DELETED-DATE            PIC X(08).
