000180* MODIFICATION HISTORY                                           *
000190*   DATE        INIT  DESCRIPTION                                *
000200*   2026-09-02   JR   Original counter master record.            *
000202*   2026-10-15   JR   Added the critical flag -- a hold on a     *
000203*                     critical counter needs a second operator's *
000205*                     approval.  Existing counter master files   *
000207*                     must be rebuilt to this length first       *
000208*                     (CTMCONV).                                 *
000210*                                                                *
000220******************************************************************
000230 01  CTM-MASTER-RECORD.
000320         88  CTM-RETIRED                 VALUE "R".
000330     05  CTM-LAST-UPDATE-DATE        PIC X(08).
000340     05  CTM-LAST-UPDATE-TIME        PIC X(08).
000350     05  CTM-CRITICAL-FLAG           PIC X(01).
000360         88  CTM-CRITICAL                VALUE "Y".
