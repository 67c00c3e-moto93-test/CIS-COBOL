000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    PENDCHG                                           *
000040* PURPOSE:     One maintenance change waiting on a second        *
000050*              operator, keyed by counter-id and the date and    *
000060*              time it was requested.  A limit change larger     *
000070*              than the configured percentage, or a hold on a    *
000080*              counter flagged critical on the counter master,   *
000090*              is parked here by the maintenance run instead of  *
000100*              being applied.  A different operator holding the  *
000110*              matching right approves or rejects it on the      *
000120*              approval deck, and the apply job makes an         *
000130*              approved change or expires one left too long.     *
000140*              The record stays on file once decided, so the     *
000150*              state shows how each change ended.                *
000160*                                                                *
000170* MODIFICATION HISTORY                                           *
000180*   DATE        INIT  DESCRIPTION                                *
000190*   2026-10-15   JR   Original pending maintenance change.       *
000200*                                                                *
000210******************************************************************
000220 01  PND-PENDING-RECORD.
000230     05  PND-KEY.
000240         10  PND-COUNTER-ID          PIC X(08).
000250         10  PND-REQUEST-DATE        PIC X(08).
000260         10  PND-REQUEST-TIME        PIC X(08).
000270     05  PND-REQUEST-TYPE            PIC X(01).
000280         88  PND-LIMIT-CHANGE            VALUE "A".
000290         88  PND-HOLD                    VALUE "H".
000300     05  PND-REQUESTED-BY            PIC X(08).
000310     05  PND-BEFORE-LIMIT            PIC 9(05).
000320     05  PND-AFTER-LIMIT             PIC 9(05).
000330     05  PND-BEFORE-STATUS           PIC X(01).
000340     05  PND-AFTER-STATUS            PIC X(01).
000350     05  PND-REASON                  PIC X(20).
000360     05  PND-STATE                   PIC X(01).
000370         88  PND-PENDING                 VALUE "P".
000380         88  PND-APPROVED                VALUE "V".
000390         88  PND-REJECTED                VALUE "J".
000400         88  PND-EXPIRED                 VALUE "X".
000410         88  PND-APPLIED                 VALUE "D".
000420         88  PND-FAILED                  VALUE "F".
000430     05  PND-DECIDED-BY              PIC X(08).
000440     05  PND-DECIDED-DATE            PIC X(08).
000450     05  PND-DECIDED-TIME            PIC X(08).
