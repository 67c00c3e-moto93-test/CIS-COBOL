000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    APRCARD                                           *
000040* PURPOSE:     One card of the approval deck.  A approves and J  *
000050*              rejects the parked change named by its counter-id *
000060*              and request date and time, as printed on the      *
000070*              pending-changes report.  The deciding operator's  *
000080*              id is carried on every card; it must differ from  *
000090*              the operator who asked for the change and must    *
000100*              hold the matching right.                          *
000110*                                                                *
000120* MODIFICATION HISTORY                                           *
000130*   DATE        INIT  DESCRIPTION                                *
000140*   2026-10-15   JR   Original approval card.                    *
000150*                                                                *
000160******************************************************************
000170 01  APC-APPROVAL-CARD.
000180     05  APC-FUNCTION                PIC X(01).
000190         88  APC-APPROVE                 VALUE "A".
000200         88  APC-REJECT                  VALUE "J".
000210     05  APC-COUNTER-ID              PIC X(08).
000220     05  APC-REQUEST-DATE            PIC X(08).
000230     05  APC-REQUEST-TIME            PIC X(08).
000240     05  APC-OPERATOR-ID             PIC X(08).
