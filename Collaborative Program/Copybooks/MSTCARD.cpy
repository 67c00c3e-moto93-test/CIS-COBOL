000130* MODIFICATION HISTORY                                           *
000140*   DATE        INIT  DESCRIPTION                                *
000150*   2026-09-02   JR   Original master maintenance card.          *
000153*   2026-10-15   JR   Added the critical flag, Y to mark the     *
000156*                     counter critical on the master.            *
000160*                                                                *
000170******************************************************************
000180 01  MST-CONTROL-CARD.
000260     05  MST-DEFAULT-START           PIC 9(05).
000270     05  MST-DEFAULT-END             PIC 9(05).
000280     05  MST-DEFAULT-STEP            PIC 9(05).
000290     05  MST-CRITICAL-FLAG           PIC X(01).
