000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    WHSCTL                                            *
000040* PURPOSE:     The warehouse interface control file, keyed by    *
000050*              business date.  The entry keyed 00000000 is the   *
000060*              control entry: the last sequence number and date  *
000070*              sent and the last sequence number and date the    *
000080*              warehouse accepted.  Every other entry is the log *
000090*              of one business day sent: its sequence number,    *
000100*              whether it is awaiting acknowledgment, accepted,  *
000110*              or rejected, the detail count and hash totals it  *
000120*              went out with, how many times it has been sent,   *
000130*              and when it was last sent and acknowledged.  The  *
000140*              extract sends only days with no log entry, so a   *
000150*              day is never sent twice, and starts from the day  *
000160*              after the last one sent, so a day is never        *
000170*              skipped.  A rerun is proved against the totals    *
000180*              logged for the original send.                     *
000190*                                                                *
000200* MODIFICATION HISTORY                                           *
000210*   DATE        INIT  DESCRIPTION                                *
000220*   2026-10-15   JR   Original warehouse interface control.      *
000230*                                                                *
000240******************************************************************
000250 01  WHC-CONTROL-RECORD.
000260     05  WHC-KEY.
000270         10  WHC-BUSINESS-DATE       PIC X(08).
000280             88  WHC-CONTROL-ENTRY       VALUE "00000000".
000290     05  WHC-DAY-ENTRY.
000300         10  WHC-SEQUENCE-NUMBER     PIC 9(07).
000310         10  WHC-STATE               PIC X(01).
000320             88  WHC-SENT                VALUE "S".
000330             88  WHC-ACCEPTED            VALUE "A".
000340             88  WHC-REJECTED            VALUE "R".
000350         10  WHC-DETAIL-COUNT        PIC 9(07).
000360         10  WHC-HASH-FINAL-VALUES   PIC 9(13).
000370         10  WHC-HASH-REJECT-COUNTS  PIC 9(13).
000380         10  WHC-SEND-COUNT          PIC 9(03).
000390         10  WHC-SENT-DATE           PIC X(08).
000400         10  WHC-SENT-TIME           PIC X(08).
000410         10  WHC-ACK-DATE            PIC X(08).
000420         10  WHC-ACK-TIME            PIC X(08).
000430         10  WHC-ACK-REASON          PIC X(30).
000440     05  WHC-CONTROL-VIEW REDEFINES WHC-DAY-ENTRY.
000450         10  WHC-LAST-SENT-SEQUENCE  PIC 9(07).
000460         10  WHC-LAST-SENT-DATE      PIC X(08).
000470         10  WHC-LAST-ACCEPTED-SEQ   PIC 9(07).
000480         10  WHC-LAST-ACCEPTED-DATE  PIC X(08).
000490         10  FILLER                  PIC X(76).
