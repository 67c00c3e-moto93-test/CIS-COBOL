000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    WHSACK                                            *
000040* PURPOSE:     One entry in the acknowledgment file the          *
000050*              enterprise data warehouse returns: the business   *
000060*              date and sequence number of an interface file it  *
000070*              has loaded, A when the file was accepted or R     *
000080*              when it was rejected, and the warehouse's reason. *
000090*              A rejected day is sent again by a rerun under the *
000100*              same sequence number.                             *
000110*                                                                *
000120* MODIFICATION HISTORY                                           *
000130*   DATE        INIT  DESCRIPTION                                *
000140*   2026-10-15   JR   Original warehouse acknowledgment record.  *
000150*                                                                *
000160******************************************************************
000170 01  WAK-ACK-RECORD.
000180     05  WAK-BUSINESS-DATE           PIC X(08).
000190     05  WAK-SEQUENCE-NUMBER         PIC 9(07).
000200     05  WAK-STATUS                  PIC X(01).
000210         88  WAK-ACCEPTED                VALUE "A".
000220         88  WAK-REJECTED                VALUE "R".
000230     05  WAK-REASON                  PIC X(30).
