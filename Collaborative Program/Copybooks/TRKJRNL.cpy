000010******************************************************************
000020*                                                                *
000030* COPYBOOK:    TRKJRNL                                           *
000040* PURPOSE:     One record of the dated tracking journal -- the   *
000050*              after-image of a tracking row every time a        *
000060*              program writes or rewrites one, with the program  *
000070*              and the kind of change that wrote it.  The        *
000080*              journal for a day is TRKJRNL.YYYYMMDD.DAT, dated  *
000090*              by the row's own last-update stamp, and only ever *
000100*              appends.  Forward recovery replays these images   *
000110*              on top of a tracking-file backup generation to    *
000120*              bring the file back to its last written state.    *
000130*              The after-image is laid out byte for byte as the  *
000140*              tracking record so it can be moved as a group.    *
000150*                                                                *
000160* MODIFICATION HISTORY                                           *
000170*   DATE        INIT  DESCRIPTION                                *
000180*   2026-10-15   JR   Original tracking journal record.          *
000190*                                                                *
000200******************************************************************
000210 01  TJR-JOURNAL-RECORD.
000220     05  TJR-PROGRAM                 PIC X(08).
000230     05  TJR-ACTION                  PIC X(08).
000240     05  TJR-AFTER-IMAGE.
000250         10  TJR-COUNTER-ID          PIC X(08).
000260         10  TJR-CURRENT-VALUE       PIC 9(05).
000270         10  TJR-LIMIT               PIC 9(05).
000280         10  TJR-STATUS              PIC X(01).
000290         10  TJR-STAMP.
000300             15  TJR-UPDATE-DATE     PIC X(08).
000310             15  TJR-UPDATE-TIME     PIC X(08).
000320         10  TJR-RUN-TOKEN           PIC X(16).
