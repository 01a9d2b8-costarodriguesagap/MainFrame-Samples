000010******************************************************************
000020*                                                                *
000030*    CPYERT   -  REJECTED TRANSACTION ATTRIBUTE RECORD LAYOUT    *
000040*                                                                *
000050*    WHEN COBIRXE REJECTS A TRANSACTION TO ERRFILE IT COPIES     *
000060*    EACH TRNATR RECORD THAT FOLLOWED THE DETAIL TO ERRATTR,     *
000070*    UNCHANGED, UNDER THE TRANSACTION KEY AND RUN DATE.          *
000080*    COBERRCY PUTS THEM BACK BEHIND THE DETAIL WHEN THE KEY IS   *
000090*    RECYCLED ONTO TRANSIN, AND COBHSKP SPLITS THE FILE ON       *
000100*    ERT-RUN-DATE THE SAME WAY IT SPLITS ERRFILE.                *
000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  ------------------------------------------ *
000150*    2026-10-14 JCR   ORIGINAL COPYBOOK - REJECTED ATTRIBUTES.   *
000160******************************************************************
000170 01  ERT-RECORD.
000180     05  ERT-CLIENTE             PIC X(20).
000190     05  ERT-PRODUTO             PIC X(20).
000200     05  ERT-CANAL               PIC X(08).
000210     05  ERT-RUN-DATE            PIC X(08).
000220     05  ERT-ATR-RECORD          PIC X(60).
000230     05  FILLER                  PIC X(04).
