000010******************************************************************
000020*                                                                *
000030*    CPYBRN   -  BRANCH INTAKE FEED RECORD LAYOUT                *
000040*                                                                *
000050*    FIXED-FORMAT 80-BYTE RECORD, ONE PER TRANSACTION KEYED AT   *
000060*    A BRANCH, READ BY COBINTK FROM BRNFEED.  BRN-PRIORITY IS    *
000070*    BLANK OR '1'-'9'; WHEN BLANK THE BRANCH CHANNEL DEFAULT     *
000080*    APPLIES.  BRN-ENTRY-DATE (CCYYMMDD) IS THE DAY THE BRANCH   *
000090*    KEYED THE WORK AND MAY NOT BE AFTER THE BUSINESS DATE.      *
000100*                                                                *
000110*    MODIFICATION HISTORY                                        *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    ---------- ----  ------------------------------------------ *
000140*    2026-10-14 JCR   ORIGINAL COPYBOOK - BRANCH INTAKE FEED.    *
000150******************************************************************
000160 01  BRN-RECORD.
000170     05  BRN-BRANCH-ID           PIC X(06).
000180     05  BRN-CLIENTE             PIC X(20).
000190     05  BRN-PRODUTO             PIC X(20).
000200     05  BRN-PRIORITY            PIC X(01).
000210     05  BRN-ENTRY-DATE          PIC X(08).
000220     05  BRN-OPERATOR            PIC X(08).
000230     05  FILLER                  PIC X(17).
