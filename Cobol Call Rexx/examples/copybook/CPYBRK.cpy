000010******************************************************************
000020*                                                                *
000030*    CPYBRK   -  BROKER INTAKE FEED RECORD LAYOUT                *
000040*                                                                *
000050*    100-BYTE RECORDS READ BY COBINTK FROM BRKFEED.  EACH        *
000060*    BROKER'S FILE OPENS WITH A 'BH' HEADER (BROKER ID, FILE     *
000070*    DATE, DETAIL COUNT) FOLLOWED BY ITS 'BD' DETAILS; SEVERAL   *
000080*    BROKERS' FILES MAY BE CONCATENATED.  A DETAIL MUST CARRY    *
000090*    ITS HEADER'S BROKER ID AND THE FILE DATE MUST BE THE        *
000100*    BUSINESS DATE.  BRK-PRIORITY IS BLANK OR '1'-'9'; WHEN      *
000110*    BLANK THE BROKER CHANNEL DEFAULT APPLIES.                   *
000120*                                                                *
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  ------------------------------------------ *
000160*    2026-10-14 JCR   ORIGINAL COPYBOOK - BROKER INTAKE FEED.    *
000170******************************************************************
000180 01  BRK-RECORD.
000190     05  BRK-REC-TYPE            PIC X(02).
000200         88  BRK-IS-HEADER               VALUE 'BH'.
000210         88  BRK-IS-DETAIL               VALUE 'BD'.
000220     05  BRK-BROKER-ID           PIC X(10).
000230     05  BRK-CLIENTE             PIC X(20).
000240     05  BRK-PRODUTO             PIC X(20).
000250     05  BRK-PRIORITY            PIC X(01).
000260     05  BRK-POLICY-REF          PIC X(15).
000270     05  FILLER                  PIC X(32).
000280 01  BRK-HEADER-REC.
000290     05  BRK-HDR-TYPE            PIC X(02).
000300     05  BRK-HDR-BROKER-ID       PIC X(10).
000310     05  BRK-HDR-FILE-DATE       PIC X(08).
000320     05  BRK-HDR-COUNT           PIC 9(07).
000330     05  BRK-HDR-BROKER-NAME     PIC X(30).
000340     05  FILLER                  PIC X(43).
