000010******************************************************************
000020*                                                                *
000030*    CPYCMR   -  CHANNEL COMMISSION RATE TABLE RECORD LAYOUT     *
000040*                                                                *
000050*    ONE RECORD PER CANAL/PRODUTO COMMISSION RATE, READ BY       *
000060*    COBCOMM FROM COMRATE.  CMR-RATE IS A FRACTION OF THE        *
000070*    PREMIO (0.1250 = 12.5 PER CENT).  A CANAL OR PRODUTO OF     *
000080*    '*' MATCHES ANY VALUE; THE MOST SPECIFIC ENTRY WINS         *
000090*    (CANAL+PRODUTO, THEN CANAL+'*', THEN '*'+PRODUTO) AND THE   *
000100*    '*'/'*' ENTRY IS THE DEFAULT RATE.  AN ENTRY APPLIES ONLY   *
000110*    FROM CMR-EFF-FROM THROUGH CMR-EFF-TO; A BLANK DATE LEAVES   *
000120*    THAT END OPEN, SO A RATE CHANGE IS A NEW ENTRY WITH THE     *
000130*    OLD ONE'S EFFECTIVE-TO DATE CLOSED.                         *
000140*                                                                *
000150*    MODIFICATION HISTORY                                        *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------- ----  ------------------------------------------ *
000180*    2026-10-14 JCR   ORIGINAL COPYBOOK - COMMISSION RATES.      *
000190******************************************************************
000200 01  CMR-RECORD.
000210     05  CMR-CANAL               PIC X(08).
000220     05  CMR-PRODUTO             PIC X(20).
000230     05  CMR-RATE                PIC 9V9(4).
000240     05  CMR-EFF-FROM            PIC X(08).
000250     05  CMR-EFF-TO              PIC X(08).
000260     05  FILLER                  PIC X(31).
