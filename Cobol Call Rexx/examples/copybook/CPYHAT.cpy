000010******************************************************************
000020*                                                                *
000030*    CPYHAT   -  LAST-RATED ATTRIBUTE SET RECORD LAYOUT          *
000040*                                                                *
000050*    KEYED VSAM RECORD (HAT-KEY = HAT-CLIENTE + HAT-PRODUTO)     *
000060*    HOLDING THE TRNATR ATTRIBUTE RECORDS THE CLIENTE/PRODUTO    *
000070*    WAS LAST RATED WITH, STORED AS THEY ARRIVED (UP TO TEN).    *
000080*    REWRITTEN BY COBIRXE ALONGSIDE HISTFL ON EVERY SUCCESSFUL   *
000090*    RATING AND READ BY COBRENEW, WHICH WRITES THEM BEHIND EACH  *
000100*    RENEWAL SO THE EXEC'S MANDATORY ATTRIBUTES ARE PRESENT.     *
000110*                                                                *
000120*    MODIFICATION HISTORY                                        *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  ------------------------------------------ *
000150*    2026-10-15 JCR   ORIGINAL COPYBOOK - LAST-RATED ATTRIBUTES. *
000160******************************************************************
000170 01  HAT-RECORD.
000180     05  HAT-KEY.
000190         10  HAT-CLIENTE         PIC X(20).
000200         10  HAT-PRODUTO         PIC X(20).
000210     05  HAT-BUS-DATE            PIC X(08).
000220     05  HAT-ATR-COUNT           PIC 9(02).
000230     05  HAT-ATR-REC             PIC X(60)
000240                                 OCCURS 10 TIMES.
000250     05  FILLER                  PIC X(10).
