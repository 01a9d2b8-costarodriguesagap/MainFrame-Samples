000010******************************************************************
000020*                                                                *
000030*    CPYARR   -  ACCOUNTS-RECEIVABLE RETURN RECORD LAYOUT        *
000040*                                                                *
000050*    ONE RECORD PER ACTION ACCOUNTS RECEIVABLE TOOK ON A         *
000060*    BILLFILE ITEM, SENT BACK TO US ON ARRETRN.  THE ITEM IS     *
000070*    NAMED BY THE BILLFILE KEY (BIL-RUN-DATE + BIL-CLIENTE).     *
000080*                                                                *
000090*      'A' - ACCEPTED; ARR-AMOUNT IS THE AMOUNT AR BOOKED        *
000100*      'R' - REJECTED; ARR-REASON SAYS WHY                       *
000110*      'P' - PAYMENT RECEIVED; ARR-AMOUNT IS THE AMOUNT PAID     *
000120*                                                                *
000130*    COBARREC POSTS THE FILE AGAINST THE OPNITEM OPEN ITEMS.     *
000140*                                                                *
000150*    MODIFICATION HISTORY                                        *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------- ----  ------------------------------------------ *
000180*    2026-10-14 JCR   ORIGINAL COPYBOOK - AR RETURN FILE.        *
000190******************************************************************
000200 01  ARR-RECORD.
000210     05  ARR-RUN-DATE            PIC X(08).
000220     05  ARR-CLIENTE             PIC X(20).
000230     05  ARR-ACTION              PIC X(01).
000240         88  ARR-ACCEPTED                VALUE 'A'.
000250         88  ARR-REJECTED                VALUE 'R'.
000260         88  ARR-PAYMENT                 VALUE 'P'.
000270     05  ARR-POST-DATE           PIC X(08).
000280     05  ARR-AMOUNT              PIC S9(9)V99.
000290     05  ARR-REASON              PIC X(30).
000300     05  FILLER                  PIC X(02).
