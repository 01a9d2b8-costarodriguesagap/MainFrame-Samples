000010******************************************************************
000020*                                                                *
000030*    CPYOPI   -  ACCOUNTS-RECEIVABLE OPEN-ITEM RECORD LAYOUT     *
000040*                                                                *
000050*    KEYED VSAM RECORD (OPI-KEY = OPI-RUN-DATE + OPI-CLIENTE)    *
000060*    HOLDING ONE BILLFILE INTERFACE RECORD AS SENT TO ACCOUNTS   *
000070*    RECEIVABLE AND WHAT AR HAS SINCE DONE WITH IT.  COBARREC    *
000080*    LOADS EACH DAY'S BILLFILE AS NEW ITEMS, THEN POSTS THE AR   *
000090*    RETURN FILE (CPYARR) AGAINST THEM: ACCEPTED, REJECTED WITH  *
000100*    A REASON, PARTIALLY PAID OR PAID IN FULL.  THE OPEN         *
000110*    BALANCE IS OPI-BILLED-PREMIO LESS OPI-PAID-AMOUNT.          *
000120*                                                                *
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  ------------------------------------------ *
000160*    2026-10-14 JCR   ORIGINAL COPYBOOK - AR OPEN ITEMS.         *
000170******************************************************************
000180 01  OPI-RECORD.
000190     05  OPI-KEY.
000200         10  OPI-RUN-DATE        PIC X(08).
000210         10  OPI-CLIENTE         PIC X(20).
000220     05  OPI-PRODUTO-COUNT       PIC 9(04).
000230     05  OPI-BILLED-PREMIO       PIC S9(9)V99.
000240     05  OPI-STATUS              PIC X(01).
000250         88  OPI-STATUS-BILLED           VALUE 'B'.
000260         88  OPI-STATUS-ACCEPTED         VALUE 'A'.
000270         88  OPI-STATUS-REJECTED         VALUE 'R'.
000280         88  OPI-STATUS-PART-PAID        VALUE 'P'.
000290         88  OPI-STATUS-PAID             VALUE 'F'.
000300         88  OPI-STATUS-RECEIVABLE       VALUES 'B' 'A' 'P'.
000310     05  OPI-STATUS-DATE         PIC X(08).
000320     05  OPI-ACK-DATE            PIC X(08).
000330     05  OPI-AR-AMOUNT           PIC S9(9)V99.
000340     05  OPI-PAID-AMOUNT         PIC S9(9)V99.
000350     05  OPI-LAST-PAID-DATE      PIC X(08).
000360     05  OPI-REJ-REASON          PIC X(30).
000370     05  OPI-MISMATCH-SW         PIC X(01).
000380         88  OPI-AMOUNT-MISMATCH         VALUE 'Y'.
000390     05  FILLER                  PIC X(29).
