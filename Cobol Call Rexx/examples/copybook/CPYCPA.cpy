000010******************************************************************
000020*                                                                *
000030*    CPYCPA   -  COMMISSION PAYABLE INTERFACE RECORD LAYOUT      *
000040*                                                                *
000050*    WRITTEN BY COBCOMM TO COMMPAY FOR ACCOUNTS PAYABLE.  THE    *
000060*    FILE HOLDS ONE SEGMENT PER CANAL: A HEADER ('H'), ONE       *
000070*    DETAIL ('D') PER COMMISSIONED CLIENTE/PRODUTO, AND A        *
000080*    TRAILER ('T') WITH THE DETAIL COUNT AND THE COMMISSION      *
000090*    PAYABLE TO THE CHANNEL, SO EACH CHANNEL'S SEGMENT CAN BE    *
000100*    SPLIT OFF AND PAID ON ITS OWN.                              *
000110*                                                                *
000120*    MODIFICATION HISTORY                                        *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  ------------------------------------------ *
000150*    2026-10-14 JCR   ORIGINAL COPYBOOK - COMMISSION PAYABLE.    *
000160******************************************************************
000170 01  CPA-RECORD.
000180     05  CPA-REC-TYPE            PIC X(01).
000190         88  CPA-IS-HEADER               VALUE 'H'.
000200         88  CPA-IS-DETAIL               VALUE 'D'.
000210         88  CPA-IS-TRAILER              VALUE 'T'.
000220     05  CPA-CANAL               PIC X(08).
000230     05  CPA-BUS-DATE            PIC X(08).
000240     05  CPA-CLIENTE             PIC X(20).
000250     05  CPA-PRODUTO             PIC X(20).
000260     05  CPA-EXEC-NAME           PIC X(08).
000270     05  CPA-PREMIO              PIC S9(7)V99.
000280     05  CPA-RATE                PIC 9V9(4).
000290     05  CPA-COMMISSION          PIC S9(7)V99.
000300     05  FILLER                  PIC X(12).
000310 01  CPA-TRAILER-REC.
000320     05  CPA-TRL-TYPE            PIC X(01).
000330     05  CPA-TRL-CANAL           PIC X(08).
000340     05  CPA-TRL-BUS-DATE        PIC X(08).
000350     05  CPA-TRL-COUNT           PIC 9(07).
000360     05  CPA-TRL-PREMIO          PIC S9(9)V99.
000370     05  CPA-TRL-COMMISSION      PIC S9(9)V99.
000380     05  FILLER                  PIC X(54).
