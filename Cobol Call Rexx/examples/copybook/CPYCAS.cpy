000010******************************************************************
000020*                                                                *
000030*    CPYCAS   -  EXCEPTION CASE RECORD LAYOUT                    *
000040*                                                                *
000050*    KEYED VSAM RECORD (CAS-CASE-NO) HOLDING ONE EXCEPTION CASE. *
000060*    COBCASE OPENS A CASE FOR EACH NEW CASEVT EVENT (CPYCEV)     *
000070*    AND REFRESHES THE LAST-SEEN DATE, SEEN COUNT AND DETAIL OF  *
000080*    AN OPEN CASE WHEN THE SAME TYPE/CLIENTE/PRODUTO COMES UP    *
000090*    AGAIN; CAS-SEEN-COUNT IS THE NUMBER OF BUSINESS DAYS THE    *
000100*    PROBLEM HAS BEEN SEEN.  COBCASM APPLIES THE OPERATOR'S      *
000110*    CARDS: ASSIGN AN OWNER, ADD A NOTE, CLOSE WITH A            *
000120*    RESOLUTION CODE.  A CLOSED CASE STAYS ON FILE; THE SAME     *
000130*    PROBLEM SEEN AFTER CLOSURE OPENS A NEW CASE.                *
000140*                                                                *
000150*    CASE NUMBER ZERO IS THE CONTROL RECORD (CAS-CONTROL-REC)    *
000160*    CARRYING THE LAST CASE NUMBER ISSUED.                       *
000170*                                                                *
000180*    MODIFICATION HISTORY                                        *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  ------------------------------------------ *
000210*    2026-10-14 JCR   ORIGINAL COPYBOOK - EXCEPTION CASES.       *
000220******************************************************************
000230 01  CAS-RECORD.
000240     05  CAS-CASE-NO             PIC 9(08).
000250     05  CAS-TYPE                PIC X(08).
000260     05  CAS-CLIENTE             PIC X(20).
000270     05  CAS-PRODUTO             PIC X(20).
000280     05  CAS-STATUS              PIC X(01).
000290         88  CAS-STATUS-OPEN             VALUE 'O'.
000300         88  CAS-STATUS-CLOSED           VALUE 'C'.
000310     05  CAS-OPENED-DATE         PIC X(08).
000320     05  CAS-LAST-SEEN-DATE      PIC X(08).
000330     05  CAS-SEEN-COUNT          PIC 9(05).
000340     05  CAS-SOURCE-PGM          PIC X(08).
000350     05  CAS-DETAIL              PIC X(80).
000360     05  CAS-OWNER               PIC X(08).
000370     05  CAS-ASSIGNED-DATE       PIC X(08).
000380     05  CAS-NOTE                PIC X(60).
000390     05  CAS-NOTE-DATE           PIC X(08).
000400     05  CAS-CLOSED-DATE         PIC X(08).
000410     05  CAS-RESOLUTION          PIC X(04).
000420     05  FILLER                  PIC X(28).
000430 01  CAS-CONTROL-REC.
000440     05  CAS-CTL-KEY             PIC 9(08).
000450     05  CAS-CTL-LAST-CASE-NO    PIC 9(08).
000460     05  CAS-CTL-LAST-RUN-DATE   PIC X(08).
000470     05  FILLER                  PIC X(266).
