000010******************************************************************
000020*                                                                *
000030*    CPYCLI   -  CLIENT MASTER RECORD LAYOUT                     *
000040*                                                                *
000050*    KEYED VSAM RECORD (CLI-KEY = CLI-CLIENTE) HOLDING ONE       *
000060*    ENTRY PER CLIENTE: LEGAL NAME, TAX ID, BILLING ADDRESS      *
000070*    AND THE CLIENT'S STATUS WITH THE DATE IT LAST CHANGED.      *
000080*    MAINTAINED ONLY BY COBCLIMT.  COBIRXE REFUSES WORK FOR A    *
000090*    CLIENTE THAT IS NOT ON THE MASTER OR IS CANCELLED, AND      *
000100*    COBBILNG PRINTS THE NAME AND BILLING ADDRESS ON THE         *
000110*    STATEMENT.                                                  *
000120*                                                                *
000130*    MODIFICATION HISTORY                                       *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  ------------------------------------------ *
000160*    2026-10-14 JCR   ORIGINAL COPYBOOK - CLIENT MASTER.         *
000170******************************************************************
000180 01  CLI-RECORD.
000190     05  CLI-KEY.
000200         10  CLI-CLIENTE         PIC X(20).
000210     05  CLI-LEGAL-NAME          PIC X(40).
000220     05  CLI-TAX-ID              PIC X(20).
000230     05  CLI-BILL-ADDRESS.
000240         10  CLI-ADDR-LINE-1     PIC X(40).
000250         10  CLI-ADDR-LINE-2     PIC X(40).
000260         10  CLI-ADDR-CITY       PIC X(25).
000270         10  CLI-ADDR-STATE      PIC X(02).
000280         10  CLI-ADDR-POSTCODE   PIC X(10).
000290     05  CLI-STATUS              PIC X(01).
000300         88  CLI-STATUS-ACTIVE           VALUE 'A'.
000310         88  CLI-STATUS-SUSPENDED        VALUE 'S'.
000320         88  CLI-STATUS-CANCELLED        VALUE 'C'.
000330         88  CLI-STATUS-VALID            VALUES 'A' 'S' 'C'.
000340     05  CLI-STATUS-DATE         PIC X(08).
000350     05  CLI-LAST-MAINT-DATE     PIC X(08).
000360     05  FILLER                  PIC X(36).
