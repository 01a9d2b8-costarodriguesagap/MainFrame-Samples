000010******************************************************************
000020*                                                                *
000030*    CPYARP   -  EXEC ARGUMENT PROFILE RECORD LAYOUT             *
000040*                                                                *
000050*    ONE 80-BYTE CARD ON ARGPROF PER ATTRIBUTE AN EXEC NEEDS     *
000060*    BEYOND THE THREE BASE ARGUMENTS (CLIENTE, PRODUTO, CANAL).  *
000070*    CARDS FOR ONE EXEC ARE READ IN FILE ORDER, AND THAT ORDER   *
000080*    IS THE ORDER COBIRXE APPENDS THE ATTRIBUTES TO THE ARGUMENT *
000090*    LIST (ARGUMENT 4 ONWARDS, AT MOST NINE PER EXEC).  THE      *
000100*    ATTRIBUTE IS TAKEN FROM THE TRNATR RECORDS THAT FOLLOW THE  *
000110*    DETAIL ON TRANSIN.  A MANDATORY ATTRIBUTE THAT IS ABSENT    *
000120*    REJECTS THE TRANSACTION TO ERRFILE; AN OPTIONAL ONE THAT    *
000130*    IS ABSENT IS SIMPLY NOT PASSED.  AN EXEC WITH NO CARDS      *
000140*    RECEIVES THE THREE BASE ARGUMENTS ONLY.                     *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  ------------------------------------------ *
000190*    2026-10-14 JCR   ORIGINAL COPYBOOK - EXEC ARGUMENT PROFILE. *
000200******************************************************************
000210 01  ARP-RECORD.
000220     05  ARP-EXEC-NAME           PIC X(08).
000230     05  ARP-ATTR-KEY            PIC X(16).
000240     05  ARP-MANDATORY           PIC X(01).
000250         88  ARP-IS-MANDATORY            VALUE 'Y'.
000260     05  FILLER                  PIC X(55).
