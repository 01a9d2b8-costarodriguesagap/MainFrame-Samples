000010******************************************************************
000020*                                                                *
000030*    CPYCEV   -  EXCEPTION CASE EVENT RECORD LAYOUT              *
000040*                                                                *
000050*    ONE RECORD PER EXCEPTION RAISED BY A REPORTING STEP         *
000060*    (COBERRCY, COBDELTA, COBSTALE, COBRECON, COBSHCMP), ADDED   *
000070*    TO THE END OF CASEVT AS THE STEP RUNS.  COBCASE READS THE   *
000080*    EVENTS, OPENS OR REFRESHES THE MATCHING CASE ON CASEFL      *
000090*    (CPYCAS) AND THEN EMPTIES CASEVT.  AN OPEN CASE IS MATCHED  *
000100*    ON CEV-TYPE + CEV-CLIENTE + CEV-PRODUTO, SO THE SAME        *
000110*    PROBLEM RAISED AGAIN ON A LATER DAY UPDATES ITS CASE        *
000120*    INSTEAD OF OPENING A NEW ONE.                               *
000130*                                                                *
000140*    MODIFICATION HISTORY                                        *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  ------------------------------------------ *
000170*    2026-10-14 JCR   ORIGINAL COPYBOOK - CASE EVENTS.           *
000180******************************************************************
000190 01  CEV-RECORD.
000200     05  CEV-TYPE                PIC X(08).
000210         88  CEV-TYPE-ESCALATE           VALUE 'ESCALATE'.
000220         88  CEV-TYPE-SILENT             VALUE 'SILENT  '.
000230         88  CEV-TYPE-DELTA              VALUE 'DELTA   '.
000240         88  CEV-TYPE-STALE              VALUE 'STALE   '.
000250         88  CEV-TYPE-RECON              VALUE 'RECON   '.
000260         88  CEV-TYPE-SHADOW             VALUE 'SHADOW  '.
000270         88  CEV-TYPE-SETASIDE           VALUE 'SETASIDE'.
000280         88  CEV-TYPE-HELD               VALUE 'HELD    '.
000290     05  CEV-CLIENTE             PIC X(20).
000300     05  CEV-PRODUTO             PIC X(20).
000310     05  CEV-BUS-DATE            PIC X(08).
000320     05  CEV-SOURCE-PGM          PIC X(08).
000330     05  CEV-DETAIL              PIC X(80).
000340     05  FILLER                  PIC X(06).
