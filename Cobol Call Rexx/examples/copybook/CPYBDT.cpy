000010******************************************************************
000020*                                                                *
000030*    CPYBDT   -  PUBLISHED BUSINESS DATE CONTROL RECORD LAYOUT   *
000040*                                                                *
000050*    THE ONE RECORD ON BUSDATE, WRITTEN BY COBCALDT AT CHAIN     *
000060*    START FROM THE PROCESSING CALENDAR (CPYCAL) AND THE LAST    *
000070*    COMPLETED DATE ON CTLFILE.  EVERY STEP OF THE CHAIN TAKES   *
000080*    ITS BUSINESS DATE FROM BDT-BUS-DATE, SO A RUN THAT SLIPS    *
000090*    PAST MIDNIGHT OR A CATCH-UP RUN STILL PROCESSES AND         *
000100*    STAMPS THE RIGHT DAY.  THE PERIOD-END AND RETENTION FLAGS   *
000110*    ARE THE CALENDAR'S FLAGS FOR BDT-BUS-DATE.                  *
000120*    BDT-RETAIN-CUTOFF IS THE PREVIOUS RETENTION POINT WHEN THE  *
000130*    DATE IS ITSELF A RETENTION POINT, OTHERWISE ZEROS (NOTHING  *
000140*    IS DUE FOR ARCHIVING).  BDT-OVERRIDE IS THE PARMCRD CODE    *
000150*    THAT LET A DUPLICATE OR SKIPPED DATE THROUGH, BLANK ON A    *
000160*    NORMAL DAY.                                                 *
000170*                                                                *
000180*    MODIFICATION HISTORY                                        *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  ------------------------------------------ *
000210*    2026-10-14 JCR   ORIGINAL COPYBOOK - BUSINESS DATE CONTROL. *
000220******************************************************************
000230 01  BDT-RECORD.
000240     05  BDT-BUS-DATE            PIC X(08).
000250     05  BDT-PREV-BUS-DATE       PIC X(08).
000260     05  BDT-NEXT-BUS-DATE       PIC X(08).
000270     05  BDT-MONTH-END           PIC X(01).
000280         88  BDT-IS-MONTH-END            VALUE 'Y'.
000290     05  BDT-QTR-END             PIC X(01).
000300         88  BDT-IS-QTR-END              VALUE 'Y'.
000310     05  BDT-YEAR-END            PIC X(01).
000320         88  BDT-IS-YEAR-END             VALUE 'Y'.
000330     05  BDT-RETAIN              PIC X(01).
000340         88  BDT-IS-RETAIN-POINT         VALUE 'Y'.
000350     05  BDT-RETAIN-CUTOFF       PIC X(08).
000360     05  BDT-OVERRIDE            PIC X(01).
000370         88  BDT-OVERRIDE-RERUN          VALUE 'R'.
000380         88  BDT-OVERRIDE-SKIP           VALUE 'S'.
000390     05  BDT-PUBLISH-DATE        PIC X(08).
000400     05  BDT-PUBLISH-TIME        PIC X(06).
000410     05  FILLER                  PIC X(29).
