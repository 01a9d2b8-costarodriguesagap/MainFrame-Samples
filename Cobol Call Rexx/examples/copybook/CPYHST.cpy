000150*    2026-08-09 JCR   ORIGINAL COPYBOOK - PER-CLIENT HISTORY.    *
000152*    2026-08-22 JCR   ADDED SOURCE 'F' - LAST SUCCESSFUL RUN     *
000154*                     CAME THROUGH COBIRXE'S IRXJCL FALLBACK.    *
000155*    2026-10-15 JCR   ADDED HST-ANNIV-DATE - RENEWAL ANNIVERSARY *
000156*                     (MONTH AND DAY RECUR YEARLY), SET BY       *
000157*                     COBIRXE/COBIRXJ WHEN BLANK FROM THE LAST   *
000158*                     RUN DATE ON FILE OR THE FIRST RATED DATE.  *
000159*                     COBRENEW READS IT TO SCHEDULE RENEWALS.    *
000160******************************************************************
000170 01  HST-RECORD.
000180     05  HST-KEY.
000262         88  HST-SOURCE-FALLBACK         VALUE 'F'.
000270     05  HST-LAST-API-RC         PIC S9(9).
000280     05  HST-LAST-REXX-RC        PIC S9(9).
000285     05  HST-ANNIV-DATE          PIC X(08).
000290     05  FILLER                  PIC X(12).
