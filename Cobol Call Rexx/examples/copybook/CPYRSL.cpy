000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  ------------------------------------------ *
000150*    2026-08-22 JCR   ORIGINAL COPYBOOK - PARSED EXEC RESULTS.   *
000152*    2026-10-15 JCR   ADDED RSL-ORIGIN - 'R' WHEN THE RESULT IS  *
000154*                     FOR A COBRENEW RENEWAL, TAKEN FROM THE     *
000156*                     DAY'S AUDIT RECORD (AUD-ORIGIN).           *
000160******************************************************************
000170 01  RSL-RECORD.
000180     05  RSL-EXEC-NAME           PIC X(08).
000280     05  RSL-API-RC              PIC S9(9).
000290     05  RSL-SILENT-FAIL-SW      PIC X(01).
000300         88  RSL-SILENT-FAIL             VALUE 'Y'.
000305     05  RSL-ORIGIN              PIC X(01).
000306         88  RSL-ORIGIN-RENEWAL          VALUE 'R'.
000310     05  FILLER                  PIC X(10).
