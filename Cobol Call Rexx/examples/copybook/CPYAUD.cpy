000177*                     A CANDIDATE EXEC (RTE-SHADOW-EXEC).  NO    *
000178*                     BUSINESS EFFECT; COBSHCMP COMPARES IT      *
000179*                     AGAINST THE LIVE RESULT.                   *
000180*    2026-10-15 JCR   ADDED THE AUDIT CHAIN - AUD-CHAIN-PGM AND  *
000181*                     AUD-CHAIN-START NAME THE WRITING RUN,      *
000182*                     AUD-CHAIN-SEQ NUMBERS ITS RECORDS FROM 1   *
000183*                     AND AUD-CHAIN-CHECK IS A RUNNING CHECK     *
000184*                     VALUE OVER BYTES 1-228 OF THIS RECORD      *
000185*                     CHAINED FROM THE PREVIOUS RECORD'S, SO A   *
000186*                     DROPPED, DUPLICATED, REORDERED OR EDITED   *
000187*                     RECORD SHOWS (COBAUDVR).  THE RUN'S FINAL  *
000188*                     SEQUENCE AND CHECK VALUE GO TO CTLFILE AS  *
000189*                     AN 'AUDCHAIN' RECORD.  RECORD GREW 216 TO  *
000190*                     250.                                       *
000191*    2026-10-15 JCR   ADDED AUD-ORIGIN - 'R' WHEN THE            *
000192*                     TRANSACTION WAS A RENEWAL GENERATED BY     *
000193*                     COBRENEW, BLANK FOR A NEW REQUEST.  IT     *
000194*                     SITS AHEAD OF THE CHAIN FIELDS SO THE      *
000195*                     CHECK VALUE COVERS IT; THE CHAIN FIELDS    *
000196*                     MOVE ONE BYTE AND THE CHECK NOW COVERS     *
000197*                     BYTES 1-229.                               *
000200******************************************************************
000210 01  AUD-RECORD.
000220     05  AUD-RUN-DATE            PIC X(08).
000230     05  AUD-RUN-TIME            PIC X(06).
000240     05  AUD-SOURCE              PIC X(01).
000250         88  AUD-SOURCE-IRXEXEC        VALUE 'E'.
000260         88  AUD-SOURCE-IRXJCL         VALUE 'J'.
000270         88  AUD-SOURCE-FALLBACK       VALUE 'F'.
000280         88  AUD-SOURCE-SHADOW         VALUE 'S'.
000290     05  AUD-EXEC-NAME           PIC X(08).
000300     05  AUD-CLIENTE             PIC X(20).
000310     05  AUD-PRODUTO             PIC X(20).
000320     05  AUD-CANAL               PIC X(08).
000330     05  AUD-ARGS                PIC X(98).
000340     05  AUD-API-RC              PIC S9(9).
000350     05  AUD-REXX-RC             PIC S9(9).
000360     05  AUD-STATUS              PIC X(01).
000370         88  AUD-STATUS-OK             VALUE 'S'.
000380         88  AUD-STATUS-FAIL           VALUE 'F'.
000390         88  AUD-STATUS-HELD           VALUE 'H'.
000400         88  AUD-STATUS-TRIPPED        VALUE 'T'.
000410     05  AUD-STREAM-ID           PIC X(01).
000420     05  AUD-START-TIME          PIC X(06).
000430     05  AUD-END-TIME            PIC X(06).
000440     05  AUD-ELAPSED-SEC         PIC 9(05).
000450     05  AUD-PRIORITY            PIC X(01).
000460     05  AUD-ORIGIN              PIC X(01).
000470         88  AUD-ORIGIN-RENEWAL        VALUE 'R'.
000480     05  AUD-CHAIN-PGM           PIC X(08).
000490     05  AUD-CHAIN-START         PIC X(06).
000500     05  AUD-CHAIN-SEQ           PIC 9(07).
000510     05  AUD-CHAIN-CHECK         PIC 9(09).
000520     05  FILLER                  PIC X(12).
