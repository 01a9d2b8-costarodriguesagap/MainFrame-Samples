000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    END-OF-CHAIN PREMIUM BILLING.  READS THE RESULTS FILE       *
000100*    COBRXPP BUILT FOR THE BUSDATE BUSINESS DATE (CPYRSL),       *
000110*    SORTS IT BY CLIENTE/PRODUTO AND TOTALS RSL-PREMIO PER      *
000120*    CLIENTE ACROSS ITS PRODUTOS.  ONLY ELIGIBLE CASES WITH A    *
000130*    PARSED PREMIO ARE BILLED; A SILENT-FAILURE CASE IS          *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  ------------------------------------------ *
000280*    2026-09-02 JCR   ORIGINAL VERSION.                          *
000282*    2026-10-14 JCR   PRINT THE CLIENT'S LEGAL NAME, TAX ID AND  *
000284*                     BILLING ADDRESS FROM THE CLIFILE CLIENT    *
000286*                     MASTER UNDER EACH STATEMENT HEADING.       *
000286*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000286*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000286*                     PARMCRD.                                   *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS IS WS-BDT-STATUS.
000480
000490     SELECT RESULT-FILE     ASSIGN TO RESULTS
000500            ORGANIZATION IS SEQUENTIAL
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS WS-BILL-STATUS.
000580
000582*    CLIFILE IS THE CLIENT MASTER KSDS, MAINTAINED BY COBCLIMT.
000584*    IT IS READ HERE BY KEY ONLY.
000585     SELECT CLIENT-FILE     ASSIGN TO CLIFILE
000586            ORGANIZATION IS INDEXED
000587            ACCESS MODE IS RANDOM
000588            RECORD KEY IS CLI-KEY
000589            FILE STATUS IS WS-CLI-STATUS.
000589
000590     SELECT BILL-RPT        ASSIGN TO BILLRPT
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS WS-RPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  BUSDATE-FILE
000660     RECORDING MODE IS F.
000670     COPY CPYBDT.
000700
000710 FD  RESULT-FILE
000720     RECORDING MODE IS F.
000790     RECORDING MODE IS F.
000800     COPY CPYBIL.
000810
000812 FD  CLIENT-FILE.
000814     COPY CPYCLI.
000816
000820 FD  BILL-RPT
000830     RECORDING MODE IS F.
000840 01  RPT-LINE                    PIC X(132).
000870*----------------------------------------------------------------*
000880*    FILE STATUS SWITCHES                                        *
000890*----------------------------------------------------------------*
000900 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000910 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000920 77  WS-BILL-STATUS              PIC X(02) VALUE SPACES.
000930 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000935 77  WS-CLI-STATUS               PIC X(02) VALUE SPACES.
000940
000950*----------------------------------------------------------------*
000960*    RUN SWITCHES AND COUNTERS                                   *
001060 77  WS-SILENT-COUNT             PIC 9(07) COMP VALUE 0.
001070 77  WS-INELIG-COUNT             PIC 9(07) COMP VALUE 0.
001080 77  WS-NOPREM-COUNT             PIC 9(07) COMP VALUE 0.
001085 77  WS-NOMAST-COUNT             PIC 9(07) COMP VALUE 0.
001090 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001100
001110*----------------------------------------------------------------*
001390 01  WS-HEAD-LINE.
001400     05  FILLER                  PIC X(09) VALUE 'CLIENTE: '.
001410     05  WS-HDG-CLIENTE          PIC X(20).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001422     05  WS-HDG-NAME             PIC X(40).
001424     05  FILLER                  PIC X(02) VALUE SPACES.
001426     05  FILLER                  PIC X(08) VALUE 'TAX ID: '.
001428     05  WS-HDG-TAX-ID           PIC X(20).
001429     05  FILLER                  PIC X(31) VALUE SPACES.
001430 01  WS-ADDR-LINE.
001431     05  FILLER                  PIC X(09) VALUE SPACES.
001432     05  WS-ADR-TEXT             PIC X(40).
001433     05  FILLER                  PIC X(83) VALUE SPACES.
001434 01  WS-CITY-LINE.
001435     05  FILLER                  PIC X(09) VALUE SPACES.
001436     05  WS-ADR-CITY             PIC X(25).
001437     05  FILLER                  PIC X(01) VALUE SPACES.
001438     05  WS-ADR-STATE            PIC X(02).
001439     05  FILLER                  PIC X(02) VALUE SPACES.
001439     05  WS-ADR-POSTCODE         PIC X(10).
001439     05  FILLER                  PIC X(83) VALUE SPACES.
001430 01  WS-DETAIL-LINE.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  WS-DTL-PRODUTO          PIC X(20).
001820*                      FILE AND THE STATEMENT REPORT             *
001830*----------------------------------------------------------------*
001840 1000-INITIALIZE.
001850     OPEN INPUT BUSDATE-FILE
001860     IF WS-BDT-STATUS NOT = '00'
001870        DISPLAY 'COBBILNG: OPEN BUSDATE FAILED, STATUS='
001880                WS-BDT-STATUS
001890        MOVE 16 TO RETURN-CODE
001900        GOBACK
001910     END-IF
001920     READ BUSDATE-FILE
001930        AT END
001940           DISPLAY 'COBBILNG: BUSDATE IS EMPTY'
001950           MOVE 16 TO RETURN-CODE
001960           GOBACK
001970     END-READ
001980     IF BDT-BUS-DATE NOT NUMERIC
001990        DISPLAY 'COBBILNG: BUSDATE BUSINESS DATE NOT NUMERIC: '
002000                BDT-BUS-DATE
002010        MOVE 16 TO RETURN-CODE
002020        GOBACK
002030     END-IF
002040     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002050     CLOSE BUSDATE-FILE
002060     DISPLAY 'COBBILNG: BILLING BUSINESS DATE ' WS-BUS-DATE
002062     OPEN INPUT CLIENT-FILE
002063     IF WS-CLI-STATUS NOT = '00'
002064        DISPLAY 'COBBILNG: OPEN CLIFILE FAILED, STATUS='
002065                WS-CLI-STATUS
002066        MOVE 16 TO RETURN-CODE
002067        GOBACK
002068     END-IF
002070     OPEN OUTPUT BILL-FILE
002080     OPEN OUTPUT BILL-RPT
002090     MOVE SPACES TO RPT-LINE
002860        GO TO 3300-EXIT
002870     END-IF
002880     IF WS-CLI-PRODUTO-COUNT = 0
002890        PERFORM 3600-WRITE-CLIENT-HEAD THRU 3600-EXIT
002920     END-IF
002930     ADD 1 TO WS-CLI-PRODUTO-COUNT
002940     ADD SRT-PREMIO TO WS-CLI-TOTAL-PREMIO
003280     MOVE SRT-ERRO-TEXT TO WS-SIL-T-ERRO(WS-SIL-COUNT).
003290 3500-EXIT.
003300     EXIT.
003302
003304*----------------------------------------------------------------*
003306*    3600-WRITE-CLIENT-HEAD - THE STATEMENT HEADING: CLIENTE,    *
003308*                             LEGAL NAME AND TAX ID, THEN THE    *
003310*                             BILLING ADDRESS, ALL FROM THE      *
003312*                             CLIENT MASTER.  A CLIENTE MISSING  *
003314*                             FROM THE MASTER IS STILL BILLED    *
003316*                             BUT FLAGGED ON THE STATEMENT       *
003318*----------------------------------------------------------------*
003320 3600-WRITE-CLIENT-HEAD.
003322     MOVE WS-CURR-CLIENTE TO WS-HDG-CLIENTE
003324     MOVE WS-CURR-CLIENTE TO CLI-CLIENTE
003326     READ CLIENT-FILE
003328        INVALID KEY
003330           ADD 1 TO WS-NOMAST-COUNT
003332           MOVE '*** NOT ON CLIENT MASTER' TO WS-HDG-NAME
003334           MOVE SPACES TO WS-HDG-TAX-ID
003336           MOVE WS-HEAD-LINE TO RPT-LINE
003338           WRITE RPT-LINE
003340           DISPLAY 'COBBILNG: CLIENTE NOT ON CLIENT MASTER '
003342                   WS-CURR-CLIENTE
003344           GO TO 3600-EXIT
003346     END-READ
003348     MOVE CLI-LEGAL-NAME TO WS-HDG-NAME
003350     MOVE CLI-TAX-ID TO WS-HDG-TAX-ID
003352     MOVE WS-HEAD-LINE TO RPT-LINE
003354     WRITE RPT-LINE
003356     MOVE CLI-ADDR-LINE-1 TO WS-ADR-TEXT
003358     MOVE WS-ADDR-LINE TO RPT-LINE
003360     WRITE RPT-LINE
003362     IF CLI-ADDR-LINE-2 NOT = SPACES
003364        MOVE CLI-ADDR-LINE-2 TO WS-ADR-TEXT
003366        MOVE WS-ADDR-LINE TO RPT-LINE
003368        WRITE RPT-LINE
003370     END-IF
003372     MOVE CLI-ADDR-CITY TO WS-ADR-CITY
003374     MOVE CLI-ADDR-STATE TO WS-ADR-STATE
003376     MOVE CLI-ADDR-POSTCODE TO WS-ADR-POSTCODE
003378     MOVE WS-CITY-LINE TO RPT-LINE
003380     WRITE RPT-LINE.
003382 3600-EXIT.
003384     EXIT.
003310
003320*----------------------------------------------------------------*
003330*    4000-CLOSE-CLIENT - FINISH THE CLIENT JUST ENDED: WRITE     *
004180            WS-COUNT-ED DELIMITED BY SIZE
004190            INTO RPT-LINE
004200     WRITE RPT-LINE
004202     MOVE SPACES TO RPT-LINE
004204     MOVE WS-NOMAST-COUNT TO WS-COUNT-ED
004206     STRING 'CLIENTS NOT ON MASTER     =' DELIMITED BY SIZE
004208            WS-COUNT-ED DELIMITED BY SIZE
004209            INTO RPT-LINE
004209     WRITE RPT-LINE
004210     CLOSE BILL-FILE
004215     CLOSE CLIENT-FILE
004220     CLOSE BILL-RPT
004230
004240     DISPLAY 'COBBILNG: RESULT RECORDS READ=' WS-RESULT-COUNT
004280             WS-SILENT-COUNT
004290     DISPLAY 'COBBILNG: INELIGIBLE SKIPPED=' WS-INELIG-COUNT
004300     DISPLAY 'COBBILNG: WITHOUT A PREMIO=' WS-NOPREM-COUNT
004305     DISPLAY 'COBBILNG: NOT ON CLIENT MASTER=' WS-NOMAST-COUNT
004310
004320     IF WS-SILENT-COUNT > 0
004330        MOVE 4 TO RETURN-CODE
