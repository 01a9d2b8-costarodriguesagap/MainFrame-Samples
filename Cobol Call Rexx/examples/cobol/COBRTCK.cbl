000180*      3. A BLANK EXEC NAME                                     *
000190*                                                                *
000200*    WHEN THE DAY'S AUDITFL IS SUPPLIED, EVERY SOURCE-'E'       *
000210*    RECORD FOR THE BUSDATE RUN DATE IS REPLAYED THROUGH THE    *
000220*    SAME MATCH PRECEDENCE COBIRXE USES (EXACT, PRODUTO/'*',    *
000230*    '*' DEFAULT) AND ANY TABLE ENTRY NO TRANSACTION EVER       *
000240*    MATCHED IS LISTED AS A DEAD ROUTE (RC=4) SO ENTRIES FOR    *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------- ----  ------------------------------------------ *
000300*    2026-09-02 JCR   ORIGINAL VERSION.                          *
000300*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000300*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000300*                     PARMCRD.                                   *
000310*                                                                *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS IS WS-BDT-STATUS.
000500
000510     SELECT ROUTE-FILE      ASSIGN TO ROUTETBL
000520            ORGANIZATION IS SEQUENTIAL
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  BUSDATE-FILE
000660     RECORDING MODE IS F.
000670     COPY CPYBDT.
000700
000710 FD  ROUTE-FILE
000720     RECORDING MODE IS F.
000840*----------------------------------------------------------------*
000850*    FILE STATUS SWITCHES                                        *
000860*----------------------------------------------------------------*
000870 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000880 77  WS-ROUTE-STATUS             PIC X(02) VALUE SPACES.
000890 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000900 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001730*                      OPEN THE REPORT                           *
001740*----------------------------------------------------------------*
001750 1000-INITIALIZE.
001760     OPEN INPUT BUSDATE-FILE
001770     IF WS-BDT-STATUS NOT = '00'
001780        DISPLAY 'COBRTCK: OPEN BUSDATE FAILED, STATUS='
001790                WS-BDT-STATUS
001800        MOVE 16 TO RETURN-CODE
001810        GOBACK
001820     END-IF
001830     READ BUSDATE-FILE
001840        AT END
001850           DISPLAY 'COBRTCK: BUSDATE IS EMPTY'
001860           MOVE 16 TO RETURN-CODE
001870           GOBACK
001880     END-READ
001890     IF BDT-BUS-DATE NOT NUMERIC
001900        DISPLAY 'COBRTCK: BUSDATE BUSINESS DATE NOT NUMERIC: '
001910                BDT-BUS-DATE
001920        MOVE 16 TO RETURN-CODE
001930        GOBACK
001940     END-IF
001950     MOVE BDT-BUS-DATE TO WS-RUN-DATE
001960     CLOSE BUSDATE-FILE
001970
001980     OPEN INPUT ROUTE-FILE
001990     IF WS-ROUTE-STATUS NOT = '00'
