000210*    BALRPT AND RC=8 SO THE SCHEDULER FAILS THE CHAIN.  THE    *
000220*    EQUATION ASSUMES ONE PASS PER STREAM PER DAY; A SAME-DAY  *
000230*    RERUN LEGITIMATELY ALARMS AND NEEDS OPERATOR EYES.        *
000232*                                                                *
000234*    THE RUN DATE IS THE PUBLISHED BUSINESS DATE ON BUSDATE.    *
000236*    A COBBALNC RECORD IS ADDED TO CTLFILE AT THE END - STATUS  *
000237*    'S' WHEN IN BALANCE - WHICH MARKS THE BUSINESS DATE        *
000238*    COMPLETE FOR THE NEXT DAY'S COBCALDT.                      *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                                *
000284*                     TRANSACTIONS ARE TWO REJECTS: A NEW       *
000286*                     GROUP ALSO STARTS WHEN ERR-ARG-NUMBER     *
000288*                     DOES NOT INCREASE WITHIN THE SAME KEY.    *
000289*    2026-10-14 JCR   SKIP THE TRNATR ATTRIBUTE RECORDS THAT NOW *
000289*                     FOLLOW A TRANSIN DETAIL - THEY ARE PART OF *
000289*                     THE DETAIL, NOT A TRANSACTION OF THEIR     *
000289*                     OWN.                                       *
000289*    2026-10-14 JCR   RUN DATE FROM BUSDATE INSTEAD OF PARMCRD.  *
000289*                     WRITE THE COBBALNC COMPLETION RECORD TO    *
000289*                     CTLFILE.                                   *
000289*    2026-10-15 JCR   ZERO CTL-CHAIN-CHECK ON THE CONTROL        *
000289*                     RECORD.                                    *
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
000490     SELECT TRANS-FILE      ASSIGN TO TRANSIN
000500            ORGANIZATION IS SEQUENTIAL
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  BUSDATE-FILE
000720     RECORDING MODE IS F.
000730     COPY CPYBDT.
000760
000770 FD  TRANS-FILE
000780     RECORDING MODE IS F.
000980*----------------------------------------------------------------*
000990*    FILE STATUS SWITCHES                                        *
001000*----------------------------------------------------------------*
001010 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001020 77  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001030 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001040 77  WS-ERR-STATUS               PIC X(02) VALUE SPACES.
001330     88  WS-FIRST-ERR                       VALUE 'Y'.
001332 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001334 77  WS-PREV-ARG-NUM             PIC 9(01) VALUE 0.
001336 01  WS-CURRENT-TIME-LONG        PIC X(08) VALUE SPACES.
001337 01  WS-CURRENT-TIME REDEFINES WS-CURRENT-TIME-LONG.
001338     05  WS-CURRENT-TIME-HHMMSS  PIC X(06).
001339     05  FILLER                  PIC X(02).
001340 01  WS-PREV-ERR-KEY.
001350     05  WS-PREV-CLIENTE         PIC X(20).
001360     05  WS-PREV-PRODUTO         PIC X(20).
001700     GOBACK.
001710
001720*----------------------------------------------------------------*
001730*    1000-INITIALIZE - READ THE BUSINESS DATE AND OPEN THE FILES *
001740*----------------------------------------------------------------*
001750 1000-INITIALIZE.
001760     OPEN INPUT BUSDATE-FILE
001770     IF WS-BDT-STATUS NOT = '00'
001780        DISPLAY 'COBBALNC: OPEN BUSDATE FAILED, STATUS='
001790                WS-BDT-STATUS
001800        MOVE 16 TO RETURN-CODE
001810        GOBACK
001820     END-IF
001830     READ BUSDATE-FILE
001840        AT END
001850           DISPLAY 'COBBALNC: BUSDATE IS EMPTY'
001860           MOVE 16 TO RETURN-CODE
001870           GOBACK
001880     END-READ
001890     IF BDT-BUS-DATE NOT NUMERIC
001900        DISPLAY 'COBBALNC: BUSDATE BUSINESS DATE NOT NUMERIC: '
001910                BDT-BUS-DATE
001920        MOVE 16 TO RETURN-CODE
001930        GOBACK
001940     END-IF
001945     MOVE BDT-BUS-DATE TO WS-RUN-DATE
001950     CLOSE BUSDATE-FILE
001960
001970     OPEN INPUT TRANS-FILE
001980     IF WS-TRANS-STATUS NOT = '00'
002380*----------------------------------------------------------------*
002390*    2000-COUNT-TRANSIN - COUNT THE DETAIL RECORDS, SKIPPING     *
002400*                         THE TRNHDR/TRNTRL CONTROL RECORDS      *
002405*                         AND THE TRNATR ATTRIBUTE RECORDS       *
002410*----------------------------------------------------------------*
002420 2000-COUNT-TRANSIN.
002430     READ TRANS-FILE
002450           MOVE 'Y' TO WS-TRANS-EOF-SW
002460           GO TO 2000-EXIT
002470     END-READ
002480     IF TRN-IS-HEADER OR TRN-IS-TRAILER OR TRN-IS-ATTR
002490        GO TO 2000-EXIT
002500     END-IF
002510     ADD 1 TO WS-TRANS-COUNT.
004190        MOVE 0 TO RETURN-CODE
004200     ELSE
004210        MOVE 8 TO RETURN-CODE
004220     END-IF
004225     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
004230 8000-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------*
004270*    8100-WRITE-CONTROL - ADD THE COBBALNC RECORD TO CTLFILE.    *
004280*                         STATUS 'S' (IN BALANCE) MARKS THE      *
004290*                         BUSINESS DATE COMPLETE FOR COBCALDT    *
004300*----------------------------------------------------------------*
004310 8100-WRITE-CONTROL.
004320     OPEN EXTEND CONTROL-FILE
004330     IF WS-CTL-STATUS = '05' OR WS-CTL-STATUS = '35'
004340        OPEN OUTPUT CONTROL-FILE
004350     END-IF
004360     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
004370     MOVE 'COBBALNC'         TO CTL-PROGRAM
004380     MOVE WS-RUN-DATE        TO CTL-RUN-DATE
004390     MOVE WS-CURRENT-TIME-HHMMSS TO CTL-RUN-TIME
004400     IF WS-DIFF = 0
004410        MOVE 'S' TO CTL-STATUS
004420     ELSE
004430        MOVE 'F' TO CTL-STATUS
004440     END-IF
004450     MOVE RETURN-CODE        TO CTL-RETURN-CODE
004460     MOVE '0'                TO CTL-STREAM-ID
004470     MOVE WS-TRANS-COUNT     TO CTL-READ-COUNT
004480     MOVE WS-AUDIT-COUNT     TO CTL-OK-COUNT
004490     MOVE 0                  TO CTL-FAIL-COUNT
004500     MOVE WS-REJECT-COUNT    TO CTL-REJECT-COUNT
004510     MOVE WS-SKIP-COUNT      TO CTL-SKIP-COUNT
004520     MOVE SPACES             TO CTL-TRIP-EXEC
004525     MOVE 0                  TO CTL-CHAIN-CHECK
004530     WRITE CTL-RECORD
004540     CLOSE CONTROL-FILE.
004550 8100-EXIT.
004560     EXIT.
