000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  ------------------------------------------ *
000280*    2026-09-02 JCR   ORIGINAL VERSION.                          *
000282*    2026-10-14 JCR   RAISE A DELTA EVENT ON CASEVT FOR EACH     *
000284*                     PREMIO MOVE AND ELEGIVEL FLIP SO COBCASE   *
000286*                     OPENS OR UPDATES AN EXCEPTION CASE.        *
000286*    2026-10-14 JCR   TAKE THE BUSINESS DATE FROM THE BUSDATE    *
000286*                     CONTROL RECORD (COBCALDT) INSTEAD OF THE   *
000286*                     CLOCK DATE.                                *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS IS WS-PARM-STATUS.
000480
000482     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000484            ORGANIZATION IS SEQUENTIAL
000486            FILE STATUS IS WS-BDT-STATUS.
000486
000490     SELECT RESULT-FILE     ASSIGN TO RESULTS
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS WS-RESULT-STATUS.
000570     SELECT DELTA-RPT       ASSIGN TO DELTARPT
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS WS-RPT-STATUS.
000592
000594     SELECT CASE-EVENT-FILE ASSIGN TO CASEVT
000596            ORGANIZATION IS SEQUENTIAL
000598            FILE STATUS IS WS-CEV-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000700     05  PRM-MAX-DELTAS          PIC X(05).
000710     05  FILLER                  PIC X(61).
000720
000722 FD  BUSDATE-FILE
000724     RECORDING MODE IS F.
000726     COPY CPYBDT.
000726
000730 FD  RESULT-FILE
000740     RECORDING MODE IS F.
000750     COPY CPYRSL.
000810 FD  DELTA-RPT
000820     RECORDING MODE IS F.
000830 01  RPT-LINE                    PIC X(132).
000832
000834 FD  CASE-EVENT-FILE
000836     RECORDING MODE IS F.
000838     COPY CPYCEV.
000840
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------*
000900 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000910 77  WS-PREV-STATUS              PIC X(02) VALUE SPACES.
000920 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000925 77  WS-CEV-STATUS               PIC X(02) VALUE SPACES.
000927 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000930
000940*----------------------------------------------------------------*
000950*    RUN SWITCHES AND COUNTERS                                   *
001460 77  WS-PCT-MOVE                 PIC 9(05)V9 VALUE 0.
001470 77  WS-PCT-BIG-SW               PIC X(01) VALUE 'N'.
001480     88  WS-PCT-BIG                          VALUE 'Y'.
001481
001482*----------------------------------------------------------------*
001483*    CASE EVENT WORK AREA                                        *
001484*----------------------------------------------------------------*
001485 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001490
001500*----------------------------------------------------------------*
001510*    REPORT LINE WORK AREA                                       *
002300        MOVE 16 TO RETURN-CODE
002310        GOBACK
002320     END-IF
002321     OPEN INPUT BUSDATE-FILE
002321     IF WS-BDT-STATUS NOT = '00'
002321        DISPLAY 'COBDELTA: OPEN BUSDATE FAILED, STATUS='
002321                WS-BDT-STATUS
002321        MOVE 16 TO RETURN-CODE
002321        GOBACK
002321     END-IF
002321     READ BUSDATE-FILE
002321        AT END
002321           DISPLAY 'COBDELTA: BUSDATE IS EMPTY'
002321           MOVE 16 TO RETURN-CODE
002321           GOBACK
002321     END-READ
002321     IF BDT-BUS-DATE NOT NUMERIC
002321        DISPLAY 'COBDELTA: BUSDATE BUSINESS DATE NOT NUMERIC: '
002321                BDT-BUS-DATE
002321        MOVE 16 TO RETURN-CODE
002321        GOBACK
002321     END-IF
002321     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002321     CLOSE BUSDATE-FILE
002322     OPEN EXTEND CASE-EVENT-FILE
002323     IF WS-CEV-STATUS = '05' OR WS-CEV-STATUS = '35'
002324        OPEN OUTPUT CASE-EVENT-FILE
002325     END-IF
002330     OPEN OUTPUT DELTA-RPT
002340     MOVE SPACES TO RPT-LINE
002350     MOVE 'DAY-OVER-DAY PREMIUM DELTA REPORT' TO RPT-LINE
003000        MOVE 'ELEGIVEL FLIPPED  ' TO WS-DLN-REASON
003010        MOVE WS-PRV-T-PREMIO(WS-PRV-AT) TO WS-DLN-PREV
003020        PERFORM 3900-WRITE-DELTA-LINE THRU 3900-EXIT
003025        PERFORM 3950-WRITE-CASE-EVENT THRU 3950-EXIT
003030     END-IF
003040     IF RSL-PREMIO-FOUND
003050        AND WS-PRV-T-PREMIO-SW(WS-PRV-AT) = 'Y'
003600        MOVE 'PREMIO MOVED      ' TO WS-DLN-REASON
003610        MOVE WS-PRV-T-PREMIO(WS-PRV-AT) TO WS-DLN-PREV
003620        PERFORM 3900-WRITE-DELTA-LINE THRU 3900-EXIT
003625        PERFORM 3950-WRITE-CASE-EVENT THRU 3950-EXIT
003630     END-IF.
003640 3000-EXIT.
003650     EXIT.
003810     WRITE RPT-LINE.
003820 3900-EXIT.
003830     EXIT.
003831
003832*----------------------------------------------------------------*
003833*    3950-WRITE-CASE-EVENT - RAISE A DELTA EXCEPTION ON CASEVT   *
003834*                            FOR THE KEY JUST REPORTED           *
003835*----------------------------------------------------------------*
003836 3950-WRITE-CASE-EVENT.
003837     MOVE SPACES          TO CEV-RECORD
003838     MOVE 'DELTA'         TO CEV-TYPE
003839     MOVE RSL-CLIENTE     TO CEV-CLIENTE
003839     MOVE RSL-PRODUTO     TO CEV-PRODUTO
003839     MOVE WS-BUS-DATE TO CEV-BUS-DATE
003839     MOVE 'COBDELTA'      TO CEV-SOURCE-PGM
003839     STRING WS-DLN-REASON DELIMITED BY SIZE
003839            ' PREV=' DELIMITED BY SIZE
003839            WS-DLN-PREV DELIMITED BY SIZE
003839            ' TODAY=' DELIMITED BY SIZE
003839            WS-DLN-CURR DELIMITED BY SIZE
003839            INTO CEV-DETAIL
003839     WRITE CEV-RECORD.
003839 3950-EXIT.
003839     EXIT.
003840
003850*----------------------------------------------------------------*
003860*    5000-REPORT-VANISHED - EVERY PREVIOUS KEY TODAY'S PASS      *
004480     WRITE RPT-LINE
004490     CLOSE RESULT-FILE
004500     CLOSE DELTA-RPT
004505     CLOSE CASE-EVENT-FILE
004510
004520     DISPLAY 'COBDELTA: TODAY RESULTS READ=' WS-CURR-COUNT
004530     DISPLAY 'COBDELTA: PREMIOS MOVED=' WS-MOVED-COUNT
