000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------- ----  ------------------------------------------ *
000290*    2026-09-02 JCR   ORIGINAL VERSION.                          *
000292*    2026-10-14 JCR   RAISE A SHADOW EVENT ON CASEVT FOR THE     *
000294*                     FIRST MISMATCH OF EACH GROUP SO COBCASE    *
000296*                     OPENS OR UPDATES AN EXCEPTION CASE.        *
000296*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000296*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000296*                     PARMCRD.                                   *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS WS-BDT-STATUS.
000490
000500     SELECT RESULT-FILE     ASSIGN TO RESULTS
000510            ORGANIZATION IS SEQUENTIAL
000620     SELECT SHCMP-RPT       ASSIGN TO SHCMPRPT
000630            ORGANIZATION IS SEQUENTIAL
000640            FILE STATUS IS WS-RPT-STATUS.
000642
000644     SELECT CASE-EVENT-FILE ASSIGN TO CASEVT
000646            ORGANIZATION IS SEQUENTIAL
000648            FILE STATUS IS WS-CEV-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BUSDATE-FILE
000690     RECORDING MODE IS F.
000700     COPY CPYBDT.
000730
000740 FD  RESULT-FILE
000750     RECORDING MODE IS F.
000860 FD  SHCMP-RPT
000870     RECORDING MODE IS F.
000880 01  RPT-LINE                    PIC X(132).
000882
000884 FD  CASE-EVENT-FILE
000886     RECORDING MODE IS F.
000888     COPY CPYCEV.
000890
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------*
000920*    FILE STATUS SWITCHES                                        *
000930*----------------------------------------------------------------*
000940 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000950 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000960 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000970 77  WS-SHADOW-STATUS            PIC X(02) VALUE SPACES.
000980 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000985 77  WS-CEV-STATUS               PIC X(02) VALUE SPACES.
000990
001000*----------------------------------------------------------------*
001010*    RUN SWITCHES AND COUNTERS                                   *
002430*                      THE SHADOWFL READ                         *
002440*----------------------------------------------------------------*
002450 1000-INITIALIZE.
002460     OPEN INPUT BUSDATE-FILE
002470     IF WS-BDT-STATUS NOT = '00'
002480        DISPLAY 'COBSHCMP: OPEN BUSDATE FAILED, STATUS='
002490                WS-BDT-STATUS
002500        MOVE 16 TO RETURN-CODE
002510        GOBACK
002520     END-IF
002530     READ BUSDATE-FILE
002540        AT END
002550           DISPLAY 'COBSHCMP: BUSDATE IS EMPTY'
002560           MOVE 16 TO RETURN-CODE
002570           GOBACK
002580     END-READ
002590     IF BDT-BUS-DATE NOT NUMERIC
002600        DISPLAY 'COBSHCMP: BUSDATE BUSINESS DATE NOT NUMERIC: '
002610                BDT-BUS-DATE
002620        MOVE 16 TO RETURN-CODE
002630        GOBACK
002640     END-IF
002650     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002660     CLOSE BUSDATE-FILE
002670     DISPLAY 'COBSHCMP: COMPARING BUSINESS DATE ' WS-BUS-DATE
002680
002690     OPEN INPUT RESULT-FILE
002880        GOBACK
002890     END-IF
002900     OPEN OUTPUT SHCMP-RPT
002902     OPEN EXTEND CASE-EVENT-FILE
002904     IF WS-CEV-STATUS = '05' OR WS-CEV-STATUS = '35'
002906        OPEN OUTPUT CASE-EVENT-FILE
002908     END-IF
002910     MOVE SPACES TO RPT-LINE
002920     MOVE 'SHADOW-MODE LIVE/CANDIDATE COMPARISON' TO RPT-LINE
002930     WRITE RPT-LINE
004270*----------------------------------------------------------------*
004280 2000-PROCESS-LINE.
004290*    SHADOWFL ACCUMULATES ACROSS RUNS - ONLY THE LINES FOR THE
004300*    BUSDATE BUSINESS DATE BELONG TO THIS COMPARISON
004310     IF SHW-RUN-DATE NOT = WS-BUS-DATE
004320        GO TO 2090-NEXT
004330     END-IF
006410     IF NOT WS-GRP-MISMATCHED
006420        ADD 1 TO WS-MISMATCH-COUNT
006430        MOVE 'Y' TO WS-GRP-MISMATCH-SW
006435        PERFORM 4950-WRITE-CASE-EVENT THRU 4950-EXIT
006440     END-IF
006450     MOVE WS-PREV-CLIENTE TO WS-CLN-CLIENTE
006460     MOVE WS-PREV-PRODUTO TO WS-CLN-PRODUTO
006480     WRITE RPT-LINE.
006490 4900-EXIT.
006500     EXIT.
006501
006502*----------------------------------------------------------------*
006503*    4950-WRITE-CASE-EVENT - RAISE A SHADOW EXCEPTION ON CASEVT  *
006504*                            FOR THE FIRST MISMATCH OF THE GROUP *
006505*----------------------------------------------------------------*
006506 4950-WRITE-CASE-EVENT.
006507     MOVE SPACES          TO CEV-RECORD
006508     MOVE 'SHADOW'        TO CEV-TYPE
006509     MOVE WS-PREV-CLIENTE TO CEV-CLIENTE
006509     MOVE WS-PREV-PRODUTO TO CEV-PRODUTO
006509     MOVE WS-BUS-DATE     TO CEV-BUS-DATE
006509     MOVE 'COBSHCMP'      TO CEV-SOURCE-PGM
006509     STRING WS-CLN-REASON DELIMITED BY SIZE
006509            ' LIVE=' DELIMITED BY SIZE
006509            WS-CLN-LIVE DELIMITED BY SIZE
006509            ' SHADOW=' DELIMITED BY SIZE
006509            WS-CLN-SHADOW DELIMITED BY SIZE
006509            INTO CEV-DETAIL
006509     WRITE CEV-RECORD.
006509 4950-EXIT.
006509     EXIT.
006510
006520*----------------------------------------------------------------*
006530*    7000-COUNT-LIVE-ONLY - LIVE KEYS THE SHADOW NEVER COVERED.  *
007080     WRITE RPT-LINE
007090     CLOSE SHADOW-FILE
007100     CLOSE SHCMP-RPT
007105     CLOSE CASE-EVENT-FILE
007110
007120     DISPLAY 'COBSHCMP: SHADOW GROUPS COMPARED=' WS-GROUP-COUNT
007130     DISPLAY 'COBSHCMP: GROUPS IN AGREEMENT=' WS-AGREE-COUNT
