000276*                     THIS SINGLE-CASE PATH CARRIES NO TIER.      *
000277*    2026-09-02 JCR   BLANK THE NEW CTL-TRIP-EXEC FIELD - ONLY    *
000278*                     COBIRXE'S EXECTRIP EVENT RECORDS FILL IT.   *
000278*    2026-10-14 JCR   STAMP THE PUBLISHED BUSINESS DATE FROM     *
000278*                     THE BUSDATE CONTROL RECORD (COBCALDT)      *
000278*                     INSTEAD OF THE CLOCK DATE.                 *
000278*    2026-10-15 JCR   CHAIN THE AUDIT RECORD: RUN START TIME,    *
000278*                     SEQUENCE NUMBER AND RUNNING CHECK VALUE    *
000278*                     (5900-CHAIN-AUDIT, AS COBIRXE), AND CLOSE  *
000278*                     THE RUN ON CTLFILE WITH AN 'AUDCHAIN'      *
000278*                     RECORD FOR COBAUDVR.                       *
000278*    2026-10-15 JCR   CHECK VALUE NOW COVERS BYTES 1-229 -       *
000278*                     CPYAUD GAINED AUD-ORIGIN AHEAD OF THE      *
000278*                     CHAIN FIELDS.                              *
000278*    2026-10-15 JCR   SET THE RENEWAL ANNIVERSARY                *
000278*                     (HST-ANNIV-DATE) ON HISTFL WHEN IT IS      *
000278*                     STILL BLANK.                               *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS IS WS-CTL-STATUS.
000500
000502     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000504            ORGANIZATION IS SEQUENTIAL
000506            FILE STATUS IS WS-BDT-STATUS.
000508
000510*    HISTFL IS A KSDS.  ON A REAL VSAM SYSTEM THE CLUSTER MUST BE
000520*    PRE-ALLOCATED BY IDCAMS DEFINE CLUSTER BEFORE THIS PROGRAM
000530*    RUNS.  THE OPEN OUTPUT/CLOSE/OPEN I-O FALLBACK IN
000690     RECORDING MODE IS F.
000700     COPY CPYCTL.
000710
000712 FD  BUSDATE-FILE
000714     RECORDING MODE IS F.
000716     COPY CPYBDT.
000718
000720 FD  HIST-FILE.
000730     COPY CPYHST.
000740
000790 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000800 77  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
000810 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000815 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000820 77  WS-HIST-FOUND-SW            PIC X(01) VALUE 'N'.
000830     88  WS-HIST-FOUND                       VALUE 'Y'.
000840
001000 01  WS-CURR-CANAL               PIC X(08) VALUE 'BATCH'.
001010
001020*----------------------------------------------------------------*
001030*    TIMESTAMP WORK AREA - BUSINESS DATE FROM BUSDATE, TIME    *
001035*    BUILT WITH ACCEPT FROM TIME                                 *
001040*----------------------------------------------------------------*
001050 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001060 01  WS-CURRENT-TIME-LONG        PIC X(08) VALUE SPACES.
001070 01  WS-CURRENT-TIME REDEFINES WS-CURRENT-TIME-LONG.
001080     05  WS-CURRENT-TIME-HHMMSS  PIC X(06).
001090     05  FILLER                  PIC X(02).
001091
001091*----------------------------------------------------------------*
001091*    AUDIT CHAIN - RUN START TIME, SEQUENCE NUMBER AND RUNNING   *
001091*    CHECK VALUE FOR THE AUDIT RECORD, LAID OUT AS IN COBIRXE    *
001091*----------------------------------------------------------------*
001091 01  WS-CHAIN-START              PIC X(06) VALUE SPACES.
001091 01  WS-CHAIN-SEQ                PIC 9(07) COMP VALUE 0.
001091 01  WS-CHAIN-CHECK              PIC 9(09) COMP VALUE 0.
001091 01  WS-CHAIN-WORK               PIC 9(11) COMP VALUE 0.
001091 01  WS-CHAIN-QUOT               PIC 9(11) COMP VALUE 0.
001091 01  WS-CHAIN-POS                PIC 9(04) COMP VALUE 0.
001091 01  WS-CHAIN-BYTE-AREA.
001091     05  WS-CHAIN-BYTE-NUM       PIC 9(04) COMP.
001091 01  WS-CHAIN-BYTE-X REDEFINES WS-CHAIN-BYTE-AREA.
001091     05  WS-CHAIN-BYTE-HI        PIC X(01).
001091     05  WS-CHAIN-BYTE-LO        PIC X(01).
001091
001092*----------------------------------------------------------------*
001093*    CALL TIMING WORK AREAS - WALL-CLOCK START/END AND ELAPSED   *
001094*    SECONDS FOR THE IRXJCL CALL, WRITTEN TO THE AUDIT TRAIL     *
001260*    1000-INITIALIZE - OPEN FILES AND BUILD THE ARGUMENT STRING  *
001270*----------------------------------------------------------------*
001280 1000-INITIALIZE.
001282     OPEN INPUT BUSDATE-FILE
001283     IF WS-BDT-STATUS NOT = '00'
001284        DISPLAY 'COBIRXJ: OPEN BUSDATE FAILED, STATUS='
001285                WS-BDT-STATUS
001286        MOVE 16 TO RETURN-CODE
001287        GOBACK
001288     END-IF
001289     READ BUSDATE-FILE
001289        AT END
001289           DISPLAY 'COBIRXJ: BUSDATE IS EMPTY'
001289           MOVE 16 TO RETURN-CODE
001289           GOBACK
001289     END-READ
001289     IF BDT-BUS-DATE NOT NUMERIC
001289        DISPLAY 'COBIRXJ: BUSDATE BUSINESS DATE NOT NUMERIC: '
001289                BDT-BUS-DATE
001289        MOVE 16 TO RETURN-CODE
001289        GOBACK
001289     END-IF
001290     MOVE BDT-BUS-DATE TO WS-BUS-DATE
001290     CLOSE BUSDATE-FILE
001300     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
001305     MOVE WS-CURRENT-TIME-HHMMSS TO WS-CHAIN-START
001310
001320     MOVE 'ARG1=HELLO ARG2=WORLD FROM COBOL' TO WS-ARG-TEXT
001330
001710*----------------------------------------------------------------*
001720 5000-WRITE-AUDIT.
001730     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
001740     MOVE WS-BUS-DATE           TO AUD-RUN-DATE
001750     MOVE WS-CURRENT-TIME-HHMMSS TO AUD-RUN-TIME
001760     MOVE 'J'                   TO AUD-SOURCE
001770     MOVE WS-EXEC-NAME          TO AUD-EXEC-NAME
001847     MOVE WS-CALL-END-TIME      TO AUD-END-TIME
001848     MOVE WS-CALL-ELAPSED       TO AUD-ELAPSED-SEC
001849     MOVE '9'                   TO AUD-PRIORITY
001849     MOVE SPACE                 TO AUD-ORIGIN
001850     IF WS-API-RC = 0
001860        MOVE 'S' TO AUD-STATUS
001870     ELSE
001880        MOVE 'F' TO AUD-STATUS
001890     END-IF
001900     PERFORM 5900-CHAIN-AUDIT THRU 5900-EXIT
001900     WRITE AUD-RECORD.
001910 5000-EXIT.
001920     EXIT.
001921
001921*----------------------------------------------------------------*
001921*    5900-CHAIN-AUDIT - NUMBER THE AUDIT RECORD AND SET ITS      *
001921*                       CHECK VALUE: FOR EACH OF BYTES 1-229,    *
001921*                       CHECK = (CHECK * 31 + BYTE VALUE + 1)    *
001921*                       MOD 999999937, FROM ZERO FOR THE RUN'S   *
001921*                       FIRST RECORD                             *
001921*----------------------------------------------------------------*
001922 5900-CHAIN-AUDIT.
001923     ADD 1 TO WS-CHAIN-SEQ
001923     MOVE 'COBIRXJ'             TO AUD-CHAIN-PGM
001923     MOVE WS-CHAIN-START        TO AUD-CHAIN-START
001923     MOVE WS-CHAIN-SEQ          TO AUD-CHAIN-SEQ
001924     PERFORM 5910-CHAIN-ONE-BYTE THRU 5910-EXIT
001924         VARYING WS-CHAIN-POS FROM 1 BY 1
001924         UNTIL WS-CHAIN-POS > 229
001924     MOVE WS-CHAIN-CHECK        TO AUD-CHAIN-CHECK.
001925 5900-EXIT.
001925     EXIT.
001926
001927 5910-CHAIN-ONE-BYTE.
001927     MOVE LOW-VALUE TO WS-CHAIN-BYTE-HI
001927     MOVE AUD-RECORD(WS-CHAIN-POS:1) TO WS-CHAIN-BYTE-LO
001928     COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
001928                           + WS-CHAIN-BYTE-NUM + 1
001928     DIVIDE WS-CHAIN-WORK BY 999999937
001928         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-CHECK.
001929 5910-EXIT.
001929     EXIT.
001930
001940*----------------------------------------------------------------*
001950*    6600-UPDATE-HISTORY - RECORD THE MOST RECENT REXX EXEC       *
002060        NOT INVALID KEY
002070           MOVE 'Y' TO WS-HIST-FOUND-SW
002080     END-READ
002081*    THE RENEWAL ANNIVERSARY IS SET ONCE, AS IN COBIRXE
002082     IF NOT WS-HIST-FOUND
002083        MOVE SPACES TO HST-ANNIV-DATE
002084        MOVE SPACES TO HST-LAST-RUN-DATE
002085     END-IF
002086     IF HST-ANNIV-DATE NOT NUMERIC
002087        IF HST-LAST-RUN-DATE NUMERIC
002088           MOVE HST-LAST-RUN-DATE TO HST-ANNIV-DATE
002089        ELSE
002089           MOVE WS-BUS-DATE TO HST-ANNIV-DATE
002089        END-IF
002089     END-IF
002090     MOVE WS-CURR-CANAL         TO HST-CANAL
002100     MOVE WS-BUS-DATE           TO HST-LAST-RUN-DATE
002110     MOVE WS-CURRENT-TIME-HHMMSS TO HST-LAST-RUN-TIME
002120     MOVE 'J'                   TO HST-LAST-SOURCE
002130     MOVE WS-API-RC             TO HST-LAST-API-RC
002460        OPEN OUTPUT CONTROL-FILE
002470     END-IF
002480     MOVE 'COBIRXJ'          TO CTL-PROGRAM
002490     MOVE WS-BUS-DATE        TO CTL-RUN-DATE
002500     MOVE WS-CURRENT-TIME-HHMMSS TO CTL-RUN-TIME
002510     IF RETURN-CODE = 0
002520        MOVE 'S' TO CTL-STATUS
002575     MOVE 0                  TO CTL-REJECT-COUNT
002576     MOVE 0                  TO CTL-SKIP-COUNT
002578     MOVE SPACES             TO CTL-TRIP-EXEC
002578     MOVE 0                  TO CTL-CHAIN-CHECK
002577     WRITE CTL-RECORD
002579     PERFORM 7050-WRITE-CHAIN-CONTROL THRU 7050-EXIT
002580     CLOSE CONTROL-FILE.
002590 7000-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------------*
002630*    7050-WRITE-CHAIN-CONTROL - CLOSE THIS RUN'S AUDIT CHAIN     *
002640*                               WITH AN 'AUDCHAIN' RECORD: RUN   *
002650*                               START TIME, FINAL SEQUENCE AND   *
002660*                               FINAL CHECK VALUE                *
002670*----------------------------------------------------------------*
002680 7050-WRITE-CHAIN-CONTROL.
002690     MOVE 'AUDCHAIN'         TO CTL-PROGRAM
002700     MOVE WS-BUS-DATE        TO CTL-RUN-DATE
002710     MOVE WS-CHAIN-START     TO CTL-RUN-TIME
002720     MOVE 'S'                TO CTL-STATUS
002730     MOVE 0                  TO CTL-RETURN-CODE
002740     MOVE '0'                TO CTL-STREAM-ID
002750     MOVE WS-CHAIN-SEQ       TO CTL-READ-COUNT
002760     MOVE WS-CHAIN-SEQ       TO CTL-OK-COUNT
002770     MOVE 0                  TO CTL-FAIL-COUNT
002780     MOVE 0                  TO CTL-REJECT-COUNT
002790     MOVE 0                  TO CTL-SKIP-COUNT
002800     MOVE 'COBIRXJ'          TO CTL-CHAIN-PGM
002810     MOVE WS-CHAIN-CHECK     TO CTL-CHAIN-CHECK
002820     WRITE CTL-RECORD.
002830 7050-EXIT.
002840     EXIT.
