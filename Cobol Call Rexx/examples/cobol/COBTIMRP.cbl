000080*                                                                *
000090*    CALL TIMING ANALYSIS AGAINST THE BATCH WINDOW.  READS THE  *
000100*    AUD-START-TIME/AUD-END-TIME/AUD-ELAPSED-SEC FIELDS NOW     *
000110*    STAMPED ON EVERY AUDITFL RECORD FOR THE BUSDATE RUN DATE   *
000120*    AND REPORTS:                                               *
000130*                                                                *
000140*      1. THE TEN SLOWEST INDIVIDUAL CALLS                      *
000275*                     THE BLANK HELD EXEC NAME MADE A BUCKET     *
000276*                     OF ITS OWN.  SHADOW CALLS STAY IN, AS      *
000277*                     DOCUMENTED ABOVE.                          *
000277*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000277*                     RECORD PUBLISHED BY COBCALDT; PARMCRD      *
000277*                     COLS 1-8 ARE NO LONGER READ.               *
000280*                                                                *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000432     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000434            ORGANIZATION IS SEQUENTIAL
000436            FILE STATUS IS WS-BDT-STATUS.
000436
000440     SELECT PARM-FILE       ASSIGN TO PARMCRD
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WS-PARM-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000572 FD  BUSDATE-FILE
000574     RECORDING MODE IS F.
000576     COPY CPYBDT.
000576
000580 FD  PARM-FILE
000590     RECORDING MODE IS F.
000600 01  PRM-CARD.
000610     05  FILLER                  PIC X(08).
000620     05  FILLER                  PIC X(01).
000630     05  PRM-DEADLINE-TIME       PIC X(06).
000640     05  FILLER                  PIC X(65).
000750*----------------------------------------------------------------*
000760*    FILE STATUS SWITCHES                                        *
000770*----------------------------------------------------------------*
000775 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000780 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000790 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000800 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
002170*                      THE FILES AND PRIME THE FIRST READ        *
002180*----------------------------------------------------------------*
002190 1000-INITIALIZE.
002191     OPEN INPUT BUSDATE-FILE
002192     IF WS-BDT-STATUS NOT = '00'
002193        DISPLAY 'COBTIMRP: OPEN BUSDATE FAILED, STATUS='
002194                WS-BDT-STATUS
002195        MOVE 16 TO RETURN-CODE
002196        GOBACK
002197     END-IF
002198     READ BUSDATE-FILE
002199        AT END
002199           DISPLAY 'COBTIMRP: BUSDATE IS EMPTY'
002199           MOVE 16 TO RETURN-CODE
002199           GOBACK
002199     END-READ
002199     IF BDT-BUS-DATE NOT NUMERIC
002199        DISPLAY 'COBTIMRP: BUSDATE BUSINESS DATE NOT NUMERIC: '
002199                BDT-BUS-DATE
002199        MOVE 16 TO RETURN-CODE
002199        GOBACK
002199     END-IF
002199     MOVE BDT-BUS-DATE TO WS-RUN-DATE
002199     CLOSE BUSDATE-FILE
002199
002200     OPEN INPUT PARM-FILE
002210     IF WS-PARM-STATUS NOT = '00'
002220        DISPLAY 'COBTIMRP: OPEN PARMCRD FAILED, STATUS='
002300           MOVE 16 TO RETURN-CODE
002310           GOBACK
002320     END-READ
002390     IF PRM-DEADLINE-TIME NOT NUMERIC
002400        DISPLAY 'COBTIMRP: PARMCRD DEADLINE TIME NOT NUMERIC: '
002410                PRM-DEADLINE-TIME
002420        MOVE 16 TO RETURN-CODE
002430        GOBACK
002440     END-IF
002460     MOVE PRM-DEADLINE-TIME TO WS-DEADLINE-TIME
002470     CLOSE PARM-FILE
002480     DISPLAY 'COBTIMRP: RUN DATE ' WS-RUN-DATE
