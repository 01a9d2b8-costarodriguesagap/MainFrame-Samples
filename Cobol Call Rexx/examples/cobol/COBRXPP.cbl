000247*                     (NO LEADING ZEROS, SHORT DECIMALS) AND    *
000248*                     LIST THE FULL 80-BYTE TEXT OF AN          *
000249*                     UNPARSEABLE LINE ON ITS OWN LINE.         *
000249*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000249*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000249*                     PARMCRD.                                   *
000249*    2026-10-15 JCR   SET RSL-ORIGIN FROM THE DAY'S AUDITFL SO A *
000249*                     RENEWAL RESULT CAN BE TOLD FROM A NEW      *
000249*                     REQUEST.                                   *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000402     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000404            ORGANIZATION IS SEQUENTIAL
000406            FILE STATUS IS WS-BDT-STATUS.
000408
000410     SELECT REXXOUT-FILE    ASSIGN TO REXXOUT
000420            ORGANIZATION IS SEQUENTIAL
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000582 FD  BUSDATE-FILE
000584     RECORDING MODE IS F.
000586     COPY CPYBDT.
000589
000590 FD  REXXOUT-FILE
000600     RECORDING MODE IS F.
000760*----------------------------------------------------------------*
000770*    FILE STATUS SWITCHES                                        *
000780*----------------------------------------------------------------*
000788 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000789 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
000790 77  WS-REXXOUT-STATUS           PIC X(02) VALUE SPACES.
000800 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001160         10  WS-AUD-T-CLIENTE    PIC X(20).
001170         10  WS-AUD-T-PRODUTO    PIC X(20).
001180         10  WS-AUD-T-API-RC     PIC S9(9) COMP.
001185         10  WS-AUD-T-ORIGIN     PIC X(01).
001190
001200*----------------------------------------------------------------*
001210*    CURRENT GROUP - ONE CLIENTE/PRODUTO RESULT UNDER ASSEMBLY   *
001780*                      PRIME THE FIRST REXXOUT READ              *
001790*----------------------------------------------------------------*
001800 1000-INITIALIZE.
001801     OPEN INPUT BUSDATE-FILE
001802     IF WS-BDT-STATUS NOT = '00'
001803        DISPLAY 'COBRXPP: OPEN BUSDATE FAILED, STATUS='
001804                WS-BDT-STATUS
001805        MOVE 16 TO RETURN-CODE
001806        GOBACK
001807     END-IF
001808     READ BUSDATE-FILE
001809        AT END
001811           DISPLAY 'COBRXPP: BUSDATE IS EMPTY'
001812           MOVE 16 TO RETURN-CODE
001813           GOBACK
001814     END-READ
001815     IF BDT-BUS-DATE NOT NUMERIC
001816        DISPLAY 'COBRXPP: BUSDATE BUSINESS DATE NOT NUMERIC: '
001817                BDT-BUS-DATE
001818        MOVE 16 TO RETURN-CODE
001819        GOBACK
001820     END-IF
001821     MOVE BDT-BUS-DATE TO WS-BUS-DATE
001822     CLOSE BUSDATE-FILE
001823     DISPLAY 'COBRXPP: PROCESSING BUSINESS DATE ' WS-BUS-DATE
001824     OPEN INPUT REXXOUT-FILE
001820     IF WS-REXXOUT-STATUS NOT = '00'
002320        IF AUD-API-RC NUMERIC
002330           MOVE AUD-API-RC TO WS-AUD-T-API-RC(WS-AUD-AT)
002340        END-IF
002345        MOVE AUD-ORIGIN TO WS-AUD-T-ORIGIN(WS-AUD-AT)
002350        GO TO 1110-EXIT
002360     END-IF
002370     IF WS-AUD-COUNT >= 5000
002450     ADD 1 TO WS-AUD-COUNT
002460     MOVE WS-LOOK-CLIENTE TO WS-AUD-T-CLIENTE(WS-AUD-COUNT)
002470     MOVE WS-LOOK-PRODUTO TO WS-AUD-T-PRODUTO(WS-AUD-COUNT)
002475     MOVE AUD-ORIGIN      TO WS-AUD-T-ORIGIN(WS-AUD-COUNT)
002480     IF AUD-API-RC NUMERIC
002490        MOVE AUD-API-RC TO WS-AUD-T-API-RC(WS-AUD-COUNT)
002500     ELSE
002950*----------------------------------------------------------------*
002960 2000-PROCESS-LINE.
002962*    REXXOUT ACCUMULATES ACROSS RUNS - ONLY THE LINES FOR THE
002964*    BUSDATE BUSINESS DATE BELONG TO THIS RUN'S RESULTS
002966     IF RXO-RUN-DATE NOT = WS-BUS-DATE
002968        GO TO 2090-NEXT
002969     END-IF
004430     PERFORM 1120-FIND-AUDIT-KEY THRU 1120-EXIT
004440     IF WS-AUD-FOUND
004450        MOVE WS-AUD-T-API-RC(WS-AUD-AT) TO RSL-API-RC
004455        MOVE WS-AUD-T-ORIGIN(WS-AUD-AT) TO RSL-ORIGIN
004460     ELSE
004470        MOVE 0 TO RSL-API-RC
004475        MOVE SPACE TO RSL-ORIGIN
004480     END-IF
004490     IF RSL-ERRO-TEXT NOT = SPACES AND RSL-API-RC = 0
004500        MOVE 'Y' TO RSL-SILENT-FAIL-SW
