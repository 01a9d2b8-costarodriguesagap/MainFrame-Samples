000253*                     WITHOUT THE FILTER A KEY'S OLDEST GROUP   *
000254*                     (LOWEST RECYCLE COUNT) DECIDED FOREVER    *
000255*                     AND THE ESCALATION LIMIT NEVER FIRED.     *
000255*    2026-10-14 JCR   PUT THE TRNATR ATTRIBUTE RECORDS COBIRXE   *
000255*                     SAVED ON ERRATTR BACK BEHIND EACH RECYCLED *
000255*                     DETAIL ON RCYTRAN, AND CARRY THEIR COUNT   *
000255*                     ON THE RCYTRAN TRAILER.  ERRATTR IS        *
000255*                     OPTIONAL AND IS FILTERED ON THE PARMCRD    *
000255*                     RUN DATE LIKE ERRFILE.                     *
000255*    2026-10-14 JCR   RAISE AN ESCALATE EVENT ON CASEVT FOR EACH *
000255*                     ESCALATED TRANSACTION SO COBCASE OPENS OR  *
000255*                     UPDATES AN EXCEPTION CASE FOR IT.          *
000255*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000255*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000255*                     PARMCRD.                                   *
000255*                     THE RCYTRAN TRNHDR CARRIES THE SAME        *
000255*                     BUSINESS DATE INSTEAD OF THE CLOCK DATE.   *
000255*    2026-10-15 JCR   CARRY THE RENEWAL ORIGIN (ERR-ORIGIN) ONTO *
000255*                     THE RECYCLED DETAIL SO A RECYCLED RENEWAL  *
000255*                     IS STILL MARKED AS ONE.                    *
000256*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000402     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000404            ORGANIZATION IS SEQUENTIAL
000406            FILE STATUS IS WS-BDT-STATUS.
000408
000410     SELECT ERR-FILE        ASSIGN TO ERRFILE
000420            ORGANIZATION IS SEQUENTIAL
000570     SELECT RECY-RPT        ASSIGN TO RECYRPT
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS WS-RPT-STATUS.
000592
000593     SELECT CASE-EVENT-FILE ASSIGN TO CASEVT
000593            ORGANIZATION IS SEQUENTIAL
000593            FILE STATUS IS WS-CEV-STATUS.
000593
000594     SELECT OPTIONAL ERRATTR-FILE ASSIGN TO ERRATTR
000596            ORGANIZATION IS SEQUENTIAL
000598            FILE STATUS IS WS-ERT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000622 FD  BUSDATE-FILE
000624     RECORDING MODE IS F.
000626     COPY CPYBDT.
000629
000630 FD  ERR-FILE
000640     RECORDING MODE IS F.
000790 FD  RECY-RPT
000800     RECORDING MODE IS F.
000810 01  RPT-LINE                    PIC X(132).
000812
000814 FD  ERRATTR-FILE
000816     RECORDING MODE IS F.
000818     COPY CPYERT.
000819
000819 FD  CASE-EVENT-FILE
000819     RECORDING MODE IS F.
000819     COPY CPYCEV.
000820
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------*
000850*    FILE STATUS SWITCHES                                        *
000860*----------------------------------------------------------------*
000868 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000870 77  WS-ERR-STATUS               PIC X(02) VALUE SPACES.
000880 77  WS-CORR-STATUS              PIC X(02) VALUE SPACES.
000890 77  WS-RCY-STATUS               PIC X(02) VALUE SPACES.
000900 77  WS-REJ-STATUS               PIC X(02) VALUE SPACES.
000910 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000912 77  WS-ERT-STATUS               PIC X(02) VALUE SPACES.
000916 77  WS-CEV-STATUS               PIC X(02) VALUE SPACES.
000920
000930*----------------------------------------------------------------*
000940*    RUN SWITCHES AND COUNTERS                                   *
001062 77  WS-DUPKEY-COUNT             PIC 9(07) COMP VALUE 0.
001070 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001080 77  WS-MAX-RECYCLE              PIC 9(02) COMP VALUE 3.
001084 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001086 77  WS-ERT-EOF-SW               PIC X(01) VALUE 'N'.
001087     88  WS-ERT-EOF                         VALUE 'Y'.
001088 77  WS-RCY-ATR-COUNT            PIC 9(07) COMP VALUE 0.
001090
001091*----------------------------------------------------------------*
001092*    KEYS ALREADY DECIDED THIS RUN - ERRFILE IS EXTENDED RUN     *
001106                                 INDEXED BY WS-SEEN-IX.
001107         10  WS-SEEN-T-KEY       PIC X(48).
001108
001108*----------------------------------------------------------------*
001108*    SAVED ATTRIBUTE RECORDS - LOADED FROM ERRATTR AT INITIALIZE *
001108*    FOR THE RUN DATE, IN FILE ORDER, UNDER THE ORIGINAL         *
001108*    (UNCORRECTED) KEY THE TRANSACTION WAS REJECTED UNDER        *
001108*----------------------------------------------------------------*
001108 77  WS-ERA-COUNT                PIC 9(04) COMP VALUE 0.
001108 77  WS-ERA-FULL-SW              PIC X(01) VALUE 'N'.
001108     88  WS-ERA-FULL                         VALUE 'Y'.
001108 01  WS-ERA-TABLE.
001108     05  WS-ERA-ENTRY            OCCURS 1 TO 2000 TIMES
001108                                 DEPENDING ON WS-ERA-COUNT
001108                                 INDEXED BY WS-ERA-IX.
001108         10  WS-ERA-T-KEY.
001108             15  WS-ERA-T-CLIENTE PIC X(20).
001108             15  WS-ERA-T-PRODUTO PIC X(20).
001108             15  WS-ERA-T-CANAL  PIC X(08).
001108         10  WS-ERA-T-RECORD     PIC X(60).
001108
001100*----------------------------------------------------------------*
001110*    CORRECTION LOOKUP TABLE - LOADED FROM CORRFILE AT           *
001120*    INITIALIZE AND SEARCHED BY THE REJECTED KEY                 *
002080*                      AND PRIME THE FIRST ERRFILE READ          *
002090*----------------------------------------------------------------*
002100 1000-INITIALIZE.
002101     OPEN INPUT BUSDATE-FILE
002102     IF WS-BDT-STATUS NOT = '00'
002103        DISPLAY 'COBERRCY: OPEN BUSDATE FAILED, STATUS='
002104                WS-BDT-STATUS
002105        MOVE 16 TO RETURN-CODE
002106        GOBACK
002107     END-IF
002108     READ BUSDATE-FILE
002109        AT END
002111           DISPLAY 'COBERRCY: BUSDATE IS EMPTY'
002112           MOVE 16 TO RETURN-CODE
002113           GOBACK
002114     END-READ
002115     IF BDT-BUS-DATE NOT NUMERIC
002116        DISPLAY 'COBERRCY: BUSDATE BUSINESS DATE NOT NUMERIC: '
002117                BDT-BUS-DATE
002118        MOVE 16 TO RETURN-CODE
002119        GOBACK
002120     END-IF
002121     MOVE BDT-BUS-DATE TO WS-RUN-DATE
002122     CLOSE BUSDATE-FILE
002123     DISPLAY 'COBERRCY: DECIDING REJECTS FOR RUN DATE '
002124             WS-RUN-DATE
002125     OPEN INPUT ERR-FILE
002160        GOBACK
002170     END-IF
002180     OPEN OUTPUT RCY-TRANS-FILE
002184     MOVE SPACES TO TRN-RECORD
002186     MOVE 'TRNHDR' TO TRN-HDR-ID
002187     MOVE WS-RUN-DATE TO TRN-HDR-BUS-DATE
002188     WRITE TRN-HEADER-REC
002190     OPEN OUTPUT REJ-FILE
002192     OPEN EXTEND CASE-EVENT-FILE
002194     IF WS-CEV-STATUS = '05' OR WS-CEV-STATUS = '35'
002196        OPEN OUTPUT CASE-EVENT-FILE
002198     END-IF
002200     OPEN OUTPUT RECY-RPT
002210     MOVE SPACES TO RPT-LINE
002220     MOVE 'ERRFILE CORRECTION AND RECYCLE REPORT' TO RPT-LINE
002240     MOVE SPACES TO RPT-LINE
002250     WRITE RPT-LINE
002260     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT
002265     PERFORM 1150-LOAD-ATTRIBUTES THRU 1150-EXIT
002270     PERFORM 1200-READ-ERR THRU 1200-EXIT.
002280 1000-EXIT.
002290     EXIT.
002720     END-READ.
002730 1110-EXIT.
002740     EXIT.
002741
002742*----------------------------------------------------------------*
002743*    1150-LOAD-ATTRIBUTES - READ THE RUN DATE'S ERRATTR RECORDS  *
002744*                           INTO WS-ERA-TABLE.  A MISSING        *
002745*                           ERRATTR JUST MEANS NO REJECTED       *
002746*                           TRANSACTION CARRIED ATTRIBUTES       *
002747*----------------------------------------------------------------*
002748 1150-LOAD-ATTRIBUTES.
002749     OPEN INPUT ERRATTR-FILE
002750     IF WS-ERT-STATUS = '05' OR WS-ERT-STATUS = '35'
002751        CLOSE ERRATTR-FILE
002752        GO TO 1150-EXIT
002753     END-IF
002754     PERFORM 1160-LOAD-ATTRIBUTE-REC THRU 1160-EXIT
002755         UNTIL WS-ERT-EOF
002756     CLOSE ERRATTR-FILE
002757     DISPLAY 'COBERRCY: SAVED ATTRIBUTES LOADED=' WS-ERA-COUNT.
002758 1150-EXIT.
002759     EXIT.
002760
002761 1160-LOAD-ATTRIBUTE-REC.
002762     READ ERRATTR-FILE
002763        AT END
002764           MOVE 'Y' TO WS-ERT-EOF-SW
002765           GO TO 1160-EXIT
002766     END-READ
002767     IF ERT-RUN-DATE NOT = WS-RUN-DATE
002768        GO TO 1160-EXIT
002769     END-IF
002770     IF WS-ERA-COUNT >= 2000
002771        IF NOT WS-ERA-FULL
002772           DISPLAY 'COBERRCY: ATTRIBUTE TABLE FULL AT 2000 '
002773                   'ENTRIES, IGNORING FURTHER ERRATTR RECS'
002774           MOVE 'Y' TO WS-ERA-FULL-SW
002775        END-IF
002776     ELSE
002777        ADD 1 TO WS-ERA-COUNT
002778        MOVE ERT-CLIENTE TO WS-ERA-T-CLIENTE(WS-ERA-COUNT)
002779        MOVE ERT-PRODUTO TO WS-ERA-T-PRODUTO(WS-ERA-COUNT)
002780        MOVE ERT-CANAL   TO WS-ERA-T-CANAL(WS-ERA-COUNT)
002781        MOVE ERT-ATR-RECORD TO WS-ERA-T-RECORD(WS-ERA-COUNT)
002782     END-IF.
002783 1160-EXIT.
002784     EXIT.
002750
002760*----------------------------------------------------------------*
002770*    1200-READ-ERR - PRIME/ADVANCE THE ERRFILE READ              *
002950*----------------------------------------------------------------*
002960 2000-PROCESS-ERR.
002962*    ERRFILE ACCUMULATES ACROSS RUNS - ONLY THE GROUPS FOR THE
002964*    BUSDATE RUN DATE ARE THIS RUN'S TO DECIDE
002966     IF ERR-RUN-DATE NOT = WS-RUN-DATE
002968        GO TO 2090-NEXT
002969     END-IF
004490     PERFORM 5600-WRITE-REPORT-LINE THRU 5600-EXIT
004500     DISPLAY 'COBERRCY: ESCALATED CLIENTE=' WS-CURR-CLIENTE
004510             ' PRODUTO=' WS-CURR-PRODUTO
004520             ' AFTER ' WS-CURR-RECYCLE ' RECYCLES'
004525     PERFORM 5700-WRITE-CASE-EVENT THRU 5700-EXIT.
004530 5000-EXIT.
004540     EXIT.
004550
004800     MOVE WS-NEW-PRODUTO  TO TRN-PRODUTO
004810     MOVE WS-NEW-CANAL    TO TRN-CANAL
004820     MOVE WS-CURR-RECYCLE TO TRN-RECYCLE-COUNT
004825     MOVE ERR-ORIGIN      TO TRN-ORIGIN
004830     WRITE TRN-RECORD
004835     PERFORM 5210-WRITE-RECYCLED-ATTR THRU 5210-EXIT
004836         VARYING WS-ERA-IX FROM 1 BY 1
004837         UNTIL WS-ERA-IX > WS-ERA-COUNT
004840     MOVE 'RECYCLED  ' TO WS-RPT-ACTION
004850     MOVE WS-CURR-REASON TO WS-VAL-REASON
004860     PERFORM 5600-WRITE-REPORT-LINE THRU 5600-EXIT.
004870 5200-EXIT.
004880     EXIT.
004881
004882*----------------------------------------------------------------*
004883*    5210-WRITE-RECYCLED-ATTR - FOLLOW THE RECYCLED DETAIL WITH  *
004884*                               EACH ATTRIBUTE RECORD SAVED      *
004885*                               UNDER ITS ORIGINAL KEY           *
004886*----------------------------------------------------------------*
004887 5210-WRITE-RECYCLED-ATTR.
004888     IF WS-ERA-T-KEY(WS-ERA-IX) NOT = WS-CURR-KEY
004889        GO TO 5210-EXIT
004890     END-IF
004891     MOVE WS-ERA-T-RECORD(WS-ERA-IX) TO TRN-RECORD
004892     WRITE TRN-RECORD
004893     ADD 1 TO WS-RCY-ATR-COUNT.
004894 5210-EXIT.
004895     EXIT.
004890
004900*----------------------------------------------------------------*
004910*    5500-WRITE-REJ - RE-WRITE THE CURRENT ERRFILE RECORD TO     *
005120     WRITE RPT-LINE.
005130 5600-EXIT.
005140     EXIT.
005141
005142*----------------------------------------------------------------*
005143*    5700-WRITE-CASE-EVENT - RAISE AN ESCALATE EXCEPTION ON      *
005144*                            CASEVT FOR THE TRANSACTION JUST     *
005145*                            ESCALATED                           *
005146*----------------------------------------------------------------*
005147 5700-WRITE-CASE-EVENT.
005148     MOVE SPACES          TO CEV-RECORD
005149     MOVE 'ESCALATE'      TO CEV-TYPE
005149     MOVE WS-CURR-CLIENTE TO CEV-CLIENTE
005149     MOVE WS-CURR-PRODUTO TO CEV-PRODUTO
005149     MOVE WS-RUN-DATE     TO CEV-BUS-DATE
005149     MOVE 'COBERRCY'      TO CEV-SOURCE-PGM
005149     STRING 'ESCALATED AFTER ' DELIMITED BY SIZE
005149            WS-CURR-RECYCLE DELIMITED BY SIZE
005149            ' RECYCLES, CANAL ' DELIMITED BY SIZE
005149            WS-CURR-CANAL DELIMITED BY SIZE
005149            ': ' DELIMITED BY SIZE
005149            WS-CURR-REASON DELIMITED BY SIZE
005149            INTO CEV-DETAIL
005149     WRITE CEV-RECORD.
005149 5700-EXIT.
005149     EXIT.
005150
005160*----------------------------------------------------------------*
005170*    8000-TERMINATE - WRITE THE SUMMARY, CLOSE FILES AND SET     *
005472     MOVE SPACES TO TRN-RECORD
005474     MOVE 'TRNTRL' TO TRN-TRL-ID
005476     MOVE WS-RECYCLE-COUNT TO TRN-TRL-COUNT
005477     MOVE WS-RCY-ATR-COUNT TO TRN-TRL-ATR-COUNT
005478     WRITE TRN-TRAILER-REC
005480     CLOSE RCY-TRANS-FILE
005490     CLOSE REJ-FILE
005500     CLOSE RECY-RPT
005505     CLOSE CASE-EVENT-FILE
005510
005520     DISPLAY 'COBERRCY: ERRFILE RECORDS READ=' WS-REC-COUNT
005530     DISPLAY 'COBERRCY: REJECTED TRANSACTIONS=' WS-TRANS-COUNT
005540     DISPLAY 'COBERRCY: RECYCLED=' WS-RECYCLE-COUNT
005545     DISPLAY 'COBERRCY: ATTRIBUTES RECYCLED=' WS-RCY-ATR-COUNT
005550     DISPLAY 'COBERRCY: STILL UNFIXABLE=' WS-UNFIX-COUNT
005560     DISPLAY 'COBERRCY: ESCALATED=' WS-ESCAL-COUNT
005562     DISPLAY 'COBERRCY: DUPLICATE KEYS SKIPPED=' WS-DUPKEY-COUNT
