000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBAUDVR                                       *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-15                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    AUDIT TRAIL INTEGRITY VERIFICATION.  EVERY CPYAUD RECORD    *
000100*    COBIRXE AND COBIRXJ WRITE CARRIES ITS RUN (AUD-CHAIN-PGM,   *
000110*    AUD-RUN-DATE, AUD-STREAM-ID, AUD-CHAIN-START), A SEQUENCE   *
000120*    NUMBER FROM 1 WITHIN THE RUN AND A CHECK VALUE CHAINED      *
000130*    FROM THE PREVIOUS RECORD OF THE RUN.  EACH RUN ENDS WITH AN *
000140*    'AUDCHAIN' RECORD ON CTLFILE HOLDING ITS FINAL SEQUENCE     *
000150*    AND CHECK VALUE.  THIS STEP RE-WALKS THE WHOLE TRAIL AND    *
000160*    RECOMPUTES THE CHAIN:                                       *
000170*                                                                *
000180*      AUDHIST - THE AUDARCH GENERATIONS COBHSKP ROLLED OFF,     *
000190*                OLDEST FIRST, FOLLOWED BY THE LIVE AUDITFL      *
000200*                (A JCL CONCATENATION, AS FOR COBTREND)          *
000210*      CTLHIST - THE MATCHING CTLARCH GENERATIONS FOLLOWED BY    *
000220*                THE LIVE CTLFILE, FOR THE 'AUDCHAIN' RECORDS    *
000230*                                                                *
000240*    EXCEPTIONS REPORTED ON AUDVRPT:                             *
000250*      GAP          - A SEQUENCE NUMBER SKIPPED, A RUN NOT       *
000260*                     STARTING AT 1, A RUN ENDING SHORT OF ITS   *
000270*                     CLOSING RECORD, OR A CLOSED RUN WITH NO    *
000280*                     AUDIT RECORDS AT ALL                       *
000290*      DUPLICATE    - A SEQUENCE NUMBER SEEN TWICE IN A RUN, OR  *
000300*                     TWO CLOSING RECORDS FOR ONE RUN            *
000310*      OUT OF ORDER - A SEQUENCE NUMBER BELOW ONE ALREADY SEEN,  *
000320*                     OR RECORDS BEYOND THE CLOSING SEQUENCE     *
000330*      BROKEN CHECK - A RECOMPUTED CHECK VALUE THAT DOES NOT     *
000340*                     MATCH THE RECORD (OR THE CLOSING RECORD) - *
000350*                     THE RECORD WAS ALTERED                     *
000360*    ANY OF THESE ENDS THE STEP RC=8.  WARNINGS, RC=4: A RUN     *
000370*    WITH NO CLOSING RECORD (AN ABENDED RUN - CHECK ITS          *
000380*    RESTART) AND UNCHAINED RECORDS WRITTEN BEFORE THE CHAIN     *
000390*    WAS INTRODUCED.  AN UNCHAINED RECORD AFTER THE FIRST        *
000400*    CHAINED ONE IS AN INSERTION AND COUNTS AS A GAP.            *
000410*                                                                *
000420*    THE CHECK VALUE: STARTING FROM THE PREVIOUS RECORD'S        *
000430*    CHECK (ZERO FOR SEQUENCE 1), FOR EACH OF BYTES 1-229 OF     *
000440*    THE RECORD, CHECK = (CHECK * 31 + BYTE VALUE + 1) MOD       *
000450*    999999937.  AFTER A GAP OR A BROKEN RECORD THE WALK         *
000460*    RESUMES FROM THE CHECK VALUE STORED ON THE RECORD, SO ONE   *
000470*    BAD RECORD IS REPORTED ONCE.                                *
000480*                                                                *
000490*    MODIFICATION HISTORY                                        *
000500*    DATE       INIT  DESCRIPTION                                *
000510*    ---------- ----  ------------------------------------------ *
000520*    2026-10-15 JCR   ORIGINAL VERSION.                          *
000530*                                                                *
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. COBAUDVR.
000570 AUTHOR. EXEMPLO BATCH SUPPORT GROUP.
000580 INSTALLATION. EXEMPLO DATA CENTER.
000590 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. EXEMPLO.
000650 OBJECT-COMPUTER. EXEMPLO.
000660
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT AUD-HIST-FILE   ASSIGN TO AUDHIST
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS WS-HIST-STATUS.
000720
000730     SELECT CTL-HIST-FILE   ASSIGN TO CTLHIST
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS WS-CTL-STATUS.
000760
000770     SELECT AUDVR-RPT       ASSIGN TO AUDVRPT
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS WS-RPT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  AUD-HIST-FILE
000840     RECORDING MODE IS F.
000850     COPY CPYAUD.
000860
000870 FD  CTL-HIST-FILE
000880     RECORDING MODE IS F.
000890     COPY CPYCTL.
000900
000910 FD  AUDVR-RPT
000920     RECORDING MODE IS F.
000930 01  RPT-LINE                    PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------*
000970*    FILE STATUS SWITCHES                                        *
000980*----------------------------------------------------------------*
000990 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001000 77  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
001010 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001020
001030*----------------------------------------------------------------*
001040*    RUN SWITCHES AND COUNTERS                                   *
001050*----------------------------------------------------------------*
001060 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001070     88  WS-EOF-FILE                        VALUE 'Y'.
001080 77  WS-CHAIN-SEEN-SW            PIC X(01) VALUE 'N'.
001090     88  WS-CHAIN-SEEN                      VALUE 'Y'.
001100 77  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
001110     88  WS-FOUND                           VALUE 'Y'.
001120 77  WS-READ-COUNT               PIC 9(09) COMP VALUE 0.
001130 77  WS-CHAINED-COUNT            PIC 9(09) COMP VALUE 0.
001140 77  WS-UNCHAINED-COUNT          PIC 9(09) COMP VALUE 0.
001150 77  WS-CLOSING-READ             PIC 9(07) COMP VALUE 0.
001160 77  WS-GAP-COUNT                PIC 9(07) COMP VALUE 0.
001170 77  WS-DUP-COUNT                PIC 9(07) COMP VALUE 0.
001180 77  WS-ORDER-COUNT              PIC 9(07) COMP VALUE 0.
001190 77  WS-BROKEN-COUNT             PIC 9(07) COMP VALUE 0.
001200 77  WS-UNCLOSED-COUNT           PIC 9(07) COMP VALUE 0.
001210 77  WS-BREAK-COUNT              PIC 9(07) COMP VALUE 0.
001220 77  WS-MISSING                  PIC 9(07) COMP VALUE 0.
001230 77  WS-COUNT-ED                 PIC ZZZZZZZZ9.
001240 77  WS-RECNO-ED                 PIC ZZZZZZZZ9.
001250 77  WS-SEQ-ED                   PIC 9(07).
001260 01  WS-EXC-TEXT                 PIC X(60) VALUE SPACES.
001270
001280*----------------------------------------------------------------*
001290*    CHECK VALUE WORK AREAS.  A BYTE'S VALUE IS TAKEN THROUGH A  *
001300*    HALFWORD WHOSE HIGH-ORDER BYTE IS LOW-VALUE, AS IN COBIRXE  *
001310*----------------------------------------------------------------*
001320 01  WS-CHAIN-CHECK              PIC 9(09) COMP VALUE 0.
001330 01  WS-CHAIN-WORK               PIC 9(11) COMP VALUE 0.
001340 01  WS-CHAIN-QUOT               PIC 9(11) COMP VALUE 0.
001350 01  WS-CHAIN-POS                PIC 9(04) COMP VALUE 0.
001360 01  WS-CHAIN-BYTE-AREA.
001370     05  WS-CHAIN-BYTE-NUM       PIC 9(04) COMP.
001380 01  WS-CHAIN-BYTE-X REDEFINES WS-CHAIN-BYTE-AREA.
001390     05  WS-CHAIN-BYTE-HI        PIC X(01).
001400     05  WS-CHAIN-BYTE-LO        PIC X(01).
001410
001420*----------------------------------------------------------------*
001430*    RUN KEY - WRITING PROGRAM, BUSINESS DATE, STREAM AND RUN    *
001440*    START TIME.  THE SAME KEY IS BUILT FROM AN AUDIT RECORD     *
001450*    AND FROM ITS RUN'S 'AUDCHAIN' CLOSING RECORD.               *
001460*----------------------------------------------------------------*
001470 01  WS-RUN-KEY.
001480     05  WS-KEY-PGM              PIC X(08).
001490     05  WS-KEY-DATE             PIC X(08).
001500     05  WS-KEY-STREAM           PIC X(01).
001510     05  WS-KEY-START            PIC X(06).
001520
001530*----------------------------------------------------------------*
001540*    RUNS SEEN ON THE AUDIT TRAIL, IN ORDER OF FIRST RECORD,     *
001550*    WITH THE LAST SEQUENCE AND CHECK VALUE WALKED SO FAR.       *
001560*    STREAMS MAY INTERLEAVE, SO EACH RUN KEEPS ITS OWN PLACE.    *
001570*----------------------------------------------------------------*
001580 77  WS-RUN-COUNT                PIC 9(04) COMP VALUE 0.
001590 77  WS-RUN-AT                   PIC 9(04) COMP VALUE 0.
001600 77  WS-RUN-SUB                  PIC 9(04) COMP VALUE 0.
001610 01  WS-RUN-TABLE.
001620     05  WS-RUN-ENTRY            OCCURS 1 TO 5000 TIMES
001630                                 DEPENDING ON WS-RUN-COUNT
001640                                 INDEXED BY WS-RUN-IX.
001650         10  WS-RUN-T-KEY        PIC X(23).
001660         10  WS-RUN-T-LAST-SEQ   PIC 9(07) COMP.
001670         10  WS-RUN-T-LAST-CHECK PIC 9(09) COMP.
001680         10  WS-RUN-T-RECS       PIC 9(07) COMP.
001690
001700*----------------------------------------------------------------*
001710*    'AUDCHAIN' CLOSING RECORDS FROM CTLHIST                     *
001720*----------------------------------------------------------------*
001730 77  WS-CLO-COUNT                PIC 9(04) COMP VALUE 0.
001740 77  WS-CLO-AT                   PIC 9(04) COMP VALUE 0.
001750 77  WS-CLO-SUB                  PIC 9(04) COMP VALUE 0.
001760 01  WS-CLO-TABLE.
001770     05  WS-CLO-ENTRY            OCCURS 1 TO 5000 TIMES
001780                                 DEPENDING ON WS-CLO-COUNT
001790                                 INDEXED BY WS-CLO-IX.
001800         10  WS-CLO-T-KEY        PIC X(23).
001810         10  WS-CLO-T-SEQ        PIC 9(07) COMP.
001820         10  WS-CLO-T-CHECK      PIC 9(09) COMP.
001830         10  WS-CLO-T-MATCH-SW   PIC X(01).
001840             88  WS-CLO-T-MATCHED           VALUE 'Y'.
001850
001860*----------------------------------------------------------------*
001870*    REPORT LINE WORK AREAS                                      *
001880*----------------------------------------------------------------*
001890 01  WS-EXC-LINE.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  WS-XLN-RECNO            PIC X(09).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  WS-XLN-PGM              PIC X(08).
001940     05  FILLER                  PIC X(01) VALUE SPACES.
001950     05  WS-XLN-DATE             PIC X(08).
001960     05  FILLER                  PIC X(01) VALUE SPACES.
001970     05  WS-XLN-STREAM           PIC X(01).
001980     05  FILLER                  PIC X(01) VALUE SPACES.
001990     05  WS-XLN-START            PIC X(06).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  WS-XLN-SEQ              PIC X(07).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  WS-XLN-TEXT             PIC X(60).
002040     05  FILLER                  PIC X(22) VALUE SPACES.
002050 01  WS-LABEL-LINE.
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-LLN-LABEL            PIC X(40).
002080     05  WS-LLN-VALUE            PIC X(09).
002090     05  FILLER                  PIC X(81) VALUE SPACES.
002100
002110 PROCEDURE DIVISION.
002120*----------------------------------------------------------------*
002130*    0000-MAINLINE                                               *
002140*----------------------------------------------------------------*
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002170     PERFORM 2000-LOAD-CLOSINGS THRU 2000-EXIT
002180     PERFORM 3000-WALK-AUDIT THRU 3000-EXIT
002190     PERFORM 4000-CHECK-RUNS THRU 4000-EXIT
002200     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
002210     PERFORM 8000-TERMINATE THRU 8000-EXIT
002220     GOBACK.
002230
002240*----------------------------------------------------------------*
002250*    1000-INITIALIZE - OPEN THE FILES AND HEAD THE REPORT        *
002260*----------------------------------------------------------------*
002270 1000-INITIALIZE.
002280     OPEN INPUT CTL-HIST-FILE
002290     IF WS-CTL-STATUS NOT = '00'
002300        DISPLAY 'COBAUDVR: OPEN CTLHIST FAILED, STATUS='
002310                WS-CTL-STATUS
002320        MOVE 16 TO RETURN-CODE
002330        GOBACK
002340     END-IF
002350     OPEN INPUT AUD-HIST-FILE
002360     IF WS-HIST-STATUS NOT = '00'
002370        DISPLAY 'COBAUDVR: OPEN AUDHIST FAILED, STATUS='
002380                WS-HIST-STATUS
002390        MOVE 16 TO RETURN-CODE
002400        GOBACK
002410     END-IF
002420     OPEN OUTPUT AUDVR-RPT
002430     MOVE SPACES TO RPT-LINE
002440     MOVE 'AUDIT TRAIL INTEGRITY VERIFICATION REPORT' TO RPT-LINE
002450     WRITE RPT-LINE
002460     MOVE SPACES TO RPT-LINE
002470     WRITE RPT-LINE
002480     MOVE SPACES TO RPT-LINE
002490     MOVE '  RECORD NO  PROGRAM  BUS DATE S START' TO RPT-LINE
002500     MOVE 'SEQ      EXCEPTION' TO RPT-LINE(42:)
002510     WRITE RPT-LINE.
002520 1000-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------*
002560*    2000-LOAD-CLOSINGS - TABLE EVERY 'AUDCHAIN' CLOSING RECORD  *
002570*                         ON CTLHIST.  TWO FOR THE SAME RUN IS A *
002580*                         DUPLICATE                              *
002590*----------------------------------------------------------------*
002600 2000-LOAD-CLOSINGS.
002610     MOVE 'N' TO WS-EOF-SW
002620     PERFORM 2100-LOAD-CLOSING-REC THRU 2100-EXIT
002630         UNTIL WS-EOF-FILE
002640     CLOSE CTL-HIST-FILE.
002650 2000-EXIT.
002660     EXIT.
002670
002680 2100-LOAD-CLOSING-REC.
002690     READ CTL-HIST-FILE
002700        AT END
002710           MOVE 'Y' TO WS-EOF-SW
002720           GO TO 2100-EXIT
002730     END-READ
002740     IF CTL-PROGRAM NOT = 'AUDCHAIN'
002750        GO TO 2100-EXIT
002760     END-IF
002770     ADD 1 TO WS-CLOSING-READ
002780     MOVE CTL-CHAIN-PGM  TO WS-KEY-PGM
002790     MOVE CTL-RUN-DATE   TO WS-KEY-DATE
002800     MOVE CTL-STREAM-ID  TO WS-KEY-STREAM
002810     MOVE CTL-RUN-TIME   TO WS-KEY-START
002820     PERFORM 2200-FIND-CLOSING THRU 2200-EXIT
002830     IF WS-FOUND
002840        MOVE SPACES TO WS-XLN-RECNO
002850        MOVE CTL-READ-COUNT TO WS-SEQ-ED
002860        MOVE 'DUPLICATE - SECOND AUDCHAIN RECORD FOR THE RUN'
002870             TO WS-EXC-TEXT
002880        ADD 1 TO WS-DUP-COUNT
002890        PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
002900        GO TO 2100-EXIT
002910     END-IF
002920     IF WS-CLO-COUNT >= 5000
002930        DISPLAY 'COBAUDVR: MORE THAN 5000 AUDCHAIN RECORDS ON '
002940                'CTLHIST'
002950        CLOSE AUD-HIST-FILE
002960        CLOSE AUDVR-RPT
002970        MOVE 16 TO RETURN-CODE
002980        GOBACK
002990     END-IF
003000     ADD 1 TO WS-CLO-COUNT
003010     MOVE WS-RUN-KEY      TO WS-CLO-T-KEY(WS-CLO-COUNT)
003020     MOVE CTL-READ-COUNT  TO WS-CLO-T-SEQ(WS-CLO-COUNT)
003030     MOVE 0               TO WS-CLO-T-CHECK(WS-CLO-COUNT)
003040     IF CTL-CHAIN-CHECK NUMERIC
003050        MOVE CTL-CHAIN-CHECK TO WS-CLO-T-CHECK(WS-CLO-COUNT)
003060     END-IF
003070     MOVE 'N'             TO WS-CLO-T-MATCH-SW(WS-CLO-COUNT).
003080 2100-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------*
003120*    2200-FIND-CLOSING - LOOK UP WS-RUN-KEY IN THE CLOSING TABLE *
003130*----------------------------------------------------------------*
003140 2200-FIND-CLOSING.
003150     MOVE 'N' TO WS-FOUND-SW
003160     MOVE 0 TO WS-CLO-AT
003170     IF WS-CLO-COUNT = 0
003180        GO TO 2200-EXIT
003190     END-IF
003200     SET WS-CLO-IX TO 1
003210     SEARCH WS-CLO-ENTRY
003220        AT END
003230           MOVE 'N' TO WS-FOUND-SW
003240        WHEN WS-CLO-T-KEY(WS-CLO-IX) = WS-RUN-KEY
003250           MOVE 'Y' TO WS-FOUND-SW
003260           SET WS-CLO-AT TO WS-CLO-IX
003270     END-SEARCH.
003280 2200-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------*
003320*    3000-WALK-AUDIT - READ THE WHOLE TRAIL, OLDEST FIRST        *
003330*----------------------------------------------------------------*
003340 3000-WALK-AUDIT.
003350     MOVE 'N' TO WS-EOF-SW
003360     PERFORM 3100-CHECK-AUDIT-REC THRU 3100-EXIT
003370         UNTIL WS-EOF-FILE
003380     CLOSE AUD-HIST-FILE.
003390 3000-EXIT.
003400     EXIT.
003410
003420 3100-CHECK-AUDIT-REC.
003430     READ AUD-HIST-FILE
003440        AT END
003450           MOVE 'Y' TO WS-EOF-SW
003460           GO TO 3100-EXIT
003470     END-READ
003480     ADD 1 TO WS-READ-COUNT
003490     IF AUD-CHAIN-PGM = SPACES
003500        OR AUD-CHAIN-SEQ NOT NUMERIC
003510        OR AUD-CHAIN-CHECK NOT NUMERIC
003520        PERFORM 3150-UNCHAINED-REC THRU 3150-EXIT
003530        GO TO 3100-EXIT
003540     END-IF
003550     MOVE 'Y' TO WS-CHAIN-SEEN-SW
003560     ADD 1 TO WS-CHAINED-COUNT
003570     MOVE AUD-CHAIN-PGM   TO WS-KEY-PGM
003580     MOVE AUD-RUN-DATE    TO WS-KEY-DATE
003590     MOVE AUD-STREAM-ID   TO WS-KEY-STREAM
003600     MOVE AUD-CHAIN-START TO WS-KEY-START
003610     PERFORM 3400-FIND-RUN THRU 3400-EXIT
003620     IF WS-FOUND
003630        PERFORM 3300-CONTINUE-RUN THRU 3300-EXIT
003640     ELSE
003650        PERFORM 3200-START-RUN THRU 3200-EXIT
003660     END-IF.
003670 3100-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------*
003710*    3150-UNCHAINED-REC - NO CHAIN FIELDS.  BEFORE THE FIRST     *
003720*                         CHAINED RECORD IT IS HISTORY FROM      *
003730*                         BEFORE THE CHAIN; AFTER IT, IT WAS     *
003740*                         INSERTED                               *
003750*----------------------------------------------------------------*
003760 3150-UNCHAINED-REC.
003770     IF NOT WS-CHAIN-SEEN
003780        ADD 1 TO WS-UNCHAINED-COUNT
003790        GO TO 3150-EXIT
003800     END-IF
003810     MOVE AUD-EXEC-NAME TO WS-KEY-PGM
003820     MOVE AUD-RUN-DATE  TO WS-KEY-DATE
003830     MOVE AUD-STREAM-ID TO WS-KEY-STREAM
003840     MOVE AUD-RUN-TIME  TO WS-KEY-START
003850     MOVE 0 TO WS-SEQ-ED
003860     MOVE 'GAP - UNCHAINED RECORD INSIDE THE CHAINED TRAIL'
003870          TO WS-EXC-TEXT
003880     ADD 1 TO WS-GAP-COUNT
003890     PERFORM 7400-EXCEPTION-AT-REC THRU 7400-EXIT.
003900 3150-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------*
003940*    3200-START-RUN - FIRST RECORD OF A RUN.  IT SHOULD BE       *
003950*                     SEQUENCE 1, CHAINED FROM ZERO              *
003960*----------------------------------------------------------------*
003970 3200-START-RUN.
003980     IF WS-RUN-COUNT >= 5000
003990        DISPLAY 'COBAUDVR: MORE THAN 5000 RUNS ON AUDHIST'
004000        CLOSE AUD-HIST-FILE
004010        CLOSE AUDVR-RPT
004020        MOVE 16 TO RETURN-CODE
004030        GOBACK
004040     END-IF
004050     ADD 1 TO WS-RUN-COUNT
004060     MOVE WS-RUN-COUNT TO WS-RUN-AT
004070     MOVE WS-RUN-KEY TO WS-RUN-T-KEY(WS-RUN-AT)
004080     MOVE 1 TO WS-RUN-T-RECS(WS-RUN-AT)
004090     IF AUD-CHAIN-SEQ = 1
004100        MOVE 0 TO WS-CHAIN-CHECK
004110        PERFORM 7000-COMPUTE-CHECK THRU 7000-EXIT
004120        IF WS-CHAIN-CHECK NOT = AUD-CHAIN-CHECK
004130           MOVE 'BROKEN CHECK - RECORD ALTERED' TO WS-EXC-TEXT
004140           ADD 1 TO WS-BROKEN-COUNT
004150           PERFORM 7400-EXCEPTION-AT-REC THRU 7400-EXIT
004160        END-IF
004170     ELSE
004180        COMPUTE WS-MISSING = AUD-CHAIN-SEQ - 1
004190        MOVE WS-MISSING TO WS-COUNT-ED
004200        MOVE SPACES TO WS-EXC-TEXT
004210        STRING 'GAP - RUN STARTS HERE, RECORDS MISSING BEFORE IT:'
004220                   DELIMITED BY SIZE
004230               WS-COUNT-ED DELIMITED BY SIZE
004240               INTO WS-EXC-TEXT
004250        ADD 1 TO WS-GAP-COUNT
004260        PERFORM 7400-EXCEPTION-AT-REC THRU 7400-EXIT
004270     END-IF
004280     MOVE AUD-CHAIN-SEQ   TO WS-RUN-T-LAST-SEQ(WS-RUN-AT)
004290     MOVE AUD-CHAIN-CHECK TO WS-RUN-T-LAST-CHECK(WS-RUN-AT).
004300 3200-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------*
004340*    3300-CONTINUE-RUN - NEXT RECORD OF A RUN ALREADY SEEN.  A   *
004350*                        REPEATED OR LOWER SEQUENCE LEAVES THE   *
004360*                        RUN'S PLACE WHERE IT WAS; A GAP OR A    *
004370*                        BROKEN CHECK RESUMES FROM THIS RECORD   *
004380*----------------------------------------------------------------*
004390 3300-CONTINUE-RUN.
004400     ADD 1 TO WS-RUN-T-RECS(WS-RUN-AT)
004410     EVALUATE TRUE
004420        WHEN AUD-CHAIN-SEQ = WS-RUN-T-LAST-SEQ(WS-RUN-AT)
004430           IF AUD-CHAIN-CHECK = WS-RUN-T-LAST-CHECK(WS-RUN-AT)
004440              MOVE 'DUPLICATE - RECORD REPEATED' TO WS-EXC-TEXT
004450           ELSE
004460              MOVE 'DUPLICATE - SEQUENCE NUMBER USED TWICE'
004470                   TO WS-EXC-TEXT
004480           END-IF
004490           ADD 1 TO WS-DUP-COUNT
004500           PERFORM 7400-EXCEPTION-AT-REC THRU 7400-EXIT
004510           GO TO 3300-EXIT
004520        WHEN AUD-CHAIN-SEQ < WS-RUN-T-LAST-SEQ(WS-RUN-AT)
004530           MOVE WS-RUN-T-LAST-SEQ(WS-RUN-AT) TO WS-COUNT-ED
004540           MOVE SPACES TO WS-EXC-TEXT
004550           STRING 'OUT OF ORDER - FOLLOWS SEQUENCE:'
004560                      DELIMITED BY SIZE
004570                  WS-COUNT-ED DELIMITED BY SIZE
004580                  INTO WS-EXC-TEXT
004590           ADD 1 TO WS-ORDER-COUNT
004600           PERFORM 7400-EXCEPTION-AT-REC THRU 7400-EXIT
004610           GO TO 3300-EXIT
004620        WHEN AUD-CHAIN-SEQ > WS-RUN-T-LAST-SEQ(WS-RUN-AT) + 1
004630           COMPUTE WS-MISSING = AUD-CHAIN-SEQ
004640                              - WS-RUN-T-LAST-SEQ(WS-RUN-AT) - 1
004650           MOVE WS-MISSING TO WS-COUNT-ED
004660           MOVE SPACES TO WS-EXC-TEXT
004670           STRING 'GAP - RECORDS MISSING BEFORE THIS ONE:'
004680                      DELIMITED BY SIZE
004690                  WS-COUNT-ED DELIMITED BY SIZE
004700                  INTO WS-EXC-TEXT
004710           ADD 1 TO WS-GAP-COUNT
004720           PERFORM 7400-EXCEPTION-AT-REC THRU 7400-EXIT
004730        WHEN OTHER
004740           MOVE WS-RUN-T-LAST-CHECK(WS-RUN-AT) TO WS-CHAIN-CHECK
004750           PERFORM 7000-COMPUTE-CHECK THRU 7000-EXIT
004760           IF WS-CHAIN-CHECK NOT = AUD-CHAIN-CHECK
004770              MOVE 'BROKEN CHECK - RECORD ALTERED' TO WS-EXC-TEXT
004780              ADD 1 TO WS-BROKEN-COUNT
004790              PERFORM 7400-EXCEPTION-AT-REC THRU 7400-EXIT
004800           END-IF
004810     END-EVALUATE
004820     MOVE AUD-CHAIN-SEQ   TO WS-RUN-T-LAST-SEQ(WS-RUN-AT)
004830     MOVE AUD-CHAIN-CHECK TO WS-RUN-T-LAST-CHECK(WS-RUN-AT).
004840 3300-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------*
004880*    3400-FIND-RUN - LOOK UP WS-RUN-KEY IN THE RUN TABLE.  THE   *
004890*                    LAST RUN FOUND IS TRIED FIRST - RECORDS OF A*
004900*                    RUN NORMALLY ARRIVE TOGETHER                *
004910*----------------------------------------------------------------*
004920 3400-FIND-RUN.
004930     MOVE 'N' TO WS-FOUND-SW
004940     IF WS-RUN-AT > 0
004950        IF WS-RUN-T-KEY(WS-RUN-AT) = WS-RUN-KEY
004960           MOVE 'Y' TO WS-FOUND-SW
004970           GO TO 3400-EXIT
004980        END-IF
004990     END-IF
005000     IF WS-RUN-COUNT = 0
005010        GO TO 3400-EXIT
005020     END-IF
005030     SET WS-RUN-IX TO 1
005040     SEARCH WS-RUN-ENTRY
005050        AT END
005060           MOVE 'N' TO WS-FOUND-SW
005070        WHEN WS-RUN-T-KEY(WS-RUN-IX) = WS-RUN-KEY
005080           MOVE 'Y' TO WS-FOUND-SW
005090           SET WS-RUN-AT TO WS-RUN-IX
005100     END-SEARCH.
005110 3400-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------*
005150*    4000-CHECK-RUNS - TIE EVERY RUN'S LAST RECORD TO ITS        *
005160*                      CLOSING RECORD, THEN LOOK FOR CLOSED RUNS *
005170*                      WITH NO AUDIT RECORDS AT ALL              *
005180*----------------------------------------------------------------*
005190 4000-CHECK-RUNS.
005200     PERFORM 4100-CHECK-ONE-RUN THRU 4100-EXIT
005210         VARYING WS-RUN-SUB FROM 1 BY 1
005220         UNTIL WS-RUN-SUB > WS-RUN-COUNT
005230     PERFORM 4500-CHECK-ONE-CLOSING THRU 4500-EXIT
005240         VARYING WS-CLO-SUB FROM 1 BY 1
005250         UNTIL WS-CLO-SUB > WS-CLO-COUNT.
005260 4000-EXIT.
005270     EXIT.
005280
005290 4100-CHECK-ONE-RUN.
005300     MOVE WS-RUN-T-KEY(WS-RUN-SUB) TO WS-RUN-KEY
005310     MOVE WS-RUN-T-LAST-SEQ(WS-RUN-SUB) TO WS-SEQ-ED
005320     PERFORM 2200-FIND-CLOSING THRU 2200-EXIT
005330     IF NOT WS-FOUND
005340        MOVE 'WARNING - RUN HAS NO AUDCHAIN CLOSING RECORD'
005350             TO WS-EXC-TEXT
005360        ADD 1 TO WS-UNCLOSED-COUNT
005370        PERFORM 7450-EXCEPTION-AT-RUN THRU 7450-EXIT
005380        GO TO 4100-EXIT
005390     END-IF
005400     MOVE 'Y' TO WS-CLO-T-MATCH-SW(WS-CLO-AT)
005410     EVALUATE TRUE
005420        WHEN WS-CLO-T-SEQ(WS-CLO-AT)
005430             > WS-RUN-T-LAST-SEQ(WS-RUN-SUB)
005440           COMPUTE WS-MISSING = WS-CLO-T-SEQ(WS-CLO-AT)
005450                              - WS-RUN-T-LAST-SEQ(WS-RUN-SUB)
005460           MOVE WS-MISSING TO WS-COUNT-ED
005470           MOVE SPACES TO WS-EXC-TEXT
005480           STRING 'GAP - RECORDS MISSING AT THE END OF THE RUN:'
005490                      DELIMITED BY SIZE
005500                  WS-COUNT-ED DELIMITED BY SIZE
005510                  INTO WS-EXC-TEXT
005520           ADD 1 TO WS-GAP-COUNT
005530           PERFORM 7450-EXCEPTION-AT-RUN THRU 7450-EXIT
005540        WHEN WS-CLO-T-SEQ(WS-CLO-AT)
005550             < WS-RUN-T-LAST-SEQ(WS-RUN-SUB)
005560           MOVE WS-CLO-T-SEQ(WS-CLO-AT) TO WS-COUNT-ED
005570           MOVE SPACES TO WS-EXC-TEXT
005580           STRING 'OUT OF ORDER - RECORDS PAST CLOSING SEQUENCE:'
005590                      DELIMITED BY SIZE
005600                  WS-COUNT-ED DELIMITED BY SIZE
005610                  INTO WS-EXC-TEXT
005620           ADD 1 TO WS-ORDER-COUNT
005630           PERFORM 7450-EXCEPTION-AT-RUN THRU 7450-EXIT
005640        WHEN WS-CLO-T-CHECK(WS-CLO-AT)
005650             NOT = WS-RUN-T-LAST-CHECK(WS-RUN-SUB)
005660           MOVE 'BROKEN CHECK - LAST RECORD DIFFERS FROM AUDCHAIN'
005670                TO WS-EXC-TEXT
005680           ADD 1 TO WS-BROKEN-COUNT
005690           PERFORM 7450-EXCEPTION-AT-RUN THRU 7450-EXIT
005700     END-EVALUATE.
005710 4100-EXIT.
005720     EXIT.
005730
005740 4500-CHECK-ONE-CLOSING.
005750     IF WS-CLO-T-MATCHED(WS-CLO-SUB)
005760        OR WS-CLO-T-SEQ(WS-CLO-SUB) = 0
005770        GO TO 4500-EXIT
005780     END-IF
005790     MOVE WS-CLO-T-KEY(WS-CLO-SUB) TO WS-RUN-KEY
005800     MOVE WS-CLO-T-SEQ(WS-CLO-SUB) TO WS-SEQ-ED
005810     MOVE 'GAP - RUN CLOSED ON CTLFILE BUT NO AUDIT RECORDS FOUND'
005820          TO WS-EXC-TEXT
005830     ADD 1 TO WS-GAP-COUNT
005840     PERFORM 7450-EXCEPTION-AT-RUN THRU 7450-EXIT.
005850 4500-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------*
005890*    6000-WRITE-SUMMARY - CONTROL TOTALS AND EXCEPTION COUNTS    *
005900*----------------------------------------------------------------*
005910 6000-WRITE-SUMMARY.
005920     MOVE SPACES TO RPT-LINE
005930     WRITE RPT-LINE
005940     MOVE 'SUMMARY' TO RPT-LINE
005950     WRITE RPT-LINE
005960     MOVE 'AUDIT RECORDS READ' TO WS-LLN-LABEL
005970     MOVE WS-READ-COUNT TO WS-COUNT-ED
005980     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
005990     MOVE '  CHAINED' TO WS-LLN-LABEL
006000     MOVE WS-CHAINED-COUNT TO WS-COUNT-ED
006010     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006020     MOVE '  UNCHAINED (BEFORE THE CHAIN BEGAN)' TO WS-LLN-LABEL
006030     MOVE WS-UNCHAINED-COUNT TO WS-COUNT-ED
006040     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006050     MOVE 'RUNS ON THE AUDIT TRAIL' TO WS-LLN-LABEL
006060     MOVE WS-RUN-COUNT TO WS-COUNT-ED
006070     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006080     MOVE 'AUDCHAIN CLOSING RECORDS' TO WS-LLN-LABEL
006090     MOVE WS-CLOSING-READ TO WS-COUNT-ED
006100     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006110     MOVE 'GAPS' TO WS-LLN-LABEL
006120     MOVE WS-GAP-COUNT TO WS-COUNT-ED
006130     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006140     MOVE 'DUPLICATES' TO WS-LLN-LABEL
006150     MOVE WS-DUP-COUNT TO WS-COUNT-ED
006160     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006170     MOVE 'OUT OF ORDER' TO WS-LLN-LABEL
006180     MOVE WS-ORDER-COUNT TO WS-COUNT-ED
006190     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006200     MOVE 'BROKEN CHECK VALUES' TO WS-LLN-LABEL
006210     MOVE WS-BROKEN-COUNT TO WS-COUNT-ED
006220     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006230     MOVE 'RUNS WITH NO CLOSING RECORD (WARNING)' TO WS-LLN-LABEL
006240     MOVE WS-UNCLOSED-COUNT TO WS-COUNT-ED
006250     PERFORM 6100-WRITE-LABEL-LINE THRU 6100-EXIT
006260     COMPUTE WS-BREAK-COUNT = WS-GAP-COUNT + WS-DUP-COUNT
006270                            + WS-ORDER-COUNT + WS-BROKEN-COUNT
006280     MOVE SPACES TO RPT-LINE
006290     WRITE RPT-LINE
006300     IF WS-BREAK-COUNT > 0
006310        MOVE '*** AUDIT CHAIN BROKEN - SEE EXCEPTIONS ABOVE'
006320             TO RPT-LINE
006330     ELSE
006340        MOVE 'AUDIT CHAIN INTACT' TO RPT-LINE
006350     END-IF
006360     WRITE RPT-LINE
006370     DISPLAY 'COBAUDVR: AUDIT RECORDS READ=' WS-READ-COUNT
006380     DISPLAY 'COBAUDVR: RUNS=' WS-RUN-COUNT
006390             ' CLOSING RECORDS=' WS-CLOSING-READ
006400     DISPLAY 'COBAUDVR: GAPS=' WS-GAP-COUNT
006410             ' DUPLICATES=' WS-DUP-COUNT
006420             ' OUT OF ORDER=' WS-ORDER-COUNT
006430             ' BROKEN=' WS-BROKEN-COUNT
006440             ' UNCLOSED=' WS-UNCLOSED-COUNT.
006450 6000-EXIT.
006460     EXIT.
006470
006480 6100-WRITE-LABEL-LINE.
006490     MOVE WS-COUNT-ED TO WS-LLN-VALUE
006500     MOVE WS-LABEL-LINE TO RPT-LINE
006510     WRITE RPT-LINE.
006520 6100-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------*
006560*    7000-COMPUTE-CHECK - CHAIN BYTES 1-229 OF THE AUDIT RECORD  *
006570*                         ONTO WS-CHAIN-CHECK                    *
006580*----------------------------------------------------------------*
006590 7000-COMPUTE-CHECK.
006600     PERFORM 7010-CHECK-ONE-BYTE THRU 7010-EXIT
006610         VARYING WS-CHAIN-POS FROM 1 BY 1
006620         UNTIL WS-CHAIN-POS > 229.
006630 7000-EXIT.
006640     EXIT.
006650
006660 7010-CHECK-ONE-BYTE.
006670     MOVE LOW-VALUE TO WS-CHAIN-BYTE-HI
006680     MOVE AUD-RECORD(WS-CHAIN-POS:1) TO WS-CHAIN-BYTE-LO
006690     COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
006700                           + WS-CHAIN-BYTE-NUM + 1
006710     DIVIDE WS-CHAIN-WORK BY 999999937
006720         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-CHECK.
006730 7010-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------*
006770*    7400-EXCEPTION-AT-REC - EXCEPTION LINE FOR THE AUDIT        *
006780*                            RECORD JUST READ (WS-RUN-KEY SET)   *
006790*----------------------------------------------------------------*
006800 7400-EXCEPTION-AT-REC.
006810     MOVE WS-READ-COUNT TO WS-RECNO-ED
006820     MOVE WS-RECNO-ED TO WS-XLN-RECNO
006830     IF AUD-CHAIN-SEQ NUMERIC
006840        MOVE AUD-CHAIN-SEQ TO WS-SEQ-ED
006850     END-IF
006860     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
006870 7400-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------*
006910*    7450-EXCEPTION-AT-RUN - EXCEPTION LINE FOR A WHOLE RUN      *
006920*                            (WS-RUN-KEY AND WS-SEQ-ED SET)      *
006930*----------------------------------------------------------------*
006940 7450-EXCEPTION-AT-RUN.
006950     MOVE SPACES TO WS-XLN-RECNO
006960     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
006970 7450-EXIT.
006980     EXIT.
006990
007000 7500-WRITE-EXCEPTION.
007010     MOVE WS-KEY-PGM    TO WS-XLN-PGM
007020     MOVE WS-KEY-DATE   TO WS-XLN-DATE
007030     MOVE WS-KEY-STREAM TO WS-XLN-STREAM
007040     MOVE WS-KEY-START  TO WS-XLN-START
007050     MOVE WS-SEQ-ED     TO WS-XLN-SEQ
007060     MOVE WS-EXC-TEXT   TO WS-XLN-TEXT
007070     MOVE WS-EXC-LINE   TO RPT-LINE
007080     WRITE RPT-LINE
007090     MOVE SPACES TO WS-EXC-TEXT.
007100 7500-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------*
007140*    8000-TERMINATE - RC=8 ON ANY BREAK IN THE CHAIN, RC=4 ON    *
007150*                     WARNINGS ONLY                              *
007160*----------------------------------------------------------------*
007170 8000-TERMINATE.
007180     CLOSE AUDVR-RPT
007190     EVALUATE TRUE
007200        WHEN WS-BREAK-COUNT > 0
007210           MOVE 8 TO RETURN-CODE
007220        WHEN WS-UNCLOSED-COUNT > 0 OR WS-UNCHAINED-COUNT > 0
007230           MOVE 4 TO RETURN-CODE
007240        WHEN OTHER
007250           MOVE 0 TO RETURN-CODE
007260     END-EVALUATE.
007270 8000-EXIT.
007280     EXIT.
