000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBCOMM                                        *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-14                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    CHANNEL COMMISSION.  RUNS AFTER COBRXPP ON THE RESULTS      *
000100*    FILE (CPYRSL) BUILT FOR THE BUSDATE BUSINESS DATE.  EACH    *
000110*    RESULT IS CLASSIFIED EXACTLY AS COBBILNG CLASSIFIES IT -    *
000120*    SILENT FAILURES, INELIGIBLE CASES AND ELIGIBLE CASES        *
000130*    WITHOUT A PREMIO ARE NEVER BILLED AND SO EARN NO            *
000140*    COMMISSION - SO COMMISSION ALWAYS TIES TO WHAT WAS          *
000150*    BILLED.  A BILLABLE RESULT IS MATCHED BACK TO ITS CANAL     *
000160*    THROUGH THE HISTFL CLIENT HISTORY KSDS, PRICED FROM THE     *
000170*    COMRATE RATE TABLE (CPYCMR) IN FORCE ON THE BUSINESS        *
000180*    DATE, AND SORTED BY CANAL.  TWO OUTPUTS:                    *
000190*                                                                *
000200*      COMMPAY  - FIXED-LAYOUT PAYABLE FILE (CPYCPA) FOR         *
000210*                 ACCOUNTS PAYABLE, ONE HEADER/DETAIL/TRAILER    *
000220*                 SEGMENT PER CANAL                              *
000230*      COMMRPT  - A PRINTABLE STATEMENT PER CANAL: ONE LINE      *
000240*                 PER CLIENTE/PRODUTO WITH PREMIO, RATE AND      *
000250*                 COMMISSION, THEN THE CANAL TOTAL               *
000260*                                                                *
000270*    A BILLABLE RESULT WITH NO CANAL ON HISTFL OR NO RATE IN     *
000280*    FORCE IS LISTED IN ITS OWN SECTION AND RAISES RC=4, SINCE   *
000290*    THE COMMISSION NO LONGER TIES TO BILLING.                   *
000300*                                                                *
000310*    MODIFICATION HISTORY                                        *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    ---------- ----  ------------------------------------------ *
000340*    2026-10-14 JCR   ORIGINAL VERSION.                          *
000340*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000340*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000340*                     PARMCRD.                                   *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. COBCOMM.
000390 AUTHOR. EXEMPLO BATCH SUPPORT GROUP.
000400 INSTALLATION. EXEMPLO DATA CENTER.
000410 DATE-WRITTEN. 2026-10-14.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. EXEMPLO.
000470 OBJECT-COMPUTER. EXEMPLO.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS WS-BDT-STATUS.
000540
000550     SELECT RESULT-FILE     ASSIGN TO RESULTS
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS WS-RESULT-STATUS.
000580
000590     SELECT RATE-FILE       ASSIGN TO COMRATE
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS WS-RATE-STATUS.
000620
000630*    HISTFL IS A KSDS.  ON A REAL VSAM SYSTEM THE CLUSTER MUST BE
000640*    PRE-ALLOCATED BY IDCAMS DEFINE CLUSTER BEFORE THIS PROGRAM
000650*    RUNS.  IT IS READ HERE BY KEY ONLY.
000660     SELECT HIST-FILE       ASSIGN TO HISTFL
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS RANDOM
000690            RECORD KEY IS HST-KEY
000700            FILE STATUS IS WS-HIST-STATUS.
000710
000720     SELECT SORT-WORK       ASSIGN TO SORTWK.
000730
000740     SELECT PAY-FILE        ASSIGN TO COMMPAY
000750            ORGANIZATION IS SEQUENTIAL
000760            FILE STATUS IS WS-PAY-STATUS.
000770
000780     SELECT COMM-RPT        ASSIGN TO COMMRPT
000790            ORGANIZATION IS SEQUENTIAL
000800            FILE STATUS IS WS-RPT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  BUSDATE-FILE
000850     RECORDING MODE IS F.
000860     COPY CPYBDT.
000890
000900 FD  RESULT-FILE
000910     RECORDING MODE IS F.
000920     COPY CPYRSL.
000930
000940 FD  RATE-FILE
000950     RECORDING MODE IS F.
000960     COPY CPYCMR.
000970
000980 FD  HIST-FILE.
000990     COPY CPYHST.
001000
001010 SD  SORT-WORK.
001020     COPY CPYCPA REPLACING LEADING ==CPA-== BY ==SRT-==.
001030
001040 FD  PAY-FILE
001050     RECORDING MODE IS F.
001060     COPY CPYCPA.
001070
001080 FD  COMM-RPT
001090     RECORDING MODE IS F.
001100 01  RPT-LINE                    PIC X(132).
001110
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------*
001140*    FILE STATUS SWITCHES                                        *
001150*----------------------------------------------------------------*
001160 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001170 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
001180 77  WS-RATE-STATUS              PIC X(02) VALUE SPACES.
001190 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001200 77  WS-PAY-STATUS               PIC X(02) VALUE SPACES.
001210 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001220
001230*----------------------------------------------------------------*
001240*    RUN SWITCHES AND COUNTERS                                   *
001250*----------------------------------------------------------------*
001260 77  WS-RESULT-EOF-SW            PIC X(01) VALUE 'N'.
001270     88  WS-RESULT-EOF                      VALUE 'Y'.
001280 77  WS-RATE-EOF-SW              PIC X(01) VALUE 'N'.
001290     88  WS-RATE-EOF                        VALUE 'Y'.
001300 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001310     88  WS-SORT-EOF                        VALUE 'Y'.
001320 77  WS-FIRST-GROUP-SW           PIC X(01) VALUE 'Y'.
001330     88  WS-FIRST-GROUP                     VALUE 'Y'.
001340 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001350 77  WS-RESULT-COUNT             PIC 9(07) COMP VALUE 0.
001360 77  WS-SILENT-COUNT             PIC 9(07) COMP VALUE 0.
001370 77  WS-INELIG-COUNT             PIC 9(07) COMP VALUE 0.
001380 77  WS-NOPREM-COUNT             PIC 9(07) COMP VALUE 0.
001390 77  WS-BILLABLE-COUNT           PIC 9(07) COMP VALUE 0.
001400 77  WS-NOCANAL-COUNT            PIC 9(07) COMP VALUE 0.
001410 77  WS-NORATE-COUNT             PIC 9(07) COMP VALUE 0.
001420 77  WS-COMM-COUNT               PIC 9(07) COMP VALUE 0.
001430 77  WS-CANAL-COUNT              PIC 9(07) COMP VALUE 0.
001440 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001450 01  WS-BILLABLE-PREMIO          PIC S9(11)V99 VALUE 0.
001460 01  WS-COMM-PREMIO              PIC S9(11)V99 VALUE 0.
001470 01  WS-COMM-TOTAL               PIC S9(11)V99 VALUE 0.
001480 01  WS-AMOUNT-ED                PIC ZZZZZZZZZZ9.99-.
001490
001500*----------------------------------------------------------------*
001510*    COMMISSION RATE TABLE - LOADED FROM COMRATE AT INITIALIZE.  *
001520*    ONLY ENTRIES IN FORCE ON THE BUSINESS DATE ARE KEPT         *
001530*----------------------------------------------------------------*
001540 77  WS-RTE-COUNT                PIC 9(04) COMP VALUE 0.
001550 77  WS-RTE-FULL-SW              PIC X(01) VALUE 'N'.
001560     88  WS-RTE-FULL                         VALUE 'Y'.
001570 77  WS-RTE-SUB                  PIC 9(04) COMP VALUE 0.
001580 77  WS-RTE-LEVEL                PIC 9(01) COMP VALUE 0.
001590 77  WS-BEST-LEVEL               PIC 9(01) COMP VALUE 0.
001600 77  WS-BEST-RATE                PIC 9V9(4) VALUE 0.
001610 01  WS-RTE-TABLE.
001620     05  WS-RTE-ENTRY            OCCURS 1 TO 500 TIMES
001630                                 DEPENDING ON WS-RTE-COUNT
001640                                 INDEXED BY WS-RTE-IX.
001650         10  WS-RTE-T-CANAL      PIC X(08).
001660         10  WS-RTE-T-PRODUTO    PIC X(20).
001670         10  WS-RTE-T-RATE       PIC 9V9(4).
001680
001690*----------------------------------------------------------------*
001700*    CURRENT RESULT UNDER PRICING                                *
001710*----------------------------------------------------------------*
001720 01  WS-CURR-CANAL               PIC X(08) VALUE SPACES.
001730 01  WS-CURR-COMMISSION          PIC S9(7)V99 VALUE 0.
001740
001750*----------------------------------------------------------------*
001760*    CURRENT CANAL UNDER ASSEMBLY - CONTROL BREAK ON CANAL       *
001770*----------------------------------------------------------------*
001780 01  WS-PREV-CANAL               PIC X(08) VALUE SPACES.
001790 77  WS-CAN-DETAIL-COUNT         PIC 9(07) COMP VALUE 0.
001800 01  WS-CAN-PREMIO               PIC S9(9)V99 VALUE 0.
001810 01  WS-CAN-COMMISSION           PIC S9(9)V99 VALUE 0.
001820
001830*----------------------------------------------------------------*
001840*    RESULTS THAT WERE BILLED BUT COULD NOT BE COMMISSIONED -    *
001850*    COLLECTED DURING THE SORT INPUT AND LISTED IN THEIR OWN     *
001860*    SECTION AT THE BOTTOM OF THE STATEMENT REPORT               *
001870*----------------------------------------------------------------*
001880 77  WS-UNC-COUNT                PIC 9(04) COMP VALUE 0.
001890 77  WS-UNC-FULL-SW              PIC X(01) VALUE 'N'.
001900     88  WS-UNC-FULL                         VALUE 'Y'.
001910 77  WS-UNC-SUB                  PIC 9(04) COMP VALUE 0.
001920 01  WS-UNC-REASON               PIC X(30) VALUE SPACES.
001930 01  WS-UNC-TABLE.
001940     05  WS-UNC-ENTRY            OCCURS 1 TO 1000 TIMES
001950                                 DEPENDING ON WS-UNC-COUNT
001960                                 INDEXED BY WS-UNC-IX.
001970         10  WS-UNC-T-CLIENTE    PIC X(20).
001980         10  WS-UNC-T-PRODUTO    PIC X(20).
001990         10  WS-UNC-T-CANAL      PIC X(08).
002000         10  WS-UNC-T-PREMIO     PIC S9(7)V99.
002010         10  WS-UNC-T-REASON     PIC X(30).
002020
002030*----------------------------------------------------------------*
002040*    REPORT LINE WORK AREAS                                      *
002050*----------------------------------------------------------------*
002060 01  WS-HEAD-LINE.
002070     05  FILLER                  PIC X(07) VALUE 'CANAL: '.
002080     05  WS-HDG-CANAL            PIC X(08).
002090     05  FILLER                  PIC X(117) VALUE SPACES.
002100 01  WS-COLUMN-LINE.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  FILLER                  PIC X(22) VALUE 'CLIENTE'.
002130     05  FILLER                  PIC X(22) VALUE 'PRODUTO'.
002140     05  FILLER                  PIC X(10) VALUE 'EXEC'.
002150     05  FILLER                  PIC X(12) VALUE '      PREMIO'.
002160     05  FILLER                  PIC X(10) VALUE '    RATE %'.
002170     05  FILLER                  PIC X(12) VALUE '  COMMISSION'.
002180     05  FILLER                  PIC X(42) VALUE SPACES.
002190 01  WS-DETAIL-LINE.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  WS-DTL-CLIENTE          PIC X(20).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-DTL-PRODUTO          PIC X(20).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  WS-DTL-EXEC             PIC X(08).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  WS-DTL-PREMIO           PIC ZZZZZZ9.99-.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  WS-DTL-RATE             PIC ZZ9.99.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  WS-DTL-COMMISSION       PIC ZZZZZZ9.99-.
002320     05  FILLER                  PIC X(44) VALUE SPACES.
002330 01  WS-TOTAL-LINE.
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  FILLER                  PIC X(20)
002360                                     VALUE 'TOTAL FOR CANAL'.
002370     05  FILLER                  PIC X(22) VALUE SPACES.
002380     05  WS-TOT-PREMIO           PIC ZZZZZZZZZ9.99-.
002390     05  FILLER                  PIC X(07) VALUE SPACES.
002400     05  WS-TOT-COMMISSION       PIC ZZZZZZZZZ9.99-.
002410     05  FILLER                  PIC X(53) VALUE SPACES.
002420 01  WS-UNC-LINE.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  WS-UNC-CLIENTE          PIC X(20).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  WS-UNC-PRODUTO          PIC X(20).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  WS-UNC-CANAL            PIC X(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  WS-UNC-PREMIO           PIC ZZZZZZ9.99-.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  WS-UNC-TEXT             PIC X(30).
002530     05  FILLER                  PIC X(33) VALUE SPACES.
002540 01  WS-RATE-PCT                 PIC 9(03)V99 VALUE 0.
002550
002560 PROCEDURE DIVISION.
002570*----------------------------------------------------------------*
002580*    0000-MAINLINE                                               *
002590*----------------------------------------------------------------*
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002620     SORT SORT-WORK
002630         ON ASCENDING KEY SRT-CANAL SRT-CLIENTE SRT-PRODUTO
002640         INPUT PROCEDURE IS 2000-PRICE-RESULTS THRU 2000-EXIT
002650         OUTPUT PROCEDURE IS 3000-PRODUCE-PAYABLES THRU 3000-EXIT
002660     PERFORM 7000-WRITE-UNCOMMISSIONED THRU 7000-EXIT
002670     PERFORM 8000-TERMINATE THRU 8000-EXIT
002680     GOBACK.
002690
002700*----------------------------------------------------------------*
002710*    1000-INITIALIZE - READ THE BUSINESS DATE, LOAD THE RATE     *
002720*                      TABLE, OPEN HISTFL, THE PAYABLE FILE AND  *
002730*                      THE STATEMENT REPORT                      *
002740*----------------------------------------------------------------*
002750 1000-INITIALIZE.
002760     OPEN INPUT BUSDATE-FILE
002770     IF WS-BDT-STATUS NOT = '00'
002780        DISPLAY 'COBCOMM: OPEN BUSDATE FAILED, STATUS='
002790                WS-BDT-STATUS
002800        MOVE 16 TO RETURN-CODE
002810        GOBACK
002820     END-IF
002830     READ BUSDATE-FILE
002840        AT END
002850           DISPLAY 'COBCOMM: BUSDATE IS EMPTY'
002860           MOVE 16 TO RETURN-CODE
002870           GOBACK
002880     END-READ
002890     IF BDT-BUS-DATE NOT NUMERIC
002900        DISPLAY 'COBCOMM: BUSDATE BUSINESS DATE NOT NUMERIC: '
002910                BDT-BUS-DATE
002920        MOVE 16 TO RETURN-CODE
002930        GOBACK
002940     END-IF
002950     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002960     CLOSE BUSDATE-FILE
002970     DISPLAY 'COBCOMM: COMMISSION BUSINESS DATE ' WS-BUS-DATE
002980     PERFORM 1100-LOAD-RATES THRU 1100-EXIT
002990     OPEN INPUT HIST-FILE
003000     IF WS-HIST-STATUS NOT = '00'
003010        DISPLAY 'COBCOMM: OPEN HISTFL FAILED, STATUS='
003020                WS-HIST-STATUS
003030        MOVE 16 TO RETURN-CODE
003040        GOBACK
003050     END-IF
003060     OPEN OUTPUT PAY-FILE
003070     OPEN OUTPUT COMM-RPT
003080     MOVE SPACES TO RPT-LINE
003090     MOVE 'CHANNEL COMMISSION STATEMENTS' TO RPT-LINE
003100     WRITE RPT-LINE
003110     MOVE SPACES TO RPT-LINE
003120     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
003130            WS-BUS-DATE DELIMITED BY SIZE
003140            INTO RPT-LINE
003150     WRITE RPT-LINE
003160     MOVE SPACES TO RPT-LINE
003170     WRITE RPT-LINE.
003180 1000-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------*
003220*    1100-LOAD-RATES - READ COMRATE INTO WS-RTE-TABLE, KEEPING   *
003230*                      ONLY THE ENTRIES IN FORCE ON THE BUSINESS *
003240*                      DATE.  WITHOUT A RATE TABLE NOTHING CAN   *
003250*                      BE COMMISSIONED, SO IT IS REQUIRED        *
003260*----------------------------------------------------------------*
003270 1100-LOAD-RATES.
003280     OPEN INPUT RATE-FILE
003290     IF WS-RATE-STATUS NOT = '00'
003300        DISPLAY 'COBCOMM: OPEN COMRATE FAILED, STATUS='
003310                WS-RATE-STATUS
003320        MOVE 16 TO RETURN-CODE
003330        GOBACK
003340     END-IF
003350     PERFORM 1110-LOAD-RATE-REC THRU 1110-EXIT
003360         UNTIL WS-RATE-EOF
003370     CLOSE RATE-FILE
003380     DISPLAY 'COBCOMM: RATES IN FORCE LOADED=' WS-RTE-COUNT.
003390 1100-EXIT.
003400     EXIT.
003410
003420 1110-LOAD-RATE-REC.
003430     READ RATE-FILE
003440        AT END
003450           MOVE 'Y' TO WS-RATE-EOF-SW
003460           GO TO 1110-EXIT
003470     END-READ
003480     IF CMR-RATE NOT NUMERIC
003490        DISPLAY 'COBCOMM: COMRATE RATE NOT NUMERIC, IGNORED: '
003500                'CANAL=' CMR-CANAL ' PRODUTO=' CMR-PRODUTO
003510        GO TO 1110-EXIT
003520     END-IF
003530     IF CMR-EFF-FROM NOT = SPACES AND CMR-EFF-FROM > WS-BUS-DATE
003540        GO TO 1110-EXIT
003550     END-IF
003560     IF CMR-EFF-TO NOT = SPACES AND CMR-EFF-TO < WS-BUS-DATE
003570        GO TO 1110-EXIT
003580     END-IF
003590     IF WS-RTE-COUNT >= 500
003600        IF NOT WS-RTE-FULL
003610           DISPLAY 'COBCOMM: RATE TABLE FULL AT 500 '
003620                   'ENTRIES, IGNORING FURTHER COMRATE RECS'
003630           MOVE 'Y' TO WS-RTE-FULL-SW
003640        END-IF
003650        GO TO 1110-EXIT
003660     END-IF
003670     ADD 1 TO WS-RTE-COUNT
003680     MOVE CMR-CANAL   TO WS-RTE-T-CANAL(WS-RTE-COUNT)
003690     MOVE CMR-PRODUTO TO WS-RTE-T-PRODUTO(WS-RTE-COUNT)
003700     MOVE CMR-RATE    TO WS-RTE-T-RATE(WS-RTE-COUNT).
003710 1110-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------*
003750*    2000-PRICE-RESULTS - SORT INPUT PROCEDURE.  CLASSIFY EACH   *
003760*                         RESULT AS COBBILNG DOES AND RELEASE    *
003770*                         EVERY BILLABLE ONE THAT CAN BE PRICED  *
003780*----------------------------------------------------------------*
003790 2000-PRICE-RESULTS.
003800     OPEN INPUT RESULT-FILE
003810     IF WS-RESULT-STATUS NOT = '00'
003820        DISPLAY 'COBCOMM: OPEN RESULTS FAILED, STATUS='
003830                WS-RESULT-STATUS
003840        MOVE 16 TO RETURN-CODE
003850        GOBACK
003860     END-IF
003870     PERFORM 2100-PRICE-ONE THRU 2100-EXIT
003880         UNTIL WS-RESULT-EOF
003890     CLOSE RESULT-FILE.
003900 2000-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------*
003940*    2100-PRICE-ONE - ONE RESULT RECORD.  THE EXCLUSIONS ARE     *
003950*                     COBBILNG 3300-CLASSIFY-RESULT'S, IN THE    *
003960*                     SAME ORDER                                 *
003970*----------------------------------------------------------------*
003980 2100-PRICE-ONE.
003990     READ RESULT-FILE
004000        AT END
004010           MOVE 'Y' TO WS-RESULT-EOF-SW
004020           GO TO 2100-EXIT
004030     END-READ
004040     ADD 1 TO WS-RESULT-COUNT
004050     IF RSL-SILENT-FAIL-SW = 'Y'
004060        ADD 1 TO WS-SILENT-COUNT
004070        GO TO 2100-EXIT
004080     END-IF
004090     IF RSL-ELEGIVEL NOT = 'S'
004100        ADD 1 TO WS-INELIG-COUNT
004110        GO TO 2100-EXIT
004120     END-IF
004130     IF RSL-PREMIO-SW NOT = 'Y'
004140        ADD 1 TO WS-NOPREM-COUNT
004150        GO TO 2100-EXIT
004160     END-IF
004170     ADD 1 TO WS-BILLABLE-COUNT
004180     ADD RSL-PREMIO TO WS-BILLABLE-PREMIO
004190     MOVE RSL-CLIENTE TO HST-CLIENTE
004200     MOVE RSL-PRODUTO TO HST-PRODUTO
004210     READ HIST-FILE
004220        INVALID KEY
004230           MOVE SPACES TO HST-CANAL
004240     END-READ
004250     MOVE HST-CANAL TO WS-CURR-CANAL
004260     IF WS-CURR-CANAL = SPACES
004270        ADD 1 TO WS-NOCANAL-COUNT
004280        MOVE 'NO CANAL ON HISTFL' TO WS-UNC-REASON
004290        PERFORM 2500-SAVE-UNCOMMISSIONED THRU 2500-EXIT
004300        GO TO 2100-EXIT
004310     END-IF
004320     PERFORM 2200-FIND-RATE THRU 2200-EXIT
004330     IF WS-BEST-LEVEL = 0
004340        ADD 1 TO WS-NORATE-COUNT
004350        MOVE 'NO COMMISSION RATE IN FORCE' TO WS-UNC-REASON
004360        PERFORM 2500-SAVE-UNCOMMISSIONED THRU 2500-EXIT
004370        GO TO 2100-EXIT
004380     END-IF
004390     COMPUTE WS-CURR-COMMISSION ROUNDED
004400           = RSL-PREMIO * WS-BEST-RATE
004410     MOVE SPACES              TO SRT-RECORD
004420     MOVE 'D'                 TO SRT-REC-TYPE
004430     MOVE WS-CURR-CANAL       TO SRT-CANAL
004440     MOVE WS-BUS-DATE         TO SRT-BUS-DATE
004450     MOVE RSL-CLIENTE         TO SRT-CLIENTE
004460     MOVE RSL-PRODUTO         TO SRT-PRODUTO
004470     MOVE RSL-EXEC-NAME       TO SRT-EXEC-NAME
004480     MOVE RSL-PREMIO          TO SRT-PREMIO
004490     MOVE WS-BEST-RATE        TO SRT-RATE
004500     MOVE WS-CURR-COMMISSION  TO SRT-COMMISSION
004510     RELEASE SRT-RECORD.
004520 2100-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------*
004560*    2200-FIND-RATE - THE MOST SPECIFIC RATE IN FORCE FOR THE    *
004570*                     CANAL AND PRODUTO.  WS-BEST-LEVEL STAYS    *
004580*                     ZERO WHEN NOTHING, NOT EVEN THE DEFAULT,   *
004590*                     MATCHES                                    *
004600*----------------------------------------------------------------*
004610 2200-FIND-RATE.
004620     MOVE 0 TO WS-BEST-LEVEL
004630     MOVE 0 TO WS-BEST-RATE
004640     PERFORM 2210-TRY-RATE THRU 2210-EXIT
004650         VARYING WS-RTE-SUB FROM 1 BY 1
004660         UNTIL WS-RTE-SUB > WS-RTE-COUNT.
004670 2200-EXIT.
004680     EXIT.
004690
004700 2210-TRY-RATE.
004710     MOVE 0 TO WS-RTE-LEVEL
004720     IF WS-RTE-T-CANAL(WS-RTE-SUB) = WS-CURR-CANAL
004730        IF WS-RTE-T-PRODUTO(WS-RTE-SUB) = RSL-PRODUTO
004740           MOVE 4 TO WS-RTE-LEVEL
004750        ELSE
004760           IF WS-RTE-T-PRODUTO(WS-RTE-SUB) = '*'
004770              MOVE 3 TO WS-RTE-LEVEL
004780           END-IF
004790        END-IF
004800     ELSE
004810        IF WS-RTE-T-CANAL(WS-RTE-SUB) = '*'
004820           IF WS-RTE-T-PRODUTO(WS-RTE-SUB) = RSL-PRODUTO
004830              MOVE 2 TO WS-RTE-LEVEL
004840           ELSE
004850              IF WS-RTE-T-PRODUTO(WS-RTE-SUB) = '*'
004860                 MOVE 1 TO WS-RTE-LEVEL
004870              END-IF
004880           END-IF
004890        END-IF
004900     END-IF
004910     IF WS-RTE-LEVEL > WS-BEST-LEVEL
004920        MOVE WS-RTE-LEVEL TO WS-BEST-LEVEL
004930        MOVE WS-RTE-T-RATE(WS-RTE-SUB) TO WS-BEST-RATE
004940     END-IF.
004950 2210-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------*
004990*    2500-SAVE-UNCOMMISSIONED - REMEMBER A BILLED RESULT THAT    *
005000*                               EARNED NO COMMISSION FOR THE     *
005010*                               SECTION AT THE BOTTOM OF THE     *
005020*                               REPORT                           *
005030*----------------------------------------------------------------*
005040 2500-SAVE-UNCOMMISSIONED.
005050     IF WS-UNC-COUNT >= 1000
005060        IF NOT WS-UNC-FULL
005070           DISPLAY 'COBCOMM: UNCOMMISSIONED TABLE FULL AT 1000 '
005080                   'ENTRIES, FURTHER CASES COUNTED ONLY'
005090           MOVE 'Y' TO WS-UNC-FULL-SW
005100        END-IF
005110        GO TO 2500-EXIT
005120     END-IF
005130     ADD 1 TO WS-UNC-COUNT
005140     MOVE RSL-CLIENTE   TO WS-UNC-T-CLIENTE(WS-UNC-COUNT)
005150     MOVE RSL-PRODUTO   TO WS-UNC-T-PRODUTO(WS-UNC-COUNT)
005160     MOVE WS-CURR-CANAL TO WS-UNC-T-CANAL(WS-UNC-COUNT)
005170     MOVE RSL-PREMIO    TO WS-UNC-T-PREMIO(WS-UNC-COUNT)
005180     MOVE WS-UNC-REASON TO WS-UNC-T-REASON(WS-UNC-COUNT).
005190 2500-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------*
005230*    3000-PRODUCE-PAYABLES - SORT OUTPUT PROCEDURE.  RETURNS THE *
005240*                            PRICED RESULTS IN CANAL ORDER AND   *
005250*                            PERFORMS A CONTROL BREAK ON CANAL   *
005260*----------------------------------------------------------------*
005270 3000-PRODUCE-PAYABLES.
005280     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
005290     PERFORM 3200-PROCESS-SORTED THRU 3200-EXIT
005300         UNTIL WS-SORT-EOF
005310     IF NOT WS-FIRST-GROUP
005320        PERFORM 4000-CLOSE-CANAL THRU 4000-EXIT
005330     END-IF.
005340 3000-EXIT.
005350     EXIT.
005360
005370 3100-RETURN-SORTED.
005380     RETURN SORT-WORK
005390        AT END
005400           MOVE 'Y' TO WS-SORT-EOF-SW
005410     END-RETURN.
005420 3100-EXIT.
005430     EXIT.
005440
005450 3200-PROCESS-SORTED.
005460     IF WS-FIRST-GROUP
005470        MOVE 'N' TO WS-FIRST-GROUP-SW
005480        PERFORM 3400-START-CANAL THRU 3400-EXIT
005490     ELSE
005500        IF SRT-CANAL NOT = WS-PREV-CANAL
005510           PERFORM 4000-CLOSE-CANAL THRU 4000-EXIT
005520           PERFORM 3400-START-CANAL THRU 3400-EXIT
005530        END-IF
005540     END-IF
005550     PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT
005560     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
005570 3200-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------*
005610*    3300-WRITE-DETAIL - ONE COMMISSIONED CLIENTE/PRODUTO: THE   *
005620*                        PAYABLE DETAIL AND THE STATEMENT LINE   *
005630*----------------------------------------------------------------*
005640 3300-WRITE-DETAIL.
005650     MOVE SRT-RECORD TO CPA-RECORD
005660     WRITE CPA-RECORD
005670     ADD 1 TO WS-CAN-DETAIL-COUNT
005680     ADD 1 TO WS-COMM-COUNT
005690     ADD SRT-PREMIO TO WS-CAN-PREMIO
005700     ADD SRT-COMMISSION TO WS-CAN-COMMISSION
005710     MOVE SRT-CLIENTE TO WS-DTL-CLIENTE
005720     MOVE SRT-PRODUTO TO WS-DTL-PRODUTO
005730     MOVE SRT-EXEC-NAME TO WS-DTL-EXEC
005740     MOVE SRT-PREMIO TO WS-DTL-PREMIO
005750     COMPUTE WS-RATE-PCT = SRT-RATE * 100
005760     MOVE WS-RATE-PCT TO WS-DTL-RATE
005770     MOVE SRT-COMMISSION TO WS-DTL-COMMISSION
005780     MOVE WS-DETAIL-LINE TO RPT-LINE
005790     WRITE RPT-LINE.
005800 3300-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------*
005840*    3400-START-CANAL - OPEN THE CANAL'S PAYABLE SEGMENT AND     *
005850*                       ITS STATEMENT                            *
005860*----------------------------------------------------------------*
005870 3400-START-CANAL.
005880     MOVE SRT-CANAL TO WS-PREV-CANAL
005890     MOVE 0 TO WS-CAN-DETAIL-COUNT
005900     MOVE 0 TO WS-CAN-PREMIO
005910     MOVE 0 TO WS-CAN-COMMISSION
005920     ADD 1 TO WS-CANAL-COUNT
005930     MOVE SPACES TO CPA-RECORD
005940     MOVE 'H' TO CPA-REC-TYPE
005950     MOVE SRT-CANAL TO CPA-CANAL
005960     MOVE WS-BUS-DATE TO CPA-BUS-DATE
005970     WRITE CPA-RECORD
005980     MOVE SRT-CANAL TO WS-HDG-CANAL
005990     MOVE WS-HEAD-LINE TO RPT-LINE
006000     WRITE RPT-LINE
006010     MOVE WS-COLUMN-LINE TO RPT-LINE
006020     WRITE RPT-LINE.
006030 3400-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------*
006070*    4000-CLOSE-CANAL - FINISH THE CANAL JUST ENDED: THE PAYABLE *
006080*                       TRAILER AND THE STATEMENT TOTAL          *
006090*----------------------------------------------------------------*
006100 4000-CLOSE-CANAL.
006110     MOVE SPACES TO CPA-TRAILER-REC
006120     MOVE 'T' TO CPA-TRL-TYPE
006130     MOVE WS-PREV-CANAL TO CPA-TRL-CANAL
006140     MOVE WS-BUS-DATE TO CPA-TRL-BUS-DATE
006150     MOVE WS-CAN-DETAIL-COUNT TO CPA-TRL-COUNT
006160     MOVE WS-CAN-PREMIO TO CPA-TRL-PREMIO
006170     MOVE WS-CAN-COMMISSION TO CPA-TRL-COMMISSION
006180     WRITE CPA-TRAILER-REC
006190     ADD WS-CAN-PREMIO TO WS-COMM-PREMIO
006200     ADD WS-CAN-COMMISSION TO WS-COMM-TOTAL
006210     MOVE WS-CAN-PREMIO TO WS-TOT-PREMIO
006220     MOVE WS-CAN-COMMISSION TO WS-TOT-COMMISSION
006230     MOVE WS-TOTAL-LINE TO RPT-LINE
006240     WRITE RPT-LINE
006250     MOVE SPACES TO RPT-LINE
006260     WRITE RPT-LINE.
006270 4000-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------*
006310*    7000-WRITE-UNCOMMISSIONED - LIST THE BILLED RESULTS THAT    *
006320*                                EARNED NO COMMISSION            *
006330*----------------------------------------------------------------*
006340 7000-WRITE-UNCOMMISSIONED.
006350     IF WS-NOCANAL-COUNT = 0 AND WS-NORATE-COUNT = 0
006360        GO TO 7000-EXIT
006370     END-IF
006380     MOVE SPACES TO RPT-LINE
006390     MOVE 'BILLED RESULTS NOT COMMISSIONED' TO RPT-LINE
006400     WRITE RPT-LINE
006410     PERFORM 7100-WRITE-ONE-UNCOMMISSIONED THRU 7100-EXIT
006420         VARYING WS-UNC-SUB FROM 1 BY 1
006430         UNTIL WS-UNC-SUB > WS-UNC-COUNT
006440     IF WS-UNC-FULL
006450        MOVE SPACES TO RPT-LINE
006460        MOVE '  *** FURTHER CASES NOT LISTED - TABLE FULL'
006470             TO RPT-LINE
006480        WRITE RPT-LINE
006490     END-IF.
006500 7000-EXIT.
006510     EXIT.
006520
006530 7100-WRITE-ONE-UNCOMMISSIONED.
006540     MOVE WS-UNC-T-CLIENTE(WS-UNC-SUB) TO WS-UNC-CLIENTE
006550     MOVE WS-UNC-T-PRODUTO(WS-UNC-SUB) TO WS-UNC-PRODUTO
006560     MOVE WS-UNC-T-CANAL(WS-UNC-SUB)   TO WS-UNC-CANAL
006570     MOVE WS-UNC-T-PREMIO(WS-UNC-SUB)  TO WS-UNC-PREMIO
006580     MOVE WS-UNC-T-REASON(WS-UNC-SUB)  TO WS-UNC-TEXT
006590     MOVE WS-UNC-LINE TO RPT-LINE
006600     WRITE RPT-LINE.
006610 7100-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------*
006650*    8000-TERMINATE - WRITE THE SUMMARY, CLOSE FILES AND SET     *
006660*                     THE RETURN-CODE                            *
006670*----------------------------------------------------------------*
006680 8000-TERMINATE.
006690     MOVE SPACES TO RPT-LINE
006700     WRITE RPT-LINE
006710     MOVE SPACES TO RPT-LINE
006720     MOVE WS-CANAL-COUNT TO WS-COUNT-ED
006730     STRING 'CHANNELS PAYABLE          =' DELIMITED BY SIZE
006740            WS-COUNT-ED DELIMITED BY SIZE
006750            INTO RPT-LINE
006760     WRITE RPT-LINE
006770     MOVE SPACES TO RPT-LINE
006780     MOVE WS-COMM-COUNT TO WS-COUNT-ED
006790     STRING 'RESULTS COMMISSIONED      =' DELIMITED BY SIZE
006800            WS-COUNT-ED DELIMITED BY SIZE
006810            INTO RPT-LINE
006820     WRITE RPT-LINE
006830     MOVE SPACES TO RPT-LINE
006840     MOVE WS-SILENT-COUNT TO WS-COUNT-ED
006850     STRING 'SILENT FAILURES EXCLUDED  =' DELIMITED BY SIZE
006860            WS-COUNT-ED DELIMITED BY SIZE
006870            INTO RPT-LINE
006880     WRITE RPT-LINE
006890     MOVE SPACES TO RPT-LINE
006900     MOVE WS-INELIG-COUNT TO WS-COUNT-ED
006910     STRING 'INELIGIBLE CASES SKIPPED  =' DELIMITED BY SIZE
006920            WS-COUNT-ED DELIMITED BY SIZE
006930            INTO RPT-LINE
006940     WRITE RPT-LINE
006950     MOVE SPACES TO RPT-LINE
006960     MOVE WS-NOPREM-COUNT TO WS-COUNT-ED
006970     STRING 'CASES WITHOUT A PREMIO    =' DELIMITED BY SIZE
006980            WS-COUNT-ED DELIMITED BY SIZE
006990            INTO RPT-LINE
007000     WRITE RPT-LINE
007010     MOVE SPACES TO RPT-LINE
007020     MOVE WS-NOCANAL-COUNT TO WS-COUNT-ED
007030     STRING 'BILLED BUT NO CANAL       =' DELIMITED BY SIZE
007040            WS-COUNT-ED DELIMITED BY SIZE
007050            INTO RPT-LINE
007060     WRITE RPT-LINE
007070     MOVE SPACES TO RPT-LINE
007080     MOVE WS-NORATE-COUNT TO WS-COUNT-ED
007090     STRING 'BILLED BUT NO RATE        =' DELIMITED BY SIZE
007100            WS-COUNT-ED DELIMITED BY SIZE
007110            INTO RPT-LINE
007120     WRITE RPT-LINE
007130     MOVE SPACES TO RPT-LINE
007140     MOVE WS-BILLABLE-PREMIO TO WS-AMOUNT-ED
007150     STRING 'PREMIO BILLED             =' DELIMITED BY SIZE
007160            WS-AMOUNT-ED DELIMITED BY SIZE
007170            INTO RPT-LINE
007180     WRITE RPT-LINE
007190     MOVE SPACES TO RPT-LINE
007200     MOVE WS-COMM-PREMIO TO WS-AMOUNT-ED
007210     STRING 'PREMIO COMMISSIONED       =' DELIMITED BY SIZE
007220            WS-AMOUNT-ED DELIMITED BY SIZE
007230            INTO RPT-LINE
007240     WRITE RPT-LINE
007250     MOVE SPACES TO RPT-LINE
007260     MOVE WS-COMM-TOTAL TO WS-AMOUNT-ED
007270     STRING 'COMMISSION PAYABLE        =' DELIMITED BY SIZE
007280            WS-AMOUNT-ED DELIMITED BY SIZE
007290            INTO RPT-LINE
007300     WRITE RPT-LINE
007310     CLOSE HIST-FILE
007320     CLOSE PAY-FILE
007330     CLOSE COMM-RPT
007340
007350     DISPLAY 'COBCOMM: RESULT RECORDS READ=' WS-RESULT-COUNT
007360     DISPLAY 'COBCOMM: BILLABLE RESULTS=' WS-BILLABLE-COUNT
007370     DISPLAY 'COBCOMM: COMMISSIONED=' WS-COMM-COUNT
007380     DISPLAY 'COBCOMM: CHANNELS PAYABLE=' WS-CANAL-COUNT
007390     DISPLAY 'COBCOMM: SILENT FAILURES EXCLUDED=' WS-SILENT-COUNT
007400     DISPLAY 'COBCOMM: INELIGIBLE SKIPPED=' WS-INELIG-COUNT
007410     DISPLAY 'COBCOMM: WITHOUT A PREMIO=' WS-NOPREM-COUNT
007420     DISPLAY 'COBCOMM: BILLED BUT NO CANAL=' WS-NOCANAL-COUNT
007430     DISPLAY 'COBCOMM: BILLED BUT NO RATE=' WS-NORATE-COUNT
007440
007450     IF WS-NOCANAL-COUNT > 0 OR WS-NORATE-COUNT > 0
007460        MOVE 4 TO RETURN-CODE
007470     ELSE
007480        MOVE 0 TO RETURN-CODE
007490     END-IF.
007500 8000-EXIT.
007510     EXIT.
