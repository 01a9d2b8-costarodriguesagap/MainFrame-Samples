000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBARREC                                       *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-14                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    ACCOUNTS-RECEIVABLE ACKNOWLEDGEMENT RECONCILIATION.  RUNS   *
000100*    AFTER COBBILNG AND KEEPS THE OPNITEM OPEN-ITEM KSDS         *
000110*    (CPYOPI, KEYED BIL-RUN-DATE + BIL-CLIENTE) IN STEP WITH     *
000120*    WHAT WAS BILLED AND WHAT AR SAYS HAPPENED TO IT:            *
000130*                                                                *
000140*      1. EACH BILLFILE RECORD (CPYBIL) BECOMES A NEW OPEN       *
000150*         ITEM, STATUS BILLED                                    *
000160*      2. EACH ARRETRN RECORD (CPYARR) IS POSTED AGAINST ITS     *
000170*         ITEM AS ACCEPTED, REJECTED WITH A REASON, PARTIALLY    *
000180*         PAID OR PAID IN FULL                                   *
000190*      3. THE WHOLE FILE IS BROWSED FOR ITEMS BILLED MORE THAN   *
000200*         THE PARMCRD GRACE DAYS AGO THAT AR NEVER ACKNOWLEDGED  *
000210*                                                                *
000220*    THE ARRPT RECONCILIATION REPORT LISTS EVERY BREAK: ITEMS    *
000230*    NEVER ACKNOWLEDGED, AR REJECTIONS, AMOUNT MISMATCHES AND    *
000240*    AR RETURNS THAT MATCH NOTHING WE BILLED.  ON A MONTH-END    *
000250*    BUSINESS DATE (CALENDAR FLAG ON BUSDATE, OR THE PARMCRD     *
000250*    FLAG FOR AN EXTRA RUN) AN AGING SECTION BUCKETS EACH        *
000250*    CLIENT'S UNPAID BALANCE INTO 0-30, 31-60, 61-90 AND OVER    *
000260*    90 DAYS FROM THE BILLING DATE.                              *
000280*                                                                *
000290*    RETURN-CODE 4 WHEN THERE ARE BREAKS, THE SAME WAY COBRECON  *
000300*    RAISES RC=4 FOR MISMATCHES.                                 *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    ---------- ----  ------------------------------------------ *
000350*    2026-10-14 JCR   ORIGINAL VERSION.                          *
000350*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000350*                     RECORD PUBLISHED BY COBCALDT; PARMCRD      *
000350*                     COLS 1-8 ARE NO LONGER READ.               *
000350*                     MONTH-END AGING ALSO RUNS ON THE           *
000350*                     CALENDAR'S MONTH-END BUSINESS DATE.        *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. COBARREC.
000400 AUTHOR. EXEMPLO BATCH SUPPORT GROUP.
000410 INSTALLATION. EXEMPLO DATA CENTER.
000420 DATE-WRITTEN. 2026-10-14.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. EXEMPLO.
000480 OBJECT-COMPUTER. EXEMPLO.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000512     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000514            ORGANIZATION IS SEQUENTIAL
000516            FILE STATUS IS WS-BDT-STATUS.
000516
000520     SELECT PARM-FILE       ASSIGN TO PARMCRD
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS WS-PARM-STATUS.
000550
000560     SELECT OPTIONAL BILL-FILE ASSIGN TO BILLFILE
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS WS-BILL-STATUS.
000590
000600     SELECT OPTIONAL AR-RETURN-FILE ASSIGN TO ARRETRN
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS WS-ARR-STATUS.
000630
000640*    OPNITEM IS A KSDS.  ON A REAL VSAM SYSTEM THE CLUSTER MUST BE
000650*    PRE-ALLOCATED BY IDCAMS DEFINE CLUSTER BEFORE THIS PROGRAM
000660*    RUNS.  THE OPEN OUTPUT/CLOSE/OPEN I-O FALLBACK IN
000670*    1000-INITIALIZE BELOW ONLY SELF-PROVISIONS THE FILE UNDER
000680*    INDEXED-FILE EMULATION AND IS NOT A SUBSTITUTE FOR IDCAMS.
000690     SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO OPNITEM
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE IS DYNAMIC
000720            RECORD KEY IS OPI-KEY
000730            FILE STATUS IS WS-OPI-STATUS.
000740
000750     SELECT AR-RPT          ASSIGN TO ARRPT
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS WS-RPT-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000802 FD  BUSDATE-FILE
000804     RECORDING MODE IS F.
000806     COPY CPYBDT.
000806
000810 FD  PARM-FILE
000820     RECORDING MODE IS F.
000830 01  PRM-CARD.
000840     05  FILLER                  PIC X(08).
000850     05  PRM-ACK-DAYS            PIC X(04).
000860     05  PRM-MONTH-END           PIC X(01).
000870     05  FILLER                  PIC X(67).
000880
000890 FD  BILL-FILE
000900     RECORDING MODE IS F.
000910     COPY CPYBIL.
000920
000930 FD  AR-RETURN-FILE
000940     RECORDING MODE IS F.
000950     COPY CPYARR.
000960
000970 FD  OPEN-ITEM-FILE.
000980     COPY CPYOPI.
000990
001000 FD  AR-RPT
001010     RECORDING MODE IS F.
001020 01  RPT-LINE                    PIC X(132).
001030
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------*
001060*    FILE STATUS SWITCHES                                        *
001070*----------------------------------------------------------------*
001075 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001080 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001090 77  WS-BILL-STATUS              PIC X(02) VALUE SPACES.
001100 77  WS-ARR-STATUS               PIC X(02) VALUE SPACES.
001110 77  WS-OPI-STATUS               PIC X(02) VALUE SPACES.
001120 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001130
001140*----------------------------------------------------------------*
001150*    RUN SWITCHES AND COUNTERS                                   *
001160*----------------------------------------------------------------*
001170 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001180     88  WS-EOF-FILE                        VALUE 'Y'.
001190 77  WS-BROWSE-EOF-SW            PIC X(01) VALUE 'N'.
001200     88  WS-BROWSE-EOF                      VALUE 'Y'.
001210 77  WS-MONTH-END-SW             PIC X(01) VALUE 'N'.
001220     88  WS-MONTH-END                       VALUE 'Y'.
001230 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001240 77  WS-ACK-DAYS                 PIC 9(04) COMP VALUE 3.
001250 77  WS-ACK-DAYS-ED              PIC ZZZ9.
001260 77  WS-BILL-COUNT               PIC 9(07) COMP VALUE 0.
001270 77  WS-LOADED-COUNT             PIC 9(07) COMP VALUE 0.
001280 77  WS-REBILLED-COUNT           PIC 9(07) COMP VALUE 0.
001290 77  WS-ARR-COUNT                PIC 9(07) COMP VALUE 0.
001300 77  WS-ACCEPT-COUNT             PIC 9(07) COMP VALUE 0.
001310 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
001320 77  WS-PART-PAID-COUNT          PIC 9(07) COMP VALUE 0.
001330 77  WS-PAID-COUNT               PIC 9(07) COMP VALUE 0.
001340 77  WS-ITEM-COUNT               PIC 9(07) COMP VALUE 0.
001350 77  WS-NEVER-ACK-COUNT          PIC 9(07) COMP VALUE 0.
001360 77  WS-BREAK-COUNT              PIC 9(07) COMP VALUE 0.
001370 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001380 01  WS-BALANCE                  PIC S9(9)V99 VALUE 0.
001390 01  WS-BREAK-TEXT               PIC X(40) VALUE SPACES.
001400
001410*----------------------------------------------------------------*
001420*    DAY-NUMBER WORK AREAS - GREGORIAN DAY COUNT SO TWO          *
001430*    YYYYMMDD DATES CAN BE SUBTRACTED                            *
001440*----------------------------------------------------------------*
001450 01  WS-DATE-WORK.
001460     05  WS-DW-DATE              PIC 9(08) VALUE 0.
001470     05  WS-DW-DATE-R REDEFINES WS-DW-DATE.
001480         10  WS-DW-YYYY          PIC 9(04).
001490         10  WS-DW-MM            PIC 9(02).
001500         10  WS-DW-DD            PIC 9(02).
001510     05  WS-DW-Y                 PIC S9(09) COMP VALUE 0.
001520     05  WS-DW-M                 PIC S9(09) COMP VALUE 0.
001530     05  WS-DW-T1                PIC S9(09) COMP VALUE 0.
001540     05  WS-DW-T2                PIC S9(09) COMP VALUE 0.
001550     05  WS-DW-T3                PIC S9(09) COMP VALUE 0.
001560     05  WS-DW-T4                PIC S9(09) COMP VALUE 0.
001570     05  WS-DW-DAY-NUM           PIC S9(09) COMP VALUE 0.
001580 77  WS-TODAY-DAY-NUM            PIC S9(09) COMP VALUE 0.
001590 77  WS-AGE-DAYS                 PIC S9(09) COMP VALUE 0.
001600
001610*----------------------------------------------------------------*
001620*    MONTH-END AGING TABLE - ONE ENTRY PER CLIENT WITH AN        *
001630*    UNPAID BALANCE, BUCKETED BY DAYS SINCE THE BILLING DATE:    *
001640*    1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = OVER 90                 *
001650*----------------------------------------------------------------*
001660 77  WS-AGT-COUNT                PIC 9(04) COMP VALUE 0.
001670 77  WS-AGT-FULL-SW              PIC X(01) VALUE 'N'.
001680     88  WS-AGT-FULL                         VALUE 'Y'.
001690 77  WS-AGT-FOUND-SW             PIC X(01) VALUE 'N'.
001700     88  WS-AGT-FOUND                        VALUE 'Y'.
001710 77  WS-AGT-SUB                  PIC 9(04) COMP VALUE 0.
001720 77  WS-BUCKET                   PIC 9(01) COMP VALUE 0.
001730 01  WS-AGT-TABLE.
001740     05  WS-AGT-ENTRY            OCCURS 1 TO 2000 TIMES
001750                                 DEPENDING ON WS-AGT-COUNT
001760                                 INDEXED BY WS-AGT-IX.
001770         10  WS-AGT-T-CLIENTE    PIC X(20).
001780         10  WS-AGT-T-BUCKET     PIC S9(9)V99 OCCURS 4 TIMES.
001790 01  WS-AGE-GRAND.
001800     05  WS-AGE-G-BUCKET         PIC S9(11)V99 OCCURS 4 TIMES.
001810 01  WS-AGE-CLIENT-TOTAL         PIC S9(11)V99 VALUE 0.
001820 01  WS-AGE-GRAND-TOTAL          PIC S9(11)V99 VALUE 0.
001830
001840*----------------------------------------------------------------*
001850*    REPORT LINE WORK AREAS                                      *
001860*----------------------------------------------------------------*
001870 01  WS-BREAK-HEAD.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  FILLER                  PIC X(10) VALUE 'BILLED ON'.
001900     05  FILLER                  PIC X(22) VALUE 'CLIENTE'.
001910     05  FILLER                  PIC X(15)
001920                                     VALUE '  BILLED PREMIO'.
001930     05  FILLER                  PIC X(15)
001940                                     VALUE '      AR AMOUNT'.
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  FILLER                  PIC X(40) VALUE 'BREAK'.
001970     05  FILLER                  PIC X(26) VALUE SPACES.
001980 01  WS-BREAK-LINE.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  WS-BRK-RUN-DATE         PIC X(08).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  WS-BRK-CLIENTE          PIC X(20).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  WS-BRK-BILLED           PIC ZZZZZZZZ9.99-.
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  WS-BRK-AR-AMOUNT        PIC ZZZZZZZZ9.99-.
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  WS-BRK-TEXT             PIC X(40).
002090     05  FILLER                  PIC X(28) VALUE SPACES.
002100 01  WS-AGING-HEAD.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  FILLER                  PIC X(22) VALUE 'CLIENTE'.
002130     05  FILLER                  PIC X(15)
002140                                     VALUE '      0-30 DAYS'.
002150     05  FILLER                  PIC X(15)
002160                                     VALUE '     31-60 DAYS'.
002170     05  FILLER                  PIC X(15)
002180                                     VALUE '     61-90 DAYS'.
002190     05  FILLER                  PIC X(15)
002200                                     VALUE '   OVER 90 DAYS'.
002210     05  FILLER                  PIC X(15) VALUE '  TOTAL UNPAID'.
002220     05  FILLER                  PIC X(33) VALUE SPACES.
002230 01  WS-AGING-LINE.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  WS-AGE-CLIENTE          PIC X(20).
002260     05  WS-AGE-AMOUNT           OCCURS 5 TIMES.
002270         10  FILLER              PIC X(02).
002280         10  WS-AGE-AMOUNT-ED    PIC ZZZZZZZZZZ9.99-.
002290     05  FILLER                  PIC X(25) VALUE SPACES.
002300
002310 PROCEDURE DIVISION.
002320*----------------------------------------------------------------*
002330*    0000-MAINLINE                                               *
002340*----------------------------------------------------------------*
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002370     PERFORM 2000-LOAD-BILLING THRU 2000-EXIT
002380     PERFORM 3000-POST-AR-RETURN THRU 3000-EXIT
002390     PERFORM 5000-RECONCILE-ITEMS THRU 5000-EXIT
002400     IF WS-MONTH-END
002410        PERFORM 6000-WRITE-AGING THRU 6000-EXIT
002420     END-IF
002430     PERFORM 8000-TERMINATE THRU 8000-EXIT
002440     GOBACK.
002450
002460*----------------------------------------------------------------*
002470*    1000-INITIALIZE - READ THE BUSINESS DATE, GRACE DAYS AND    *
002480*                      MONTH-END FLAG, OPEN THE OPEN-ITEM FILE   *
002490*                      AND THE REPORT.  THE FIRST RUN OF ALL     *
002500*                      FINDS NO OPEN ITEMS, SO AN EMPTY FILE IS  *
002510*                      PROVISIONED                               *
002520*----------------------------------------------------------------*
002530 1000-INITIALIZE.
002531     OPEN INPUT BUSDATE-FILE
002532     IF WS-BDT-STATUS NOT = '00'
002533        DISPLAY 'COBARREC: OPEN BUSDATE FAILED, STATUS='
002534                WS-BDT-STATUS
002535        MOVE 16 TO RETURN-CODE
002536        GOBACK
002537     END-IF
002538     READ BUSDATE-FILE
002539        AT END
002539           DISPLAY 'COBARREC: BUSDATE IS EMPTY'
002539           MOVE 16 TO RETURN-CODE
002539           GOBACK
002539     END-READ
002539     IF BDT-BUS-DATE NOT NUMERIC
002539        DISPLAY 'COBARREC: BUSDATE BUSINESS DATE NOT NUMERIC: '
002539                BDT-BUS-DATE
002539        MOVE 16 TO RETURN-CODE
002539        GOBACK
002539     END-IF
002539     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002539     IF BDT-IS-MONTH-END
002539        MOVE 'Y' TO WS-MONTH-END-SW
002539     END-IF
002539     CLOSE BUSDATE-FILE
002539
002540     OPEN INPUT PARM-FILE
002550     IF WS-PARM-STATUS NOT = '00'
002560        DISPLAY 'COBARREC: OPEN PARMCRD FAILED, STATUS='
002570                WS-PARM-STATUS
002580        MOVE 16 TO RETURN-CODE
002590        GOBACK
002600     END-IF
002610     READ PARM-FILE
002620        AT END
002630           DISPLAY 'COBARREC: PARMCRD IS EMPTY'
002640           MOVE 16 TO RETURN-CODE
002650           GOBACK
002660     END-READ
002740*    A BLANK GRACE PERIOD KEEPS THE DEFAULT OF 3 DAYS
002750     IF PRM-ACK-DAYS NOT = SPACES
002760        IF PRM-ACK-DAYS NOT NUMERIC
002770           DISPLAY 'COBARREC: PARMCRD GRACE DAYS NOT NUMERIC: '
002780                   PRM-ACK-DAYS
002790           MOVE 16 TO RETURN-CODE
002800           GOBACK
002810        END-IF
002820        MOVE PRM-ACK-DAYS TO WS-ACK-DAYS
002830     END-IF
002840     IF PRM-MONTH-END = 'Y'
002850        MOVE 'Y' TO WS-MONTH-END-SW
002860     END-IF
002870     CLOSE PARM-FILE
002880     MOVE WS-BUS-DATE TO WS-DW-DATE
002890     PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
002900     MOVE WS-DW-DAY-NUM TO WS-TODAY-DAY-NUM
002910     OPEN I-O OPEN-ITEM-FILE
002920     IF WS-OPI-STATUS = '05' OR WS-OPI-STATUS = '35'
002930        OPEN OUTPUT OPEN-ITEM-FILE
002940        CLOSE OPEN-ITEM-FILE
002950        OPEN I-O OPEN-ITEM-FILE
002960     END-IF
002970     IF WS-OPI-STATUS NOT = '00'
002980        DISPLAY 'COBARREC: OPEN OPNITEM FAILED, STATUS='
002990                WS-OPI-STATUS
003000        MOVE 16 TO RETURN-CODE
003010        GOBACK
003020     END-IF
003030     OPEN OUTPUT AR-RPT
003040     MOVE SPACES TO RPT-LINE
003050     MOVE 'ACCOUNTS-RECEIVABLE ACKNOWLEDGEMENT RECONCILIATION'
003060          TO RPT-LINE
003070     WRITE RPT-LINE
003080     MOVE SPACES TO RPT-LINE
003090     MOVE WS-ACK-DAYS TO WS-ACK-DAYS-ED
003100     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
003110            WS-BUS-DATE DELIMITED BY SIZE
003120            '  ACKNOWLEDGEMENT GRACE DAYS=' DELIMITED BY SIZE
003130            WS-ACK-DAYS-ED DELIMITED BY SIZE
003140            INTO RPT-LINE
003150     WRITE RPT-LINE
003160     MOVE SPACES TO RPT-LINE
003170     WRITE RPT-LINE
003180     DISPLAY 'COBARREC: RECONCILING FOR BUSINESS DATE '
003190             WS-BUS-DATE.
003200 1000-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------*
003240*    2000-LOAD-BILLING - ADD THE DAY'S BILLFILE RECORDS TO THE   *
003250*                        OPEN-ITEM FILE.  A MISSING BILLFILE     *
003260*                        JUST MEANS NOTHING WAS BILLED           *
003270*----------------------------------------------------------------*
003280 2000-LOAD-BILLING.
003290     MOVE 'N' TO WS-EOF-SW
003300     OPEN INPUT BILL-FILE
003310     IF WS-BILL-STATUS = '05' OR WS-BILL-STATUS = '35'
003320        CLOSE BILL-FILE
003330        GO TO 2000-EXIT
003340     END-IF
003350     PERFORM 2100-LOAD-BILL-REC THRU 2100-EXIT
003360         UNTIL WS-EOF-FILE
003370     CLOSE BILL-FILE.
003380 2000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------*
003420*    2100-LOAD-BILL-REC - ONE BILLFILE RECORD.  THE ITEM CAN     *
003430*                         ALREADY BE ON FILE WHEN COBBILNG WAS   *
003440*                         RERUN: WHILE AR HAS NOT YET ANSWERED   *
003450*                         IT IS REPLACED BY THE NEW BILL,        *
003460*                         OTHERWISE A CHANGED AMOUNT IS A BREAK  *
003470*----------------------------------------------------------------*
003480 2100-LOAD-BILL-REC.
003490     READ BILL-FILE
003500        AT END
003510           MOVE 'Y' TO WS-EOF-SW
003520           GO TO 2100-EXIT
003530     END-READ
003540     ADD 1 TO WS-BILL-COUNT
003550     MOVE BIL-RUN-DATE TO OPI-RUN-DATE
003560     MOVE BIL-CLIENTE  TO OPI-CLIENTE
003570     READ OPEN-ITEM-FILE
003580        INVALID KEY
003590           PERFORM 2200-ADD-OPEN-ITEM THRU 2200-EXIT
003600           GO TO 2100-EXIT
003610     END-READ
003620     IF OPI-STATUS-BILLED
003630        MOVE BIL-PRODUTO-COUNT TO OPI-PRODUTO-COUNT
003640        MOVE BIL-TOTAL-PREMIO  TO OPI-BILLED-PREMIO
003650        MOVE WS-BUS-DATE       TO OPI-STATUS-DATE
003660        REWRITE OPI-RECORD
003670        ADD 1 TO WS-REBILLED-COUNT
003680        GO TO 2100-EXIT
003690     END-IF
003700     IF BIL-TOTAL-PREMIO NOT = OPI-BILLED-PREMIO
003710        MOVE BIL-TOTAL-PREMIO TO WS-BRK-AR-AMOUNT
003720        MOVE 'REBILLED AFTER AR ANSWERED - NOT LOADED'
003730             TO WS-BREAK-TEXT
003740        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780
003790 2200-ADD-OPEN-ITEM.
003800     MOVE SPACES            TO OPI-RECORD
003810     MOVE BIL-RUN-DATE      TO OPI-RUN-DATE
003820     MOVE BIL-CLIENTE       TO OPI-CLIENTE
003830     MOVE BIL-PRODUTO-COUNT TO OPI-PRODUTO-COUNT
003840     MOVE BIL-TOTAL-PREMIO  TO OPI-BILLED-PREMIO
003850     MOVE 'B'               TO OPI-STATUS
003860     MOVE WS-BUS-DATE       TO OPI-STATUS-DATE
003870     MOVE 0                 TO OPI-AR-AMOUNT
003880     MOVE 0                 TO OPI-PAID-AMOUNT
003890     MOVE 'N'               TO OPI-MISMATCH-SW
003900     WRITE OPI-RECORD
003910        INVALID KEY
003920           DISPLAY 'COBARREC: OPNITEM WRITE FAILED, STATUS='
003930                   WS-OPI-STATUS ' CLIENTE=' BIL-CLIENTE
003940           MOVE 16 TO RETURN-CODE
003950           GOBACK
003960     END-WRITE
003970     ADD 1 TO WS-LOADED-COUNT.
003980 2200-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------*
004020*    3000-POST-AR-RETURN - POST EACH ARRETRN RECORD AGAINST ITS  *
004030*                          OPEN ITEM.  A MISSING ARRETRN JUST    *
004040*                          MEANS AR SENT NOTHING BACK TODAY      *
004050*----------------------------------------------------------------*
004060 3000-POST-AR-RETURN.
004070     MOVE SPACES TO RPT-LINE
004080     MOVE 'AR RETURN POSTING BREAKS' TO RPT-LINE
004090     WRITE RPT-LINE
004100     MOVE WS-BREAK-HEAD TO RPT-LINE
004110     WRITE RPT-LINE
004120     MOVE 'N' TO WS-EOF-SW
004130     OPEN INPUT AR-RETURN-FILE
004140     IF WS-ARR-STATUS = '05' OR WS-ARR-STATUS = '35'
004150        CLOSE AR-RETURN-FILE
004160        GO TO 3000-EXIT
004170     END-IF
004180     PERFORM 3100-POST-AR-REC THRU 3100-EXIT
004190         UNTIL WS-EOF-FILE
004200     CLOSE AR-RETURN-FILE.
004210 3000-EXIT.
004220     EXIT.
004230
004240 3100-POST-AR-REC.
004250     READ AR-RETURN-FILE
004260        AT END
004270           MOVE 'Y' TO WS-EOF-SW
004280           GO TO 3100-EXIT
004290     END-READ
004300     ADD 1 TO WS-ARR-COUNT
004310     MOVE ARR-RUN-DATE TO OPI-RUN-DATE
004320     MOVE ARR-CLIENTE  TO OPI-CLIENTE
004330     READ OPEN-ITEM-FILE
004340        INVALID KEY
004350           MOVE SPACES TO OPI-RECORD
004360           MOVE ARR-RUN-DATE TO OPI-RUN-DATE
004370           MOVE ARR-CLIENTE  TO OPI-CLIENTE
004380           MOVE 0 TO OPI-BILLED-PREMIO
004390           PERFORM 3900-SET-AR-AMOUNT THRU 3900-EXIT
004400           MOVE 'AR RETURN MATCHES NOTHING BILLED'
004410                TO WS-BREAK-TEXT
004420           PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
004430           GO TO 3100-EXIT
004440     END-READ
004450     IF ARR-ACCEPTED
004460        PERFORM 3200-POST-ACCEPT THRU 3200-EXIT
004470     ELSE
004480        IF ARR-REJECTED
004490           PERFORM 3300-POST-REJECT THRU 3300-EXIT
004500        ELSE
004510           IF ARR-PAYMENT
004520              PERFORM 3400-POST-PAYMENT THRU 3400-EXIT
004530           ELSE
004540              PERFORM 3900-SET-AR-AMOUNT THRU 3900-EXIT
004550              MOVE 'UNRECOGNIZED AR ACTION - NOT POSTED'
004560                   TO WS-BREAK-TEXT
004570              PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
004580           END-IF
004590        END-IF
004600     END-IF.
004610 3100-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------*
004650*    3200-POST-ACCEPT - AR BOOKED THE ITEM.  A BOOKED AMOUNT     *
004660*                       THAT DIFFERS FROM WHAT WE BILLED IS      *
004670*                       POSTED BUT REPORTED AS A MISMATCH        *
004680*----------------------------------------------------------------*
004690 3200-POST-ACCEPT.
004700     PERFORM 3900-SET-AR-AMOUNT THRU 3900-EXIT
004710     IF NOT OPI-STATUS-BILLED AND NOT OPI-STATUS-REJECTED
004720        MOVE 'DUPLICATE ACKNOWLEDGEMENT - NOT POSTED'
004730             TO WS-BREAK-TEXT
004740        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
004750        GO TO 3200-EXIT
004760     END-IF
004770     IF ARR-AMOUNT NOT NUMERIC
004780        MOVE 'AR AMOUNT NOT NUMERIC - NOT POSTED' TO WS-BREAK-TEXT
004790        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
004800        GO TO 3200-EXIT
004810     END-IF
004820     MOVE 'A' TO OPI-STATUS
004830     PERFORM 3800-STAMP-ACK THRU 3800-EXIT
004840     MOVE ARR-AMOUNT TO OPI-AR-AMOUNT
004850     MOVE SPACES TO OPI-REJ-REASON
004860     ADD 1 TO WS-ACCEPT-COUNT
004870     IF ARR-AMOUNT NOT = OPI-BILLED-PREMIO
004880        MOVE 'Y' TO OPI-MISMATCH-SW
004890        MOVE 'AMOUNT MISMATCH - AR BOOKED DIFFERENT'
004900             TO WS-BREAK-TEXT
004910        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
004920     ELSE
004930        MOVE 'N' TO OPI-MISMATCH-SW
004940     END-IF
004950     REWRITE OPI-RECORD.
004960 3200-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------*
005000*    3300-POST-REJECT - AR REFUSED THE ITEM.  EVERY REJECTION IS *
005010*                       A BREAK; ONE THAT ARRIVES AFTER MONEY    *
005020*                       WAS RECEIVED IS NOT POSTED               *
005030*----------------------------------------------------------------*
005040 3300-POST-REJECT.
005050     PERFORM 3900-SET-AR-AMOUNT THRU 3900-EXIT
005060     IF OPI-STATUS-PART-PAID OR OPI-STATUS-PAID
005070        MOVE 'REJECTION AFTER PAYMENT - NOT POSTED'
005080             TO WS-BREAK-TEXT
005090        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
005100        GO TO 3300-EXIT
005110     END-IF
005120     MOVE 'R' TO OPI-STATUS
005130     PERFORM 3800-STAMP-ACK THRU 3800-EXIT
005140     MOVE ARR-REASON TO OPI-REJ-REASON
005150     ADD 1 TO WS-REJECT-COUNT
005160     MOVE SPACES TO WS-BREAK-TEXT
005170     STRING 'AR REJECTED: ' DELIMITED BY SIZE
005180            ARR-REASON DELIMITED BY SIZE
005190            INTO WS-BREAK-TEXT
005200     PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
005210     REWRITE OPI-RECORD.
005220 3300-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005260*    3400-POST-PAYMENT - MONEY RECEIVED AGAINST THE ITEM.  A     *
005270*                        PAYMENT ALSO ACKNOWLEDGES AN ITEM AR    *
005280*                        NEVER FORMALLY ACCEPTED.  THE ITEM IS   *
005290*                        PART-PAID UNTIL THE BILLED PREMIO IS    *
005300*                        COVERED; AN OVERPAYMENT OR A PAYMENT    *
005310*                        ON A REJECTED ITEM IS POSTED BUT IS A   *
005320*                        BREAK                                   *
005330*----------------------------------------------------------------*
005340 3400-POST-PAYMENT.
005350     PERFORM 3900-SET-AR-AMOUNT THRU 3900-EXIT
005360     IF ARR-AMOUNT NOT NUMERIC
005370        MOVE 'AR AMOUNT NOT NUMERIC - NOT POSTED' TO WS-BREAK-TEXT
005380        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
005390        GO TO 3400-EXIT
005400     END-IF
005410     IF OPI-STATUS-REJECTED
005420        MOVE 'PAYMENT AGAINST AN AR-REJECTED ITEM'
005430             TO WS-BREAK-TEXT
005440        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
005450     END-IF
005460     IF OPI-STATUS-BILLED OR OPI-STATUS-REJECTED
005470        PERFORM 3800-STAMP-ACK THRU 3800-EXIT
005480     END-IF
005490     ADD ARR-AMOUNT TO OPI-PAID-AMOUNT
005500     IF ARR-POST-DATE NUMERIC
005510        MOVE ARR-POST-DATE TO OPI-LAST-PAID-DATE
005520     ELSE
005530        MOVE WS-BUS-DATE TO OPI-LAST-PAID-DATE
005540     END-IF
005550     MOVE WS-BUS-DATE TO OPI-STATUS-DATE
005560     IF OPI-PAID-AMOUNT < OPI-BILLED-PREMIO
005570        MOVE 'P' TO OPI-STATUS
005580        ADD 1 TO WS-PART-PAID-COUNT
005590     ELSE
005600        MOVE 'F' TO OPI-STATUS
005610        ADD 1 TO WS-PAID-COUNT
005620        IF OPI-PAID-AMOUNT > OPI-BILLED-PREMIO
005630           MOVE 'Y' TO OPI-MISMATCH-SW
005640           MOVE OPI-PAID-AMOUNT TO WS-BRK-AR-AMOUNT
005650           MOVE 'AMOUNT MISMATCH - PAID MORE THAN BILLED'
005660                TO WS-BREAK-TEXT
005670           PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
005680        END-IF
005690     END-IF
005700     REWRITE OPI-RECORD.
005710 3400-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------*
005750*    3800-STAMP-ACK - THE AR POSTING DATE WHEN AR SUPPLIED ONE,  *
005760*                     OTHERWISE THE BUSINESS DATE                *
005770*----------------------------------------------------------------*
005780 3800-STAMP-ACK.
005790     IF ARR-POST-DATE NUMERIC
005800        MOVE ARR-POST-DATE TO OPI-ACK-DATE
005810     ELSE
005820        MOVE WS-BUS-DATE TO OPI-ACK-DATE
005830     END-IF
005840     MOVE WS-BUS-DATE TO OPI-STATUS-DATE.
005850 3800-EXIT.
005860     EXIT.
005870
005880 3900-SET-AR-AMOUNT.
005890     IF ARR-AMOUNT NUMERIC
005900        MOVE ARR-AMOUNT TO WS-BRK-AR-AMOUNT
005910     ELSE
005920        MOVE 0 TO WS-BRK-AR-AMOUNT
005930     END-IF.
005940 3900-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980*    5000-RECONCILE-ITEMS - BROWSE THE WHOLE OPEN-ITEM FILE.  AN *
005990*                           ITEM STILL UNACKNOWLEDGED PAST THE   *
006000*                           GRACE DAYS IS A BREAK; ON MONTH-END  *
006010*                           EVERY UNPAID BALANCE IS ALSO AGED    *
006020*----------------------------------------------------------------*
006030 5000-RECONCILE-ITEMS.
006040     MOVE SPACES TO RPT-LINE
006050     WRITE RPT-LINE
006060     MOVE 'BILLED BUT NEVER ACKNOWLEDGED BY AR' TO RPT-LINE
006070     WRITE RPT-LINE
006080     MOVE WS-BREAK-HEAD TO RPT-LINE
006090     WRITE RPT-LINE
006100     MOVE 'N' TO WS-BROWSE-EOF-SW
006110     MOVE LOW-VALUES TO OPI-KEY
006120     START OPEN-ITEM-FILE KEY NOT < OPI-KEY
006130        INVALID KEY
006140           MOVE 'Y' TO WS-BROWSE-EOF-SW
006150     END-START
006160     IF NOT WS-BROWSE-EOF
006170        PERFORM 5100-READ-NEXT THRU 5100-EXIT
006180     END-IF
006190     PERFORM 5200-CHECK-OPEN-ITEM THRU 5200-EXIT
006200         UNTIL WS-BROWSE-EOF.
006210 5000-EXIT.
006220     EXIT.
006230
006240 5100-READ-NEXT.
006250     READ OPEN-ITEM-FILE NEXT RECORD
006260        AT END
006270           MOVE 'Y' TO WS-BROWSE-EOF-SW
006280     END-READ
006290     IF WS-OPI-STATUS NOT = '00' AND WS-OPI-STATUS NOT = '02'
006300        MOVE 'Y' TO WS-BROWSE-EOF-SW
006310     END-IF.
006320 5100-EXIT.
006330     EXIT.
006340
006350 5200-CHECK-OPEN-ITEM.
006360     ADD 1 TO WS-ITEM-COUNT
006370     IF OPI-RUN-DATE NOT NUMERIC
006380        GO TO 5290-NEXT
006390     END-IF
006400     MOVE OPI-RUN-DATE TO WS-DW-DATE
006410     PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
006420     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUM - WS-DW-DAY-NUM
006430     IF OPI-STATUS-BILLED AND WS-AGE-DAYS > WS-ACK-DAYS
006440        ADD 1 TO WS-NEVER-ACK-COUNT
006450        MOVE 0 TO WS-BRK-AR-AMOUNT
006460        MOVE 'NEVER ACKNOWLEDGED BY AR' TO WS-BREAK-TEXT
006470        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
006480     END-IF
006490     IF WS-MONTH-END AND OPI-STATUS-RECEIVABLE
006500        PERFORM 5300-AGE-OPEN-ITEM THRU 5300-EXIT
006510     END-IF.
006520 5290-NEXT.
006530     PERFORM 5100-READ-NEXT THRU 5100-EXIT.
006540 5200-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------*
006580*    5300-AGE-OPEN-ITEM - ADD THE ITEM'S UNPAID BALANCE TO ITS   *
006590*                         CLIENT'S AGING BUCKET                  *
006600*----------------------------------------------------------------*
006610 5300-AGE-OPEN-ITEM.
006620     COMPUTE WS-BALANCE = OPI-BILLED-PREMIO - OPI-PAID-AMOUNT
006630     IF WS-BALANCE NOT > 0
006640        GO TO 5300-EXIT
006650     END-IF
006660     IF WS-AGE-DAYS > 90
006670        MOVE 4 TO WS-BUCKET
006680     ELSE
006690        IF WS-AGE-DAYS > 60
006700           MOVE 3 TO WS-BUCKET
006710        ELSE
006720           IF WS-AGE-DAYS > 30
006730              MOVE 2 TO WS-BUCKET
006740           ELSE
006750              MOVE 1 TO WS-BUCKET
006760           END-IF
006770        END-IF
006780     END-IF
006790     ADD WS-BALANCE TO WS-AGE-G-BUCKET(WS-BUCKET)
006800     PERFORM 5310-FIND-AGING-CLIENT THRU 5310-EXIT
006810     IF WS-AGT-FOUND
006820        ADD WS-BALANCE TO WS-AGT-T-BUCKET(WS-AGT-SUB, WS-BUCKET)
006830     END-IF.
006840 5300-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------*
006880*    5310-FIND-AGING-CLIENT - LOCATE THE CLIENT'S AGING ENTRY,   *
006890*                             ADDING IT WHEN IT IS NEW           *
006900*----------------------------------------------------------------*
006910 5310-FIND-AGING-CLIENT.
006920     MOVE 'N' TO WS-AGT-FOUND-SW
006930     IF WS-AGT-COUNT > 0
006940        SET WS-AGT-IX TO 1
006950        SEARCH WS-AGT-ENTRY
006960           AT END
006970              CONTINUE
006980           WHEN WS-AGT-T-CLIENTE(WS-AGT-IX) = OPI-CLIENTE
006990              MOVE 'Y' TO WS-AGT-FOUND-SW
007000              SET WS-AGT-SUB TO WS-AGT-IX
007010        END-SEARCH
007020     END-IF
007030     IF WS-AGT-FOUND
007040        GO TO 5310-EXIT
007050     END-IF
007060     IF WS-AGT-COUNT >= 2000
007070        IF NOT WS-AGT-FULL
007080           DISPLAY 'COBARREC: AGING TABLE FULL AT 2000 '
007090                   'CLIENTS, FURTHER CLIENTS IN TOTALS ONLY'
007100           MOVE 'Y' TO WS-AGT-FULL-SW
007110        END-IF
007120        GO TO 5310-EXIT
007130     END-IF
007140     ADD 1 TO WS-AGT-COUNT
007150     MOVE WS-AGT-COUNT TO WS-AGT-SUB
007160     MOVE OPI-CLIENTE TO WS-AGT-T-CLIENTE(WS-AGT-SUB)
007170     MOVE 0 TO WS-AGT-T-BUCKET(WS-AGT-SUB, 1)
007180     MOVE 0 TO WS-AGT-T-BUCKET(WS-AGT-SUB, 2)
007190     MOVE 0 TO WS-AGT-T-BUCKET(WS-AGT-SUB, 3)
007200     MOVE 0 TO WS-AGT-T-BUCKET(WS-AGT-SUB, 4)
007210     MOVE 'Y' TO WS-AGT-FOUND-SW.
007220 5310-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------*
007260*    6000-WRITE-AGING - MONTH-END AGING SECTION: ONE LINE PER    *
007270*                       CLIENT WITH AN UNPAID BALANCE, THEN THE  *
007280*                       BUCKET TOTALS FOR ALL CLIENTS            *
007290*----------------------------------------------------------------*
007300 6000-WRITE-AGING.
007310     MOVE SPACES TO RPT-LINE
007320     WRITE RPT-LINE
007330     MOVE SPACES TO RPT-LINE
007340     STRING 'MONTH-END AGING OF UNPAID BILLED PREMIO AS OF '
007350            DELIMITED BY SIZE
007360            WS-BUS-DATE DELIMITED BY SIZE
007370            INTO RPT-LINE
007380     WRITE RPT-LINE
007390     MOVE WS-AGING-HEAD TO RPT-LINE
007400     WRITE RPT-LINE
007410     PERFORM 6100-WRITE-ONE-AGING THRU 6100-EXIT
007420         VARYING WS-AGT-SUB FROM 1 BY 1
007430         UNTIL WS-AGT-SUB > WS-AGT-COUNT
007440     IF WS-AGT-FULL
007450        MOVE SPACES TO RPT-LINE
007460        MOVE '  *** FURTHER CLIENTS NOT LISTED - TABLE FULL'
007470             TO RPT-LINE
007480        WRITE RPT-LINE
007490     END-IF
007500     MOVE SPACES TO WS-AGING-LINE
007510     MOVE 'ALL CLIENTS' TO WS-AGE-CLIENTE
007520     COMPUTE WS-AGE-GRAND-TOTAL = WS-AGE-G-BUCKET(1)
007530           + WS-AGE-G-BUCKET(2) + WS-AGE-G-BUCKET(3)
007540           + WS-AGE-G-BUCKET(4)
007550     MOVE WS-AGE-G-BUCKET(1) TO WS-AGE-AMOUNT-ED(1)
007560     MOVE WS-AGE-G-BUCKET(2) TO WS-AGE-AMOUNT-ED(2)
007570     MOVE WS-AGE-G-BUCKET(3) TO WS-AGE-AMOUNT-ED(3)
007580     MOVE WS-AGE-G-BUCKET(4) TO WS-AGE-AMOUNT-ED(4)
007590     MOVE WS-AGE-GRAND-TOTAL TO WS-AGE-AMOUNT-ED(5)
007600     MOVE SPACES TO RPT-LINE
007610     WRITE RPT-LINE
007620     MOVE WS-AGING-LINE TO RPT-LINE
007630     WRITE RPT-LINE.
007640 6000-EXIT.
007650     EXIT.
007660
007670 6100-WRITE-ONE-AGING.
007680     MOVE SPACES TO WS-AGING-LINE
007690     MOVE WS-AGT-T-CLIENTE(WS-AGT-SUB) TO WS-AGE-CLIENTE
007700     COMPUTE WS-AGE-CLIENT-TOTAL = WS-AGT-T-BUCKET(WS-AGT-SUB, 1)
007710           + WS-AGT-T-BUCKET(WS-AGT-SUB, 2)
007720           + WS-AGT-T-BUCKET(WS-AGT-SUB, 3)
007730           + WS-AGT-T-BUCKET(WS-AGT-SUB, 4)
007740     MOVE WS-AGT-T-BUCKET(WS-AGT-SUB, 1) TO WS-AGE-AMOUNT-ED(1)
007750     MOVE WS-AGT-T-BUCKET(WS-AGT-SUB, 2) TO WS-AGE-AMOUNT-ED(2)
007760     MOVE WS-AGT-T-BUCKET(WS-AGT-SUB, 3) TO WS-AGE-AMOUNT-ED(3)
007770     MOVE WS-AGT-T-BUCKET(WS-AGT-SUB, 4) TO WS-AGE-AMOUNT-ED(4)
007780     MOVE WS-AGE-CLIENT-TOTAL TO WS-AGE-AMOUNT-ED(5)
007790     MOVE WS-AGING-LINE TO RPT-LINE
007800     WRITE RPT-LINE.
007810 6100-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------*
007850*    7100-COMPUTE-DAY-NUMBER - GREGORIAN DAY COUNT FOR THE       *
007860*                              YYYYMMDD DATE IN WS-DW-DATE SO    *
007870*                              TWO DATES CAN BE SUBTRACTED       *
007880*----------------------------------------------------------------*
007890 7100-COMPUTE-DAY-NUMBER.
007900     MOVE WS-DW-YYYY TO WS-DW-Y
007910     MOVE WS-DW-MM   TO WS-DW-M
007920     IF WS-DW-M <= 2
007930        SUBTRACT 1 FROM WS-DW-Y
007940        ADD 12 TO WS-DW-M
007950     END-IF
007960     COMPUTE WS-DW-T1 = WS-DW-Y / 4
007970     COMPUTE WS-DW-T2 = WS-DW-Y / 100
007980     COMPUTE WS-DW-T3 = WS-DW-Y / 400
007990     COMPUTE WS-DW-T4 = (153 * (WS-DW-M + 1)) / 5
008000     COMPUTE WS-DW-DAY-NUM
008010         = (365 * WS-DW-Y) + WS-DW-T1 - WS-DW-T2 + WS-DW-T3
008020         + WS-DW-T4 + WS-DW-DD.
008030 7100-EXIT.
008040     EXIT.
008050
008060*----------------------------------------------------------------*
008070*    7300-WRITE-BREAK - ONE RECONCILIATION BREAK FOR THE ITEM IN *
008080*                       OPI-RECORD.  THE CALLER SETS THE AR      *
008090*                       AMOUNT AND WS-BREAK-TEXT                 *
008100*----------------------------------------------------------------*
008110 7300-WRITE-BREAK.
008120     ADD 1 TO WS-BREAK-COUNT
008130     MOVE OPI-RUN-DATE      TO WS-BRK-RUN-DATE
008140     MOVE OPI-CLIENTE       TO WS-BRK-CLIENTE
008150     MOVE OPI-BILLED-PREMIO TO WS-BRK-BILLED
008160     MOVE WS-BREAK-TEXT     TO WS-BRK-TEXT
008170     MOVE WS-BREAK-LINE     TO RPT-LINE
008180     WRITE RPT-LINE.
008190 7300-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------------*
008230*    8000-TERMINATE - WRITE THE SUMMARY, CLOSE FILES AND SET     *
008240*                     THE RETURN-CODE                            *
008250*----------------------------------------------------------------*
008260 8000-TERMINATE.
008270     MOVE SPACES TO RPT-LINE
008280     WRITE RPT-LINE
008290     MOVE SPACES TO RPT-LINE
008300     MOVE WS-LOADED-COUNT TO WS-COUNT-ED
008310     STRING 'NEW OPEN ITEMS BILLED    =' DELIMITED BY SIZE
008320            WS-COUNT-ED DELIMITED BY SIZE
008330            INTO RPT-LINE
008340     WRITE RPT-LINE
008350     MOVE SPACES TO RPT-LINE
008360     MOVE WS-ARR-COUNT TO WS-COUNT-ED
008370     STRING 'AR RETURN RECORDS READ   =' DELIMITED BY SIZE
008380            WS-COUNT-ED DELIMITED BY SIZE
008390            INTO RPT-LINE
008400     WRITE RPT-LINE
008410     MOVE SPACES TO RPT-LINE
008420     MOVE WS-ACCEPT-COUNT TO WS-COUNT-ED
008430     STRING 'ACCEPTED BY AR           =' DELIMITED BY SIZE
008440            WS-COUNT-ED DELIMITED BY SIZE
008450            INTO RPT-LINE
008460     WRITE RPT-LINE
008470     MOVE SPACES TO RPT-LINE
008480     MOVE WS-REJECT-COUNT TO WS-COUNT-ED
008490     STRING 'REJECTED BY AR           =' DELIMITED BY SIZE
008500            WS-COUNT-ED DELIMITED BY SIZE
008510            INTO RPT-LINE
008520     WRITE RPT-LINE
008530     MOVE SPACES TO RPT-LINE
008540     MOVE WS-PART-PAID-COUNT TO WS-COUNT-ED
008550     STRING 'PARTIALLY PAID           =' DELIMITED BY SIZE
008560            WS-COUNT-ED DELIMITED BY SIZE
008570            INTO RPT-LINE
008580     WRITE RPT-LINE
008590     MOVE SPACES TO RPT-LINE
008600     MOVE WS-PAID-COUNT TO WS-COUNT-ED
008610     STRING 'PAID IN FULL             =' DELIMITED BY SIZE
008620            WS-COUNT-ED DELIMITED BY SIZE
008630            INTO RPT-LINE
008640     WRITE RPT-LINE
008650     MOVE SPACES TO RPT-LINE
008660     MOVE WS-NEVER-ACK-COUNT TO WS-COUNT-ED
008670     STRING 'NEVER ACKNOWLEDGED       =' DELIMITED BY SIZE
008680            WS-COUNT-ED DELIMITED BY SIZE
008690            INTO RPT-LINE
008700     WRITE RPT-LINE
008710     MOVE SPACES TO RPT-LINE
008720     MOVE WS-BREAK-COUNT TO WS-COUNT-ED
008730     STRING 'RECONCILIATION BREAKS    =' DELIMITED BY SIZE
008740            WS-COUNT-ED DELIMITED BY SIZE
008750            INTO RPT-LINE
008760     WRITE RPT-LINE
008770     CLOSE OPEN-ITEM-FILE
008780     CLOSE AR-RPT
008790
008800     DISPLAY 'COBARREC: BILLFILE RECORDS READ=' WS-BILL-COUNT
008810     DISPLAY 'COBARREC: NEW OPEN ITEMS=' WS-LOADED-COUNT
008820     DISPLAY 'COBARREC: REBILLED BEFORE AR ANSWERED='
008830             WS-REBILLED-COUNT
008840     DISPLAY 'COBARREC: AR RETURN RECORDS READ=' WS-ARR-COUNT
008850     DISPLAY 'COBARREC: ACCEPTED=' WS-ACCEPT-COUNT
008860     DISPLAY 'COBARREC: REJECTED=' WS-REJECT-COUNT
008870     DISPLAY 'COBARREC: PARTIALLY PAID=' WS-PART-PAID-COUNT
008880     DISPLAY 'COBARREC: PAID IN FULL=' WS-PAID-COUNT
008890     DISPLAY 'COBARREC: OPEN ITEMS BROWSED=' WS-ITEM-COUNT
008900     DISPLAY 'COBARREC: NEVER ACKNOWLEDGED=' WS-NEVER-ACK-COUNT
008910     DISPLAY 'COBARREC: RECONCILIATION BREAKS=' WS-BREAK-COUNT
008920
008930     IF WS-BREAK-COUNT > 0
008940        MOVE 4 TO RETURN-CODE
008950     ELSE
008960        MOVE 0 TO RETURN-CODE
008970     END-IF.
008980 8000-EXIT.
008990     EXIT.
