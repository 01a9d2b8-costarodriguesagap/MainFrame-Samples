000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBCASE                                        *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-14                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    EXCEPTION CASE COLLECTOR AND OPEN-CASE REPORT.  RUNS LAST   *
000100*    IN THE DAILY CHAIN AND GATHERS THE DAY'S EXCEPTIONS INTO    *
000110*    THE CASEFL CASE KSDS (CPYCAS) SO THEY ARE WORKED FROM ONE   *
000120*    QUEUE INSTEAD OF A DOZEN PRINTED REPORTS:                   *
000130*                                                                *
000140*      1. CASEVT EVENTS (CPYCEV) RAISED BY COBERRCY (ESCALATED   *
000150*         REJECTS), COBDELTA (PREMIUM SWINGS), COBSTALE (STALE   *
000160*         CLIENTS), COBRECON (IRXEXEC/IRXJCL MISMATCHES) AND     *
000170*         COBSHCMP (SHADOW DIFFERENCES)                          *
000180*      2. COBRXPP SILENT FAILURES, READ FROM RESULTS             *
000190*      3. HELD WORK, READ FROM THE AUDITFL HELD RECORDS FOR      *
000200*         THE BUSINESS DATE                                      *
000210*      4. CIRCUIT-BREAKER TRIPS, READ FROM SETASIDE              *
000220*                                                                *
000230*    AN EXCEPTION WITH NO OPEN CASE FOR ITS TYPE/CLIENTE/        *
000240*    PRODUTO OPENS A NEW CASE.  ONE THAT ALREADY HAS AN OPEN     *
000250*    CASE UPDATES IT: THE LAST-SEEN DATE AND DETAIL ARE          *
000260*    REFRESHED AND THE SEEN COUNT IS STEPPED ONCE PER BUSINESS   *
000270*    DAY, SO A RERUN OF THE SAME DAY CHANGES NOTHING BUT THE     *
000280*    DETAIL.  CASEVT IS EMPTIED ONCE THE CASES ARE UPDATED.      *
000290*                                                                *
000300*    THE CASERPT REPORT LISTS WHAT WAS RAISED THIS RUN, THEN     *
000310*    EVERY OPEN CASE WITH ITS DAYS OPEN AGAINST THE SLA FOR      *
000320*    ITS TYPE, THEN OPEN CASES BY TYPE AND AGE.  RETURN-CODE 4   *
000330*    WHEN ANY OPEN CASE IS PAST ITS SLA.  OWNERS, NOTES AND      *
000340*    CLOSURE ARE MAINTAINED BY COBCASM.                          *
000350*                                                                *
000360*    MODIFICATION HISTORY                                        *
000370*    DATE       INIT  DESCRIPTION                                *
000380*    ---------- ----  ------------------------------------------ *
000390*    2026-10-14 JCR   ORIGINAL VERSION.                          *
000390*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000390*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000390*                     PARMCRD.                                   *
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. COBCASE.
000440 AUTHOR. EXEMPLO BATCH SUPPORT GROUP.
000450 INSTALLATION. EXEMPLO DATA CENTER.
000460 DATE-WRITTEN. 2026-10-14.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. EXEMPLO.
000520 OBJECT-COMPUTER. EXEMPLO.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS WS-BDT-STATUS.
000590
000600     SELECT OPTIONAL CASE-EVENT-FILE ASSIGN TO CASEVT
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS WS-CEV-STATUS.
000630
000640     SELECT OPTIONAL RESULT-FILE ASSIGN TO RESULTS
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS WS-RESULT-STATUS.
000670
000680     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITFL
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS WS-AUDIT-STATUS.
000710
000720     SELECT OPTIONAL SETASIDE-FILE ASSIGN TO SETASIDE
000730            ORGANIZATION IS SEQUENTIAL
000740            FILE STATUS IS WS-SAS-STATUS.
000750
000760*    CASEFL IS A KSDS.  ON A REAL VSAM SYSTEM THE CLUSTER MUST BE
000770*    PRE-ALLOCATED BY IDCAMS DEFINE CLUSTER BEFORE THIS PROGRAM
000780*    RUNS.  THE OPEN OUTPUT/CLOSE/OPEN I-O FALLBACK IN
000790*    1000-INITIALIZE BELOW ONLY SELF-PROVISIONS THE FILE UNDER
000800*    INDEXED-FILE EMULATION AND IS NOT A SUBSTITUTE FOR IDCAMS.
000810     SELECT OPTIONAL CASE-FILE ASSIGN TO CASEFL
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE IS DYNAMIC
000840            RECORD KEY IS CAS-CASE-NO
000850            FILE STATUS IS WS-CAS-STATUS.
000860
000870     SELECT CASE-RPT        ASSIGN TO CASERPT
000880            ORGANIZATION IS SEQUENTIAL
000890            FILE STATUS IS WS-RPT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  BUSDATE-FILE
000940     RECORDING MODE IS F.
000950     COPY CPYBDT.
000980
000990 FD  CASE-EVENT-FILE
001000     RECORDING MODE IS F.
001010     COPY CPYCEV.
001020
001030 FD  RESULT-FILE
001040     RECORDING MODE IS F.
001050     COPY CPYRSL.
001060
001070 FD  AUDIT-FILE
001080     RECORDING MODE IS F.
001090     COPY CPYAUD.
001100
001110 FD  SETASIDE-FILE
001120     RECORDING MODE IS F.
001130     COPY CPYTRN REPLACING LEADING ==TRN-== BY ==SAS-==.
001140
001150 FD  CASE-FILE.
001160     COPY CPYCAS.
001170
001180 FD  CASE-RPT
001190     RECORDING MODE IS F.
001200 01  RPT-LINE                    PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------*
001240*    FILE STATUS SWITCHES                                        *
001250*----------------------------------------------------------------*
001260 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001270 77  WS-CEV-STATUS               PIC X(02) VALUE SPACES.
001280 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
001290 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001300 77  WS-SAS-STATUS               PIC X(02) VALUE SPACES.
001310 77  WS-CAS-STATUS               PIC X(02) VALUE SPACES.
001320 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001330
001340*----------------------------------------------------------------*
001350*    RUN SWITCHES AND COUNTERS                                   *
001360*----------------------------------------------------------------*
001370 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001380     88  WS-EOF-FILE                        VALUE 'Y'.
001390 77  WS-BROWSE-EOF-SW            PIC X(01) VALUE 'N'.
001400     88  WS-BROWSE-EOF                      VALUE 'Y'.
001410 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001420 77  WS-LAST-CASE-NO             PIC 9(08) VALUE 0.
001430 77  WS-EVENT-COUNT              PIC 9(07) COMP VALUE 0.
001440 77  WS-OPENED-COUNT             PIC 9(07) COMP VALUE 0.
001450 77  WS-UPDATED-COUNT            PIC 9(07) COMP VALUE 0.
001460 77  WS-REPEAT-COUNT             PIC 9(07) COMP VALUE 0.
001470 77  WS-OPEN-CASE-COUNT          PIC 9(07) COMP VALUE 0.
001480 77  WS-PAST-SLA-COUNT           PIC 9(07) COMP VALUE 0.
001490 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001500
001510*----------------------------------------------------------------*
001520*    THE EXCEPTION BEING RAISED - EVERY SOURCE IS MOVED INTO     *
001530*    THIS CASEVT-FORMAT WORK AREA BEFORE 5000-RAISE-CASE         *
001540*----------------------------------------------------------------*
001550     COPY CPYCEV REPLACING LEADING ==CEV-== BY ==EVT-==.
001560
001570*----------------------------------------------------------------*
001580*    OPEN CASES ON FILE - LOADED AT INITIALIZE AND EXTENDED AS   *
001590*    CASES ARE OPENED, SEARCHED BY TYPE/CLIENTE/PRODUTO          *
001600*----------------------------------------------------------------*
001610 77  WS-OPN-COUNT                PIC 9(04) COMP VALUE 0.
001620 77  WS-OPN-FULL-SW              PIC X(01) VALUE 'N'.
001630     88  WS-OPN-FULL                         VALUE 'Y'.
001640 77  WS-OPN-FOUND-SW             PIC X(01) VALUE 'N'.
001650     88  WS-OPN-FOUND                        VALUE 'Y'.
001660 01  WS-OPN-TABLE.
001670     05  WS-OPN-ENTRY            OCCURS 1 TO 5000 TIMES
001680                                 DEPENDING ON WS-OPN-COUNT
001690                                 INDEXED BY WS-OPN-IX.
001700         10  WS-OPN-T-KEY.
001710             15  WS-OPN-T-TYPE   PIC X(08).
001720             15  WS-OPN-T-CLIENTE PIC X(20).
001730             15  WS-OPN-T-PRODUTO PIC X(20).
001740         10  WS-OPN-T-CASE-NO    PIC 9(08).
001750 01  WS-LOOK-KEY.
001760     05  WS-LOOK-TYPE            PIC X(08).
001770     05  WS-LOOK-CLIENTE         PIC X(20).
001780     05  WS-LOOK-PRODUTO         PIC X(20).
001790
001800*----------------------------------------------------------------*
001810*    SLA IN DAYS OPEN FOR EACH CASE TYPE.  THE LAST ENTRY OF     *
001820*    THE COUNT TABLE BELOW COLLECTS ANY TYPE NOT LISTED HERE,    *
001830*    WHICH GETS WS-DEFAULT-SLA                                   *
001840*----------------------------------------------------------------*
001850 01  WS-SLA-VALUES.
001860     05  FILLER                  PIC X(10) VALUE 'ESCALATE02'.
001870     05  FILLER                  PIC X(10) VALUE 'SILENT  01'.
001880     05  FILLER                  PIC X(10) VALUE 'DELTA   02'.
001890     05  FILLER                  PIC X(10) VALUE 'STALE   05'.
001900     05  FILLER                  PIC X(10) VALUE 'RECON   02'.
001910     05  FILLER                  PIC X(10) VALUE 'SHADOW  05'.
001920     05  FILLER                  PIC X(10) VALUE 'SETASIDE01'.
001930     05  FILLER                  PIC X(10) VALUE 'HELD    03'.
001940 01  WS-SLA-TABLE REDEFINES WS-SLA-VALUES.
001950     05  WS-SLA-ENTRY            OCCURS 8 TIMES
001960                                 INDEXED BY WS-SLA-IX.
001970         10  WS-SLA-TYPE         PIC X(08).
001980         10  WS-SLA-DAYS         PIC 9(02).
001990 77  WS-SLA-TYPES                PIC 9(02) COMP VALUE 8.
002000 77  WS-DEFAULT-SLA              PIC 9(02) VALUE 2.
002010 77  WS-CASE-SLA                 PIC 9(02) VALUE 0.
002020 77  WS-TYP-SUB                  PIC 9(02) COMP VALUE 0.
002030 77  WS-BUCKET                   PIC 9(01) COMP VALUE 0.
002040 77  WS-PAST-SLA-SW              PIC X(01) VALUE 'N'.
002050     88  WS-CASE-PAST-SLA                    VALUE 'Y'.
002060
002070*----------------------------------------------------------------*
002080*    OPEN CASES BY TYPE AND AGE: BUCKET 1 = 0-2 DAYS OPEN,       *
002090*    2 = 3-5, 3 = 6-10, 4 = OVER 10.  ENTRY 9 IS ANY OTHER TYPE  *
002100*----------------------------------------------------------------*
002110 01  WS-TYP-TABLE.
002120     05  WS-TYP-ENTRY            OCCURS 9 TIMES.
002130         10  WS-TYP-OPEN         PIC 9(07) COMP.
002140         10  WS-TYP-BUCKET       PIC 9(07) COMP OCCURS 4 TIMES.
002150         10  WS-TYP-PAST-SLA     PIC 9(07) COMP.
002160
002170*----------------------------------------------------------------*
002180*    DAY-NUMBER WORK AREAS - GREGORIAN DAY COUNT SO TWO          *
002190*    YYYYMMDD DATES CAN BE SUBTRACTED                            *
002200*----------------------------------------------------------------*
002210 01  WS-DATE-WORK.
002220     05  WS-DW-DATE              PIC 9(08) VALUE 0.
002230     05  WS-DW-DATE-R REDEFINES WS-DW-DATE.
002240         10  WS-DW-YYYY          PIC 9(04).
002250         10  WS-DW-MM            PIC 9(02).
002260         10  WS-DW-DD            PIC 9(02).
002270     05  WS-DW-Y                 PIC S9(09) COMP VALUE 0.
002280     05  WS-DW-M                 PIC S9(09) COMP VALUE 0.
002290     05  WS-DW-T1                PIC S9(09) COMP VALUE 0.
002300     05  WS-DW-T2                PIC S9(09) COMP VALUE 0.
002310     05  WS-DW-T3                PIC S9(09) COMP VALUE 0.
002320     05  WS-DW-T4                PIC S9(09) COMP VALUE 0.
002330     05  WS-DW-DAY-NUM           PIC S9(09) COMP VALUE 0.
002340 77  WS-TODAY-DAY-NUM            PIC S9(09) COMP VALUE 0.
002350 77  WS-AGE-DAYS                 PIC S9(09) COMP VALUE 0.
002360
002370*----------------------------------------------------------------*
002380*    REPORT LINE WORK AREAS                                      *
002390*----------------------------------------------------------------*
002400 01  WS-EVENT-HEAD.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  FILLER                  PIC X(10) VALUE 'ACTION'.
002430     05  FILLER                  PIC X(10) VALUE 'CASE NO'.
002440     05  FILLER                  PIC X(10) VALUE 'TYPE'.
002450     05  FILLER                  PIC X(22) VALUE 'CLIENTE'.
002460     05  FILLER                  PIC X(22) VALUE 'PRODUTO'.
002470     05  FILLER                  PIC X(10) VALUE 'SEEN ON'.
002480     05  FILLER                  PIC X(46) VALUE 'DETAIL'.
002490 01  WS-EVENT-LINE.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  WS-EVL-ACTION           PIC X(08).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  WS-EVL-CASE-NO          PIC 9(08).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  WS-EVL-TYPE             PIC X(08).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  WS-EVL-CLIENTE          PIC X(20).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  WS-EVL-PRODUTO          PIC X(20).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  WS-EVL-DATE             PIC X(08).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  WS-EVL-DETAIL           PIC X(46).
002640 01  WS-CASE-HEAD.
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  FILLER                  PIC X(10) VALUE 'CASE NO'.
002670     05  FILLER                  PIC X(10) VALUE 'TYPE'.
002680     05  FILLER                  PIC X(22) VALUE 'CLIENTE'.
002690     05  FILLER                  PIC X(22) VALUE 'PRODUTO'.
002700     05  FILLER                  PIC X(10) VALUE 'OPENED'.
002710     05  FILLER                  PIC X(10) VALUE 'LAST SEEN'.
002720     05  FILLER                  PIC X(07) VALUE ' DAYS'.
002730     05  FILLER                  PIC X(07) VALUE ' SEEN'.
002740     05  FILLER                  PIC X(06) VALUE ' SLA'.
002750     05  FILLER                  PIC X(10) VALUE 'OWNER'.
002760     05  FILLER                  PIC X(16) VALUE SPACES.
002770 01  WS-CASE-LINE.
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  WS-CSL-CASE-NO          PIC 9(08).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  WS-CSL-TYPE             PIC X(08).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  WS-CSL-CLIENTE          PIC X(20).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  WS-CSL-PRODUTO          PIC X(20).
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  WS-CSL-OPENED           PIC X(08).
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  WS-CSL-LAST-SEEN        PIC X(08).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  WS-CSL-DAYS             PIC ZZZZ9.
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  WS-CSL-SEEN             PIC ZZZZ9.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  WS-CSL-SLA              PIC ZZZ9.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  WS-CSL-OWNER            PIC X(08).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  WS-CSL-FLAG             PIC X(12).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010 01  WS-CASE-TEXT-LINE.
003020     05  FILLER                  PIC X(12) VALUE SPACES.
003030     05  WS-CTX-TAG              PIC X(08).
003040     05  WS-CTX-FROM             PIC X(08).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  WS-CTX-TEXT             PIC X(80).
003070     05  FILLER                  PIC X(22) VALUE SPACES.
003080 01  WS-TYPE-HEAD.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  FILLER                  PIC X(10) VALUE 'TYPE'.
003110     05  FILLER                  PIC X(07) VALUE '    SLA'.
003120     05  FILLER                  PIC X(09) VALUE '     OPEN'.
003130     05  FILLER                  PIC X(09) VALUE ' 0-2 DAYS'.
003140     05  FILLER                  PIC X(09) VALUE ' 3-5 DAYS'.
003150     05  FILLER                  PIC X(09) VALUE '6-10 DAYS'.
003160     05  FILLER                  PIC X(09) VALUE '  OVER 10'.
003170     05  FILLER                  PIC X(09) VALUE ' PAST SLA'.
003180     05  FILLER                  PIC X(59) VALUE SPACES.
003190 01  WS-TYPE-LINE.
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  WS-TYL-TYPE             PIC X(08).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  WS-TYL-SLA              PIC ZZZZZZ9.
003240     05  WS-TYL-COUNT            OCCURS 6 TIMES.
003250         10  FILLER              PIC X(02).
003260         10  WS-TYL-COUNT-ED     PIC ZZZZZZ9.
003270     05  FILLER                  PIC X(59) VALUE SPACES.
003280
003290 PROCEDURE DIVISION.
003300*----------------------------------------------------------------*
003310*    0000-MAINLINE                                               *
003320*----------------------------------------------------------------*
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003350     PERFORM 2000-COLLECT-EVENTS THRU 2000-EXIT
003360     PERFORM 3000-COLLECT-SILENT THRU 3000-EXIT
003370     PERFORM 3200-COLLECT-HELD THRU 3200-EXIT
003380     PERFORM 3400-COLLECT-SETASIDE THRU 3400-EXIT
003390     PERFORM 6000-REPORT-OPEN-CASES THRU 6000-EXIT
003400     PERFORM 6500-REPORT-BY-TYPE THRU 6500-EXIT
003410     PERFORM 8000-TERMINATE THRU 8000-EXIT
003420     GOBACK.
003430
003440*----------------------------------------------------------------*
003450*    1000-INITIALIZE - READ THE BUSINESS DATE, OPEN THE CASE     *
003460*                      FILE AND LOAD ITS OPEN CASES.  THE FIRST  *
003470*                      RUN OF ALL FINDS NO CASES, SO AN EMPTY    *
003480*                      FILE AND ITS CONTROL RECORD ARE           *
003490*                      PROVISIONED                               *
003500*----------------------------------------------------------------*
003510 1000-INITIALIZE.
003520     OPEN INPUT BUSDATE-FILE
003530     IF WS-BDT-STATUS NOT = '00'
003540        DISPLAY 'COBCASE: OPEN BUSDATE FAILED, STATUS='
003550                WS-BDT-STATUS
003560        MOVE 16 TO RETURN-CODE
003570        GOBACK
003580     END-IF
003590     READ BUSDATE-FILE
003600        AT END
003610           DISPLAY 'COBCASE: BUSDATE IS EMPTY'
003620           MOVE 16 TO RETURN-CODE
003630           GOBACK
003640     END-READ
003650     IF BDT-BUS-DATE NOT NUMERIC
003660        DISPLAY 'COBCASE: BUSDATE BUSINESS DATE NOT NUMERIC: '
003670                BDT-BUS-DATE
003680        MOVE 16 TO RETURN-CODE
003690        GOBACK
003700     END-IF
003710     MOVE BDT-BUS-DATE TO WS-BUS-DATE
003720     CLOSE BUSDATE-FILE
003730     MOVE WS-BUS-DATE TO WS-DW-DATE
003740     PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
003750     MOVE WS-DW-DAY-NUM TO WS-TODAY-DAY-NUM
003760     INITIALIZE WS-TYP-TABLE
003770     OPEN I-O CASE-FILE
003780     IF WS-CAS-STATUS = '05' OR WS-CAS-STATUS = '35'
003790        OPEN OUTPUT CASE-FILE
003800        CLOSE CASE-FILE
003810        OPEN I-O CASE-FILE
003820     END-IF
003830     IF WS-CAS-STATUS NOT = '00'
003840        DISPLAY 'COBCASE: OPEN CASEFL FAILED, STATUS='
003850                WS-CAS-STATUS
003860        MOVE 16 TO RETURN-CODE
003870        GOBACK
003880     END-IF
003890     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
003900     PERFORM 1200-LOAD-OPEN-CASES THRU 1200-EXIT
003910     OPEN OUTPUT CASE-RPT
003920     MOVE SPACES TO RPT-LINE
003930     MOVE 'EXCEPTION CASE QUEUE - DAILY COLLECTION AND AGING'
003940          TO RPT-LINE
003950     WRITE RPT-LINE
003960     MOVE SPACES TO RPT-LINE
003970     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
003980            WS-BUS-DATE DELIMITED BY SIZE
003990            INTO RPT-LINE
004000     WRITE RPT-LINE
004010     MOVE SPACES TO RPT-LINE
004020     WRITE RPT-LINE
004030     MOVE 'EXCEPTIONS RAISED THIS RUN' TO RPT-LINE
004040     WRITE RPT-LINE
004050     MOVE WS-EVENT-HEAD TO RPT-LINE
004060     WRITE RPT-LINE
004070     DISPLAY 'COBCASE: COLLECTING FOR BUSINESS DATE ' WS-BUS-DATE
004080     DISPLAY 'COBCASE: OPEN CASES LOADED=' WS-OPN-COUNT.
004090 1000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------*
004130*    1100-READ-CONTROL - CASE NUMBER ZERO CARRIES THE LAST CASE  *
004140*                        NUMBER ISSUED                           *
004150*----------------------------------------------------------------*
004160 1100-READ-CONTROL.
004170     MOVE 0 TO CAS-CASE-NO
004180     READ CASE-FILE
004190        INVALID KEY
004200           MOVE SPACES   TO CAS-CONTROL-REC
004210           MOVE 0        TO CAS-CTL-KEY
004220           MOVE 0        TO CAS-CTL-LAST-CASE-NO
004230           MOVE SPACES   TO CAS-CTL-LAST-RUN-DATE
004240           WRITE CAS-CONTROL-REC
004250              INVALID KEY
004260                 DISPLAY 'COBCASE: CASEFL CONTROL WRITE FAILED, '
004270                         'STATUS=' WS-CAS-STATUS
004280                 MOVE 16 TO RETURN-CODE
004290                 GOBACK
004300           END-WRITE
004310     END-READ
004320     MOVE CAS-CTL-LAST-CASE-NO TO WS-LAST-CASE-NO.
004330 1100-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------*
004370*    1200-LOAD-OPEN-CASES - BROWSE CASEFL FROM CASE 1 AND TABLE  *
004380*                           EVERY CASE STILL OPEN                *
004390*----------------------------------------------------------------*
004400 1200-LOAD-OPEN-CASES.
004410     MOVE 'N' TO WS-BROWSE-EOF-SW
004420     MOVE 1 TO CAS-CASE-NO
004430     START CASE-FILE KEY NOT < CAS-CASE-NO
004440        INVALID KEY
004450           MOVE 'Y' TO WS-BROWSE-EOF-SW
004460     END-START
004470     IF NOT WS-BROWSE-EOF
004480        PERFORM 1300-READ-NEXT THRU 1300-EXIT
004490     END-IF
004500     PERFORM 1210-LOAD-OPEN-CASE THRU 1210-EXIT
004510         UNTIL WS-BROWSE-EOF.
004520 1200-EXIT.
004530     EXIT.
004540
004550 1210-LOAD-OPEN-CASE.
004560     IF CAS-STATUS-OPEN
004570        MOVE CAS-TYPE    TO WS-LOOK-TYPE
004580        MOVE CAS-CLIENTE TO WS-LOOK-CLIENTE
004590        MOVE CAS-PRODUTO TO WS-LOOK-PRODUTO
004600        PERFORM 5300-ADD-OPEN-ENTRY THRU 5300-EXIT
004610     END-IF
004620     PERFORM 1300-READ-NEXT THRU 1300-EXIT.
004630 1210-EXIT.
004640     EXIT.
004650
004660 1300-READ-NEXT.
004670     READ CASE-FILE NEXT RECORD
004680        AT END
004690           MOVE 'Y' TO WS-BROWSE-EOF-SW
004700     END-READ
004710     IF WS-CAS-STATUS NOT = '00' AND WS-CAS-STATUS NOT = '02'
004720        MOVE 'Y' TO WS-BROWSE-EOF-SW
004730     END-IF.
004740 1300-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------------*
004780*    2000-COLLECT-EVENTS - RAISE A CASE FOR EVERY CASEVT EVENT.  *
004790*                          A MISSING CASEVT JUST MEANS NO STEP   *
004800*                          RAISED ANYTHING                       *
004810*----------------------------------------------------------------*
004820 2000-COLLECT-EVENTS.
004830     MOVE 'N' TO WS-EOF-SW
004840     OPEN INPUT CASE-EVENT-FILE
004850     IF WS-CEV-STATUS = '05' OR WS-CEV-STATUS = '35'
004860        CLOSE CASE-EVENT-FILE
004870        GO TO 2000-EXIT
004880     END-IF
004890     PERFORM 2100-COLLECT-EVENT-REC THRU 2100-EXIT
004900         UNTIL WS-EOF-FILE
004910     CLOSE CASE-EVENT-FILE.
004920 2000-EXIT.
004930     EXIT.
004940
004950 2100-COLLECT-EVENT-REC.
004960     READ CASE-EVENT-FILE INTO EVT-RECORD
004970        AT END
004980           MOVE 'Y' TO WS-EOF-SW
004990           GO TO 2100-EXIT
005000     END-READ
005010     IF EVT-BUS-DATE NOT NUMERIC
005020        MOVE WS-BUS-DATE TO EVT-BUS-DATE
005030     END-IF
005040     PERFORM 5000-RAISE-CASE THRU 5000-EXIT.
005050 2100-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------*
005090*    3000-COLLECT-SILENT - EVERY RESULTS RECORD COBRXPP FLAGGED  *
005100*                          AS A SILENT FAILURE                   *
005110*----------------------------------------------------------------*
005120 3000-COLLECT-SILENT.
005130     MOVE 'N' TO WS-EOF-SW
005140     OPEN INPUT RESULT-FILE
005150     IF WS-RESULT-STATUS = '05' OR WS-RESULT-STATUS = '35'
005160        CLOSE RESULT-FILE
005170        GO TO 3000-EXIT
005180     END-IF
005190     PERFORM 3100-COLLECT-SILENT-REC THRU 3100-EXIT
005200         UNTIL WS-EOF-FILE
005210     CLOSE RESULT-FILE.
005220 3000-EXIT.
005230     EXIT.
005240
005250 3100-COLLECT-SILENT-REC.
005260     READ RESULT-FILE
005270        AT END
005280           MOVE 'Y' TO WS-EOF-SW
005290           GO TO 3100-EXIT
005300     END-READ
005310     IF NOT RSL-SILENT-FAIL
005320        GO TO 3100-EXIT
005330     END-IF
005340     MOVE SPACES        TO EVT-RECORD
005350     MOVE 'SILENT'      TO EVT-TYPE
005360     MOVE RSL-CLIENTE   TO EVT-CLIENTE
005370     MOVE RSL-PRODUTO   TO EVT-PRODUTO
005380     MOVE WS-BUS-DATE   TO EVT-BUS-DATE
005390     MOVE 'COBRXPP'     TO EVT-SOURCE-PGM
005400     STRING 'SILENT FAILURE, EXEC ' DELIMITED BY SIZE
005410            RSL-EXEC-NAME DELIMITED BY SIZE
005420            ': ' DELIMITED BY SIZE
005430            RSL-ERRO-TEXT DELIMITED BY SIZE
005440            INTO EVT-DETAIL
005450     PERFORM 5000-RAISE-CASE THRU 5000-EXIT.
005460 3100-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------*
005500*    3200-COLLECT-HELD - THE BUSINESS DATE'S HELD TRANSACTIONS,  *
005510*                        FROM THE AUDITFL RECORDS COBIRXE WRITES *
005520*                        IN PLACE OF A CALL.  SHADOW RECORDS ARE *
005530*                        NOT THE LIVE DECISION AND ARE SKIPPED   *
005540*----------------------------------------------------------------*
005550 3200-COLLECT-HELD.
005560     MOVE 'N' TO WS-EOF-SW
005570     OPEN INPUT AUDIT-FILE
005580     IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
005590        CLOSE AUDIT-FILE
005600        GO TO 3200-EXIT
005610     END-IF
005620     PERFORM 3300-COLLECT-HELD-REC THRU 3300-EXIT
005630         UNTIL WS-EOF-FILE
005640     CLOSE AUDIT-FILE.
005650 3200-EXIT.
005660     EXIT.
005670
005680 3300-COLLECT-HELD-REC.
005690     READ AUDIT-FILE
005700        AT END
005710           MOVE 'Y' TO WS-EOF-SW
005720           GO TO 3300-EXIT
005730     END-READ
005740     IF AUD-RUN-DATE NOT = WS-BUS-DATE
005750        OR NOT AUD-STATUS-HELD
005760        OR AUD-SOURCE-SHADOW
005770        GO TO 3300-EXIT
005780     END-IF
005790     MOVE SPACES        TO EVT-RECORD
005800     MOVE 'HELD'        TO EVT-TYPE
005810     MOVE AUD-CLIENTE   TO EVT-CLIENTE
005820     MOVE AUD-PRODUTO   TO EVT-PRODUTO
005830     MOVE WS-BUS-DATE   TO EVT-BUS-DATE
005840     MOVE 'COBIRXE'     TO EVT-SOURCE-PGM
005850     STRING 'HELD BY HOLDFILE, EXEC ' DELIMITED BY SIZE
005860            AUD-EXEC-NAME DELIMITED BY SIZE
005870            ' CANAL ' DELIMITED BY SIZE
005880            AUD-CANAL DELIMITED BY SIZE
005890            INTO EVT-DETAIL
005900     PERFORM 5000-RAISE-CASE THRU 5000-EXIT.
005910 3300-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------*
005950*    3400-COLLECT-SETASIDE - EVERY DETAIL THE CIRCUIT BREAKER    *
005960*                            SET ASIDE.  A MISSING SETASIDE      *
005970*                            MEANS THE BREAKER NEVER TRIPPED     *
005980*----------------------------------------------------------------*
005990 3400-COLLECT-SETASIDE.
006000     MOVE 'N' TO WS-EOF-SW
006010     OPEN INPUT SETASIDE-FILE
006020     IF WS-SAS-STATUS = '05' OR WS-SAS-STATUS = '35'
006030        CLOSE SETASIDE-FILE
006040        GO TO 3400-EXIT
006050     END-IF
006060     PERFORM 3500-COLLECT-SETASIDE-REC THRU 3500-EXIT
006070         UNTIL WS-EOF-FILE
006080     CLOSE SETASIDE-FILE.
006090 3400-EXIT.
006100     EXIT.
006110
006120 3500-COLLECT-SETASIDE-REC.
006130     READ SETASIDE-FILE
006140        AT END
006150           MOVE 'Y' TO WS-EOF-SW
006160           GO TO 3500-EXIT
006170     END-READ
006180     IF SAS-IS-HEADER OR SAS-IS-TRAILER OR SAS-IS-ATTR
006190        GO TO 3500-EXIT
006200     END-IF
006210     MOVE SPACES        TO EVT-RECORD
006220     MOVE 'SETASIDE'    TO EVT-TYPE
006230     MOVE SAS-CLIENTE   TO EVT-CLIENTE
006240     MOVE SAS-PRODUTO   TO EVT-PRODUTO
006250     MOVE WS-BUS-DATE   TO EVT-BUS-DATE
006260     MOVE 'COBIRXE'     TO EVT-SOURCE-PGM
006270     STRING 'SET ASIDE BY THE CIRCUIT BREAKER, CANAL '
006280               DELIMITED BY SIZE
006290            SAS-CANAL DELIMITED BY SIZE
006300            INTO EVT-DETAIL
006310     PERFORM 5000-RAISE-CASE THRU 5000-EXIT.
006320 3500-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------*
006360*    5000-RAISE-CASE - OPEN A CASE FOR THE EXCEPTION IN          *
006370*                      EVT-RECORD, OR UPDATE THE OPEN CASE       *
006380*                      ALREADY HELD FOR ITS TYPE/CLIENTE/PRODUTO *
006390*----------------------------------------------------------------*
006400 5000-RAISE-CASE.
006410     ADD 1 TO WS-EVENT-COUNT
006420     MOVE EVT-TYPE    TO WS-LOOK-TYPE
006430     MOVE EVT-CLIENTE TO WS-LOOK-CLIENTE
006440     MOVE EVT-PRODUTO TO WS-LOOK-PRODUTO
006450     PERFORM 5200-FIND-OPEN-CASE THRU 5200-EXIT
006460     IF NOT WS-OPN-FOUND
006470        PERFORM 5100-OPEN-CASE THRU 5100-EXIT
006480        GO TO 5000-EXIT
006490     END-IF
006500     MOVE WS-OPN-T-CASE-NO(WS-OPN-IX) TO CAS-CASE-NO
006510     READ CASE-FILE
006520        INVALID KEY
006530           DISPLAY 'COBCASE: OPEN CASE ' CAS-CASE-NO
006540                   ' MISSING FROM CASEFL, STATUS=' WS-CAS-STATUS
006550           MOVE 16 TO RETURN-CODE
006560           GOBACK
006570     END-READ
006580*    SEEN AGAIN ON A LATER DAY STEPS THE COUNT; THE SAME DAY
006590*    (A RERUN, OR TWO SOURCES FOR ONE PROBLEM) ONLY REFRESHES
006600*    THE DETAIL; AN OLDER EVENT LEAVES THE CASE AS IT IS
006610     IF EVT-BUS-DATE > CAS-LAST-SEEN-DATE
006620        ADD 1 TO CAS-SEEN-COUNT
006630        MOVE EVT-BUS-DATE   TO CAS-LAST-SEEN-DATE
006640        MOVE EVT-SOURCE-PGM TO CAS-SOURCE-PGM
006650        MOVE EVT-DETAIL     TO CAS-DETAIL
006660        ADD 1 TO WS-UPDATED-COUNT
006670        MOVE 'UPDATED' TO WS-EVL-ACTION
006680     ELSE
006690        IF EVT-BUS-DATE = CAS-LAST-SEEN-DATE
006700           MOVE EVT-SOURCE-PGM TO CAS-SOURCE-PGM
006710           MOVE EVT-DETAIL     TO CAS-DETAIL
006720        END-IF
006730        ADD 1 TO WS-REPEAT-COUNT
006740        MOVE 'REPEAT' TO WS-EVL-ACTION
006750     END-IF
006760     REWRITE CAS-RECORD
006770        INVALID KEY
006780           DISPLAY 'COBCASE: CASEFL REWRITE FAILED, STATUS='
006790                   WS-CAS-STATUS ' CASE=' CAS-CASE-NO
006800           MOVE 16 TO RETURN-CODE
006810           GOBACK
006820     END-REWRITE
006830     PERFORM 7300-WRITE-EVENT-LINE THRU 7300-EXIT.
006840 5000-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------*
006880*    5100-OPEN-CASE - ISSUE THE NEXT CASE NUMBER AND WRITE A NEW *
006890*                     OPEN CASE                                  *
006900*----------------------------------------------------------------*
006910 5100-OPEN-CASE.
006920     ADD 1 TO WS-LAST-CASE-NO
006930     MOVE SPACES          TO CAS-RECORD
006940     MOVE WS-LAST-CASE-NO TO CAS-CASE-NO
006950     MOVE EVT-TYPE        TO CAS-TYPE
006960     MOVE EVT-CLIENTE     TO CAS-CLIENTE
006970     MOVE EVT-PRODUTO     TO CAS-PRODUTO
006980     MOVE 'O'             TO CAS-STATUS
006990     MOVE EVT-BUS-DATE    TO CAS-OPENED-DATE
007000     MOVE EVT-BUS-DATE    TO CAS-LAST-SEEN-DATE
007010     MOVE 1               TO CAS-SEEN-COUNT
007020     MOVE EVT-SOURCE-PGM  TO CAS-SOURCE-PGM
007030     MOVE EVT-DETAIL      TO CAS-DETAIL
007040     WRITE CAS-RECORD
007050        INVALID KEY
007060           DISPLAY 'COBCASE: CASEFL WRITE FAILED, STATUS='
007070                   WS-CAS-STATUS ' CASE=' CAS-CASE-NO
007080           MOVE 16 TO RETURN-CODE
007090           GOBACK
007100     END-WRITE
007110     ADD 1 TO WS-OPENED-COUNT
007120     PERFORM 5300-ADD-OPEN-ENTRY THRU 5300-EXIT
007130     MOVE 'OPENED' TO WS-EVL-ACTION
007140     PERFORM 7300-WRITE-EVENT-LINE THRU 7300-EXIT.
007150 5100-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------*
007190*    5200-FIND-OPEN-CASE - SEARCH THE OPEN-CASE TABLE FOR        *
007200*                          WS-LOOK-KEY; WS-OPN-IX IS LEFT ON THE *
007210*                          MATCHING ENTRY                        *
007220*----------------------------------------------------------------*
007230 5200-FIND-OPEN-CASE.
007240     MOVE 'N' TO WS-OPN-FOUND-SW
007250     IF WS-OPN-COUNT = 0
007260        GO TO 5200-EXIT
007270     END-IF
007280     SET WS-OPN-IX TO 1
007290     SEARCH WS-OPN-ENTRY
007300        AT END
007310           CONTINUE
007320        WHEN WS-OPN-T-KEY(WS-OPN-IX) = WS-LOOK-KEY
007330           MOVE 'Y' TO WS-OPN-FOUND-SW
007340     END-SEARCH.
007350 5200-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------*
007390*    5300-ADD-OPEN-ENTRY - TABLE THE OPEN CASE IN CAS-RECORD     *
007400*                          UNDER WS-LOOK-KEY                     *
007410*----------------------------------------------------------------*
007420 5300-ADD-OPEN-ENTRY.
007430     IF WS-OPN-COUNT >= 5000
007440        IF NOT WS-OPN-FULL
007450           DISPLAY 'COBCASE: OPEN-CASE TABLE FULL AT 5000 CASES, '
007460                   'LATER CASES MAY BE OPENED TWICE'
007470           MOVE 'Y' TO WS-OPN-FULL-SW
007480        END-IF
007490        GO TO 5300-EXIT
007500     END-IF
007510     ADD 1 TO WS-OPN-COUNT
007520     MOVE WS-LOOK-KEY TO WS-OPN-T-KEY(WS-OPN-COUNT)
007530     MOVE CAS-CASE-NO TO WS-OPN-T-CASE-NO(WS-OPN-COUNT).
007540 5300-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------*
007580*    6000-REPORT-OPEN-CASES - BROWSE CASEFL AND LIST EVERY OPEN  *
007590*                             CASE, OLDEST CASE NUMBER FIRST,    *
007600*                             WITH ITS DAYS OPEN AGAINST THE SLA *
007610*                             FOR ITS TYPE                       *
007620*----------------------------------------------------------------*
007630 6000-REPORT-OPEN-CASES.
007640     MOVE SPACES TO RPT-LINE
007650     WRITE RPT-LINE
007660     MOVE 'OPEN CASES AGED BY DAYS OPEN' TO RPT-LINE
007670     WRITE RPT-LINE
007680     MOVE WS-CASE-HEAD TO RPT-LINE
007690     WRITE RPT-LINE
007700     MOVE 'N' TO WS-BROWSE-EOF-SW
007710     MOVE 1 TO CAS-CASE-NO
007720     START CASE-FILE KEY NOT < CAS-CASE-NO
007730        INVALID KEY
007740           MOVE 'Y' TO WS-BROWSE-EOF-SW
007750     END-START
007760     IF NOT WS-BROWSE-EOF
007770        PERFORM 1300-READ-NEXT THRU 1300-EXIT
007780     END-IF
007790     PERFORM 6100-REPORT-OPEN-CASE THRU 6100-EXIT
007800         UNTIL WS-BROWSE-EOF.
007810 6000-EXIT.
007820     EXIT.
007830
007840 6100-REPORT-OPEN-CASE.
007850     IF NOT CAS-STATUS-OPEN
007860        GO TO 6190-NEXT
007870     END-IF
007880     ADD 1 TO WS-OPEN-CASE-COUNT
007890     PERFORM 6200-FIND-SLA THRU 6200-EXIT
007900     MOVE 0 TO WS-AGE-DAYS
007910     IF CAS-OPENED-DATE NUMERIC
007920        MOVE CAS-OPENED-DATE TO WS-DW-DATE
007930        PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
007940        COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUM - WS-DW-DAY-NUM
007950        IF WS-AGE-DAYS < 0
007960           MOVE 0 TO WS-AGE-DAYS
007970        END-IF
007980     END-IF
007990     IF WS-AGE-DAYS > 10
008000        MOVE 4 TO WS-BUCKET
008010     ELSE
008020        IF WS-AGE-DAYS > 5
008030           MOVE 3 TO WS-BUCKET
008040        ELSE
008050           IF WS-AGE-DAYS > 2
008060              MOVE 2 TO WS-BUCKET
008070           ELSE
008080              MOVE 1 TO WS-BUCKET
008090           END-IF
008100        END-IF
008110     END-IF
008120     ADD 1 TO WS-TYP-OPEN(WS-TYP-SUB)
008130     ADD 1 TO WS-TYP-BUCKET(WS-TYP-SUB, WS-BUCKET)
008140     MOVE 'N' TO WS-PAST-SLA-SW
008150     IF WS-AGE-DAYS > WS-CASE-SLA
008160        MOVE 'Y' TO WS-PAST-SLA-SW
008170        ADD 1 TO WS-PAST-SLA-COUNT
008180        ADD 1 TO WS-TYP-PAST-SLA(WS-TYP-SUB)
008190     END-IF
008200     MOVE CAS-CASE-NO        TO WS-CSL-CASE-NO
008210     MOVE CAS-TYPE           TO WS-CSL-TYPE
008220     MOVE CAS-CLIENTE        TO WS-CSL-CLIENTE
008230     MOVE CAS-PRODUTO        TO WS-CSL-PRODUTO
008240     MOVE CAS-OPENED-DATE    TO WS-CSL-OPENED
008250     MOVE CAS-LAST-SEEN-DATE TO WS-CSL-LAST-SEEN
008260     MOVE WS-AGE-DAYS        TO WS-CSL-DAYS
008270     MOVE CAS-SEEN-COUNT     TO WS-CSL-SEEN
008280     MOVE WS-CASE-SLA        TO WS-CSL-SLA
008290     IF CAS-OWNER = SPACES
008300        MOVE '(NONE)'        TO WS-CSL-OWNER
008310     ELSE
008320        MOVE CAS-OWNER       TO WS-CSL-OWNER
008330     END-IF
008340     IF WS-CASE-PAST-SLA
008350        MOVE '*** PAST SLA'  TO WS-CSL-FLAG
008360     ELSE
008370        MOVE SPACES          TO WS-CSL-FLAG
008380     END-IF
008390     MOVE WS-CASE-LINE TO RPT-LINE
008400     WRITE RPT-LINE
008410     MOVE 'DETAIL  '         TO WS-CTX-TAG
008420     MOVE CAS-SOURCE-PGM     TO WS-CTX-FROM
008430     MOVE CAS-DETAIL         TO WS-CTX-TEXT
008440     MOVE WS-CASE-TEXT-LINE  TO RPT-LINE
008450     WRITE RPT-LINE
008460     IF CAS-NOTE NOT = SPACES
008470        MOVE 'NOTE    '      TO WS-CTX-TAG
008480        MOVE CAS-NOTE-DATE   TO WS-CTX-FROM
008490        MOVE CAS-NOTE        TO WS-CTX-TEXT
008500        MOVE WS-CASE-TEXT-LINE TO RPT-LINE
008510        WRITE RPT-LINE
008520     END-IF.
008530 6190-NEXT.
008540     PERFORM 1300-READ-NEXT THRU 1300-EXIT.
008550 6100-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------*
008590*    6200-FIND-SLA - SLA DAYS AND COUNT-TABLE ENTRY FOR THE      *
008600*                    TYPE OF THE CASE IN CAS-RECORD              *
008610*----------------------------------------------------------------*
008620 6200-FIND-SLA.
008630     MOVE WS-DEFAULT-SLA TO WS-CASE-SLA
008640     MOVE 9 TO WS-TYP-SUB
008650     SET WS-SLA-IX TO 1
008660     SEARCH WS-SLA-ENTRY
008670        AT END
008680           CONTINUE
008690        WHEN WS-SLA-TYPE(WS-SLA-IX) = CAS-TYPE
008700           MOVE WS-SLA-DAYS(WS-SLA-IX) TO WS-CASE-SLA
008710           SET WS-TYP-SUB TO WS-SLA-IX
008720     END-SEARCH.
008730 6200-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------*
008770*    6500-REPORT-BY-TYPE - OPEN CASES BY TYPE AND AGE BUCKET     *
008780*----------------------------------------------------------------*
008790 6500-REPORT-BY-TYPE.
008800     MOVE SPACES TO RPT-LINE
008810     WRITE RPT-LINE
008820     MOVE 'OPEN CASES BY TYPE AND AGE' TO RPT-LINE
008830     WRITE RPT-LINE
008840     MOVE WS-TYPE-HEAD TO RPT-LINE
008850     WRITE RPT-LINE
008860     PERFORM 6600-WRITE-TYPE-LINE THRU 6600-EXIT
008870         VARYING WS-TYP-SUB FROM 1 BY 1
008880         UNTIL WS-TYP-SUB > 9.
008890 6500-EXIT.
008900     EXIT.
008910
008920 6600-WRITE-TYPE-LINE.
008930     IF WS-TYP-SUB > WS-SLA-TYPES
008940        IF WS-TYP-OPEN(WS-TYP-SUB) = 0
008950           GO TO 6600-EXIT
008960        END-IF
008970        MOVE 'OTHER'         TO WS-TYL-TYPE
008980        MOVE WS-DEFAULT-SLA  TO WS-TYL-SLA
008990     ELSE
009000        MOVE WS-SLA-TYPE(WS-TYP-SUB) TO WS-TYL-TYPE
009010        MOVE WS-SLA-DAYS(WS-TYP-SUB) TO WS-TYL-SLA
009020     END-IF
009030     MOVE WS-TYP-OPEN(WS-TYP-SUB)  TO WS-TYL-COUNT-ED(1)
009040     MOVE WS-TYP-BUCKET(WS-TYP-SUB, 1) TO WS-TYL-COUNT-ED(2)
009050     MOVE WS-TYP-BUCKET(WS-TYP-SUB, 2) TO WS-TYL-COUNT-ED(3)
009060     MOVE WS-TYP-BUCKET(WS-TYP-SUB, 3) TO WS-TYL-COUNT-ED(4)
009070     MOVE WS-TYP-BUCKET(WS-TYP-SUB, 4) TO WS-TYL-COUNT-ED(5)
009080     MOVE WS-TYP-PAST-SLA(WS-TYP-SUB) TO WS-TYL-COUNT-ED(6)
009090     MOVE WS-TYPE-LINE TO RPT-LINE
009100     WRITE RPT-LINE.
009110 6600-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------------*
009150*    7100-COMPUTE-DAY-NUMBER - GREGORIAN DAY COUNT FOR THE       *
009160*                              YYYYMMDD DATE IN WS-DW-DATE SO    *
009170*                              TWO DATES CAN BE SUBTRACTED       *
009180*----------------------------------------------------------------*
009190 7100-COMPUTE-DAY-NUMBER.
009200     MOVE WS-DW-YYYY TO WS-DW-Y
009210     MOVE WS-DW-MM   TO WS-DW-M
009220     IF WS-DW-M <= 2
009230        SUBTRACT 1 FROM WS-DW-Y
009240        ADD 12 TO WS-DW-M
009250     END-IF
009260     COMPUTE WS-DW-T1 = WS-DW-Y / 4
009270     COMPUTE WS-DW-T2 = WS-DW-Y / 100
009280     COMPUTE WS-DW-T3 = WS-DW-Y / 400
009290     COMPUTE WS-DW-T4 = (153 * (WS-DW-M + 1)) / 5
009300     COMPUTE WS-DW-DAY-NUM
009310         = (365 * WS-DW-Y) + WS-DW-T1 - WS-DW-T2 + WS-DW-T3
009320         + WS-DW-T4 + WS-DW-DD.
009330 7100-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------*
009370*    7300-WRITE-EVENT-LINE - ONE LINE FOR THE EXCEPTION JUST     *
009380*                            RAISED.  THE CALLER SETS THE ACTION *
009390*----------------------------------------------------------------*
009400 7300-WRITE-EVENT-LINE.
009410     MOVE CAS-CASE-NO    TO WS-EVL-CASE-NO
009420     MOVE EVT-TYPE       TO WS-EVL-TYPE
009430     MOVE EVT-CLIENTE    TO WS-EVL-CLIENTE
009440     MOVE EVT-PRODUTO    TO WS-EVL-PRODUTO
009450     MOVE EVT-BUS-DATE   TO WS-EVL-DATE
009460     MOVE EVT-DETAIL     TO WS-EVL-DETAIL
009470     MOVE WS-EVENT-LINE  TO RPT-LINE
009480     WRITE RPT-LINE.
009490 7300-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------------*
009530*    8000-TERMINATE - SAVE THE LAST CASE NUMBER, EMPTY CASEVT    *
009540*                     NOW ITS EVENTS ARE ON CASEFL, WRITE THE    *
009550*                     SUMMARY AND SET THE RETURN-CODE            *
009560*----------------------------------------------------------------*
009570 8000-TERMINATE.
009580     MOVE 0 TO CAS-CASE-NO
009590     READ CASE-FILE
009600        INVALID KEY
009610           DISPLAY 'COBCASE: CASEFL CONTROL RECORD MISSING'
009620           MOVE 16 TO RETURN-CODE
009630           GOBACK
009640     END-READ
009650     MOVE WS-LAST-CASE-NO TO CAS-CTL-LAST-CASE-NO
009660     MOVE WS-BUS-DATE     TO CAS-CTL-LAST-RUN-DATE
009670     REWRITE CAS-CONTROL-REC
009680        INVALID KEY
009690           DISPLAY 'COBCASE: CASEFL CONTROL REWRITE FAILED, '
009700                   'STATUS=' WS-CAS-STATUS
009710           MOVE 16 TO RETURN-CODE
009720           GOBACK
009730     END-REWRITE
009740     CLOSE CASE-FILE
009750     OPEN OUTPUT CASE-EVENT-FILE
009760     CLOSE CASE-EVENT-FILE
009770
009780     MOVE SPACES TO RPT-LINE
009790     WRITE RPT-LINE
009800     MOVE SPACES TO RPT-LINE
009810     MOVE WS-EVENT-COUNT TO WS-COUNT-ED
009820     STRING 'EXCEPTIONS RAISED =' DELIMITED BY SIZE
009830            WS-COUNT-ED DELIMITED BY SIZE
009840            INTO RPT-LINE
009850     WRITE RPT-LINE
009860     MOVE SPACES TO RPT-LINE
009870     MOVE WS-OPENED-COUNT TO WS-COUNT-ED
009880     STRING 'CASES OPENED      =' DELIMITED BY SIZE
009890            WS-COUNT-ED DELIMITED BY SIZE
009900            INTO RPT-LINE
009910     WRITE RPT-LINE
009920     MOVE SPACES TO RPT-LINE
009930     MOVE WS-UPDATED-COUNT TO WS-COUNT-ED
009940     STRING 'CASES SEEN AGAIN  =' DELIMITED BY SIZE
009950            WS-COUNT-ED DELIMITED BY SIZE
009960            INTO RPT-LINE
009970     WRITE RPT-LINE
009980     MOVE SPACES TO RPT-LINE
009990     MOVE WS-REPEAT-COUNT TO WS-COUNT-ED
010000     STRING 'REPEATS SAME DAY  =' DELIMITED BY SIZE
010010            WS-COUNT-ED DELIMITED BY SIZE
010020            INTO RPT-LINE
010030     WRITE RPT-LINE
010040     MOVE SPACES TO RPT-LINE
010050     MOVE WS-OPEN-CASE-COUNT TO WS-COUNT-ED
010060     STRING 'CASES STILL OPEN  =' DELIMITED BY SIZE
010070            WS-COUNT-ED DELIMITED BY SIZE
010080            INTO RPT-LINE
010090     WRITE RPT-LINE
010100     MOVE SPACES TO RPT-LINE
010110     MOVE WS-PAST-SLA-COUNT TO WS-COUNT-ED
010120     STRING 'CASES PAST SLA    =' DELIMITED BY SIZE
010130            WS-COUNT-ED DELIMITED BY SIZE
010140            INTO RPT-LINE
010150     WRITE RPT-LINE
010160     CLOSE CASE-RPT
010170
010180     DISPLAY 'COBCASE: EXCEPTIONS RAISED=' WS-EVENT-COUNT
010190     DISPLAY 'COBCASE: CASES OPENED=' WS-OPENED-COUNT
010200     DISPLAY 'COBCASE: CASES SEEN AGAIN=' WS-UPDATED-COUNT
010210     DISPLAY 'COBCASE: REPEATS SAME DAY=' WS-REPEAT-COUNT
010220     DISPLAY 'COBCASE: CASES STILL OPEN=' WS-OPEN-CASE-COUNT
010230     DISPLAY 'COBCASE: CASES PAST SLA=' WS-PAST-SLA-COUNT
010240
010250     IF WS-PAST-SLA-COUNT > 0
010260        MOVE 4 TO RETURN-CODE
010270     ELSE
010280        MOVE 0 TO RETURN-CODE
010290     END-IF.
010300 8000-EXIT.
010310     EXIT.
