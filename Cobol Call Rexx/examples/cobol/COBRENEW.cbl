000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBRENEW                                       *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-15                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    RENEWAL SCHEDULER.  RUNS AFTER COBCALDT AND AHEAD OF        *
000100*    COBDEDUP.  BROWSES THE HISTFL CLIENT HISTORY KSDS (CPYHST)  *
000110*    AND, FOR EVERY CLIENTE/PRODUTO WHOSE RENEWAL FALLS DUE      *
000120*    WITHIN THE LEAD WINDOW, WRITES A RENEWAL TRANSACTION        *
000130*    (CPYTRN, TRN-ORIGIN 'R') TO RENEWTRN.  RENEWTRN IS ONE      *
000140*    TRNHDR/DETAIL/TRNTRL SEGMENT, CONCATENATED ONTO TRANSIN     *
000150*    AFTER THE CHANNEL SEGMENTS SO THAT A CHANNEL'S OWN REQUEST  *
000160*    FOR THE SAME KEY ON THE SAME DAY IS THE ONE COBDEDUP KEEPS. *
000170*                                                                *
000180*    THE ANNIVERSARY IS HST-ANNIV-DATE (THE LAST RUN DATE WHEN   *
000190*    IT IS NOT YET SET); ITS MONTH AND DAY COME ROUND EACH YEAR, *
000200*    29 FEBRUARY FALLING ON THE 28TH IN OTHER YEARS.  THE DUE    *
000210*    DATE IS THE LATEST ANNIVERSARY NO LATER THAN THE BUSINESS   *
000220*    DATE PLUS THE LEAD DAYS, AND THE KEY IS DUE WHEN IT HAS NOT *
000230*    BEEN RATED (HST-LAST-RUN-DATE) SINCE THE WINDOW OPENED, I.E.*
000240*    SINCE THE DUE DATE LESS THE LEAD DAYS.  NOTHING IS WRITTEN  *
000250*    BACK TO HISTFL: A RERUN FOR THE SAME DATE GENERATES THE SAME*
000260*    RENEWALS, A RENEWAL THAT WAS NOT RATED (REJECTED, HELD, SET *
000270*    ASIDE) IS GENERATED AGAIN NEXT BUSINESS DAY, AND A NEW      *
000280*    REQUEST RATED INSIDE THE WINDOW COUNTS AS THE RENEWAL.      *
000290*                                                                *
000300*    THE CLIENT MASTER (CLIFILE, CPYCLI) DECIDES WHETHER A DUE   *
000310*    KEY IS GENERATED.  ONLY AN ACTIVE CLIENT IS.  A SUSPENDED   *
000320*    CLIENT OR ONE NOT ON THE MASTER IS LISTED EVERY DAY IT      *
000330*    STAYS DUE; A CANCELLED CLIENT IS LISTED ONLY ON THE FIRST   *
000340*    BUSINESS DAY ITS RENEWAL FALLS DUE.                         *
000350*                                                                *
000360*    EACH RENEWAL IS FOLLOWED BY THE TRNATR ATTRIBUTE RECORDS    *
000370*    THE KEY WAS LAST RATED WITH, READ FROM THE OPTIONAL HISTATR *
000380*    KSDS (CPYHAT) THAT COBIRXE KEEPS, SO THE EXEC'S MANDATORY   *
000390*    ATTRIBUTES (ARGPROF) TRAVEL WITH IT; THE TRNTRL ATTRIBUTE   *
000400*    COUNT COVERS THEM.  A KEY WITH NO SAVED SET (LAST RATED     *
000410*    BEFORE HISTATR WAS KEPT, OR NO HISTATR AT ALL) IS STILL     *
000420*    GENERATED, BARE, AND FLAGGED 'NO SAVED ATTRIBUTES' - IT     *
000430*    WILL BE REJECTED IF ITS EXEC HAS MANDATORY ATTRIBUTES.      *
000440*                                                                *
000450*    RENEWRPT LISTS THE RENEWALS GENERATED, THE ANNIVERSARIES    *
000460*    COMING DUE NEXT MONTH AND THE DUE KEYS NOT GENERATED.       *
000470*                                                                *
000480*    PARMCRD IS OPTIONAL: COLS 1-3 ARE THE LEAD DAYS (000-365),  *
000490*    30 WHEN THE CARD OR THE FIELD IS BLANK.                     *
000500*                                                                *
000510*    RETURN-CODE 4 WHEN ANY DUE KEY IS LISTED AS NOT GENERATED   *
000520*    OR A RENEWAL GOES OUT WITH NO SAVED ATTRIBUTES, 16 WHEN     *
000530*    BUSDATE OR PARMCRD IS UNUSABLE OR A FILE WILL NOT OPEN.     *
000540*                                                                *
000550*    MODIFICATION HISTORY                                        *
000560*    DATE       INIT  DESCRIPTION                                *
000570*    ---------- ----  ------------------------------------------ *
000580*    2026-10-15 JCR   ORIGINAL VERSION.                          *
000590*    2026-10-15 JCR   WRITE THE LAST-RATED ATTRIBUTE SET FROM    *
000600*                     HISTATR BEHIND EACH RENEWAL AND COUNT IT   *
000610*                     IN THE TRAILER; FLAG A RENEWAL WITH NONE.  *
000620*                                                                *
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. COBRENEW.
000660 AUTHOR. EXEMPLO BATCH SUPPORT GROUP.
000670 INSTALLATION. EXEMPLO DATA CENTER.
000680 DATE-WRITTEN. 2026-10-15.
000690 DATE-COMPILED.
000700
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. EXEMPLO.
000740 OBJECT-COMPUTER. EXEMPLO.
000750
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCRD
000790            ORGANIZATION IS SEQUENTIAL
000800            FILE STATUS IS WS-PARM-STATUS.
000810
000820     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000830            ORGANIZATION IS SEQUENTIAL
000840            FILE STATUS IS WS-BDT-STATUS.
000850
000860*    HISTFL AND CLIFILE ARE KSDS.  ON A REAL VSAM SYSTEM THE
000870*    CLUSTERS MUST BE PRE-ALLOCATED BY IDCAMS DEFINE CLUSTER
000880*    BEFORE THIS PROGRAM RUNS.
000890     SELECT HIST-FILE       ASSIGN TO HISTFL
000900            ORGANIZATION IS INDEXED
000910            ACCESS MODE IS DYNAMIC
000920            RECORD KEY IS HST-KEY
000930            FILE STATUS IS WS-HIST-STATUS.
000940
000950     SELECT CLIENT-FILE     ASSIGN TO CLIFILE
000960            ORGANIZATION IS INDEXED
000970            ACCESS MODE IS RANDOM
000980            RECORD KEY IS CLI-KEY
000990            FILE STATUS IS WS-CLI-STATUS.
001000
001010*    HISTATR IS THE LAST-RATED ATTRIBUTE SET KSDS WRITTEN BY
001020*    COBIRXE.  IT IS OPTIONAL: WITHOUT IT EVERY RENEWAL IS BARE.
001030     SELECT OPTIONAL HISTATR-FILE ASSIGN TO HISTATR
001040            ORGANIZATION IS INDEXED
001050            ACCESS MODE IS RANDOM
001060            RECORD KEY IS HAT-KEY
001070            FILE STATUS IS WS-HAT-STATUS.
001080
001090     SELECT RENEW-TRANS-FILE ASSIGN TO RENEWTRN
001100            ORGANIZATION IS SEQUENTIAL
001110            FILE STATUS IS WS-RNT-STATUS.
001120
001130     SELECT RENEW-RPT       ASSIGN TO RENEWRPT
001140            ORGANIZATION IS SEQUENTIAL
001150            FILE STATUS IS WS-RPT-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  PARM-FILE
001200     RECORDING MODE IS F.
001210 01  PRM-CARD.
001220     05  PRM-LEAD-DAYS           PIC X(03).
001230     05  FILLER                  PIC X(77).
001240
001250 FD  BUSDATE-FILE
001260     RECORDING MODE IS F.
001270     COPY CPYBDT.
001280
001290 FD  HIST-FILE.
001300     COPY CPYHST.
001310
001320 FD  CLIENT-FILE.
001330     COPY CPYCLI.
001340
001350 FD  HISTATR-FILE.
001360     COPY CPYHAT.
001370
001380 FD  RENEW-TRANS-FILE
001390     RECORDING MODE IS F.
001400     COPY CPYTRN.
001410
001420 FD  RENEW-RPT
001430     RECORDING MODE IS F.
001440 01  RPT-LINE                    PIC X(132).
001450
001460 WORKING-STORAGE SECTION.
001470*----------------------------------------------------------------*
001480*    FILE STATUS SWITCHES                                        *
001490*----------------------------------------------------------------*
001500 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001510 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001520 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001530 77  WS-CLI-STATUS               PIC X(02) VALUE SPACES.
001540 77  WS-HAT-STATUS               PIC X(02) VALUE SPACES.
001550 77  WS-RNT-STATUS               PIC X(02) VALUE SPACES.
001560 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001570
001580*----------------------------------------------------------------*
001590*    RUN SWITCHES AND COUNTERS                                   *
001600*----------------------------------------------------------------*
001610 77  WS-BROWSE-EOF-SW            PIC X(01) VALUE 'N'.
001620     88  WS-BROWSE-EOF                      VALUE 'Y'.
001630 77  WS-ANNIV-OK-SW              PIC X(01) VALUE 'N'.
001640     88  WS-ANNIV-OK                        VALUE 'Y'.
001650 77  WS-DUE-FOUND-SW             PIC X(01) VALUE 'N'.
001660     88  WS-DUE-FOUND                       VALUE 'Y'.
001670 77  WS-LEAP-SW                  PIC X(01) VALUE 'N'.
001680     88  WS-LEAP-YEAR                       VALUE 'Y'.
001690 77  WS-HAT-OPEN-SW              PIC X(01) VALUE 'N'.
001700     88  WS-HAT-OPEN                        VALUE 'Y'.
001710 77  WS-HAT-SUB                  PIC 9(04) COMP VALUE 0.
001720 77  WS-CLI-STATE                PIC X(01) VALUE SPACE.
001730     88  WS-CLI-ACTIVE                      VALUE 'A'.
001740     88  WS-CLI-SUSPENDED                   VALUE 'S'.
001750     88  WS-CLI-CANCELLED                   VALUE 'C'.
001760     88  WS-CLI-NOT-FOUND                   VALUE 'N'.
001770 77  WS-CLI-STATE-TEXT           PIC X(30) VALUE SPACES.
001780 77  WS-LEAD-DAYS                PIC 9(04) COMP VALUE 30.
001790 77  WS-LEAD-DAYS-X              PIC X(03) VALUE '030'.
001800 77  WS-HIST-COUNT               PIC 9(07) COMP VALUE 0.
001810 77  WS-NO-ANNIV-COUNT           PIC 9(07) COMP VALUE 0.
001820 77  WS-DUE-COUNT                PIC 9(07) COMP VALUE 0.
001830 77  WS-GEN-COUNT                PIC 9(07) COMP VALUE 0.
001840 77  WS-OVERDUE-COUNT            PIC 9(07) COMP VALUE 0.
001850 77  WS-REPEAT-COUNT             PIC 9(07) COMP VALUE 0.
001860 77  WS-NO-ATTR-COUNT            PIC 9(07) COMP VALUE 0.
001870 77  WS-ATR-OUT-COUNT            PIC 9(07) COMP VALUE 0.
001880 77  WS-SUSP-COUNT               PIC 9(07) COMP VALUE 0.
001890 77  WS-CANC-COUNT               PIC 9(07) COMP VALUE 0.
001900 77  WS-CANC-QUIET-COUNT         PIC 9(07) COMP VALUE 0.
001910 77  WS-NOCLI-COUNT              PIC 9(07) COMP VALUE 0.
001920 77  WS-NEXT-COUNT               PIC 9(07) COMP VALUE 0.
001930 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001940
001950*----------------------------------------------------------------*
001960*    BUSINESS DATE, LEAD WINDOW AND NEXT MONTH                   *
001970*----------------------------------------------------------------*
001980 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001990 01  WS-BUS-WORK                 PIC 9(08) VALUE 0.
002000 01  WS-BUS-WORK-R REDEFINES WS-BUS-WORK.
002010     05  WS-BW-YYYY              PIC 9(04).
002020     05  WS-BW-MM                PIC 9(02).
002030     05  WS-BW-DD                PIC 9(02).
002040 01  WS-NEXT-MONTH               PIC 9(06) VALUE 0.
002050 01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
002060     05  WS-NM-YYYY              PIC 9(04).
002070     05  WS-NM-MM                PIC 9(02).
002080 77  WS-TODAY-DAY-NUM            PIC S9(09) COMP VALUE 0.
002090 77  WS-PREV-DAY-NUM             PIC S9(09) COMP VALUE 0.
002100 77  WS-HORIZON-DAY-NUM          PIC S9(09) COMP VALUE 0.
002110
002120*----------------------------------------------------------------*
002130*    ONE HISTORY KEY - ITS ANNIVERSARY, DUE DATE AND WINDOW      *
002140*----------------------------------------------------------------*
002150 01  WS-ANNIV-DATE               PIC 9(08) VALUE 0.
002160 01  WS-ANNIV-DATE-R REDEFINES WS-ANNIV-DATE.
002170     05  WS-AN-YYYY              PIC 9(04).
002180     05  WS-AN-MM                PIC 9(02).
002190     05  WS-AN-DD                PIC 9(02).
002200 01  WS-TRY-DATE                 PIC 9(08) VALUE 0.
002210 01  WS-TRY-DATE-R REDEFINES WS-TRY-DATE.
002220     05  WS-TRY-YYYY             PIC 9(04).
002230     05  WS-TRY-MM               PIC 9(02).
002240     05  WS-TRY-DD               PIC 9(02).
002250 01  WS-DUE-DATE                 PIC 9(08) VALUE 0.
002260 01  WS-NEXT-DUE-DATE            PIC 9(08) VALUE 0.
002270 77  WS-STOP-YYYY                PIC 9(04) VALUE 0.
002280 77  WS-ANNIV-DAY-NUM            PIC S9(09) COMP VALUE 0.
002290 77  WS-TRY-DAY-NUM              PIC S9(09) COMP VALUE 0.
002300 77  WS-DUE-DAY-NUM              PIC S9(09) COMP VALUE 0.
002310 77  WS-OPEN-DAY-NUM             PIC S9(09) COMP VALUE 0.
002320 77  WS-LAST-DAY-NUM             PIC S9(09) COMP VALUE 0.
002330
002340*----------------------------------------------------------------*
002350*    DAYS IN EACH MONTH (FEBRUARY AS IN A LEAP YEAR)             *
002360*----------------------------------------------------------------*
002370 01  WS-MONTH-DAYS-LIST          PIC X(24)
002380                         VALUE '312931303130313130313031'.
002390 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
002400     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
002410
002420*----------------------------------------------------------------*
002430*    LEAP YEAR WORK AREAS                                        *
002440*----------------------------------------------------------------*
002450 77  WS-LEAP-YYYY                PIC 9(04) VALUE 0.
002460 77  WS-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
002470 77  WS-LEAP-REM                 PIC 9(04) COMP VALUE 0.
002480
002490*----------------------------------------------------------------*
002500*    DAY-NUMBER WORK AREAS - GREGORIAN DAY COUNT SO TWO          *
002510*    YYYYMMDD DATES CAN BE SUBTRACTED                            *
002520*----------------------------------------------------------------*
002530 01  WS-DATE-WORK.
002540     05  WS-DW-DATE              PIC 9(08) VALUE 0.
002550     05  WS-DW-DATE-R REDEFINES WS-DW-DATE.
002560         10  WS-DW-YYYY          PIC 9(04).
002570         10  WS-DW-MM            PIC 9(02).
002580         10  WS-DW-DD            PIC 9(02).
002590     05  WS-DW-Y                 PIC S9(09) COMP VALUE 0.
002600     05  WS-DW-M                 PIC S9(09) COMP VALUE 0.
002610     05  WS-DW-T1                PIC S9(09) COMP VALUE 0.
002620     05  WS-DW-T2                PIC S9(09) COMP VALUE 0.
002630     05  WS-DW-T3                PIC S9(09) COMP VALUE 0.
002640     05  WS-DW-T4                PIC S9(09) COMP VALUE 0.
002650     05  WS-DW-DAY-NUM           PIC S9(09) COMP VALUE 0.
002660
002670*----------------------------------------------------------------*
002680*    HELD REPORT LINES - THE NEXT-MONTH AND NOT-GENERATED        *
002690*    SECTIONS ARE PRINTED AFTER THE BROWSE                       *
002700*----------------------------------------------------------------*
002710 77  WS-NXT-COUNT                PIC 9(04) COMP VALUE 0.
002720 77  WS-NXT-FULL-SW              PIC X(01) VALUE 'N'.
002730     88  WS-NXT-FULL                        VALUE 'Y'.
002740 01  WS-NXT-TABLE.
002750     05  WS-NXT-ENTRY            OCCURS 1 TO 5000 TIMES
002760                                 DEPENDING ON WS-NXT-COUNT
002770                                 INDEXED BY WS-NXT-IX.
002780         10  WS-NXT-T-LINE       PIC X(132).
002790 77  WS-EXC-COUNT                PIC 9(04) COMP VALUE 0.
002800 77  WS-EXC-FULL-SW              PIC X(01) VALUE 'N'.
002810     88  WS-EXC-FULL                        VALUE 'Y'.
002820 01  WS-EXC-TABLE.
002830     05  WS-EXC-ENTRY            OCCURS 1 TO 5000 TIMES
002840                                 DEPENDING ON WS-EXC-COUNT
002850                                 INDEXED BY WS-EXC-IX.
002860         10  WS-EXC-T-LINE       PIC X(132).
002870
002880*----------------------------------------------------------------*
002890*    REPORT LINE WORK AREAS                                      *
002900*----------------------------------------------------------------*
002910 01  WS-COLUMN-LINE.
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  FILLER                  PIC X(22) VALUE 'CLIENTE'.
002940     05  FILLER                  PIC X(22) VALUE 'PRODUTO'.
002950     05  FILLER                  PIC X(10) VALUE 'CANAL'.
002960     05  FILLER                  PIC X(10) VALUE 'ANNIV'.
002970     05  FILLER                  PIC X(10) VALUE 'DUE'.
002980     05  FILLER                  PIC X(56) VALUE 'NOTE'.
002990 01  WS-DETAIL-LINE.
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  WS-DTL-CLIENTE          PIC X(20).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  WS-DTL-PRODUTO          PIC X(20).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  WS-DTL-CANAL            PIC X(08).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  WS-DTL-ANNIV            PIC X(08).
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  WS-DTL-DUE              PIC X(08).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  WS-DTL-TEXT             PIC X(56).
003120     05  WS-DTL-TEXT-R REDEFINES WS-DTL-TEXT.
003130         10  WS-DTL-OVERDUE      PIC X(09).
003140         10  WS-DTL-REPEAT       PIC X(24).
003150         10  WS-DTL-ATTRS        PIC X(23).
003160
003170 PROCEDURE DIVISION.
003180*----------------------------------------------------------------*
003190*    0000-MAINLINE                                               *
003200*----------------------------------------------------------------*
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003230     PERFORM 2000-BROWSE-HISTORY THRU 2000-EXIT
003240     PERFORM 4000-WRITE-NEXT-MONTH THRU 4000-EXIT
003250     PERFORM 5000-WRITE-NOT-GENERATED THRU 5000-EXIT
003260     PERFORM 8000-TERMINATE THRU 8000-EXIT
003270     GOBACK.
003280
003290*----------------------------------------------------------------*
003300*    1000-INITIALIZE - READ THE BUSINESS DATE AND THE LEAD       *
003310*                      DAYS, OPEN THE FILES, START THE           *
003320*                      RENEWTRN SEGMENT AND THE REPORT           *
003330*----------------------------------------------------------------*
003340 1000-INITIALIZE.
003350     OPEN INPUT BUSDATE-FILE
003360     IF WS-BDT-STATUS NOT = '00'
003370        DISPLAY 'COBRENEW: OPEN BUSDATE FAILED, STATUS='
003380                WS-BDT-STATUS
003390        MOVE 16 TO RETURN-CODE
003400        GOBACK
003410     END-IF
003420     READ BUSDATE-FILE
003430        AT END
003440           DISPLAY 'COBRENEW: BUSDATE IS EMPTY'
003450           MOVE 16 TO RETURN-CODE
003460           GOBACK
003470     END-READ
003480     IF BDT-BUS-DATE NOT NUMERIC
003490        DISPLAY 'COBRENEW: BUSDATE BUSINESS DATE NOT NUMERIC: '
003500                BDT-BUS-DATE
003510        MOVE 16 TO RETURN-CODE
003520        GOBACK
003530     END-IF
003540     MOVE BDT-BUS-DATE TO WS-BUS-DATE
003550     MOVE BDT-BUS-DATE TO WS-BUS-WORK
003560     MOVE BDT-BUS-DATE TO WS-DW-DATE
003570     PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
003580     MOVE WS-DW-DAY-NUM TO WS-TODAY-DAY-NUM
003590*    NO PREVIOUS BUSINESS DATE (FIRST RUN) - EVERY WINDOW IS NEW
003600     MOVE 0 TO WS-PREV-DAY-NUM
003610     IF BDT-PREV-BUS-DATE NUMERIC
003620        MOVE BDT-PREV-BUS-DATE TO WS-DW-DATE
003630        PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
003640        MOVE WS-DW-DAY-NUM TO WS-PREV-DAY-NUM
003650     END-IF
003660     CLOSE BUSDATE-FILE
003670     MOVE WS-BW-YYYY TO WS-NM-YYYY
003680     MOVE WS-BW-MM   TO WS-NM-MM
003690     IF WS-NM-MM = 12
003700        MOVE 1 TO WS-NM-MM
003710        ADD 1 TO WS-NM-YYYY
003720     ELSE
003730        ADD 1 TO WS-NM-MM
003740     END-IF
003750
003760     PERFORM 1100-READ-PARMCRD THRU 1100-EXIT
003770     COMPUTE WS-HORIZON-DAY-NUM = WS-TODAY-DAY-NUM + WS-LEAD-DAYS
003780
003790     OPEN INPUT HIST-FILE
003800     IF WS-HIST-STATUS NOT = '00'
003810        DISPLAY 'COBRENEW: OPEN HISTFL FAILED, STATUS='
003820                WS-HIST-STATUS
003830        MOVE 16 TO RETURN-CODE
003840        GOBACK
003850     END-IF
003860     OPEN INPUT CLIENT-FILE
003870     IF WS-CLI-STATUS NOT = '00'
003880        DISPLAY 'COBRENEW: OPEN CLIFILE FAILED, STATUS='
003890                WS-CLI-STATUS
003900        MOVE 16 TO RETURN-CODE
003910        GOBACK
003920     END-IF
003930     OPEN INPUT HISTATR-FILE
003940     IF WS-HAT-STATUS = '05' OR WS-HAT-STATUS = '35'
003950        CLOSE HISTATR-FILE
003960        DISPLAY 'COBRENEW: NO HISTATR - RENEWALS CARRY NO '
003970                'ATTRIBUTES'
003980     ELSE
003990        IF WS-HAT-STATUS NOT = '00'
004000           DISPLAY 'COBRENEW: OPEN HISTATR FAILED, STATUS='
004010                   WS-HAT-STATUS
004020           MOVE 16 TO RETURN-CODE
004030           GOBACK
004040        END-IF
004050        MOVE 'Y' TO WS-HAT-OPEN-SW
004060     END-IF
004070     OPEN OUTPUT RENEW-TRANS-FILE
004080     IF WS-RNT-STATUS NOT = '00'
004090        DISPLAY 'COBRENEW: OPEN RENEWTRN FAILED, STATUS='
004100                WS-RNT-STATUS
004110        MOVE 16 TO RETURN-CODE
004120        GOBACK
004130     END-IF
004140     MOVE SPACES TO TRN-RECORD
004150     MOVE 'TRNHDR' TO TRN-HDR-ID
004160     MOVE WS-BUS-DATE TO TRN-HDR-BUS-DATE
004170     WRITE TRN-HEADER-REC
004180
004190     OPEN OUTPUT RENEW-RPT
004200     MOVE SPACES TO RPT-LINE
004210     MOVE 'RENEWAL SCHEDULE REPORT' TO RPT-LINE
004220     WRITE RPT-LINE
004230     MOVE SPACES TO RPT-LINE
004240     STRING 'BUSINESS DATE=' DELIMITED BY SIZE
004250            WS-BUS-DATE DELIMITED BY SIZE
004260            '  LEAD DAYS=' DELIMITED BY SIZE
004270            WS-LEAD-DAYS-X DELIMITED BY SIZE
004280            '  NEXT MONTH=' DELIMITED BY SIZE
004290            WS-NEXT-MONTH DELIMITED BY SIZE
004300            INTO RPT-LINE
004310     WRITE RPT-LINE
004320     MOVE SPACES TO RPT-LINE
004330     WRITE RPT-LINE.
004340 1000-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------*
004380*    1100-READ-PARMCRD - LEAD DAYS FROM THE OPTIONAL PARMCRD,    *
004390*                        30 WHEN IT IS ABSENT OR BLANK           *
004400*----------------------------------------------------------------*
004410 1100-READ-PARMCRD.
004420     OPEN INPUT PARM-FILE
004430     IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
004440        CLOSE PARM-FILE
004450        GO TO 1100-EXIT
004460     END-IF
004470     READ PARM-FILE
004480        AT END
004490           MOVE SPACES TO PRM-LEAD-DAYS
004500     END-READ
004510     CLOSE PARM-FILE
004520     IF PRM-LEAD-DAYS = SPACES
004530        GO TO 1100-EXIT
004540     END-IF
004550     IF PRM-LEAD-DAYS NOT NUMERIC
004560        DISPLAY 'COBRENEW: PARMCRD LEAD DAYS NOT NUMERIC: '
004570                PRM-LEAD-DAYS
004580        MOVE 16 TO RETURN-CODE
004590        GOBACK
004600     END-IF
004610     IF PRM-LEAD-DAYS > '365'
004620        DISPLAY 'COBRENEW: PARMCRD LEAD DAYS OVER 365: '
004630                PRM-LEAD-DAYS
004640        MOVE 16 TO RETURN-CODE
004650        GOBACK
004660     END-IF
004670     MOVE PRM-LEAD-DAYS TO WS-LEAD-DAYS
004680     MOVE PRM-LEAD-DAYS TO WS-LEAD-DAYS-X.
004690 1100-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------*
004730*    2000-BROWSE-HISTORY - BROWSE THE WHOLE KSDS, GENERATING     *
004740*                          AND LISTING EACH RENEWAL DUE          *
004750*----------------------------------------------------------------*
004760 2000-BROWSE-HISTORY.
004770     MOVE SPACES TO RPT-LINE
004780     MOVE 'RENEWALS GENERATED' TO RPT-LINE
004790     WRITE RPT-LINE
004800     MOVE WS-COLUMN-LINE TO RPT-LINE
004810     WRITE RPT-LINE
004820     MOVE 'N' TO WS-BROWSE-EOF-SW
004830     MOVE LOW-VALUES TO HST-KEY
004840     START HIST-FILE KEY NOT < HST-KEY
004850        INVALID KEY
004860           MOVE 'Y' TO WS-BROWSE-EOF-SW
004870     END-START
004880     IF NOT WS-BROWSE-EOF
004890        PERFORM 2100-READ-NEXT THRU 2100-EXIT
004900     END-IF
004910     PERFORM 2200-CHECK-HISTORY-REC THRU 2200-EXIT
004920         UNTIL WS-BROWSE-EOF.
004930 2000-EXIT.
004940     EXIT.
004950
004960 2100-READ-NEXT.
004970     READ HIST-FILE NEXT RECORD
004980        AT END
004990           MOVE 'Y' TO WS-BROWSE-EOF-SW
005000     END-READ
005010     IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '02'
005020        MOVE 'Y' TO WS-BROWSE-EOF-SW
005030     END-IF.
005040 2100-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------*
005080*    2200-CHECK-HISTORY-REC - WORK OUT WHETHER ONE HISTORY       *
005090*                             KEY IS DUE FOR RENEWAL AND ACT     *
005100*                             ON ITS CLIENT STATUS               *
005110*----------------------------------------------------------------*
005120 2200-CHECK-HISTORY-REC.
005130     ADD 1 TO WS-HIST-COUNT
005140     PERFORM 3000-FIND-ANNIVERSARY THRU 3000-EXIT
005150     IF NOT WS-ANNIV-OK
005160        ADD 1 TO WS-NO-ANNIV-COUNT
005170        GO TO 2290-NEXT
005180     END-IF
005190     PERFORM 3100-FIND-DUE-DATE THRU 3100-EXIT
005200     MOVE 0 TO WS-LAST-DAY-NUM
005210     IF HST-LAST-RUN-DATE NUMERIC
005220        MOVE HST-LAST-RUN-DATE TO WS-DW-DATE
005230        PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
005240        MOVE WS-DW-DAY-NUM TO WS-LAST-DAY-NUM
005250     END-IF
005260*    NO RENEWAL ON OR BEFORE THE ANNIVERSARY ITSELF - THE FIRST
005270*    ONE FALLS A YEAR AFTER IT
005280     IF WS-DUE-DAY-NUM NOT > WS-ANNIV-DAY-NUM
005290        PERFORM 3500-CHECK-NEXT-MONTH THRU 3500-EXIT
005300        GO TO 2290-NEXT
005310     END-IF
005320     COMPUTE WS-OPEN-DAY-NUM = WS-DUE-DAY-NUM - WS-LEAD-DAYS
005330     IF WS-LAST-DAY-NUM NOT < WS-OPEN-DAY-NUM
005340        PERFORM 3500-CHECK-NEXT-MONTH THRU 3500-EXIT
005350        GO TO 2290-NEXT
005360     END-IF
005370     ADD 1 TO WS-DUE-COUNT
005380     PERFORM 3600-READ-CLIENT THRU 3600-EXIT
005390     MOVE HST-CLIENTE TO WS-DTL-CLIENTE
005400     MOVE HST-PRODUTO TO WS-DTL-PRODUTO
005410     MOVE HST-CANAL   TO WS-DTL-CANAL
005420     MOVE WS-ANNIV-DATE TO WS-DTL-ANNIV
005430     MOVE WS-DUE-DATE TO WS-DTL-DUE
005440     MOVE SPACES TO WS-DTL-TEXT
005450     IF WS-CLI-ACTIVE
005460        PERFORM 2300-GENERATE-RENEWAL THRU 2300-EXIT
005470        GO TO 2290-NEXT
005480     END-IF
005490*    A CANCELLED CLIENT IS LISTED ONCE, ON THE FIRST BUSINESS
005500*    DAY THE WINDOW IS OPEN; A SUSPENDED ONE MAY BE REINSTATED,
005510*    SO IT IS LISTED FOR AS LONG AS IT STAYS DUE
005520     IF WS-CLI-CANCELLED
005530        IF WS-OPEN-DAY-NUM NOT > WS-PREV-DAY-NUM
005540           ADD 1 TO WS-CANC-QUIET-COUNT
005550           GO TO 2290-NEXT
005560        END-IF
005570        ADD 1 TO WS-CANC-COUNT
005580        MOVE 'CLIENT CANCELLED - NOT GENERATED' TO WS-DTL-TEXT
005590     END-IF
005600     IF WS-CLI-SUSPENDED
005610        ADD 1 TO WS-SUSP-COUNT
005620        MOVE 'CLIENT SUSPENDED - NOT GENERATED' TO WS-DTL-TEXT
005630     END-IF
005640     IF WS-CLI-NOT-FOUND
005650        ADD 1 TO WS-NOCLI-COUNT
005660        MOVE 'NOT ON CLIENT MASTER - NOT GENERATED'
005670             TO WS-DTL-TEXT
005680     END-IF
005690     PERFORM 2400-HOLD-NOT-GENERATED THRU 2400-EXIT.
005700 2290-NEXT.
005710     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
005720 2200-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------*
005760*    2300-GENERATE-RENEWAL - WRITE THE RENEWAL TRANSACTION, ITS  *
005770*                            SAVED ATTRIBUTES AND ITS REPORT     *
005780*                            LINE                                *
005790*----------------------------------------------------------------*
005800 2300-GENERATE-RENEWAL.
005810     MOVE SPACES      TO TRN-RECORD
005820     MOVE HST-CLIENTE TO TRN-CLIENTE
005830     MOVE HST-PRODUTO TO TRN-PRODUTO
005840     MOVE HST-CANAL   TO TRN-CANAL
005850     MOVE 'R'         TO TRN-ORIGIN
005860     WRITE TRN-RECORD
005870     ADD 1 TO WS-GEN-COUNT
005880     PERFORM 2350-WRITE-ATTRIBUTES THRU 2350-EXIT
005890     IF WS-DUE-DAY-NUM < WS-TODAY-DAY-NUM
005900        ADD 1 TO WS-OVERDUE-COUNT
005910        MOVE 'OVERDUE' TO WS-DTL-OVERDUE
005920     END-IF
005930*    THE WINDOW WAS ALREADY OPEN ON THE PREVIOUS BUSINESS DAY, SO
005940*    AN EARLIER RENEWAL FOR THIS DUE DATE HAS NOT BEEN RATED
005950     IF WS-OPEN-DAY-NUM NOT > WS-PREV-DAY-NUM
005960        ADD 1 TO WS-REPEAT-COUNT
005970        MOVE 'REPEAT - NOT YET RATED' TO WS-DTL-REPEAT
005980     END-IF
005990     MOVE WS-DETAIL-LINE TO RPT-LINE
006000     WRITE RPT-LINE.
006010 2300-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------*
006050*    2350-WRITE-ATTRIBUTES - THE TRNATR RECORDS THE KEY WAS LAST *
006060*                            RATED WITH, FROM HISTATR, BEHIND    *
006070*                            THE RENEWAL                         *
006080*----------------------------------------------------------------*
006090 2350-WRITE-ATTRIBUTES.
006100     IF NOT WS-HAT-OPEN
006110        GO TO 2380-NO-ATTRIBUTES
006120     END-IF
006130     MOVE HST-CLIENTE TO HAT-CLIENTE
006140     MOVE HST-PRODUTO TO HAT-PRODUTO
006150     READ HISTATR-FILE
006160        INVALID KEY
006170           GO TO 2380-NO-ATTRIBUTES
006180     END-READ
006190     IF HAT-ATR-COUNT NOT NUMERIC OR HAT-ATR-COUNT > 10
006200        GO TO 2380-NO-ATTRIBUTES
006210     END-IF
006220*    A KEY LAST RATED WITH NO ATTRIBUTES RENEWS WITH NONE - THAT
006230*    IS NOT A GAP
006240     PERFORM 2360-WRITE-ONE-ATTR THRU 2360-EXIT
006250         VARYING WS-HAT-SUB FROM 1 BY 1
006260         UNTIL WS-HAT-SUB > HAT-ATR-COUNT
006270     GO TO 2350-EXIT.
006280 2380-NO-ATTRIBUTES.
006290     ADD 1 TO WS-NO-ATTR-COUNT
006300     MOVE 'NO SAVED ATTRIBUTES' TO WS-DTL-ATTRS.
006310 2350-EXIT.
006320     EXIT.
006330
006340 2360-WRITE-ONE-ATTR.
006350     MOVE HAT-ATR-REC(WS-HAT-SUB) TO TRN-ATTR-REC
006360     WRITE TRN-ATTR-REC
006370     ADD 1 TO WS-ATR-OUT-COUNT.
006380 2360-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------*
006420*    2400-HOLD-NOT-GENERATED - KEEP THE LINE FOR A DUE KEY THAT  *
006430*                              WAS NOT GENERATED                 *
006440*----------------------------------------------------------------*
006450 2400-HOLD-NOT-GENERATED.
006460     IF WS-EXC-COUNT >= 5000
006470        IF NOT WS-EXC-FULL
006480           DISPLAY 'COBRENEW: NOT-GENERATED TABLE FULL AT 5000 '
006490                   'ENTRIES, FURTHER KEYS COUNTED ONLY'
006500           MOVE 'Y' TO WS-EXC-FULL-SW
006510        END-IF
006520        GO TO 2400-EXIT
006530     END-IF
006540     ADD 1 TO WS-EXC-COUNT
006550     MOVE WS-DETAIL-LINE TO WS-EXC-T-LINE(WS-EXC-COUNT).
006560 2400-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------*
006600*    3000-FIND-ANNIVERSARY - THE KEY'S ANNIVERSARY DATE, FROM    *
006610*                            HST-ANNIV-DATE OR ELSE THE LAST     *
006620*                            RUN DATE, CHECKED FOR A REAL        *
006630*                            MONTH AND DAY                       *
006640*----------------------------------------------------------------*
006650 3000-FIND-ANNIVERSARY.
006660     MOVE 'N' TO WS-ANNIV-OK-SW
006670     IF HST-ANNIV-DATE NUMERIC
006680        MOVE HST-ANNIV-DATE TO WS-ANNIV-DATE
006690     ELSE
006700        IF HST-LAST-RUN-DATE NUMERIC
006710           MOVE HST-LAST-RUN-DATE TO WS-ANNIV-DATE
006720        ELSE
006730           GO TO 3000-EXIT
006740        END-IF
006750     END-IF
006760     IF WS-AN-MM < 1 OR WS-AN-MM > 12
006770        GO TO 3000-EXIT
006780     END-IF
006790     IF WS-AN-DD < 1 OR WS-AN-DD > WS-MONTH-DAYS(WS-AN-MM)
006800        GO TO 3000-EXIT
006810     END-IF
006820     MOVE WS-ANNIV-DATE TO WS-DW-DATE
006830     PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
006840     MOVE WS-DW-DAY-NUM TO WS-ANNIV-DAY-NUM
006850     MOVE 'Y' TO WS-ANNIV-OK-SW.
006860 3000-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------*
006900*    3100-FIND-DUE-DATE - THE LATEST ANNIVERSARY NO LATER THAN   *
006910*                         THE END OF THE LEAD WINDOW.  THE       *
006920*                         WINDOW IS AT MOST 365 DAYS, SO IT IS   *
006930*                         NEXT YEAR'S, THIS YEAR'S OR LAST       *
006940*                         YEAR'S                                 *
006950*----------------------------------------------------------------*
006960 3100-FIND-DUE-DATE.
006970     MOVE 'N' TO WS-DUE-FOUND-SW
006980     COMPUTE WS-TRY-YYYY = WS-BW-YYYY + 1
006990     COMPUTE WS-STOP-YYYY = WS-BW-YYYY - 1
007000     PERFORM 3150-TRY-ONE-YEAR THRU 3150-EXIT
007010         UNTIL WS-DUE-FOUND
007020            OR WS-TRY-YYYY < WS-STOP-YYYY.
007030 3100-EXIT.
007040     EXIT.
007050
007060 3150-TRY-ONE-YEAR.
007070     PERFORM 3200-BUILD-TRY-DATE THRU 3200-EXIT
007080     IF WS-TRY-DAY-NUM NOT > WS-HORIZON-DAY-NUM
007090        MOVE WS-TRY-DATE    TO WS-DUE-DATE
007100        MOVE WS-TRY-DAY-NUM TO WS-DUE-DAY-NUM
007110        MOVE 'Y' TO WS-DUE-FOUND-SW
007120        GO TO 3150-EXIT
007130     END-IF
007140     SUBTRACT 1 FROM WS-TRY-YYYY.
007150 3150-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------*
007190*    3200-BUILD-TRY-DATE - THE ANNIVERSARY IN YEAR WS-TRY-YYYY   *
007200*                          AND ITS DAY NUMBER.  29 FEBRUARY IS   *
007210*                          THE 28TH IN A YEAR THAT IS NOT LEAP   *
007220*----------------------------------------------------------------*
007230 3200-BUILD-TRY-DATE.
007240     MOVE WS-AN-MM TO WS-TRY-MM
007250     MOVE WS-AN-DD TO WS-TRY-DD
007260     IF WS-TRY-MM = 2 AND WS-TRY-DD = 29
007270        MOVE WS-TRY-YYYY TO WS-LEAP-YYYY
007280        PERFORM 7200-CHECK-LEAP-YEAR THRU 7200-EXIT
007290        IF NOT WS-LEAP-YEAR
007300           MOVE 28 TO WS-TRY-DD
007310        END-IF
007320     END-IF
007330     MOVE WS-TRY-DATE TO WS-DW-DATE
007340     PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
007350     MOVE WS-DW-DAY-NUM TO WS-TRY-DAY-NUM.
007360 3200-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------*
007400*    3500-CHECK-NEXT-MONTH - HOLD A LINE FOR A KEY NOT DUE       *
007410*                            TODAY WHOSE ANNIVERSARY FALLS IN    *
007420*                            NEXT MONTH AND IS NOT ALREADY       *
007430*                            COVERED BY A RATING IN ITS WINDOW   *
007440*----------------------------------------------------------------*
007450 3500-CHECK-NEXT-MONTH.
007460     IF WS-AN-MM NOT = WS-NM-MM
007470        GO TO 3500-EXIT
007480     END-IF
007490     MOVE WS-NM-YYYY TO WS-TRY-YYYY
007500     PERFORM 3200-BUILD-TRY-DATE THRU 3200-EXIT
007510     IF WS-TRY-DAY-NUM NOT > WS-ANNIV-DAY-NUM
007520        GO TO 3500-EXIT
007530     END-IF
007540     IF WS-LAST-DAY-NUM NOT < WS-TRY-DAY-NUM - WS-LEAD-DAYS
007550        GO TO 3500-EXIT
007560     END-IF
007570     MOVE WS-TRY-DATE TO WS-NEXT-DUE-DATE
007580     ADD 1 TO WS-NEXT-COUNT
007590     IF WS-NXT-COUNT >= 5000
007600        IF NOT WS-NXT-FULL
007610           DISPLAY 'COBRENEW: NEXT-MONTH TABLE FULL AT 5000 '
007620                   'ENTRIES, FURTHER KEYS COUNTED ONLY'
007630           MOVE 'Y' TO WS-NXT-FULL-SW
007640        END-IF
007650        GO TO 3500-EXIT
007660     END-IF
007670     PERFORM 3600-READ-CLIENT THRU 3600-EXIT
007680     MOVE HST-CLIENTE      TO WS-DTL-CLIENTE
007690     MOVE HST-PRODUTO      TO WS-DTL-PRODUTO
007700     MOVE HST-CANAL        TO WS-DTL-CANAL
007710     MOVE WS-ANNIV-DATE    TO WS-DTL-ANNIV
007720     MOVE WS-NEXT-DUE-DATE TO WS-DTL-DUE
007730     MOVE WS-CLI-STATE-TEXT TO WS-DTL-TEXT
007740     ADD 1 TO WS-NXT-COUNT
007750     MOVE WS-DETAIL-LINE TO WS-NXT-T-LINE(WS-NXT-COUNT).
007760 3500-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------------*
007800*    3600-READ-CLIENT - LOOK THE KEY'S CLIENTE UP ON THE CLIENT  *
007810*                       MASTER                                   *
007820*----------------------------------------------------------------*
007830 3600-READ-CLIENT.
007840     MOVE HST-CLIENTE TO CLI-CLIENTE
007850     READ CLIENT-FILE
007860        INVALID KEY
007870           MOVE 'N' TO WS-CLI-STATE
007880           MOVE 'NOT ON CLIENT MASTER' TO WS-CLI-STATE-TEXT
007890           GO TO 3600-EXIT
007900     END-READ
007910     MOVE CLI-STATUS TO WS-CLI-STATE
007920     IF WS-CLI-ACTIVE
007930        MOVE 'CLIENT ACTIVE' TO WS-CLI-STATE-TEXT
007940     END-IF
007950     IF WS-CLI-SUSPENDED
007960        MOVE 'CLIENT SUSPENDED' TO WS-CLI-STATE-TEXT
007970     END-IF
007980     IF WS-CLI-CANCELLED
007990        MOVE 'CLIENT CANCELLED' TO WS-CLI-STATE-TEXT
008000     END-IF
008010*    ANY OTHER STATUS IS TREATED AS SUSPENDED - HELD BACK AND
008020*    LISTED UNTIL THE MASTER IS PUT RIGHT
008030     IF NOT WS-CLI-ACTIVE AND NOT WS-CLI-SUSPENDED
008040                          AND NOT WS-CLI-CANCELLED
008050        MOVE 'S' TO WS-CLI-STATE
008060        MOVE 'CLIENT STATUS UNKNOWN' TO WS-CLI-STATE-TEXT
008070     END-IF.
008080 3600-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------*
008120*    4000-WRITE-NEXT-MONTH - LIST THE ANNIVERSARIES COMING DUE   *
008130*                            NEXT MONTH                          *
008140*----------------------------------------------------------------*
008150 4000-WRITE-NEXT-MONTH.
008160     MOVE SPACES TO RPT-LINE
008170     WRITE RPT-LINE
008180     MOVE SPACES TO RPT-LINE
008190     STRING 'COMING DUE NEXT MONTH (' DELIMITED BY SIZE
008200            WS-NEXT-MONTH DELIMITED BY SIZE
008210            ')' DELIMITED BY SIZE
008220            INTO RPT-LINE
008230     WRITE RPT-LINE
008240     MOVE WS-COLUMN-LINE TO RPT-LINE
008250     WRITE RPT-LINE
008260     IF WS-NXT-COUNT > 0
008270        PERFORM 4100-WRITE-NEXT-LINE THRU 4100-EXIT
008280            VARYING WS-NXT-IX FROM 1 BY 1
008290            UNTIL WS-NXT-IX > WS-NXT-COUNT
008300     END-IF.
008310 4000-EXIT.
008320     EXIT.
008330
008340 4100-WRITE-NEXT-LINE.
008350     MOVE WS-NXT-T-LINE(WS-NXT-IX) TO RPT-LINE
008360     WRITE RPT-LINE.
008370 4100-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------*
008410*    5000-WRITE-NOT-GENERATED - LIST THE DUE KEYS HELD BACK BY   *
008420*                               THEIR CLIENT STATUS              *
008430*----------------------------------------------------------------*
008440 5000-WRITE-NOT-GENERATED.
008450     MOVE SPACES TO RPT-LINE
008460     WRITE RPT-LINE
008470     MOVE SPACES TO RPT-LINE
008480     MOVE 'DUE BUT NOT GENERATED' TO RPT-LINE
008490     WRITE RPT-LINE
008500     MOVE WS-COLUMN-LINE TO RPT-LINE
008510     WRITE RPT-LINE
008520     IF WS-EXC-COUNT > 0
008530        PERFORM 5100-WRITE-NOT-GEN-LINE THRU 5100-EXIT
008540            VARYING WS-EXC-IX FROM 1 BY 1
008550            UNTIL WS-EXC-IX > WS-EXC-COUNT
008560     END-IF.
008570 5000-EXIT.
008580     EXIT.
008590
008600 5100-WRITE-NOT-GEN-LINE.
008610     MOVE WS-EXC-T-LINE(WS-EXC-IX) TO RPT-LINE
008620     WRITE RPT-LINE.
008630 5100-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------------*
008670*    7100-COMPUTE-DAY-NUMBER - GREGORIAN DAY COUNT FOR THE       *
008680*                              YYYYMMDD DATE IN WS-DW-DATE SO    *
008690*                              TWO DATES CAN BE SUBTRACTED       *
008700*----------------------------------------------------------------*
008710 7100-COMPUTE-DAY-NUMBER.
008720     MOVE WS-DW-YYYY TO WS-DW-Y
008730     MOVE WS-DW-MM   TO WS-DW-M
008740     IF WS-DW-M <= 2
008750        SUBTRACT 1 FROM WS-DW-Y
008760        ADD 12 TO WS-DW-M
008770     END-IF
008780     COMPUTE WS-DW-T1 = WS-DW-Y / 4
008790     COMPUTE WS-DW-T2 = WS-DW-Y / 100
008800     COMPUTE WS-DW-T3 = WS-DW-Y / 400
008810     COMPUTE WS-DW-T4 = (153 * (WS-DW-M + 1)) / 5
008820     COMPUTE WS-DW-DAY-NUM
008830         = (365 * WS-DW-Y) + WS-DW-T1 - WS-DW-T2 + WS-DW-T3
008840         + WS-DW-T4 + WS-DW-DD.
008850 7100-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------------*
008890*    7200-CHECK-LEAP-YEAR - IS WS-LEAP-YYYY A LEAP YEAR?         *
008900*----------------------------------------------------------------*
008910 7200-CHECK-LEAP-YEAR.
008920     MOVE 'N' TO WS-LEAP-SW
008930     DIVIDE WS-LEAP-YYYY BY 4 GIVING WS-LEAP-QUOT
008940            REMAINDER WS-LEAP-REM
008950     IF WS-LEAP-REM NOT = 0
008960        GO TO 7200-EXIT
008970     END-IF
008980     DIVIDE WS-LEAP-YYYY BY 100 GIVING WS-LEAP-QUOT
008990            REMAINDER WS-LEAP-REM
009000     IF WS-LEAP-REM NOT = 0
009010        MOVE 'Y' TO WS-LEAP-SW
009020        GO TO 7200-EXIT
009030     END-IF
009040     DIVIDE WS-LEAP-YYYY BY 400 GIVING WS-LEAP-QUOT
009050            REMAINDER WS-LEAP-REM
009060     IF WS-LEAP-REM = 0
009070        MOVE 'Y' TO WS-LEAP-SW
009080     END-IF.
009090 7200-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------*
009130*    8000-TERMINATE - CLOSE THE RENEWTRN SEGMENT, WRITE THE      *
009140*                     SUMMARY AND SET THE RETURN-CODE            *
009150*----------------------------------------------------------------*
009160 8000-TERMINATE.
009170     MOVE SPACES TO TRN-RECORD
009180     MOVE 'TRNTRL' TO TRN-TRL-ID
009190     MOVE WS-GEN-COUNT TO TRN-TRL-COUNT
009200     MOVE WS-ATR-OUT-COUNT TO TRN-TRL-ATR-COUNT
009210     WRITE TRN-TRAILER-REC
009220     CLOSE RENEW-TRANS-FILE
009230     CLOSE HIST-FILE
009240     CLOSE CLIENT-FILE
009250     IF WS-HAT-OPEN
009260        CLOSE HISTATR-FILE
009270     END-IF
009280
009290     MOVE SPACES TO RPT-LINE
009300     WRITE RPT-LINE
009310     MOVE SPACES TO RPT-LINE
009320     MOVE WS-HIST-COUNT TO WS-COUNT-ED
009330     STRING 'HISTORY RECORDS READ         =' DELIMITED BY SIZE
009340            WS-COUNT-ED DELIMITED BY SIZE
009350            INTO RPT-LINE
009360     WRITE RPT-LINE
009370     MOVE SPACES TO RPT-LINE
009380     MOVE WS-NO-ANNIV-COUNT TO WS-COUNT-ED
009390     STRING 'NO USABLE ANNIVERSARY        =' DELIMITED BY SIZE
009400            WS-COUNT-ED DELIMITED BY SIZE
009410            INTO RPT-LINE
009420     WRITE RPT-LINE
009430     MOVE SPACES TO RPT-LINE
009440     MOVE WS-DUE-COUNT TO WS-COUNT-ED
009450     STRING 'DUE FOR RENEWAL              =' DELIMITED BY SIZE
009460            WS-COUNT-ED DELIMITED BY SIZE
009470            INTO RPT-LINE
009480     WRITE RPT-LINE
009490     MOVE SPACES TO RPT-LINE
009500     MOVE WS-GEN-COUNT TO WS-COUNT-ED
009510     STRING 'RENEWALS GENERATED           =' DELIMITED BY SIZE
009520            WS-COUNT-ED DELIMITED BY SIZE
009530            INTO RPT-LINE
009540     WRITE RPT-LINE
009550     MOVE SPACES TO RPT-LINE
009560     MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED
009570     STRING '  OF WHICH OVERDUE           =' DELIMITED BY SIZE
009580            WS-COUNT-ED DELIMITED BY SIZE
009590            INTO RPT-LINE
009600     WRITE RPT-LINE
009610     MOVE SPACES TO RPT-LINE
009620     MOVE WS-REPEAT-COUNT TO WS-COUNT-ED
009630     STRING '  OF WHICH REPEATS           =' DELIMITED BY SIZE
009640            WS-COUNT-ED DELIMITED BY SIZE
009650            INTO RPT-LINE
009660     WRITE RPT-LINE
009670     MOVE SPACES TO RPT-LINE
009680     MOVE WS-NO-ATTR-COUNT TO WS-COUNT-ED
009690     STRING '  OF WHICH NO SAVED ATTRS    =' DELIMITED BY SIZE
009700            WS-COUNT-ED DELIMITED BY SIZE
009710            INTO RPT-LINE
009720     WRITE RPT-LINE
009730     MOVE SPACES TO RPT-LINE
009740     MOVE WS-ATR-OUT-COUNT TO WS-COUNT-ED
009750     STRING 'ATTRIBUTE RECORDS WRITTEN    =' DELIMITED BY SIZE
009760            WS-COUNT-ED DELIMITED BY SIZE
009770            INTO RPT-LINE
009780     WRITE RPT-LINE
009790     MOVE SPACES TO RPT-LINE
009800     MOVE WS-SUSP-COUNT TO WS-COUNT-ED
009810     STRING 'NOT GENERATED - SUSPENDED    =' DELIMITED BY SIZE
009820            WS-COUNT-ED DELIMITED BY SIZE
009830            INTO RPT-LINE
009840     WRITE RPT-LINE
009850     MOVE SPACES TO RPT-LINE
009860     MOVE WS-CANC-COUNT TO WS-COUNT-ED
009870     STRING 'NOT GENERATED - CANCELLED    =' DELIMITED BY SIZE
009880            WS-COUNT-ED DELIMITED BY SIZE
009890            INTO RPT-LINE
009900     WRITE RPT-LINE
009910     MOVE SPACES TO RPT-LINE
009920     MOVE WS-CANC-QUIET-COUNT TO WS-COUNT-ED
009930     STRING '  CANCELLED, LISTED BEFORE   =' DELIMITED BY SIZE
009940            WS-COUNT-ED DELIMITED BY SIZE
009950            INTO RPT-LINE
009960     WRITE RPT-LINE
009970     MOVE SPACES TO RPT-LINE
009980     MOVE WS-NOCLI-COUNT TO WS-COUNT-ED
009990     STRING 'NOT GENERATED - NO CLIENT    =' DELIMITED BY SIZE
010000            WS-COUNT-ED DELIMITED BY SIZE
010010            INTO RPT-LINE
010020     WRITE RPT-LINE
010030     MOVE SPACES TO RPT-LINE
010040     MOVE WS-NEXT-COUNT TO WS-COUNT-ED
010050     STRING 'COMING DUE NEXT MONTH        =' DELIMITED BY SIZE
010060            WS-COUNT-ED DELIMITED BY SIZE
010070            INTO RPT-LINE
010080     WRITE RPT-LINE
010090     CLOSE RENEW-RPT
010100
010110     DISPLAY 'COBRENEW: HISTORY RECORDS READ=' WS-HIST-COUNT
010120     DISPLAY 'COBRENEW: RENEWALS GENERATED=' WS-GEN-COUNT
010130     DISPLAY 'COBRENEW: NO SAVED ATTRIBUTES=' WS-NO-ATTR-COUNT
010140     DISPLAY 'COBRENEW: ATTRIBUTE RECORDS WRITTEN='
010150             WS-ATR-OUT-COUNT
010160     DISPLAY 'COBRENEW: NOT GENERATED - SUSPENDED=' WS-SUSP-COUNT
010170     DISPLAY 'COBRENEW: NOT GENERATED - CANCELLED=' WS-CANC-COUNT
010180     DISPLAY 'COBRENEW: NOT GENERATED - NO CLIENT=' WS-NOCLI-COUNT
010190     DISPLAY 'COBRENEW: COMING DUE NEXT MONTH=' WS-NEXT-COUNT
010200
010210     IF WS-SUSP-COUNT > 0 OR WS-CANC-COUNT > 0
010220                          OR WS-NOCLI-COUNT > 0
010230                          OR WS-NO-ATTR-COUNT > 0
010240        MOVE 4 TO RETURN-CODE
010250     ELSE
010260        MOVE 0 TO RETURN-CODE
010270     END-IF.
010280 8000-EXIT.
010290     EXIT.
