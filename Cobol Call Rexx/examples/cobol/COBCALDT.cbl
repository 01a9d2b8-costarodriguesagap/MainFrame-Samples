000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBCALDT                                       *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-14                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    CHAIN-START BUSINESS DATE STEP.  RUNS FIRST IN THE DAILY    *
000100*    CHAIN AND PUBLISHES THE ONE BUSDATE CONTROL RECORD (CPYBDT) *
000110*    THAT EVERY LATER STEP READS FOR ITS BUSINESS DATE:          *
000120*                                                                *
000130*      1. CTLFILE IS SCANNED FOR THE LAST COMPLETED DATE - THE   *
000140*         LATEST CLEAN COBBALNC END-OF-CHAIN RECORD              *
000150*      2. THE PROCESSING CALENDAR (CALFILE, CPYCAL) GIVES THE    *
000160*         NEXT BUSINESS DAY AFTER IT, STEPPING OVER WEEKENDS     *
000170*         AND HOLIDAYS                                           *
000180*      3. THAT DATE, WITH ITS MONTH-END, QUARTER-END, YEAR-END   *
000190*         AND RETENTION FLAGS, IS WRITTEN TO BUSDATE AND A       *
000200*         COBCALDT RECORD IS ADDED TO CTLFILE                    *
000210*                                                                *
000220*    AN OPTIONAL PARMCRD CARD CAN NAME THE DATE INSTEAD (COLS    *
000230*    1-8) - REQUIRED ON THE VERY FIRST RUN, WHEN CTLFILE HOLDS   *
000240*    NO COMPLETED DATE.  A DATE ALREADY COMPLETED, OR ONE BEYOND *
000250*    THE NEXT BUSINESS DAY, IS REFUSED UNLESS COL 10 CARRIES     *
000260*    THE OVERRIDE: 'R' TO RERUN A COMPLETED DATE, 'S' TO SKIP    *
000270*    AHEAD.  A DATE THAT IS NOT A BUSINESS DAY ON THE CALENDAR   *
000280*    IS ALWAYS REFUSED.  RESTARTING A DATE THAT WAS OPENED BUT   *
000290*    NEVER COMPLETED NEEDS NO OVERRIDE.                          *
000300*                                                                *
000310*    A REFUSED RUN EMPTIES BUSDATE AND ENDS RC=16, SO NO LATER   *
000320*    STEP CAN PICK UP THE PREVIOUS DAY'S DATE BY MISTAKE.  A     *
000330*    RUN LET THROUGH BY AN OVERRIDE ENDS RC=4.                   *
000340*                                                                *
000350*    MODIFICATION HISTORY                                        *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    ---------- ----  ------------------------------------------ *
000380*    2026-10-14 JCR   ORIGINAL VERSION.                          *
000380*    2026-10-15 JCR   ZERO CTL-CHAIN-CHECK ON THE CONTROL        *
000380*                     RECORD.                                    *
000390*                                                                *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. COBCALDT.
000430 AUTHOR. EXEMPLO BATCH SUPPORT GROUP.
000440 INSTALLATION. EXEMPLO DATA CENTER.
000450 DATE-WRITTEN. 2026-10-14.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. EXEMPLO.
000510 OBJECT-COMPUTER. EXEMPLO.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCRD
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS WS-PARM-STATUS.
000580
000590     SELECT CALENDAR-FILE   ASSIGN TO CALFILE
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS WS-CAL-STATUS.
000620
000630     SELECT OPTIONAL CONTROL-FILE ASSIGN TO CTLFILE
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS WS-CTL-STATUS.
000660
000670     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS WS-BDT-STATUS.
000700
000710     SELECT CAL-RPT         ASSIGN TO CALRPT
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS WS-RPT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PARM-FILE
000780     RECORDING MODE IS F.
000790 01  PRM-CARD.
000800     05  PRM-BUS-DATE            PIC X(08).
000810     05  FILLER                  PIC X(01).
000820     05  PRM-OVERRIDE            PIC X(01).
000830     05  FILLER                  PIC X(70).
000840
000850 FD  CALENDAR-FILE
000860     RECORDING MODE IS F.
000870     COPY CPYCAL.
000880
000890 FD  CONTROL-FILE
000900     RECORDING MODE IS F.
000910     COPY CPYCTL.
000920
000930 FD  BUSDATE-FILE
000940     RECORDING MODE IS F.
000950     COPY CPYBDT.
000960
000970 FD  CAL-RPT
000980     RECORDING MODE IS F.
000990 01  RPT-LINE                    PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------*
001030*    FILE STATUS SWITCHES                                        *
001040*----------------------------------------------------------------*
001050 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001060 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
001070 77  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
001080 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001090 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001100
001110*----------------------------------------------------------------*
001120*    RUN SWITCHES AND COUNTERS                                   *
001130*----------------------------------------------------------------*
001140 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001150     88  WS-EOF-FILE                        VALUE 'Y'.
001160 77  WS-CTL-COUNT                PIC 9(07) COMP VALUE 0.
001170 77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE 0.
001180 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001190 77  WS-OVERRIDE                 PIC X(01) VALUE SPACE.
001200     88  WS-OVERRIDE-NONE                   VALUE SPACE.
001210     88  WS-OVERRIDE-RERUN                  VALUE 'R'.
001220     88  WS-OVERRIDE-SKIP                   VALUE 'S'.
001230 77  WS-OVERRIDE-USED-SW         PIC X(01) VALUE 'N'.
001240     88  WS-OVERRIDE-USED                   VALUE 'Y'.
001250 01  WS-REFUSE-TEXT              PIC X(80) VALUE SPACES.
001260
001270*----------------------------------------------------------------*
001280*    DATES - THE CLOCK, THE CARD, CTLFILE AND THE RESULT         *
001290*----------------------------------------------------------------*
001300 01  WS-CURRENT-DATE             PIC X(08) VALUE SPACES.
001310 01  WS-CURRENT-TIME-LONG        PIC X(08) VALUE SPACES.
001320 01  WS-CURRENT-TIME REDEFINES WS-CURRENT-TIME-LONG.
001330     05  WS-CURRENT-TIME-HHMMSS  PIC X(06).
001340     05  FILLER                  PIC X(02).
001350 01  WS-CARD-DATE                PIC X(08) VALUE SPACES.
001360 01  WS-LAST-DONE-DATE           PIC X(08) VALUE SPACES.
001370 01  WS-LAST-OPEN-DATE           PIC X(08) VALUE SPACES.
001380 01  WS-NEXT-DATE                PIC X(08) VALUE SPACES.
001390 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001400 01  WS-PREV-BUS-DATE            PIC X(08) VALUE SPACES.
001410 01  WS-NEXT-BUS-DATE            PIC X(08) VALUE SPACES.
001420 01  WS-RETAIN-CUTOFF            PIC X(08) VALUE SPACES.
001430
001440*----------------------------------------------------------------*
001450*    PROCESSING CALENDAR, LOADED IN DATE ORDER.  1500 ENTRIES    *
001460*    HOLD FOUR YEARS OF CALENDAR DATES.                          *
001470*----------------------------------------------------------------*
001480 77  WS-CAL-COUNT                PIC 9(04) COMP VALUE 0.
001490 77  WS-CAL-SUB                  PIC 9(04) COMP VALUE 0.
001500 77  WS-NEXT-AT                  PIC 9(04) COMP VALUE 0.
001510 77  WS-BUS-AT                   PIC 9(04) COMP VALUE 0.
001520 01  WS-CAL-PREV-DATE            PIC X(08) VALUE SPACES.
001530 01  WS-CAL-TABLE.
001540     05  WS-CAL-ENTRY            OCCURS 1 TO 1500 TIMES
001550                                 DEPENDING ON WS-CAL-COUNT.
001560         10  WS-CAL-T-DATE       PIC X(08).
001570         10  WS-CAL-T-TYPE       PIC X(01).
001580             88  WS-CAL-T-BUSINESS          VALUE 'B'.
001590         10  WS-CAL-T-MONTH-END  PIC X(01).
001600         10  WS-CAL-T-QTR-END    PIC X(01).
001610         10  WS-CAL-T-YEAR-END   PIC X(01).
001620         10  WS-CAL-T-RETAIN     PIC X(01).
001630             88  WS-CAL-T-RETAIN-POINT      VALUE 'Y'.
001640         10  WS-CAL-T-DESC       PIC X(30).
001650
001660*----------------------------------------------------------------*
001670*    REPORT LINE WORK AREAS                                      *
001680*----------------------------------------------------------------*
001690 01  WS-LABEL-LINE.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  WS-LLN-LABEL            PIC X(30).
001720     05  WS-LLN-VALUE            PIC X(80).
001730     05  FILLER                  PIC X(20) VALUE SPACES.
001740 01  WS-DAY-LINE.
001750     05  FILLER                  PIC X(04) VALUE SPACES.
001760     05  WS-DLN-DATE             PIC X(08).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  WS-DLN-TYPE             PIC X(22).
001790     05  WS-DLN-DESC             PIC X(30).
001800     05  FILLER                  PIC X(66) VALUE SPACES.
001810
001820 PROCEDURE DIVISION.
001830*----------------------------------------------------------------*
001840*    0000-MAINLINE                                               *
001850*----------------------------------------------------------------*
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001880     PERFORM 2000-SCAN-CONTROL THRU 2000-EXIT
001890     PERFORM 3000-LOAD-CALENDAR THRU 3000-EXIT
001900     PERFORM 4000-DETERMINE-DATE THRU 4000-EXIT
001910     PERFORM 5000-PUBLISH-DATE THRU 5000-EXIT
001920     PERFORM 8000-TERMINATE THRU 8000-EXIT
001930     GOBACK.
001940
001950*----------------------------------------------------------------*
001960*    1000-INITIALIZE - NOTE THE CLOCK, OPEN THE REPORT AND READ  *
001970*                      THE OPTIONAL PARMCRD DATE AND OVERRIDE    *
001980*----------------------------------------------------------------*
001990 1000-INITIALIZE.
002000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002010     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
002020     OPEN OUTPUT CAL-RPT
002030     MOVE SPACES TO RPT-LINE
002040     MOVE 'CHAIN-START BUSINESS DATE REPORT' TO RPT-LINE
002050     WRITE RPT-LINE
002060     MOVE SPACES TO RPT-LINE
002070     STRING 'RUN ON ' DELIMITED BY SIZE
002080            WS-CURRENT-DATE DELIMITED BY SIZE
002090            ' AT ' DELIMITED BY SIZE
002100            WS-CURRENT-TIME-HHMMSS DELIMITED BY SIZE
002110            INTO RPT-LINE
002120     WRITE RPT-LINE
002130     MOVE SPACES TO RPT-LINE
002140     WRITE RPT-LINE
002150
002160     OPEN INPUT PARM-FILE
002170     IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
002180        CLOSE PARM-FILE
002190        GO TO 1000-EXIT
002200     END-IF
002210     IF WS-PARM-STATUS NOT = '00'
002220        MOVE 'OPEN PARMCRD FAILED' TO WS-REFUSE-TEXT
002230        PERFORM 7900-REFUSE THRU 7900-EXIT
002240     END-IF
002250     READ PARM-FILE
002260        AT END
002270           CLOSE PARM-FILE
002280           GO TO 1000-EXIT
002290     END-READ
002300     CLOSE PARM-FILE
002310     IF PRM-BUS-DATE NOT = SPACES
002320        IF PRM-BUS-DATE NOT NUMERIC
002330           MOVE SPACES TO WS-REFUSE-TEXT
002340           STRING 'PARMCRD DATE NOT NUMERIC: ' DELIMITED BY SIZE
002350                  PRM-BUS-DATE DELIMITED BY SIZE
002360                  INTO WS-REFUSE-TEXT
002370           PERFORM 7900-REFUSE THRU 7900-EXIT
002380        END-IF
002390        MOVE PRM-BUS-DATE TO WS-CARD-DATE
002400     END-IF
002410     MOVE PRM-OVERRIDE TO WS-OVERRIDE
002420     IF NOT WS-OVERRIDE-NONE
002430        AND NOT WS-OVERRIDE-RERUN
002440        AND NOT WS-OVERRIDE-SKIP
002450        MOVE SPACES TO WS-REFUSE-TEXT
002460        STRING 'PARMCRD OVERRIDE CODE NOT R, S OR BLANK: '
002470               DELIMITED BY SIZE
002480               PRM-OVERRIDE DELIMITED BY SIZE
002490               INTO WS-REFUSE-TEXT
002500        PERFORM 7900-REFUSE THRU 7900-EXIT
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------*
002560*    2000-SCAN-CONTROL - THE LAST COMPLETED DATE (LATEST CLEAN   *
002570*                        COBBALNC RECORD) AND THE LAST DATE THIS *
002580*                        STEP OPENED (LATEST COBCALDT RECORD)    *
002590*----------------------------------------------------------------*
002600 2000-SCAN-CONTROL.
002610     MOVE 'N' TO WS-EOF-SW
002620     OPEN INPUT CONTROL-FILE
002630     IF WS-CTL-STATUS = '05' OR WS-CTL-STATUS = '35'
002640        CLOSE CONTROL-FILE
002650        GO TO 2000-EXIT
002660     END-IF
002670     IF WS-CTL-STATUS NOT = '00'
002680        MOVE SPACES TO WS-REFUSE-TEXT
002690        STRING 'OPEN CTLFILE FAILED, STATUS=' DELIMITED BY SIZE
002700               WS-CTL-STATUS DELIMITED BY SIZE
002710               INTO WS-REFUSE-TEXT
002720        PERFORM 7900-REFUSE THRU 7900-EXIT
002730     END-IF
002740     PERFORM 2100-SCAN-CONTROL-REC THRU 2100-EXIT
002750         UNTIL WS-EOF-FILE
002760     CLOSE CONTROL-FILE.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2100-SCAN-CONTROL-REC.
002810     READ CONTROL-FILE
002820        AT END
002830           MOVE 'Y' TO WS-EOF-SW
002840           GO TO 2100-EXIT
002850     END-READ
002860     ADD 1 TO WS-CTL-COUNT
002870     IF CTL-RUN-DATE NOT NUMERIC OR NOT CTL-STATUS-OK
002880        GO TO 2100-EXIT
002890     END-IF
002900     IF CTL-PROGRAM = 'COBBALNC'
002910        AND (WS-LAST-DONE-DATE = SPACES
002920             OR CTL-RUN-DATE > WS-LAST-DONE-DATE)
002930        MOVE CTL-RUN-DATE TO WS-LAST-DONE-DATE
002940     END-IF
002950     IF CTL-PROGRAM = 'COBCALDT'
002960        AND (WS-LAST-OPEN-DATE = SPACES
002970             OR CTL-RUN-DATE > WS-LAST-OPEN-DATE)
002980        MOVE CTL-RUN-DATE TO WS-LAST-OPEN-DATE
002990     END-IF.
003000 2100-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------------*
003040*    3000-LOAD-CALENDAR - LOAD CALFILE, WHICH MUST BE IN         *
003050*                         ASCENDING DATE ORDER WITH A VALID DAY  *
003060*                         TYPE ON EVERY RECORD                   *
003070*----------------------------------------------------------------*
003080 3000-LOAD-CALENDAR.
003090     MOVE 'N' TO WS-EOF-SW
003100     OPEN INPUT CALENDAR-FILE
003110     IF WS-CAL-STATUS NOT = '00'
003120        MOVE SPACES TO WS-REFUSE-TEXT
003130        STRING 'OPEN CALFILE FAILED, STATUS=' DELIMITED BY SIZE
003140               WS-CAL-STATUS DELIMITED BY SIZE
003150               INTO WS-REFUSE-TEXT
003160        PERFORM 7900-REFUSE THRU 7900-EXIT
003170     END-IF
003180     PERFORM 3100-LOAD-CALENDAR-REC THRU 3100-EXIT
003190         UNTIL WS-EOF-FILE
003200     CLOSE CALENDAR-FILE
003210     IF WS-CAL-COUNT = 0
003220        MOVE 'CALFILE IS EMPTY' TO WS-REFUSE-TEXT
003230        PERFORM 7900-REFUSE THRU 7900-EXIT
003240     END-IF.
003250 3000-EXIT.
003260     EXIT.
003270
003280 3100-LOAD-CALENDAR-REC.
003290     READ CALENDAR-FILE
003300        AT END
003310           MOVE 'Y' TO WS-EOF-SW
003320           GO TO 3100-EXIT
003330     END-READ
003340     IF CAL-DATE NOT NUMERIC
003350        MOVE SPACES TO WS-REFUSE-TEXT
003360        STRING 'CALFILE DATE NOT NUMERIC: ' DELIMITED BY SIZE
003370               CAL-DATE DELIMITED BY SIZE
003380               INTO WS-REFUSE-TEXT
003390        PERFORM 7900-REFUSE THRU 7900-EXIT
003400     END-IF
003410     IF WS-CAL-PREV-DATE NOT = SPACES
003420        AND CAL-DATE NOT > WS-CAL-PREV-DATE
003430        MOVE SPACES TO WS-REFUSE-TEXT
003440        STRING 'CALFILE OUT OF DATE ORDER AT ' DELIMITED BY SIZE
003450               CAL-DATE DELIMITED BY SIZE
003460               INTO WS-REFUSE-TEXT
003470        PERFORM 7900-REFUSE THRU 7900-EXIT
003480     END-IF
003490     IF NOT CAL-BUSINESS-DAY AND NOT CAL-HOLIDAY
003500        AND NOT CAL-WEEKEND
003510        MOVE SPACES TO WS-REFUSE-TEXT
003520        STRING 'CALFILE DAY TYPE NOT B, H OR W AT '
003530               DELIMITED BY SIZE
003540               CAL-DATE DELIMITED BY SIZE
003550               INTO WS-REFUSE-TEXT
003560        PERFORM 7900-REFUSE THRU 7900-EXIT
003570     END-IF
003580     IF WS-CAL-COUNT NOT < 1500
003590        MOVE 'CALFILE HOLDS MORE THAN 1500 DATES'
003600             TO WS-REFUSE-TEXT
003610        PERFORM 7900-REFUSE THRU 7900-EXIT
003620     END-IF
003630     ADD 1 TO WS-CAL-COUNT
003640     MOVE CAL-DATE      TO WS-CAL-T-DATE(WS-CAL-COUNT)
003650     MOVE CAL-DAY-TYPE  TO WS-CAL-T-TYPE(WS-CAL-COUNT)
003660     MOVE CAL-MONTH-END TO WS-CAL-T-MONTH-END(WS-CAL-COUNT)
003670     MOVE CAL-QTR-END   TO WS-CAL-T-QTR-END(WS-CAL-COUNT)
003680     MOVE CAL-YEAR-END  TO WS-CAL-T-YEAR-END(WS-CAL-COUNT)
003690     MOVE CAL-RETAIN    TO WS-CAL-T-RETAIN(WS-CAL-COUNT)
003700     MOVE CAL-DESC      TO WS-CAL-T-DESC(WS-CAL-COUNT)
003710     MOVE CAL-DATE      TO WS-CAL-PREV-DATE.
003720 3100-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------*
003760*    4000-DETERMINE-DATE - THE NEXT BUSINESS DAY AFTER THE LAST  *
003770*                          COMPLETED DATE, OR THE PARMCRD DATE   *
003780*                          CHECKED AGAINST IT                    *
003790*----------------------------------------------------------------*
003800 4000-DETERMINE-DATE.
003810     MOVE 'LAST COMPLETED DATE' TO WS-LLN-LABEL
003820     IF WS-LAST-DONE-DATE = SPACES
003830        MOVE 'NONE ON CTLFILE' TO WS-LLN-VALUE
003840     ELSE
003850        MOVE WS-LAST-DONE-DATE TO WS-LLN-VALUE
003860     END-IF
003870     PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
003880     MOVE 'LAST DATE OPENED' TO WS-LLN-LABEL
003890     IF WS-LAST-OPEN-DATE = SPACES
003900        MOVE 'NONE ON CTLFILE' TO WS-LLN-VALUE
003910     ELSE
003920        MOVE WS-LAST-OPEN-DATE TO WS-LLN-VALUE
003930     END-IF
003940     PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
003950     MOVE 'PARMCRD DATE' TO WS-LLN-LABEL
003960     IF WS-CARD-DATE = SPACES
003970        MOVE 'NONE' TO WS-LLN-VALUE
003980     ELSE
003990        MOVE SPACES TO WS-LLN-VALUE
004000        STRING WS-CARD-DATE DELIMITED BY SIZE
004010               '  OVERRIDE=' DELIMITED BY SIZE
004020               WS-OVERRIDE DELIMITED BY SIZE
004030               INTO WS-LLN-VALUE
004040     END-IF
004050     PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
004060
004070     IF WS-LAST-DONE-DATE NOT = SPACES
004080        MOVE 0 TO WS-NEXT-AT
004090        PERFORM 4100-FIND-NEXT-BUS-DAY THRU 4100-EXIT
004100            VARYING WS-CAL-SUB FROM 1 BY 1
004110            UNTIL WS-CAL-SUB > WS-CAL-COUNT
004120               OR WS-NEXT-AT > 0
004130        IF WS-NEXT-AT > 0
004140           MOVE WS-CAL-T-DATE(WS-NEXT-AT) TO WS-NEXT-DATE
004150        END-IF
004160     END-IF
004170
004180     IF WS-CARD-DATE NOT = SPACES
004190        MOVE WS-CARD-DATE TO WS-BUS-DATE
004200     ELSE
004210        IF WS-LAST-DONE-DATE = SPACES
004220           MOVE 'NO COMPLETED DATE ON CTLFILE - PARMCRD MUST NAME'
004230                TO WS-REFUSE-TEXT
004240           MOVE 'THE FIRST DATE' TO WS-REFUSE-TEXT(50:)
004250           PERFORM 7900-REFUSE THRU 7900-EXIT
004260        END-IF
004270        IF WS-NEXT-DATE = SPACES
004280           MOVE SPACES TO WS-REFUSE-TEXT
004290           STRING 'CALFILE HAS NO BUSINESS DAY AFTER '
004300                  DELIMITED BY SIZE
004310                  WS-LAST-DONE-DATE DELIMITED BY SIZE
004320                  INTO WS-REFUSE-TEXT
004330           PERFORM 7900-REFUSE THRU 7900-EXIT
004340        END-IF
004350        MOVE WS-NEXT-DATE TO WS-BUS-DATE
004360     END-IF
004370
004380     MOVE 0 TO WS-BUS-AT
004390     PERFORM 4200-FIND-BUS-DATE THRU 4200-EXIT
004400         VARYING WS-CAL-SUB FROM 1 BY 1
004410         UNTIL WS-CAL-SUB > WS-CAL-COUNT
004420            OR WS-BUS-AT > 0
004430     IF WS-BUS-AT = 0
004440        MOVE SPACES TO WS-REFUSE-TEXT
004450        STRING WS-BUS-DATE DELIMITED BY SIZE
004460               ' IS NOT ON THE PROCESSING CALENDAR'
004470               DELIMITED BY SIZE
004480               INTO WS-REFUSE-TEXT
004490        PERFORM 7900-REFUSE THRU 7900-EXIT
004500     END-IF
004510     IF NOT WS-CAL-T-BUSINESS(WS-BUS-AT)
004520        MOVE SPACES TO WS-REFUSE-TEXT
004530        STRING WS-BUS-DATE DELIMITED BY SIZE
004540               ' IS NOT A BUSINESS DAY: ' DELIMITED BY SIZE
004550               WS-CAL-T-DESC(WS-BUS-AT) DELIMITED BY SIZE
004560               INTO WS-REFUSE-TEXT
004570        PERFORM 7900-REFUSE THRU 7900-EXIT
004580     END-IF
004590
004600     IF WS-LAST-DONE-DATE NOT = SPACES
004610        PERFORM 4300-CHECK-SEQUENCE THRU 4300-EXIT
004620     END-IF
004630     IF WS-BUS-DATE = WS-LAST-OPEN-DATE
004640        AND (WS-LAST-DONE-DATE = SPACES
004650             OR WS-BUS-DATE > WS-LAST-DONE-DATE)
004660        MOVE 'NOTE' TO WS-LLN-LABEL
004670        MOVE 'RESTART OF A DATE OPENED BUT NOT COMPLETED'
004680             TO WS-LLN-VALUE
004690        PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
004700     END-IF.
004710 4000-EXIT.
004720     EXIT.
004730
004740 4100-FIND-NEXT-BUS-DAY.
004750     IF WS-CAL-T-BUSINESS(WS-CAL-SUB)
004760        AND WS-CAL-T-DATE(WS-CAL-SUB) > WS-LAST-DONE-DATE
004770        MOVE WS-CAL-SUB TO WS-NEXT-AT
004780     END-IF.
004790 4100-EXIT.
004800     EXIT.
004810
004820 4200-FIND-BUS-DATE.
004830     IF WS-CAL-T-DATE(WS-CAL-SUB) = WS-BUS-DATE
004840        MOVE WS-CAL-SUB TO WS-BUS-AT
004850     END-IF.
004860 4200-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------*
004900*    4300-CHECK-SEQUENCE - REFUSE A DATE ALREADY COMPLETED OR ONE*
004910*                          THAT SKIPS A BUSINESS DAY, UNLESS THE *
004920*                          MATCHING OVERRIDE WAS GIVEN, AND LIST *
004930*                          THE DAYS BETWEEN THE LAST COMPLETED   *
004940*                          DATE AND THIS ONE                     *
004950*----------------------------------------------------------------*
004960 4300-CHECK-SEQUENCE.
004970     IF WS-BUS-DATE NOT > WS-LAST-DONE-DATE
004980        IF NOT WS-OVERRIDE-RERUN
004990           MOVE SPACES TO WS-REFUSE-TEXT
005000           STRING WS-BUS-DATE DELIMITED BY SIZE
005010                  ' ALREADY COMPLETED - OVERRIDE R TO RERUN IT'
005020                  DELIMITED BY SIZE
005030                  INTO WS-REFUSE-TEXT
005040           PERFORM 7900-REFUSE THRU 7900-EXIT
005050        END-IF
005060        MOVE 'Y' TO WS-OVERRIDE-USED-SW
005070        MOVE 'OVERRIDE' TO WS-LLN-LABEL
005080        MOVE 'R - RERUN OF A COMPLETED DATE' TO WS-LLN-VALUE
005090        PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
005100        GO TO 4300-EXIT
005110     END-IF
005120     IF WS-NEXT-DATE = SPACES
005130        OR WS-BUS-DATE > WS-NEXT-DATE
005140        PERFORM 4400-COUNT-SKIPPED THRU 4400-EXIT
005150            VARYING WS-CAL-SUB FROM 1 BY 1
005160            UNTIL WS-CAL-SUB > WS-CAL-COUNT
005170        IF NOT WS-OVERRIDE-SKIP
005180           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
005190           MOVE SPACES TO WS-REFUSE-TEXT
005200           STRING WS-BUS-DATE DELIMITED BY SIZE
005210                  ' SKIPS' DELIMITED BY SIZE
005220                  WS-COUNT-ED DELIMITED BY SIZE
005230                  ' BUSINESS DAY(S) - OVERRIDE S TO SKIP AHEAD'
005240                  DELIMITED BY SIZE
005250                  INTO WS-REFUSE-TEXT
005260           PERFORM 7900-REFUSE THRU 7900-EXIT
005270        END-IF
005280        MOVE 'Y' TO WS-OVERRIDE-USED-SW
005290        MOVE 'OVERRIDE' TO WS-LLN-LABEL
005300        MOVE 'S - BUSINESS DAYS SKIPPED' TO WS-LLN-VALUE
005310        PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
005320     END-IF
005330     MOVE SPACES TO RPT-LINE
005340     WRITE RPT-LINE
005350     MOVE '  DAYS SINCE THE LAST COMPLETED DATE' TO RPT-LINE
005360     WRITE RPT-LINE
005370     PERFORM 4500-LIST-ONE-DAY THRU 4500-EXIT
005380         VARYING WS-CAL-SUB FROM 1 BY 1
005390         UNTIL WS-CAL-SUB > WS-CAL-COUNT
005400     MOVE SPACES TO RPT-LINE
005410     WRITE RPT-LINE.
005420 4300-EXIT.
005430     EXIT.
005440
005450 4400-COUNT-SKIPPED.
005460     IF WS-CAL-T-BUSINESS(WS-CAL-SUB)
005470        AND WS-CAL-T-DATE(WS-CAL-SUB) > WS-LAST-DONE-DATE
005480        AND WS-CAL-T-DATE(WS-CAL-SUB) < WS-BUS-DATE
005490        ADD 1 TO WS-SKIPPED-COUNT
005500     END-IF.
005510 4400-EXIT.
005520     EXIT.
005530
005540 4500-LIST-ONE-DAY.
005550     IF WS-CAL-T-DATE(WS-CAL-SUB) NOT > WS-LAST-DONE-DATE
005560        OR WS-CAL-T-DATE(WS-CAL-SUB) > WS-BUS-DATE
005570        GO TO 4500-EXIT
005580     END-IF
005590     MOVE WS-CAL-T-DATE(WS-CAL-SUB) TO WS-DLN-DATE
005600     MOVE WS-CAL-T-DESC(WS-CAL-SUB) TO WS-DLN-DESC
005610     EVALUATE TRUE
005620        WHEN WS-CAL-T-DATE(WS-CAL-SUB) = WS-BUS-DATE
005630           MOVE 'BUSINESS DATE' TO WS-DLN-TYPE
005640        WHEN WS-CAL-T-BUSINESS(WS-CAL-SUB)
005650           MOVE 'BUSINESS DAY SKIPPED' TO WS-DLN-TYPE
005660        WHEN WS-CAL-T-TYPE(WS-CAL-SUB) = 'H'
005670           MOVE 'HOLIDAY' TO WS-DLN-TYPE
005680        WHEN OTHER
005690           MOVE 'WEEKEND' TO WS-DLN-TYPE
005700     END-EVALUATE
005710     MOVE WS-DAY-LINE TO RPT-LINE
005720     WRITE RPT-LINE.
005730 4500-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------*
005770*    5000-PUBLISH-DATE - BUILD AND WRITE THE BUSDATE CONTROL     *
005780*                        RECORD AND NOTE THE OPENED DATE ON      *
005790*                        CTLFILE                                 *
005800*----------------------------------------------------------------*
005810 5000-PUBLISH-DATE.
005820     MOVE SPACES TO WS-PREV-BUS-DATE
005830     MOVE SPACES TO WS-NEXT-BUS-DATE
005840     MOVE SPACES TO WS-RETAIN-CUTOFF
005850     PERFORM 5100-SCAN-NEIGHBOURS THRU 5100-EXIT
005860         VARYING WS-CAL-SUB FROM 1 BY 1
005870         UNTIL WS-CAL-SUB > WS-CAL-COUNT
005880     IF WS-NEXT-BUS-DATE = SPACES
005890        MOVE 'NOTE' TO WS-LLN-LABEL
005900        MOVE 'CALFILE ENDS AT THIS DATE - EXTEND THE CALENDAR'
005910             TO WS-LLN-VALUE
005920        PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
005930     END-IF
005940
005950     MOVE SPACES TO BDT-RECORD
005960     MOVE WS-BUS-DATE      TO BDT-BUS-DATE
005970     MOVE WS-PREV-BUS-DATE TO BDT-PREV-BUS-DATE
005980     MOVE WS-NEXT-BUS-DATE TO BDT-NEXT-BUS-DATE
005990     MOVE WS-CAL-T-MONTH-END(WS-BUS-AT) TO BDT-MONTH-END
006000     MOVE WS-CAL-T-QTR-END(WS-BUS-AT)   TO BDT-QTR-END
006010     MOVE WS-CAL-T-YEAR-END(WS-BUS-AT)  TO BDT-YEAR-END
006020     MOVE WS-CAL-T-RETAIN(WS-BUS-AT)    TO BDT-RETAIN
006030     IF BDT-IS-RETAIN-POINT AND WS-RETAIN-CUTOFF NOT = SPACES
006040        MOVE WS-RETAIN-CUTOFF TO BDT-RETAIN-CUTOFF
006050     ELSE
006060        MOVE ZEROS TO BDT-RETAIN-CUTOFF
006070     END-IF
006080     IF WS-OVERRIDE-USED
006090        MOVE WS-OVERRIDE TO BDT-OVERRIDE
006100     END-IF
006110     MOVE WS-CURRENT-DATE  TO BDT-PUBLISH-DATE
006120     MOVE WS-CURRENT-TIME-HHMMSS TO BDT-PUBLISH-TIME
006130     OPEN OUTPUT BUSDATE-FILE
006140     IF WS-BDT-STATUS NOT = '00'
006150        MOVE SPACES TO WS-REFUSE-TEXT
006160        STRING 'OPEN BUSDATE FAILED, STATUS=' DELIMITED BY SIZE
006170               WS-BDT-STATUS DELIMITED BY SIZE
006180               INTO WS-REFUSE-TEXT
006190        PERFORM 7900-REFUSE THRU 7900-EXIT
006200     END-IF
006210     WRITE BDT-RECORD
006220     CLOSE BUSDATE-FILE
006230
006240     MOVE 'BUSINESS DATE PUBLISHED' TO WS-LLN-LABEL
006250     MOVE WS-BUS-DATE TO WS-LLN-VALUE
006260     PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
006270     MOVE 'PREVIOUS BUSINESS DATE' TO WS-LLN-LABEL
006280     MOVE BDT-PREV-BUS-DATE TO WS-LLN-VALUE
006290     PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
006300     MOVE 'NEXT BUSINESS DATE' TO WS-LLN-LABEL
006310     MOVE BDT-NEXT-BUS-DATE TO WS-LLN-VALUE
006320     PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
006330     MOVE 'PERIOD END' TO WS-LLN-LABEL
006340     MOVE SPACES TO WS-LLN-VALUE
006350     STRING 'MONTH=' DELIMITED BY SIZE
006360            BDT-MONTH-END DELIMITED BY SIZE
006370            '  QUARTER=' DELIMITED BY SIZE
006380            BDT-QTR-END DELIMITED BY SIZE
006390            '  YEAR=' DELIMITED BY SIZE
006400            BDT-YEAR-END DELIMITED BY SIZE
006410            INTO WS-LLN-VALUE
006420     PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
006430     MOVE 'RETENTION POINT' TO WS-LLN-LABEL
006440     MOVE SPACES TO WS-LLN-VALUE
006450     STRING BDT-RETAIN DELIMITED BY SIZE
006460            '  ARCHIVE BEFORE ' DELIMITED BY SIZE
006470            BDT-RETAIN-CUTOFF DELIMITED BY SIZE
006480            INTO WS-LLN-VALUE
006490     PERFORM 7000-WRITE-LABEL-LINE THRU 7000-EXIT
006500     PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT.
006510 5000-EXIT.
006520     EXIT.
006530
006540 5100-SCAN-NEIGHBOURS.
006550     IF NOT WS-CAL-T-BUSINESS(WS-CAL-SUB)
006560        GO TO 5100-EXIT
006570     END-IF
006580     IF WS-CAL-SUB < WS-BUS-AT
006590        MOVE WS-CAL-T-DATE(WS-CAL-SUB) TO WS-PREV-BUS-DATE
006600        IF WS-CAL-T-RETAIN-POINT(WS-CAL-SUB)
006610           MOVE WS-CAL-T-DATE(WS-CAL-SUB) TO WS-RETAIN-CUTOFF
006620        END-IF
006630     END-IF
006640     IF WS-CAL-SUB > WS-BUS-AT AND WS-NEXT-BUS-DATE = SPACES
006650        MOVE WS-CAL-T-DATE(WS-CAL-SUB) TO WS-NEXT-BUS-DATE
006660     END-IF.
006670 5100-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------*
006710*    6000-WRITE-CONTROL - APPEND A COBCALDT RECORD TO CTLFILE    *
006720*                         MARKING THE BUSINESS DATE AS OPENED    *
006730*----------------------------------------------------------------*
006740 6000-WRITE-CONTROL.
006750     OPEN EXTEND CONTROL-FILE
006760     IF WS-CTL-STATUS = '05' OR WS-CTL-STATUS = '35'
006770        OPEN OUTPUT CONTROL-FILE
006780     END-IF
006790     MOVE SPACES             TO CTL-RECORD
006800     MOVE 'COBCALDT'         TO CTL-PROGRAM
006810     MOVE WS-BUS-DATE        TO CTL-RUN-DATE
006820     MOVE WS-CURRENT-TIME-HHMMSS TO CTL-RUN-TIME
006830     MOVE 'S'                TO CTL-STATUS
006840     IF WS-OVERRIDE-USED
006850        MOVE 4               TO CTL-RETURN-CODE
006860     ELSE
006870        MOVE 0               TO CTL-RETURN-CODE
006880     END-IF
006890     MOVE '0'                TO CTL-STREAM-ID
006900     MOVE 0                  TO CTL-READ-COUNT
006910     MOVE 0                  TO CTL-OK-COUNT
006920     MOVE 0                  TO CTL-FAIL-COUNT
006930     MOVE 0                  TO CTL-REJECT-COUNT
006940     MOVE 0                  TO CTL-SKIP-COUNT
006945     MOVE 0                  TO CTL-CHAIN-CHECK
006950     WRITE CTL-RECORD
006960     CLOSE CONTROL-FILE.
006970 6000-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------*
007010*    7000-WRITE-LABEL-LINE - ONE LABELLED REPORT LINE            *
007020*----------------------------------------------------------------*
007030 7000-WRITE-LABEL-LINE.
007040     MOVE WS-LABEL-LINE TO RPT-LINE
007050     WRITE RPT-LINE
007060     MOVE SPACES TO WS-LLN-VALUE.
007070 7000-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------------*
007110*    7900-REFUSE - THE DATE CANNOT BE PUBLISHED.  EMPTY BUSDATE  *
007120*                  SO NO LATER STEP RUNS ON A STALE DATE, REPORT *
007130*                  THE REASON AND STOP WITH RC=16                *
007140*----------------------------------------------------------------*
007150 7900-REFUSE.
007160     OPEN OUTPUT BUSDATE-FILE
007170     CLOSE BUSDATE-FILE
007180     DISPLAY 'COBCALDT: BUSINESS DATE REFUSED - ' WS-REFUSE-TEXT
007190     MOVE SPACES TO RPT-LINE
007200     WRITE RPT-LINE
007210     MOVE SPACES TO RPT-LINE
007220     STRING '*** BUSINESS DATE REFUSED - ' DELIMITED BY SIZE
007230            WS-REFUSE-TEXT DELIMITED BY SIZE
007240            INTO RPT-LINE
007250     WRITE RPT-LINE
007260     MOVE '*** BUSDATE HAS BEEN EMPTIED - THE CHAIN MUST NOT RUN'
007270          TO RPT-LINE
007280     WRITE RPT-LINE
007290     CLOSE CAL-RPT
007300     MOVE 16 TO RETURN-CODE
007310     GOBACK.
007320 7900-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------*
007360*    8000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN-CODE   *
007370*----------------------------------------------------------------*
007380 8000-TERMINATE.
007390     CLOSE CAL-RPT
007400     DISPLAY 'COBCALDT: BUSINESS DATE ' WS-BUS-DATE
007410             ' PUBLISHED, LAST COMPLETED ' WS-LAST-DONE-DATE
007420     IF WS-OVERRIDE-USED
007430        DISPLAY 'COBCALDT: PUBLISHED UNDER PARMCRD OVERRIDE '
007440                WS-OVERRIDE
007450        MOVE 4 TO RETURN-CODE
007460     ELSE
007470        MOVE 0 TO RETURN-CODE
007480     END-IF.
007490 8000-EXIT.
007500     EXIT.
