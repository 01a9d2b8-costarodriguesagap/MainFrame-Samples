000110*    GENERATIONS COBHSKP ROLLED OFF PLUS THE LIVE AUDITFL, SO   *
000120*    THE WHOLE MONTH IS READ IN ONE PASS.  CPYAUD RECORDS ARE   *
000130*    BUCKETED BY AUD-RUN-DATE AND BY AUD-EXEC-NAME FOR THE      *
000140*    REPORT MONTH AND THE REPORT SHOWS, PER DAY AND             *
000150*    PER EXEC: CALL VOLUME, FAILURE PERCENTAGE, FALLBACK        *
000160*    (SOURCE 'F') PERCENTAGE AND THE WORST RETURN CODES SEEN.   *
000170*    THE PRIOR MONTH'S TOTALS ARE ACCUMULATED FROM THE SAME     *
000180*    PASS AND COMPARED AT THE BOTTOM.                           *
000182*                                                                *
000184*    THE STEP RUNS EVERY DAY BUT ONLY REPORTS ON THE CALENDAR'S  *
000185*    MONTH-END BUSINESS DATE (BDT-MONTH-END ON BUSDATE); THE     *
000186*    REPORT MONTH IS THAT DATE'S MONTH.  ON ANY OTHER DAY IT     *
000187*    WRITES A ONE-LINE REPORT SAYING SO AND ENDS RC=0.  AN       *
000188*    OPTIONAL PARMCRD MONTH (COLS 1-6, YYYYMM) FORCES A REPORT   *
000189*    FOR THAT MONTH ON ANY DAY - FOR A RERUN.  WHEN THE          *
000189*    PROCESSING CALENDAR (CALFILE) IS SUPPLIED, EVERY BUSINESS   *
000189*    DAY OF THE MONTH IS LISTED EVEN WITH NO CALLS, CALLS ON A   *
000189*    WEEKEND OR HOLIDAY ARE FLAGGED, AND THE MONTH LINES SHOW    *
000189*    THE BUSINESS-DAY COUNT AND CALLS PER BUSINESS DAY.          *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                                *
000237*                     HELD ('H') AND SET-ASIDE ('T') RECORDS,    *
000238*                     WHICH MADE NO CALL, DO NOT SHOW AS A       *
000239*                     FAILURE SPIKE ON A BREAKER DAY.            *
000239*    2026-10-14 JCR   REPORT MONTH FROM THE BUSDATE MONTH-END    *
000239*                     FLAG INSTEAD OF A PARMCRD CARD, WHICH IS   *
000239*                     NOW AN OPTIONAL RERUN OVERRIDE.  LIST THE  *
000239*                     MONTH BY CALFILE BUSINESS DAYS.            *
000239*    2026-10-15 JCR   STOP RC=16 WHEN PARMCRD OR CALFILE IS      *
000239*                     PRESENT BUT WILL NOT OPEN.  THE MONTH      *
000239*                     RANGE MESSAGE NO LONGER NAMES PARMCRD.     *
000240*                                                                *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCRD
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS WS-PARM-STATUS.
000430
000432     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000434            ORGANIZATION IS SEQUENTIAL
000436            FILE STATUS IS WS-BDT-STATUS.
000437
000438     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALFILE
000438            ORGANIZATION IS SEQUENTIAL
000438            FILE STATUS IS WS-CAL-STATUS.
000439
000440     SELECT AUD-HIST-FILE   ASSIGN TO AUDHIST
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WS-HIST-STATUS.
000570     05  PRM-REPORT-MONTH        PIC X(06).
000580     05  FILLER                  PIC X(74).
000590
000592 FD  BUSDATE-FILE
000594     RECORDING MODE IS F.
000596     COPY CPYBDT.
000597
000598 FD  CALENDAR-FILE
000598     RECORDING MODE IS F.
000598     COPY CPYCAL.
000599
000600 FD  AUD-HIST-FILE
000610     RECORDING MODE IS F.
000620     COPY CPYAUD.
000700*    FILE STATUS SWITCHES                                        *
000710*----------------------------------------------------------------*
000720 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000722 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000724 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
000730 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000740 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000750
000800     88  WS-HIST-EOF                        VALUE 'Y'.
000810 77  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
000820 77  WS-COUNT-ED                 PIC ZZZZZZ9.
000822 77  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
000824     88  WS-CAL-EOF                         VALUE 'Y'.
000826 77  WS-CAL-LOADED-SW            PIC X(01) VALUE 'N'.
000828     88  WS-CAL-LOADED                      VALUE 'Y'.
000830
000840*----------------------------------------------------------------*
000850*    REPORT MONTH AND THE DERIVED PRIOR MONTH (YYYYMM)           *
000860*----------------------------------------------------------------*
000865 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
000870 77  WS-REPORT-MONTH             PIC X(06) VALUE SPACES.
000880 77  WS-PRIOR-MONTH              PIC X(06) VALUE SPACES.
000890 01  WS-MONTH-WORK.
000910     05  WS-MW-MONTH             PIC 9(02).
000920
000930*----------------------------------------------------------------*
000940*    PER-DAY BUCKETS FOR THE REPORT MONTH, WITH THE CALENDAR'S   *
000945*    DAY TYPE (SPACE WHEN THE DAY IS NOT ON CALFILE)             *
000950*----------------------------------------------------------------*
000960 01  WS-DAY-TABLE.
000970     05  WS-DAY-ENTRY            OCCURS 31 TIMES.
000980         10  WS-DAY-CALLS        PIC 9(07) COMP.
000990         10  WS-DAY-FAILS        PIC 9(07) COMP.
001000         10  WS-DAY-FALLBACKS    PIC 9(07) COMP.
001005         10  WS-DAY-TYPE         PIC X(01).
001010 77  WS-DAY-SUB                  PIC 9(02) COMP VALUE 0.
001020 77  WS-DAY-NUM                  PIC 9(02) VALUE 0.
001030
001320 77  WS-PRI-CALLS                PIC 9(07) COMP VALUE 0.
001330 77  WS-PRI-FAILS                PIC 9(07) COMP VALUE 0.
001340 77  WS-PRI-FALLBACKS            PIC 9(07) COMP VALUE 0.
001342 77  WS-CUR-BUS-DAYS             PIC 9(03) COMP VALUE 0.
001344 77  WS-PRI-BUS-DAYS             PIC 9(03) COMP VALUE 0.
001346 77  WS-BUS-DAYS                 PIC 9(03) COMP VALUE 0.
001348 77  WS-PER-DAY                  PIC 9(07) COMP VALUE 0.
001350
001360*----------------------------------------------------------------*
001370*    PERCENTAGE WORK AREA                                        *
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  WS-DLN-FALL-PCT         PIC ZZ9.9.
001560     05  FILLER                  PIC X(01) VALUE '%'.
001565     05  FILLER                  PIC X(02) VALUE SPACES.
001567     05  WS-DLN-NOTE             PIC X(20).
001570     05  FILLER                  PIC X(80) VALUE SPACES.
001580 01  WS-EXEC-LINE.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WS-ELN-NAME             PIC X(08).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  WS-MLN-FALL-PCT         PIC ZZ9.9.
001840     05  FILLER                  PIC X(01) VALUE '%'.
001842     05  FILLER                  PIC X(02) VALUE SPACES.
001844     05  WS-MLN-BUS-DAYS         PIC ZZ9.
001846     05  FILLER                  PIC X(02) VALUE SPACES.
001848     05  WS-MLN-PER-DAY          PIC ZZZZZZ9.
001850     05  FILLER                  PIC X(88) VALUE SPACES.
001860
001870 PROCEDURE DIVISION.
001880*----------------------------------------------------------------*
001970     GOBACK.
001980
001990*----------------------------------------------------------------*
002000*    1000-INITIALIZE - READ THE BUSINESS DATE, SETTLE THE        *
002010*                      REPORT MONTH, DERIVE THE PRIOR MONTH,     *
002015*                      LOAD THE CALENDAR AND OPEN THE FILES      *
002020*----------------------------------------------------------------*
002030 1000-INITIALIZE.
002031     OPEN INPUT BUSDATE-FILE
002032     IF WS-BDT-STATUS NOT = '00'
002033        DISPLAY 'COBTREND: OPEN BUSDATE FAILED, STATUS='
002034                WS-BDT-STATUS
002035        MOVE 16 TO RETURN-CODE
002036        GOBACK
002037     END-IF
002038     READ BUSDATE-FILE
002039        AT END
002040           DISPLAY 'COBTREND: BUSDATE IS EMPTY'
002041           MOVE 16 TO RETURN-CODE
002042           GOBACK
002043     END-READ
002044     IF BDT-BUS-DATE NOT NUMERIC
002045        DISPLAY 'COBTREND: BUSDATE BUSINESS DATE NOT NUMERIC: '
002046                BDT-BUS-DATE
002047        MOVE 16 TO RETURN-CODE
002048        GOBACK
002049     END-IF
002050     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002051     IF BDT-IS-MONTH-END
002052        MOVE BDT-BUS-DATE(1:6) TO WS-REPORT-MONTH
002053     END-IF
002054     CLOSE BUSDATE-FILE
002055
002056*    A PARMCRD MONTH FORCES THE REPORT FOR A RERUN ON ANY DAY
002057     OPEN INPUT PARM-FILE
002058     IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
002059        CLOSE PARM-FILE
002060     ELSE
002061        IF WS-PARM-STATUS NOT = '00'
002062           DISPLAY 'COBTREND: OPEN PARMCRD FAILED, STATUS='
002063                   WS-PARM-STATUS
002064           MOVE 16 TO RETURN-CODE
002065           GOBACK
002066        END-IF
002110        READ PARM-FILE
002120           AT END
002130              MOVE SPACES TO PRM-REPORT-MONTH
002160        END-READ
002170        IF PRM-REPORT-MONTH NOT = SPACES
002172           IF PRM-REPORT-MONTH NOT NUMERIC
002180              DISPLAY 'COBTREND: PARMCRD REPORT MONTH NOT '
002185                      'NUMERIC: ' PRM-REPORT-MONTH
002200              MOVE 16 TO RETURN-CODE
002210              GOBACK
002220           END-IF
002230           MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
002232        END-IF
002240        CLOSE PARM-FILE
002242     END-IF
002244     IF WS-REPORT-MONTH = SPACES
002246        PERFORM 1900-NOT-MONTH-END THRU 1900-EXIT
002248     END-IF
002250     MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
002260     IF WS-MW-MONTH < 1 OR WS-MW-MONTH > 12
002270        DISPLAY 'COBTREND: REPORT MONTH OUT OF RANGE: '
002280                WS-REPORT-MONTH
002290        MOVE 16 TO RETURN-CODE
002300        GOBACK
002400             ' PRIOR MONTH ' WS-PRIOR-MONTH
002410
002420     INITIALIZE WS-DAY-TABLE
002425     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
002430     OPEN INPUT AUD-HIST-FILE
002440     IF WS-HIST-STATUS NOT = '00'
002450        DISPLAY 'COBTREND: OPEN AUDHIST FAILED, STATUS='
002520 1000-EXIT.
002530     EXIT.
002540
002541*----------------------------------------------------------------*
002542*    1100-LOAD-CALENDAR - NOTE THE CALENDAR DAY TYPE OF EVERY    *
002543*                         DAY OF THE REPORT MONTH AND COUNT THE  *
002544*                         BUSINESS DAYS OF BOTH MONTHS.  NO      *
002545*                         CALFILE LEAVES THE REPORT AS IT WAS    *
002546*----------------------------------------------------------------*
002547 1100-LOAD-CALENDAR.
002548     OPEN INPUT CALENDAR-FILE
002549     IF WS-CAL-STATUS = '05' OR WS-CAL-STATUS = '35'
002550        CLOSE CALENDAR-FILE
002551        GO TO 1100-EXIT
002552     END-IF
002552     IF WS-CAL-STATUS NOT = '00'
002552        DISPLAY 'COBTREND: OPEN CALFILE FAILED, STATUS='
002552                WS-CAL-STATUS
002552        MOVE 16 TO RETURN-CODE
002552        GOBACK
002552     END-IF
002553     MOVE 'Y' TO WS-CAL-LOADED-SW
002554     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
002555         UNTIL WS-CAL-EOF
002556     CLOSE CALENDAR-FILE.
002557 1100-EXIT.
002558     EXIT.
002559
002560 1110-READ-CALENDAR.
002561     READ CALENDAR-FILE
002562        AT END
002563           MOVE 'Y' TO WS-CAL-EOF-SW
002564           GO TO 1110-EXIT
002565     END-READ
002566     IF CAL-DATE NOT NUMERIC
002567        GO TO 1110-EXIT
002568     END-IF
002569     IF CAL-DATE(1:6) = WS-PRIOR-MONTH
002570        IF CAL-BUSINESS-DAY
002571           ADD 1 TO WS-PRI-BUS-DAYS
002572        END-IF
002573        GO TO 1110-EXIT
002574     END-IF
002575     IF CAL-DATE(1:6) NOT = WS-REPORT-MONTH
002576        GO TO 1110-EXIT
002577     END-IF
002578     MOVE CAL-DATE(7:2) TO WS-DAY-NUM
002579     IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 31
002580        MOVE WS-DAY-NUM TO WS-DAY-SUB
002581        MOVE CAL-DAY-TYPE TO WS-DAY-TYPE(WS-DAY-SUB)
002582     END-IF
002583     IF CAL-BUSINESS-DAY
002584        ADD 1 TO WS-CUR-BUS-DAYS
002585     END-IF.
002586 1110-EXIT.
002587     EXIT.
002588
002550*----------------------------------------------------------------*
002560*    1200-READ-HIST - PRIME/ADVANCE THE AUDIT HISTORY READ       *
002570*----------------------------------------------------------------*
002640     END-READ.
002650 1200-EXIT.
002660     EXIT.
002661
002662*----------------------------------------------------------------*
002663*    1900-NOT-MONTH-END - NOT THE CALENDAR'S MONTH-END BUSINESS  *
002664*                         DATE AND NO PARMCRD MONTH: NOTHING IS  *
002665*                         DUE.  SAY SO ON THE REPORT AND END     *
002666*                         RC=0 SO THE DAILY CHAIN CARRIES ON     *
002667*----------------------------------------------------------------*
002668 1900-NOT-MONTH-END.
002669     OPEN OUTPUT TREND-RPT
002670     MOVE SPACES TO RPT-LINE
002671     MOVE 'MONTHLY AUDIT TREND REPORT' TO RPT-LINE
002672     WRITE RPT-LINE
002673     MOVE SPACES TO RPT-LINE
002674     STRING 'NO REPORT - BUSINESS DATE ' DELIMITED BY SIZE
002675            WS-BUS-DATE DELIMITED BY SIZE
002676            ' IS NOT A MONTH-END BUSINESS DATE'
002677                DELIMITED BY SIZE
002678            INTO RPT-LINE
002679     WRITE RPT-LINE
002680     CLOSE TREND-RPT
002681     DISPLAY 'COBTREND: ' WS-BUS-DATE
002682             ' IS NOT A MONTH-END BUSINESS DATE - NO REPORT'
002683     MOVE 0 TO RETURN-CODE
002684     GOBACK.
002685 1900-EXIT.
002686     EXIT.
002670
002680*----------------------------------------------------------------*
002690*    2000-BUCKET-RECORD - TALLY ONE AUDIT RECORD INTO THE DAY,   *
004190     WRITE RPT-LINE
004200
004210     MOVE SPACES TO RPT-LINE
004220     MOVE 'MONTH-OVER-MONTH COMPARISON (MONTH, CALLS, FAIL PCT,'
004225          TO RPT-LINE
004227     MOVE ' FALLBACK PCT, BUSINESS DAYS, CALLS PER BUSINESS DAY)'
004228          TO RPT-LINE(53:)
004230     WRITE RPT-LINE
004240     MOVE WS-REPORT-MONTH TO WS-MLN-MONTH
004245     MOVE WS-CUR-BUS-DAYS TO WS-BUS-DAYS
004250     MOVE WS-CUR-CALLS TO WS-MLN-CALLS
004260     MOVE WS-CUR-CALLS TO WS-PCT-CALLS
004270     MOVE WS-CUR-FAILS TO WS-PCT-PART
004300     MOVE WS-CUR-FALLBACKS TO WS-PCT-PART
004310     PERFORM 5000-COMPUTE-PCT THRU 5000-EXIT
004320     MOVE WS-PCT-WORK TO WS-MLN-FALL-PCT
004325     PERFORM 6300-PER-BUS-DAY THRU 6300-EXIT
004330     MOVE WS-MONTH-LINE TO RPT-LINE
004340     WRITE RPT-LINE
004350     MOVE WS-PRIOR-MONTH TO WS-MLN-MONTH
004355     MOVE WS-PRI-BUS-DAYS TO WS-BUS-DAYS
004360     MOVE WS-PRI-CALLS TO WS-MLN-CALLS
004370     MOVE WS-PRI-CALLS TO WS-PCT-CALLS
004380     MOVE WS-PRI-FAILS TO WS-PCT-PART
004410     MOVE WS-PRI-FALLBACKS TO WS-PCT-PART
004420     PERFORM 5000-COMPUTE-PCT THRU 5000-EXIT
004430     MOVE WS-PCT-WORK TO WS-MLN-FALL-PCT
004435     PERFORM 6300-PER-BUS-DAY THRU 6300-EXIT
004440     MOVE WS-MONTH-LINE TO RPT-LINE
004450     WRITE RPT-LINE.
004460 6000-EXIT.
004470     EXIT.
004480
004482*----------------------------------------------------------------*
004484*    6100-WRITE-ONE-DAY - A DAY WITH CALLS, OR A CALENDAR        *
004486*                         BUSINESS DAY WITH NONE.  CALLS ON A    *
004487*                         DAY THE CALENDAR DOES NOT TREAT AS A   *
004488*                         BUSINESS DAY ARE FLAGGED               *
004489*----------------------------------------------------------------*
004490 6100-WRITE-ONE-DAY.
004500     IF WS-DAY-CALLS(WS-DAY-SUB) = 0
004502        AND WS-DAY-TYPE(WS-DAY-SUB) NOT = 'B'
004510        GO TO 6100-EXIT
004520     END-IF
004522     MOVE SPACES TO WS-DLN-NOTE
004524     IF WS-CAL-LOADED
004526        EVALUATE WS-DAY-TYPE(WS-DAY-SUB)
004528           WHEN 'B'
004530              IF WS-DAY-CALLS(WS-DAY-SUB) = 0
004532                 MOVE 'NO CALLS' TO WS-DLN-NOTE
004534              END-IF
004536           WHEN 'H'
004538              MOVE '*** HOLIDAY' TO WS-DLN-NOTE
004540           WHEN 'W'
004542              MOVE '*** WEEKEND' TO WS-DLN-NOTE
004544           WHEN OTHER
004546              MOVE '*** NOT ON CALENDAR' TO WS-DLN-NOTE
004548        END-EVALUATE
004549     END-IF
004530     MOVE WS-DAY-SUB TO WS-DAY-NUM
004540     MOVE SPACES TO WS-DLN-DATE
004550     STRING WS-REPORT-MONTH DELIMITED BY SIZE
004840     WRITE RPT-LINE.
004850 6200-EXIT.
004860     EXIT.
004862
004864*----------------------------------------------------------------*
004866*    6300-PER-BUS-DAY - BUSINESS DAYS AND CALLS PER BUSINESS DAY *
004868*                       FOR THE MONTH LINE (WS-MLN-CALLS SET)    *
004869*----------------------------------------------------------------*
004870 6300-PER-BUS-DAY.
004871     MOVE WS-BUS-DAYS TO WS-MLN-BUS-DAYS
004872     IF WS-BUS-DAYS = 0
004873        MOVE 0 TO WS-PER-DAY
004874     ELSE
004875        COMPUTE WS-PER-DAY ROUNDED = WS-PCT-CALLS / WS-BUS-DAYS
004876     END-IF
004877     MOVE WS-PER-DAY TO WS-MLN-PER-DAY.
004878 6300-EXIT.
004879     EXIT.
004870
004880*----------------------------------------------------------------*
004890*    8000-TERMINATE - CLOSE FILES AND SET THE RETURN-CODE        *
