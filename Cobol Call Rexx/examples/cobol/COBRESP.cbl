000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBRESP                                        *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-14                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    CHANNEL OUTCOME RESPONSES.  RUNS AFTER THE CHAIN HAS        *
000100*    COMPLETED FOR THE BUSDATE BUSINESS DATE.  EVERY DETAIL ON   *
000110*    THE DAY'S TRANSIN (AS RECEIVED, BEFORE COBDEDUP) IS GIVEN   *
000120*    ONE FINAL OUTCOME FROM THE FILES THE CHAIN LEFT BEHIND:     *
000130*                                                                *
000140*      DUPTRAN   - DUPLICATE (A REPEAT OF THE KEY ON TRANSIN)    *
000150*      ERRFILE   - REJECTED WITH ERR-REASON (RUN DATE)           *
000160*      AUDITFL   - HELD (AUD-STATUS 'H', THE RECORDS BEHIND      *
000170*                  HELDRPT), AND WHETHER THE EXEC CALL FAILED    *
000180*      SETASIDE  - SET ASIDE BY THE CIRCUIT BREAKER              *
000190*      RESULTS   - RATED, INELIGIBLE OR BUSINESS ERROR, JUDGED   *
000200*                  IN COBBILNG'S ORDER SO 'RATED' IS EXACTLY     *
000210*                  WHAT WAS BILLED                               *
000220*                                                                *
000230*    A CALLED TRANSACTION WITH NO RESULT WHOSE EVERY CALL        *
000240*    FAILED IS 'NOT RATED'.  THE OUTCOMES ARE WRITTEN TO RESPFL  *
000250*    (CPYRSP), ONE HEADER/DETAIL/TRAILER SEGMENT PER CANAL IN    *
000260*    TRANSIN ORDER.  RESPRPT TIES EACH CANAL'S RESPONSES TO      *
000270*    ITS TRANSIN DETAIL COUNT AND LISTS EVERY BREAK: A           *
000280*    TRANSACTION WITH NO OUTCOME, AN OUTCOME FOR NO TRANSIN      *
000290*    DETAIL, OR TWO DIFFERENT OUTCOMES FOR ONE TRANSACTION (THE  *
000300*    FIRST IS KEPT).  RC=4 ON ANY BREAK.                         *
000301*                                                                *
000302*    A RENEWAL DETAIL GENERATED BY COBRENEW (TRN-ORIGIN 'R') IS  *
000303*    FILED UNDER CANAL 'RENEWAL' RATHER THAN ITS CLIENT'S OWN    *
000304*    CANAL, SO NO CHANNEL IS SENT A RESPONSE TO A REQUEST IT     *
000305*    NEVER MADE.                                                 *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    ---------- ----  ------------------------------------------ *
000350*    2026-10-14 JCR   ORIGINAL VERSION.                          *
000350*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000350*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000350*                     PARMCRD.                                   *
000350*    2026-10-15 JCR   FILE COBRENEW RENEWAL DETAILS UNDER CANAL  *
000350*                     'RENEWAL'.                                 *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. COBRESP.
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
000520     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS WS-BDT-STATUS.
000550
000560     SELECT TRANS-FILE      ASSIGN TO TRANSIN
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS WS-TRANS-STATUS.
000590
000600     SELECT OPTIONAL DUP-FILE ASSIGN TO DUPTRAN
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS WS-DUP-STATUS.
000630
000640     SELECT OPTIONAL ERR-FILE ASSIGN TO ERRFILE
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS WS-ERR-STATUS.
000670
000680     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITFL
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS WS-AUDIT-STATUS.
000710
000720     SELECT OPTIONAL SETASIDE-FILE ASSIGN TO SETASIDE
000730            ORGANIZATION IS SEQUENTIAL
000740            FILE STATUS IS WS-SAS-STATUS.
000750
000760     SELECT OPTIONAL RESULT-FILE ASSIGN TO RESULTS
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS WS-RESULT-STATUS.
000790
000800     SELECT SORT-WORK       ASSIGN TO SORTWK.
000810
000820     SELECT RESP-FILE       ASSIGN TO RESPFL
000830            ORGANIZATION IS SEQUENTIAL
000840            FILE STATUS IS WS-RESP-STATUS.
000850
000860     SELECT RESP-RPT        ASSIGN TO RESPRPT
000870            ORGANIZATION IS SEQUENTIAL
000880            FILE STATUS IS WS-RPT-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  BUSDATE-FILE
000930     RECORDING MODE IS F.
000940     COPY CPYBDT.
000970
000980 FD  TRANS-FILE
000990     RECORDING MODE IS F.
001000     COPY CPYTRN.
001010
001020 FD  DUP-FILE
001030     RECORDING MODE IS F.
001040     COPY CPYTRN REPLACING LEADING ==TRN-== BY ==DUP-==.
001050
001060 FD  ERR-FILE
001070     RECORDING MODE IS F.
001080     COPY CPYERR.
001090
001100 FD  AUDIT-FILE
001110     RECORDING MODE IS F.
001120     COPY CPYAUD.
001130
001140 FD  SETASIDE-FILE
001150     RECORDING MODE IS F.
001160     COPY CPYTRN REPLACING LEADING ==TRN-== BY ==SAS-==.
001170
001180 FD  RESULT-FILE
001190     RECORDING MODE IS F.
001200     COPY CPYRSL.
001210
001220 SD  SORT-WORK.
001230 01  SRT-RECORD.
001240     05  SRT-CANAL               PIC X(08).
001250     05  SRT-SUB                 PIC 9(05).
001260
001270 FD  RESP-FILE
001280     RECORDING MODE IS F.
001290     COPY CPYRSP.
001300
001310 FD  RESP-RPT
001320     RECORDING MODE IS F.
001330 01  RPT-LINE                    PIC X(132).
001340
001350 WORKING-STORAGE SECTION.
001360*----------------------------------------------------------------*
001370*    FILE STATUS SWITCHES                                        *
001380*----------------------------------------------------------------*
001390 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001400 77  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001410 77  WS-DUP-STATUS               PIC X(02) VALUE SPACES.
001420 77  WS-ERR-STATUS               PIC X(02) VALUE SPACES.
001430 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001440 77  WS-SAS-STATUS               PIC X(02) VALUE SPACES.
001450 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
001460 77  WS-RESP-STATUS              PIC X(02) VALUE SPACES.
001470 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001480
001490*----------------------------------------------------------------*
001500*    RUN SWITCHES AND COUNTERS                                   *
001510*----------------------------------------------------------------*
001520 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001530     88  WS-INPUT-EOF                       VALUE 'Y'.
001540 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001550     88  WS-SORT-EOF                        VALUE 'Y'.
001560 77  WS-FIRST-GROUP-SW           PIC X(01) VALUE 'Y'.
001570     88  WS-FIRST-GROUP                     VALUE 'Y'.
001580 77  WS-BREAK-HEAD-SW            PIC X(01) VALUE 'N'.
001590     88  WS-BREAK-HEAD-DONE                 VALUE 'Y'.
001600 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001610 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE 0.
001620 77  WS-RESPONSE-COUNT           PIC 9(07) COMP VALUE 0.
001630 77  WS-NO-OUTCOME-COUNT         PIC 9(07) COMP VALUE 0.
001640 77  WS-BREAK-COUNT              PIC 9(07) COMP VALUE 0.
001650 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001660 01  WS-BREAK-TEXT               PIC X(100) VALUE SPACES.
001670
001680*----------------------------------------------------------------*
001690*    THE DAY'S TRANSIN DETAILS, IN ARRIVAL ORDER.  A DETAIL      *
001700*    WHOSE CLIENTE/PRODUTO ALREADY APPEARED EARLIER IS A REPEAT  *
001710*    - THE ONE COBDEDUP DIVERTED - AND CAN ONLY BE MATCHED BY    *
001720*    A DUPTRAN RECORD                                            *
001730*----------------------------------------------------------------*
001740 77  WS-TX-COUNT                 PIC 9(05) COMP VALUE 0.
001750 77  WS-TX-FULL-SW               PIC X(01) VALUE 'N'.
001760     88  WS-TX-FULL                          VALUE 'Y'.
001770 77  WS-TX-SUB                   PIC 9(05) COMP VALUE 0.
001780 77  WS-TX-FOUND-SW              PIC X(01) VALUE 'N'.
001790     88  WS-TX-FOUND                         VALUE 'Y'.
001800 77  WS-WANT-REPEAT              PIC X(01) VALUE 'N'.
001810 01  WS-TX-TABLE.
001820     05  WS-TX-ENTRY             OCCURS 1 TO 5000 TIMES
001830                                 DEPENDING ON WS-TX-COUNT
001840                                 INDEXED BY WS-TX-IX.
001850         10  WS-TX-T-KEY.
001860             15  WS-TX-T-CLIENTE PIC X(20).
001870             15  WS-TX-T-PRODUTO PIC X(20).
001880         10  WS-TX-T-CANAL       PIC X(08).
001890         10  WS-TX-T-REPEAT      PIC X(01).
001900         10  WS-TX-T-OUTCOME     PIC X(01).
001910         10  WS-TX-T-PREMIO      PIC S9(7)V99.
001920         10  WS-TX-T-REASON      PIC X(40).
001930         10  WS-TX-T-CALL-OK     PIC X(01).
001940         10  WS-TX-T-CALL-FAIL   PIC X(01).
001950
001960*----------------------------------------------------------------*
001970*    THE OUTCOME BEING POSTED AND THE KEY IT IS FOR              *
001980*----------------------------------------------------------------*
001990 01  WS-CURR-KEY.
002000     05  WS-CURR-CLIENTE         PIC X(20).
002010     05  WS-CURR-PRODUTO         PIC X(20).
002020 01  WS-NEW-OUTCOME              PIC X(01) VALUE SPACE.
002030 01  WS-NEW-PREMIO               PIC S9(7)V99 VALUE 0.
002040 01  WS-NEW-REASON               PIC X(40) VALUE SPACES.
002050 01  WS-NEW-SOURCE               PIC X(08) VALUE SPACES.
002060
002070*----------------------------------------------------------------*
002080*    OUTCOME CODES IN REPORT COLUMN ORDER.  WS-OUT-SUB 9 IS      *
002090*    'NO OUTCOME'                                                *
002100*----------------------------------------------------------------*
002110 01  WS-OUTCOME-CODES            PIC X(08) VALUE 'RIBEHSDF'.
002120 01  WS-OUTCOME-CODE-TBL REDEFINES WS-OUTCOME-CODES.
002130     05  WS-OUTCOME-CODE         PIC X(01) OCCURS 8 TIMES.
002140 77  WS-OUT-SUB                  PIC 9(02) COMP VALUE 0.
002150 77  WS-CODE-SUB                 PIC 9(02) COMP VALUE 0.
002160
002170*----------------------------------------------------------------*
002180*    PER-CANAL TIE-OUT - ONE ENTRY PER CANAL, BUILT AS THE       *
002190*    SORTED DETAILS COME BACK                                    *
002200*----------------------------------------------------------------*
002210 77  WS-CN-COUNT                 PIC 9(04) COMP VALUE 0.
002220 77  WS-CN-SUB                   PIC 9(04) COMP VALUE 0.
002230 77  WS-CN-FULL-SW               PIC X(01) VALUE 'N'.
002240     88  WS-CN-FULL                          VALUE 'Y'.
002250 01  WS-CN-TABLE.
002260     05  WS-CN-ENTRY             OCCURS 1 TO 200 TIMES
002270                                 DEPENDING ON WS-CN-COUNT
002280                                 INDEXED BY WS-CN-IX.
002290         10  WS-CN-T-CANAL       PIC X(08).
002300         10  WS-CN-T-DETAILS     PIC 9(07) COMP.
002310         10  WS-CN-T-RESPONSES   PIC 9(07) COMP.
002320         10  WS-CN-T-OUTCOME     PIC 9(07) COMP OCCURS 9 TIMES.
002330
002340*----------------------------------------------------------------*
002350*    CURRENT CANAL UNDER ASSEMBLY - CONTROL BREAK ON CANAL       *
002360*----------------------------------------------------------------*
002370 01  WS-PREV-CANAL               PIC X(08) VALUE SPACES.
002380 77  WS-SEG-COUNT                PIC 9(07) COMP VALUE 0.
002390 01  WS-SEG-PREMIO               PIC S9(9)V99 VALUE 0.
002400
002410*----------------------------------------------------------------*
002420*    REPORT LINE WORK AREAS                                      *
002430*----------------------------------------------------------------*
002440 01  WS-TIE-HEAD-LINE.
002450     05  FILLER                  PIC X(10) VALUE 'CANAL'.
002460     05  FILLER                  PIC X(09) VALUE '  TRANSIN'.
002470     05  FILLER                  PIC X(09) VALUE ' RESPONSE'.
002480     05  FILLER                  PIC X(09) VALUE '    RATED'.
002490     05  FILLER                  PIC X(09) VALUE '   INELIG'.
002500     05  FILLER                  PIC X(09) VALUE '   BUSERR'.
002510     05  FILLER                  PIC X(09) VALUE ' REJECTED'.
002520     05  FILLER                  PIC X(09) VALUE '     HELD'.
002530     05  FILLER                  PIC X(09) VALUE ' SETASIDE'.
002540     05  FILLER                  PIC X(09) VALUE '      DUP'.
002550     05  FILLER                  PIC X(09) VALUE ' NOTRATED'.
002560     05  FILLER                  PIC X(09) VALUE '  NO OUTC'.
002570     05  FILLER                  PIC X(23) VALUE SPACES.
002580 01  WS-TIE-LINE.
002590     05  WS-TIE-CANAL            PIC X(08).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  WS-TIE-DETAILS          PIC Z(8)9.
002620     05  WS-TIE-RESPONSES        PIC Z(8)9.
002630     05  WS-TIE-OUTCOME          PIC Z(8)9 OCCURS 9 TIMES.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  WS-TIE-FLAG             PIC X(21).
002660
002670 PROCEDURE DIVISION.
002680*----------------------------------------------------------------*
002690*    0000-MAINLINE                                               *
002700*----------------------------------------------------------------*
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002730     PERFORM 2000-LOAD-TRANSIN THRU 2000-EXIT
002740     PERFORM 3000-POST-DUPLICATES THRU 3000-EXIT
002750     PERFORM 3100-POST-REJECTS THRU 3100-EXIT
002760     PERFORM 3200-POST-AUDIT THRU 3200-EXIT
002770     PERFORM 3300-POST-SETASIDE THRU 3300-EXIT
002780     PERFORM 3400-POST-RESULTS THRU 3400-EXIT
002790     PERFORM 3500-POST-FAILED-CALLS THRU 3500-EXIT
002800     SORT SORT-WORK
002810         ON ASCENDING KEY SRT-CANAL SRT-SUB
002820         INPUT PROCEDURE IS 4000-RELEASE-DETAILS THRU 4000-EXIT
002830         OUTPUT PROCEDURE IS 5000-WRITE-RESPONSES THRU 5000-EXIT
002840     PERFORM 8000-TERMINATE THRU 8000-EXIT
002850     GOBACK.
002860
002870*----------------------------------------------------------------*
002880*    1000-INITIALIZE - READ THE BUSINESS DATE, OPEN THE          *
002890*                      RESPONSE FILE AND THE REPORT              *
002900*----------------------------------------------------------------*
002910 1000-INITIALIZE.
002920     OPEN INPUT BUSDATE-FILE
002930     IF WS-BDT-STATUS NOT = '00'
002940        DISPLAY 'COBRESP: OPEN BUSDATE FAILED, STATUS='
002950                WS-BDT-STATUS
002960        MOVE 16 TO RETURN-CODE
002970        GOBACK
002980     END-IF
002990     READ BUSDATE-FILE
003000        AT END
003010           DISPLAY 'COBRESP: BUSDATE IS EMPTY'
003020           MOVE 16 TO RETURN-CODE
003030           GOBACK
003040     END-READ
003050     IF BDT-BUS-DATE NOT NUMERIC
003060        DISPLAY 'COBRESP: BUSDATE BUSINESS DATE NOT NUMERIC: '
003070                BDT-BUS-DATE
003080        MOVE 16 TO RETURN-CODE
003090        GOBACK
003100     END-IF
003110     MOVE BDT-BUS-DATE TO WS-BUS-DATE
003120     CLOSE BUSDATE-FILE
003130     DISPLAY 'COBRESP: OUTCOMES FOR BUSINESS DATE ' WS-BUS-DATE
003140     OPEN OUTPUT RESP-FILE
003150     OPEN OUTPUT RESP-RPT
003160     MOVE SPACES TO RPT-LINE
003170     MOVE 'CHANNEL OUTCOME RESPONSES' TO RPT-LINE
003180     WRITE RPT-LINE
003190     MOVE SPACES TO RPT-LINE
003200     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
003210            WS-BUS-DATE DELIMITED BY SIZE
003220            INTO RPT-LINE
003230     WRITE RPT-LINE
003240     MOVE SPACES TO RPT-LINE
003250     WRITE RPT-LINE.
003260 1000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------*
003300*    2000-LOAD-TRANSIN - EVERY DETAIL OF THE DAY'S TRANSIN INTO  *
003310*                        WS-TX-TABLE.  CONTROL AND ATTRIBUTE     *
003320*                        RECORDS ARE SKIPPED                     *
003330*----------------------------------------------------------------*
003340 2000-LOAD-TRANSIN.
003350     OPEN INPUT TRANS-FILE
003360     IF WS-TRANS-STATUS NOT = '00'
003370        DISPLAY 'COBRESP: OPEN TRANSIN FAILED, STATUS='
003380                WS-TRANS-STATUS
003390        MOVE 16 TO RETURN-CODE
003400        GOBACK
003410     END-IF
003420     MOVE 'N' TO WS-EOF-SW
003430     PERFORM 2100-LOAD-DETAIL THRU 2100-EXIT
003440         UNTIL WS-INPUT-EOF
003450     CLOSE TRANS-FILE
003460     DISPLAY 'COBRESP: TRANSIN DETAILS=' WS-DETAIL-COUNT.
003470 2000-EXIT.
003480     EXIT.
003490
003500 2100-LOAD-DETAIL.
003510     READ TRANS-FILE
003520        AT END
003530           MOVE 'Y' TO WS-EOF-SW
003540           GO TO 2100-EXIT
003550     END-READ
003560     IF TRN-IS-HEADER OR TRN-IS-TRAILER OR TRN-IS-ATTR
003570        GO TO 2100-EXIT
003580     END-IF
003590     ADD 1 TO WS-DETAIL-COUNT
003600     IF WS-TX-COUNT >= 5000
003610        IF NOT WS-TX-FULL
003620           DISPLAY 'COBRESP: TRANSACTION TABLE FULL AT 5000 '
003630                   'ENTRIES, FURTHER DETAILS HAVE NO OUTCOME'
003640           MOVE 'Y' TO WS-TX-FULL-SW
003650        END-IF
003660        GO TO 2100-EXIT
003670     END-IF
003680     MOVE TRN-CLIENTE TO WS-CURR-CLIENTE
003690     MOVE TRN-PRODUTO TO WS-CURR-PRODUTO
003700     MOVE 'N' TO WS-WANT-REPEAT
003710     PERFORM 6000-FIND-TRANSACTION THRU 6000-EXIT
003720     ADD 1 TO WS-TX-COUNT
003730     MOVE WS-CURR-KEY TO WS-TX-T-KEY(WS-TX-COUNT)
003740     MOVE TRN-CANAL   TO WS-TX-T-CANAL(WS-TX-COUNT)
003745     IF TRN-ORIGIN-RENEWAL
003746        MOVE 'RENEWAL' TO WS-TX-T-CANAL(WS-TX-COUNT)
003747     END-IF
003750     IF WS-TX-FOUND
003760        MOVE 'Y' TO WS-TX-T-REPEAT(WS-TX-COUNT)
003770     ELSE
003780        MOVE 'N' TO WS-TX-T-REPEAT(WS-TX-COUNT)
003790     END-IF
003800     MOVE SPACE  TO WS-TX-T-OUTCOME(WS-TX-COUNT)
003810     MOVE 0      TO WS-TX-T-PREMIO(WS-TX-COUNT)
003820     MOVE SPACES TO WS-TX-T-REASON(WS-TX-COUNT)
003830     MOVE 'N'    TO WS-TX-T-CALL-OK(WS-TX-COUNT)
003840     MOVE 'N'    TO WS-TX-T-CALL-FAIL(WS-TX-COUNT).
003850 2100-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------*
003890*    3000-POST-DUPLICATES - EACH DUPTRAN DETAIL ANSWERS FOR ONE  *
003900*                           REPEAT OF ITS KEY ON TRANSIN         *
003910*----------------------------------------------------------------*
003920 3000-POST-DUPLICATES.
003930     OPEN INPUT DUP-FILE
003940     IF WS-DUP-STATUS = '05' OR WS-DUP-STATUS = '35'
003950        CLOSE DUP-FILE
003960        GO TO 3000-EXIT
003970     END-IF
003980     MOVE 'N' TO WS-EOF-SW
003990     PERFORM 3010-POST-DUPLICATE THRU 3010-EXIT
004000         UNTIL WS-INPUT-EOF
004010     CLOSE DUP-FILE.
004020 3000-EXIT.
004030     EXIT.
004040
004050 3010-POST-DUPLICATE.
004060     READ DUP-FILE
004070        AT END
004080           MOVE 'Y' TO WS-EOF-SW
004090           GO TO 3010-EXIT
004100     END-READ
004110     IF DUP-IS-HEADER OR DUP-IS-TRAILER OR DUP-IS-ATTR
004120        GO TO 3010-EXIT
004130     END-IF
004140     MOVE DUP-CLIENTE TO WS-CURR-CLIENTE
004150     MOVE DUP-PRODUTO TO WS-CURR-PRODUTO
004160     MOVE 'D'         TO WS-NEW-OUTCOME
004170     MOVE 0           TO WS-NEW-PREMIO
004180     MOVE SPACES      TO WS-NEW-REASON
004190     MOVE 'DUPTRAN'   TO WS-NEW-SOURCE
004200     MOVE 'Y'         TO WS-WANT-REPEAT
004210     PERFORM 6100-POST-OUTCOME THRU 6100-EXIT.
004220 3010-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------*
004260*    3100-POST-REJECTS - ERRFILE RECORDS OF THE BUSINESS DATE.   *
004270*                        A TRANSACTION WITH SEVERAL BAD ARGUMENTS*
004280*                        HAS SEVERAL RECORDS; THE FIRST REASON   *
004290*                        IS THE ONE RETURNED                     *
004300*----------------------------------------------------------------*
004310 3100-POST-REJECTS.
004320     OPEN INPUT ERR-FILE
004330     IF WS-ERR-STATUS = '05' OR WS-ERR-STATUS = '35'
004340        CLOSE ERR-FILE
004350        GO TO 3100-EXIT
004360     END-IF
004370     MOVE 'N' TO WS-EOF-SW
004380     PERFORM 3110-POST-REJECT THRU 3110-EXIT
004390         UNTIL WS-INPUT-EOF
004400     CLOSE ERR-FILE.
004410 3100-EXIT.
004420     EXIT.
004430
004440 3110-POST-REJECT.
004450     READ ERR-FILE
004460        AT END
004470           MOVE 'Y' TO WS-EOF-SW
004480           GO TO 3110-EXIT
004490     END-READ
004500     IF ERR-RUN-DATE NOT = WS-BUS-DATE
004510        GO TO 3110-EXIT
004520     END-IF
004530     MOVE ERR-CLIENTE TO WS-CURR-CLIENTE
004540     MOVE ERR-PRODUTO TO WS-CURR-PRODUTO
004550     MOVE 'E'         TO WS-NEW-OUTCOME
004560     MOVE 0           TO WS-NEW-PREMIO
004570     MOVE ERR-REASON  TO WS-NEW-REASON
004580     MOVE 'ERRFILE'   TO WS-NEW-SOURCE
004590     MOVE 'N'         TO WS-WANT-REPEAT
004600     PERFORM 6100-POST-OUTCOME THRU 6100-EXIT.
004610 3110-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------*
004650*    3200-POST-AUDIT - THE BUSINESS DATE'S AUDIT TRAIL.  A HELD  *
004660*                      RECORD IS THE OUTCOME; THE CALL RECORDS   *
004670*                      ONLY NOTE WHETHER ANY CALL FOR THE KEY    *
004680*                      SUCCEEDED OR FAILED.  SHADOW CALLS HAVE NO*
004690*                      BUSINESS EFFECT AND ARE IGNORED           *
004700*----------------------------------------------------------------*
004710 3200-POST-AUDIT.
004720     OPEN INPUT AUDIT-FILE
004730     IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
004740        CLOSE AUDIT-FILE
004750        GO TO 3200-EXIT
004760     END-IF
004770     MOVE 'N' TO WS-EOF-SW
004780     PERFORM 3210-POST-AUDIT-REC THRU 3210-EXIT
004790         UNTIL WS-INPUT-EOF
004800     CLOSE AUDIT-FILE.
004810 3200-EXIT.
004820     EXIT.
004830
004840 3210-POST-AUDIT-REC.
004850     READ AUDIT-FILE
004860        AT END
004870           MOVE 'Y' TO WS-EOF-SW
004880           GO TO 3210-EXIT
004890     END-READ
004900     IF AUD-RUN-DATE NOT = WS-BUS-DATE OR AUD-SOURCE-SHADOW
004910        GO TO 3210-EXIT
004920     END-IF
004930     MOVE AUD-CLIENTE TO WS-CURR-CLIENTE
004940     MOVE AUD-PRODUTO TO WS-CURR-PRODUTO
004950     IF AUD-STATUS-HELD
004960        MOVE 'H'         TO WS-NEW-OUTCOME
004970        MOVE 0           TO WS-NEW-PREMIO
004980        MOVE 'HELD BY OPERATIONS' TO WS-NEW-REASON
004990        MOVE 'AUDITFL'   TO WS-NEW-SOURCE
005000        MOVE 'N'         TO WS-WANT-REPEAT
005010        PERFORM 6100-POST-OUTCOME THRU 6100-EXIT
005020        GO TO 3210-EXIT
005030     END-IF
005040     MOVE 'N' TO WS-WANT-REPEAT
005050     PERFORM 6000-FIND-TRANSACTION THRU 6000-EXIT
005060     IF NOT WS-TX-FOUND
005070        GO TO 3210-EXIT
005080     END-IF
005090     IF AUD-STATUS-OK
005100        MOVE 'Y' TO WS-TX-T-CALL-OK(WS-TX-SUB)
005110     END-IF
005120     IF AUD-STATUS-FAIL
005130        MOVE 'Y' TO WS-TX-T-CALL-FAIL(WS-TX-SUB)
005140     END-IF.
005150 3210-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------*
005190*    3300-POST-SETASIDE - WORK THE CIRCUIT BREAKER SET ASIDE     *
005200*----------------------------------------------------------------*
005210 3300-POST-SETASIDE.
005220     OPEN INPUT SETASIDE-FILE
005230     IF WS-SAS-STATUS = '05' OR WS-SAS-STATUS = '35'
005240        CLOSE SETASIDE-FILE
005250        GO TO 3300-EXIT
005260     END-IF
005270     MOVE 'N' TO WS-EOF-SW
005280     PERFORM 3310-POST-SETASIDE-REC THRU 3310-EXIT
005290         UNTIL WS-INPUT-EOF
005300     CLOSE SETASIDE-FILE.
005310 3300-EXIT.
005320     EXIT.
005330
005340 3310-POST-SETASIDE-REC.
005350     READ SETASIDE-FILE
005360        AT END
005370           MOVE 'Y' TO WS-EOF-SW
005380           GO TO 3310-EXIT
005390     END-READ
005400     IF SAS-IS-HEADER OR SAS-IS-TRAILER OR SAS-IS-ATTR
005410        GO TO 3310-EXIT
005420     END-IF
005430     MOVE SAS-CLIENTE TO WS-CURR-CLIENTE
005440     MOVE SAS-PRODUTO TO WS-CURR-PRODUTO
005450     MOVE 'S'         TO WS-NEW-OUTCOME
005460     MOVE 0           TO WS-NEW-PREMIO
005470     MOVE 'SET ASIDE - WILL BE RESUBMITTED' TO WS-NEW-REASON
005480     MOVE 'SETASIDE'  TO WS-NEW-SOURCE
005490     MOVE 'N'         TO WS-WANT-REPEAT
005500     PERFORM 6100-POST-OUTCOME THRU 6100-EXIT.
005510 3310-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------*
005550*    3400-POST-RESULTS - THE PARSED EXEC RESULTS, CLASSIFIED IN  *
005560*                        COBBILNG'S ORDER                        *
005570*----------------------------------------------------------------*
005580 3400-POST-RESULTS.
005590     OPEN INPUT RESULT-FILE
005600     IF WS-RESULT-STATUS = '05' OR WS-RESULT-STATUS = '35'
005610        CLOSE RESULT-FILE
005620        GO TO 3400-EXIT
005630     END-IF
005640     MOVE 'N' TO WS-EOF-SW
005650     PERFORM 3410-POST-RESULT THRU 3410-EXIT
005660         UNTIL WS-INPUT-EOF
005670     CLOSE RESULT-FILE.
005680 3400-EXIT.
005690     EXIT.
005700
005710 3410-POST-RESULT.
005720     READ RESULT-FILE
005730        AT END
005740           MOVE 'Y' TO WS-EOF-SW
005750           GO TO 3410-EXIT
005760     END-READ
005770     MOVE RSL-CLIENTE TO WS-CURR-CLIENTE
005780     MOVE RSL-PRODUTO TO WS-CURR-PRODUTO
005790     MOVE 0           TO WS-NEW-PREMIO
005800     MOVE SPACES      TO WS-NEW-REASON
005810     MOVE 'RESULTS'   TO WS-NEW-SOURCE
005820     MOVE 'N'         TO WS-WANT-REPEAT
005830     IF RSL-SILENT-FAIL-SW = 'Y'
005840        MOVE 'B' TO WS-NEW-OUTCOME
005850        MOVE RSL-ERRO-TEXT TO WS-NEW-REASON
005860        GO TO 3420-POST
005870     END-IF
005880     IF RSL-ELEGIVEL = 'N'
005890        MOVE 'I' TO WS-NEW-OUTCOME
005900        GO TO 3420-POST
005910     END-IF
005920     IF RSL-ELEGIVEL NOT = 'S'
005930        MOVE 'B' TO WS-NEW-OUTCOME
005940        MOVE RSL-ERRO-TEXT TO WS-NEW-REASON
005950        IF WS-NEW-REASON = SPACES
005960           MOVE 'NO ELIGIBILITY RETURNED' TO WS-NEW-REASON
005970        END-IF
005980        GO TO 3420-POST
005990     END-IF
006000     IF RSL-PREMIO-SW NOT = 'Y'
006010        MOVE 'B' TO WS-NEW-OUTCOME
006020        MOVE RSL-ERRO-TEXT TO WS-NEW-REASON
006030        IF WS-NEW-REASON = SPACES
006040           MOVE 'NO PREMIO RETURNED' TO WS-NEW-REASON
006050        END-IF
006060        GO TO 3420-POST
006070     END-IF
006080     MOVE 'R' TO WS-NEW-OUTCOME
006090     MOVE RSL-PREMIO TO WS-NEW-PREMIO.
006100 3420-POST.
006110     PERFORM 6100-POST-OUTCOME THRU 6100-EXIT.
006120 3410-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------*
006160*    3500-POST-FAILED-CALLS - A TRANSACTION STILL WITHOUT AN     *
006170*                             OUTCOME WHOSE CALLS ALL FAILED WAS *
006180*                             NOT RATED                          *
006190*----------------------------------------------------------------*
006200 3500-POST-FAILED-CALLS.
006210     PERFORM 3510-CHECK-FAILED THRU 3510-EXIT
006220         VARYING WS-TX-SUB FROM 1 BY 1
006230         UNTIL WS-TX-SUB > WS-TX-COUNT.
006240 3500-EXIT.
006250     EXIT.
006260
006270 3510-CHECK-FAILED.
006280     IF WS-TX-T-OUTCOME(WS-TX-SUB) = SPACE
006290        AND WS-TX-T-CALL-FAIL(WS-TX-SUB) = 'Y'
006300        AND WS-TX-T-CALL-OK(WS-TX-SUB) = 'N'
006310        MOVE 'F' TO WS-TX-T-OUTCOME(WS-TX-SUB)
006320        MOVE 'EXEC CALL FAILED - NOT RATED'
006330             TO WS-TX-T-REASON(WS-TX-SUB)
006340     END-IF.
006350 3510-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------------*
006390*    4000-RELEASE-DETAILS - SORT INPUT PROCEDURE.  ONE SORT      *
006400*                           RECORD PER TRANSACTION: ITS CANAL    *
006410*                           AND ITS PLACE IN WS-TX-TABLE         *
006420*----------------------------------------------------------------*
006430 4000-RELEASE-DETAILS.
006440     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
006450         VARYING WS-TX-SUB FROM 1 BY 1
006460         UNTIL WS-TX-SUB > WS-TX-COUNT.
006470 4000-EXIT.
006480     EXIT.
006490
006500 4100-RELEASE-ONE.
006510     MOVE WS-TX-T-CANAL(WS-TX-SUB) TO SRT-CANAL
006520     MOVE WS-TX-SUB TO SRT-SUB
006530     RELEASE SRT-RECORD.
006540 4100-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------*
006580*    5000-WRITE-RESPONSES - SORT OUTPUT PROCEDURE.  TRANSACTIONS *
006590*                           COME BACK BY CANAL IN TRANSIN ORDER; *
006600*                           CONTROL BREAK ON CANAL               *
006610*----------------------------------------------------------------*
006620 5000-WRITE-RESPONSES.
006630     PERFORM 5100-RETURN-SORTED THRU 5100-EXIT
006640     PERFORM 5200-PROCESS-SORTED THRU 5200-EXIT
006650         UNTIL WS-SORT-EOF
006660     IF NOT WS-FIRST-GROUP
006670        PERFORM 5500-CLOSE-CANAL THRU 5500-EXIT
006680     END-IF.
006690 5000-EXIT.
006700     EXIT.
006710
006720 5100-RETURN-SORTED.
006730     RETURN SORT-WORK
006740        AT END
006750           MOVE 'Y' TO WS-SORT-EOF-SW
006760     END-RETURN.
006770 5100-EXIT.
006780     EXIT.
006790
006800 5200-PROCESS-SORTED.
006810     IF WS-FIRST-GROUP
006820        MOVE 'N' TO WS-FIRST-GROUP-SW
006830        PERFORM 5400-START-CANAL THRU 5400-EXIT
006840     ELSE
006850        IF SRT-CANAL NOT = WS-PREV-CANAL
006860           PERFORM 5500-CLOSE-CANAL THRU 5500-EXIT
006870           PERFORM 5400-START-CANAL THRU 5400-EXIT
006880        END-IF
006890     END-IF
006900     PERFORM 5300-WRITE-DETAIL THRU 5300-EXIT
006910     PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
006920 5200-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------*
006960*    5300-WRITE-DETAIL - ONE TRANSACTION'S RESPONSE, OR A BREAK  *
006970*                        WHEN NOTHING ACCOUNTS FOR IT            *
006980*----------------------------------------------------------------*
006990 5300-WRITE-DETAIL.
007000     MOVE SRT-SUB TO WS-TX-SUB
007010     IF WS-CN-SUB > 0
007020        ADD 1 TO WS-CN-T-DETAILS(WS-CN-SUB)
007030     END-IF
007040     IF WS-TX-T-OUTCOME(WS-TX-SUB) = SPACE
007050        ADD 1 TO WS-NO-OUTCOME-COUNT
007060        IF WS-CN-SUB > 0
007070           ADD 1 TO WS-CN-T-OUTCOME(WS-CN-SUB, 9)
007080        END-IF
007090        MOVE SPACES TO WS-BREAK-TEXT
007100        STRING 'NO OUTCOME FOR CLIENTE ' DELIMITED BY SIZE
007110               WS-TX-T-CLIENTE(WS-TX-SUB) DELIMITED BY SIZE
007120               ' PRODUTO ' DELIMITED BY SIZE
007130               WS-TX-T-PRODUTO(WS-TX-SUB) DELIMITED BY SIZE
007140               ' CANAL ' DELIMITED BY SIZE
007150               SRT-CANAL DELIMITED BY SIZE
007160               INTO WS-BREAK-TEXT
007170        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
007180        GO TO 5300-EXIT
007190     END-IF
007200     MOVE SPACES                      TO RSP-RECORD
007210     MOVE 'D'                         TO RSP-REC-TYPE
007220     MOVE SRT-CANAL                   TO RSP-CANAL
007230     MOVE WS-BUS-DATE                 TO RSP-BUS-DATE
007240     MOVE WS-TX-T-CLIENTE(WS-TX-SUB)  TO RSP-CLIENTE
007250     MOVE WS-TX-T-PRODUTO(WS-TX-SUB)  TO RSP-PRODUTO
007260     MOVE WS-TX-T-OUTCOME(WS-TX-SUB)  TO RSP-OUTCOME
007270     MOVE WS-TX-T-PREMIO(WS-TX-SUB)   TO RSP-PREMIO
007280     MOVE WS-TX-T-REASON(WS-TX-SUB)   TO RSP-REASON
007290     WRITE RSP-RECORD
007300     ADD 1 TO WS-SEG-COUNT
007310     ADD 1 TO WS-RESPONSE-COUNT
007320     ADD WS-TX-T-PREMIO(WS-TX-SUB) TO WS-SEG-PREMIO
007330     IF WS-CN-SUB > 0
007340        ADD 1 TO WS-CN-T-RESPONSES(WS-CN-SUB)
007350        PERFORM 5310-FIND-OUTCOME-COLUMN THRU 5310-EXIT
007360        ADD 1 TO WS-CN-T-OUTCOME(WS-CN-SUB, WS-OUT-SUB)
007370     END-IF.
007380 5300-EXIT.
007390     EXIT.
007400
007410 5310-FIND-OUTCOME-COLUMN.
007420     MOVE 9 TO WS-OUT-SUB
007430     PERFORM 5320-TRY-OUTCOME-CODE THRU 5320-EXIT
007440         VARYING WS-CODE-SUB FROM 1 BY 1
007450         UNTIL WS-CODE-SUB > 8.
007460 5310-EXIT.
007470     EXIT.
007480
007490 5320-TRY-OUTCOME-CODE.
007500     IF WS-OUTCOME-CODE(WS-CODE-SUB) = WS-TX-T-OUTCOME(WS-TX-SUB)
007510        MOVE WS-CODE-SUB TO WS-OUT-SUB
007520     END-IF.
007530 5320-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------------*
007570*    5400-START-CANAL - OPEN THE CANAL'S RESPONSE SEGMENT AND    *
007580*                       ITS TIE-OUT ENTRY                        *
007590*----------------------------------------------------------------*
007600 5400-START-CANAL.
007610     MOVE SRT-CANAL TO WS-PREV-CANAL
007620     MOVE 0 TO WS-SEG-COUNT
007630     MOVE 0 TO WS-SEG-PREMIO
007640     MOVE SPACES TO RSP-RECORD
007650     MOVE 'H' TO RSP-REC-TYPE
007660     MOVE SRT-CANAL TO RSP-CANAL
007670     MOVE WS-BUS-DATE TO RSP-BUS-DATE
007680     WRITE RSP-RECORD
007690     IF WS-CN-COUNT >= 200
007700        IF NOT WS-CN-FULL
007710           DISPLAY 'COBRESP: CANAL TABLE FULL AT 200 '
007720                   'ENTRIES, FURTHER CANALS NOT TIED OUT'
007730           MOVE 'Y' TO WS-CN-FULL-SW
007740        END-IF
007750        MOVE 0 TO WS-CN-SUB
007760        GO TO 5400-EXIT
007770     END-IF
007780     ADD 1 TO WS-CN-COUNT
007790     MOVE WS-CN-COUNT TO WS-CN-SUB
007800     MOVE SRT-CANAL TO WS-CN-T-CANAL(WS-CN-SUB)
007810     MOVE 0 TO WS-CN-T-DETAILS(WS-CN-SUB)
007820     MOVE 0 TO WS-CN-T-RESPONSES(WS-CN-SUB)
007830     PERFORM 5410-CLEAR-OUTCOME THRU 5410-EXIT
007840         VARYING WS-OUT-SUB FROM 1 BY 1
007850         UNTIL WS-OUT-SUB > 9.
007860 5400-EXIT.
007870     EXIT.
007880
007890 5410-CLEAR-OUTCOME.
007900     MOVE 0 TO WS-CN-T-OUTCOME(WS-CN-SUB, WS-OUT-SUB).
007910 5410-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------*
007950*    5500-CLOSE-CANAL - THE CANAL'S RESPONSE TRAILER             *
007960*----------------------------------------------------------------*
007970 5500-CLOSE-CANAL.
007980     MOVE SPACES TO RSP-TRAILER-REC
007990     MOVE 'T' TO RSP-TRL-TYPE
008000     MOVE WS-PREV-CANAL TO RSP-TRL-CANAL
008010     MOVE WS-BUS-DATE TO RSP-TRL-BUS-DATE
008020     MOVE WS-SEG-COUNT TO RSP-TRL-COUNT
008030     MOVE WS-SEG-PREMIO TO RSP-TRL-PREMIO
008040     WRITE RSP-TRAILER-REC.
008050 5500-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------------*
008090*    6000-FIND-TRANSACTION - LOCATE THE TRANSACTION FOR          *
008100*                            WS-CURR-KEY.  WS-WANT-REPEAT 'N'    *
008110*                            FINDS THE FIRST OCCURRENCE OF THE   *
008120*                            KEY; 'Y' FINDS A REPEAT STILL       *
008130*                            WITHOUT AN OUTCOME                  *
008140*----------------------------------------------------------------*
008150 6000-FIND-TRANSACTION.
008160     MOVE 'N' TO WS-TX-FOUND-SW
008170     MOVE 0 TO WS-TX-SUB
008180     IF WS-TX-COUNT = 0
008190        GO TO 6000-EXIT
008200     END-IF
008210     SET WS-TX-IX TO 1
008220     SEARCH WS-TX-ENTRY
008230        AT END
008240           CONTINUE
008250        WHEN WS-TX-T-KEY(WS-TX-IX) = WS-CURR-KEY
008260             AND WS-TX-T-REPEAT(WS-TX-IX) = WS-WANT-REPEAT
008270             AND (WS-WANT-REPEAT = 'N'
008280                  OR WS-TX-T-OUTCOME(WS-TX-IX) = SPACE)
008290           MOVE 'Y' TO WS-TX-FOUND-SW
008300           SET WS-TX-SUB TO WS-TX-IX
008310     END-SEARCH.
008320 6000-EXIT.
008330     EXIT.
008340
008350*----------------------------------------------------------------*
008360*    6100-POST-OUTCOME - GIVE THE TRANSACTION FOR WS-CURR-KEY    *
008370*                        THE OUTCOME IN WS-NEW-OUTCOME.  THE     *
008380*                        FIRST OUTCOME STANDS; A DIFFERENT ONE   *
008390*                        ARRIVING LATER IS A BREAK               *
008400*----------------------------------------------------------------*
008410 6100-POST-OUTCOME.
008420     PERFORM 6000-FIND-TRANSACTION THRU 6000-EXIT
008430     IF NOT WS-TX-FOUND
008440        MOVE SPACES TO WS-BREAK-TEXT
008450        STRING WS-NEW-SOURCE DELIMITED BY SPACE
008460               ' OUTCOME FOR NO TRANSIN DETAIL: CLIENTE '
008470                  DELIMITED BY SIZE
008480               WS-CURR-CLIENTE DELIMITED BY SIZE
008490               ' PRODUTO ' DELIMITED BY SIZE
008500               WS-CURR-PRODUTO DELIMITED BY SIZE
008510               INTO WS-BREAK-TEXT
008520        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
008530        GO TO 6100-EXIT
008540     END-IF
008550     IF WS-TX-T-OUTCOME(WS-TX-SUB) = SPACE
008560        MOVE WS-NEW-OUTCOME TO WS-TX-T-OUTCOME(WS-TX-SUB)
008570        MOVE WS-NEW-PREMIO  TO WS-TX-T-PREMIO(WS-TX-SUB)
008580        MOVE WS-NEW-REASON  TO WS-TX-T-REASON(WS-TX-SUB)
008590        GO TO 6100-EXIT
008600     END-IF
008610     IF WS-TX-T-OUTCOME(WS-TX-SUB) = WS-NEW-OUTCOME
008620        GO TO 6100-EXIT
008630     END-IF
008640     MOVE SPACES TO WS-BREAK-TEXT
008650     STRING 'SECOND OUTCOME ' DELIMITED BY SIZE
008660            WS-NEW-OUTCOME DELIMITED BY SIZE
008670            ' FROM ' DELIMITED BY SIZE
008680            WS-NEW-SOURCE DELIMITED BY SPACE
008690            ' IGNORED, KEPT ' DELIMITED BY SIZE
008700            WS-TX-T-OUTCOME(WS-TX-SUB) DELIMITED BY SIZE
008710            ': CLIENTE ' DELIMITED BY SIZE
008720            WS-CURR-CLIENTE DELIMITED BY SIZE
008730            ' PRODUTO ' DELIMITED BY SIZE
008740            WS-CURR-PRODUTO DELIMITED BY SIZE
008750            INTO WS-BREAK-TEXT
008760     PERFORM 7300-WRITE-BREAK THRU 7300-EXIT.
008770 6100-EXIT.
008780     EXIT.
008790
008800*----------------------------------------------------------------*
008810*    7300-WRITE-BREAK - ONE BREAK LINE, UNDER ITS HEADING THE    *
008820*                       FIRST TIME                               *
008830*----------------------------------------------------------------*
008840 7300-WRITE-BREAK.
008850     IF NOT WS-BREAK-HEAD-DONE
008860        MOVE 'Y' TO WS-BREAK-HEAD-SW
008870        MOVE SPACES TO RPT-LINE
008880        MOVE 'OUTCOME BREAKS' TO RPT-LINE
008890        WRITE RPT-LINE
008900     END-IF
008910     ADD 1 TO WS-BREAK-COUNT
008920     MOVE SPACES TO RPT-LINE
008930     STRING '  ' DELIMITED BY SIZE
008940            WS-BREAK-TEXT DELIMITED BY SIZE
008950            INTO RPT-LINE
008960     WRITE RPT-LINE.
008970 7300-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------------*
009010*    8000-TERMINATE - WRITE THE PER-CANAL TIE-OUT AND THE        *
009020*                     SUMMARY, CLOSE FILES AND SET THE           *
009030*                     RETURN-CODE                                *
009040*----------------------------------------------------------------*
009050 8000-TERMINATE.
009060     IF WS-BREAK-HEAD-DONE
009070        MOVE SPACES TO RPT-LINE
009080        WRITE RPT-LINE
009090     END-IF
009100     MOVE WS-TIE-HEAD-LINE TO RPT-LINE
009110     WRITE RPT-LINE
009120     PERFORM 8100-WRITE-TIE-LINE THRU 8100-EXIT
009130         VARYING WS-CN-SUB FROM 1 BY 1
009140         UNTIL WS-CN-SUB > WS-CN-COUNT
009150     MOVE SPACES TO RPT-LINE
009160     WRITE RPT-LINE
009170     MOVE SPACES TO RPT-LINE
009180     MOVE WS-DETAIL-COUNT TO WS-COUNT-ED
009190     STRING 'TRANSIN DETAILS           =' DELIMITED BY SIZE
009200            WS-COUNT-ED DELIMITED BY SIZE
009210            INTO RPT-LINE
009220     WRITE RPT-LINE
009230     MOVE SPACES TO RPT-LINE
009240     MOVE WS-RESPONSE-COUNT TO WS-COUNT-ED
009250     STRING 'RESPONSES WRITTEN         =' DELIMITED BY SIZE
009260            WS-COUNT-ED DELIMITED BY SIZE
009270            INTO RPT-LINE
009280     WRITE RPT-LINE
009290     MOVE SPACES TO RPT-LINE
009300     MOVE WS-NO-OUTCOME-COUNT TO WS-COUNT-ED
009310     STRING 'TRANSACTIONS NO OUTCOME   =' DELIMITED BY SIZE
009320            WS-COUNT-ED DELIMITED BY SIZE
009330            INTO RPT-LINE
009340     WRITE RPT-LINE
009350     MOVE SPACES TO RPT-LINE
009360     MOVE WS-BREAK-COUNT TO WS-COUNT-ED
009370     STRING 'OUTCOME BREAKS            =' DELIMITED BY SIZE
009380            WS-COUNT-ED DELIMITED BY SIZE
009390            INTO RPT-LINE
009400     WRITE RPT-LINE
009410     CLOSE RESP-FILE
009420     CLOSE RESP-RPT
009430
009440     DISPLAY 'COBRESP: TRANSIN DETAILS=' WS-DETAIL-COUNT
009450     DISPLAY 'COBRESP: RESPONSES WRITTEN=' WS-RESPONSE-COUNT
009460     DISPLAY 'COBRESP: NO OUTCOME=' WS-NO-OUTCOME-COUNT
009470     DISPLAY 'COBRESP: BREAKS=' WS-BREAK-COUNT
009480
009490     IF WS-BREAK-COUNT > 0 OR WS-DETAIL-COUNT NOT = WS-TX-COUNT
009500        MOVE 4 TO RETURN-CODE
009510     ELSE
009520        MOVE 0 TO RETURN-CODE
009530     END-IF.
009540 8000-EXIT.
009550     EXIT.
009560
009570*----------------------------------------------------------------*
009580*    8100-WRITE-TIE-LINE - ONE CANAL: TRANSIN DETAILS AGAINST    *
009590*                          RESPONSES, BY OUTCOME                 *
009600*----------------------------------------------------------------*
009610 8100-WRITE-TIE-LINE.
009620     MOVE SPACES TO WS-TIE-LINE
009630     MOVE WS-CN-T-CANAL(WS-CN-SUB)     TO WS-TIE-CANAL
009640     MOVE WS-CN-T-DETAILS(WS-CN-SUB)   TO WS-TIE-DETAILS
009650     MOVE WS-CN-T-RESPONSES(WS-CN-SUB) TO WS-TIE-RESPONSES
009660     PERFORM 8110-MOVE-OUTCOME-COUNT THRU 8110-EXIT
009670         VARYING WS-OUT-SUB FROM 1 BY 1
009680         UNTIL WS-OUT-SUB > 9
009690     IF WS-CN-T-DETAILS(WS-CN-SUB) = WS-CN-T-RESPONSES(WS-CN-SUB)
009700        MOVE 'TIES' TO WS-TIE-FLAG
009710     ELSE
009720        MOVE '*** DOES NOT TIE' TO WS-TIE-FLAG
009730     END-IF
009740     MOVE WS-TIE-LINE TO RPT-LINE
009750     WRITE RPT-LINE.
009760 8100-EXIT.
009770     EXIT.
009780
009790 8110-MOVE-OUTCOME-COUNT.
009800     MOVE WS-CN-T-OUTCOME(WS-CN-SUB, WS-OUT-SUB)
009810          TO WS-TIE-OUTCOME(WS-OUT-SUB).
009820 8110-EXIT.
009830     EXIT.
