000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBCASM                                        *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-14                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    CARD-DRIVEN MAINTENANCE UTILITY FOR THE CASEFL EXCEPTION    *
000100*    CASE KSDS (CPYCAS) THAT COBCASE OPENS AND AGES.  ONE        *
000110*    ACTION PER CARD ON CARDIN:                                  *
000120*                                                                *
000130*      ASSIGN  CASE-NO      OWNER  - GIVE THE CASE AN OWNER      *
000140*      NOTE    CASE-NO      TEXT   - RECORD A WORKING NOTE       *
000150*      CLOSE   CASE-NO RESN [TEXT] - CLOSE THE CASE WITH A       *
000160*                                    RESOLUTION CODE AND AN      *
000170*                                    OPTIONAL CLOSING NOTE       *
000180*                                                                *
000190*    RESOLUTION CODES ARE FIXD (FIXED AT SOURCE), NOAC (NO       *
000200*    ACTION NEEDED), DUPL (DUPLICATE OF ANOTHER CASE), RSUB      *
000210*    (RESUBMITTED) AND ACPT (ACCEPTED AS CORRECT).  ONLY AN      *
000220*    OPEN CASE CAN BE CHANGED; A CLOSED CASE STAYS ON FILE AND   *
000230*    THE SAME PROBLEM SEEN AGAIN OPENS A NEW CASE.  A NOTE       *
000240*    REPLACES THE PREVIOUS NOTE AND IS STAMPED WITH TODAY'S      *
000250*    DATE.                                                       *
000260*                                                                *
000270*    EVERY CARD IS ECHOED TO THE PRINTABLE CASMRPT REPORT WITH   *
000280*    THE CASE'S BEFORE-IMAGE AND AFTER-IMAGE.  RETURN-CODE 4     *
000290*    WHEN ANY CARD WAS IN ERROR.                                 *
000300*                                                                *
000310*    MODIFICATION HISTORY                                        *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    ---------- ----  ------------------------------------------ *
000340*    2026-10-14 JCR   ORIGINAL VERSION.                          *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. COBCASM.
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
000510     SELECT CARD-FILE       ASSIGN TO CARDIN
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS WS-CARD-STATUS.
000540
000550*    CASEFL IS A KSDS.  ON A REAL VSAM SYSTEM THE CLUSTER MUST BE
000560*    PRE-ALLOCATED BY IDCAMS DEFINE CLUSTER; COBCASE CREATES THE
000570*    CASES THIS PROGRAM MAINTAINS.
000580     SELECT CASE-FILE       ASSIGN TO CASEFL
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE IS DYNAMIC
000610            RECORD KEY IS CAS-CASE-NO
000620            FILE STATUS IS WS-CAS-STATUS.
000630
000640     SELECT CASM-RPT        ASSIGN TO CASMRPT
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS WS-RPT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CARD-FILE
000710     RECORDING MODE IS F.
000720 01  CRD-CARD.
000730     05  CRD-ACTION              PIC X(08).
000740         88  CRD-ACTION-ASSIGN           VALUE 'ASSIGN  '.
000750         88  CRD-ACTION-NOTE             VALUE 'NOTE    '.
000760         88  CRD-ACTION-CLOSE            VALUE 'CLOSE   '.
000770     05  CRD-CASE-NO             PIC X(08).
000780     05  CRD-CASE-NO-N REDEFINES CRD-CASE-NO
000790                                 PIC 9(08).
000800     05  CRD-RESOLUTION          PIC X(04).
000810         88  CRD-RESOLUTION-VALID        VALUES 'FIXD' 'NOAC'
000820                                                'DUPL' 'RSUB'
000830                                                'ACPT'.
000840     05  CRD-VALUE               PIC X(60).
000850
000860 FD  CASE-FILE.
000870     COPY CPYCAS.
000880
000890 FD  CASM-RPT
000900     RECORDING MODE IS F.
000910 01  RPT-LINE                    PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------*
000950*    FILE STATUS SWITCHES                                        *
000960*----------------------------------------------------------------*
000970 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
000980 77  WS-CAS-STATUS               PIC X(02) VALUE SPACES.
000990 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001000
001010*----------------------------------------------------------------*
001020*    RUN SWITCHES AND COUNTERS                                   *
001030*----------------------------------------------------------------*
001040 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
001050     88  WS-CARD-EOF                        VALUE 'Y'.
001060 77  WS-CARD-COUNT               PIC 9(07) COMP VALUE 0.
001070 77  WS-ASSIGNED-COUNT           PIC 9(07) COMP VALUE 0.
001080 77  WS-NOTED-COUNT              PIC 9(07) COMP VALUE 0.
001090 77  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE 0.
001100 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE 0.
001110 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001120
001130*----------------------------------------------------------------*
001140*    RUN DATE - STAMPED AS THE ASSIGNED, NOTE AND CLOSED DATE    *
001150*----------------------------------------------------------------*
001160 01  WS-CURRENT-DATE             PIC X(08) VALUE SPACES.
001170
001180*----------------------------------------------------------------*
001190*    REPORT LINE WORK AREAS - A CASE IMAGE PRINTS ON TWO LINES:  *
001200*    IDENTITY, STATE AND OWNERSHIP, THEN THE LATEST NOTE         *
001210*----------------------------------------------------------------*
001220 01  WS-IMAGE-LINE-1.
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  WS-IMG-TAG              PIC X(06).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  WS-IMG-CASE-NO          PIC 9(08).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  WS-IMG-TYPE             PIC X(08).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  WS-IMG-CLIENTE          PIC X(20).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  WS-IMG-PRODUTO          PIC X(20).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  WS-IMG-STATUS           PIC X(01).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  WS-IMG-OPENED           PIC X(08).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  WS-IMG-OWNER            PIC X(08).
001390     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  WS-IMG-ASSIGNED         PIC X(08).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  WS-IMG-RESOLUTION       PIC X(04).
001430     05  FILLER                  PIC X(01) VALUE SPACES.
001440     05  WS-IMG-CLOSED           PIC X(08).
001450     05  FILLER                  PIC X(11) VALUE SPACES.
001460 01  WS-IMAGE-LINE-2.
001470     05  FILLER                  PIC X(10) VALUE SPACES.
001480     05  FILLER                  PIC X(06) VALUE 'NOTE  '.
001490     05  WS-IMG-NOTE-DATE        PIC X(08).
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  WS-IMG-NOTE             PIC X(60).
001520     05  FILLER                  PIC X(46) VALUE SPACES.
001530
001540 PROCEDURE DIVISION.
001550*----------------------------------------------------------------*
001560*    0000-MAINLINE                                               *
001570*----------------------------------------------------------------*
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001610         UNTIL WS-CARD-EOF
001620     PERFORM 8000-TERMINATE THRU 8000-EXIT
001630     GOBACK.
001640
001650*----------------------------------------------------------------*
001660*    1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST CARD       *
001670*----------------------------------------------------------------*
001680 1000-INITIALIZE.
001690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001700     OPEN INPUT CARD-FILE
001710     IF WS-CARD-STATUS NOT = '00'
001720        DISPLAY 'COBCASM: OPEN CARDIN FAILED, STATUS='
001730                WS-CARD-STATUS
001740        MOVE 16 TO RETURN-CODE
001750        GOBACK
001760     END-IF
001770     OPEN I-O CASE-FILE
001780     IF WS-CAS-STATUS NOT = '00'
001790        DISPLAY 'COBCASM: OPEN CASEFL FAILED, STATUS='
001800                WS-CAS-STATUS
001810        MOVE 16 TO RETURN-CODE
001820        GOBACK
001830     END-IF
001840     OPEN OUTPUT CASM-RPT
001850     MOVE SPACES TO RPT-LINE
001860     MOVE 'CASEFL EXCEPTION CASE MAINTENANCE REPORT' TO RPT-LINE
001870     WRITE RPT-LINE
001880     MOVE SPACES TO RPT-LINE
001890     STRING 'RUN DATE ' DELIMITED BY SIZE
001900            WS-CURRENT-DATE DELIMITED BY SIZE
001910            INTO RPT-LINE
001920     WRITE RPT-LINE
001930     MOVE SPACES TO RPT-LINE
001940     WRITE RPT-LINE
001950     PERFORM 1200-READ-CARD THRU 1200-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980
001990*----------------------------------------------------------------*
002000*    1200-READ-CARD - PRIME/ADVANCE THE CARD FILE                *
002010*----------------------------------------------------------------*
002020 1200-READ-CARD.
002030     READ CARD-FILE
002040        AT END
002050           MOVE 'Y' TO WS-CARD-EOF-SW
002060        NOT AT END
002070           ADD 1 TO WS-CARD-COUNT
002080     END-READ.
002090 1200-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------------*
002130*    2000-PROCESS-CARD - ECHO THE CARD, READ ITS CASE AND        *
002140*                        DISPATCH THE ACTION                     *
002150*----------------------------------------------------------------*
002160 2000-PROCESS-CARD.
002170     MOVE SPACES TO RPT-LINE
002180     STRING 'ACTION: ' DELIMITED BY SIZE
002190            CRD-ACTION DELIMITED BY SIZE
002200            ' CASE=' DELIMITED BY SIZE
002210            CRD-CASE-NO DELIMITED BY SIZE
002220            ' RESOLUTION=' DELIMITED BY SIZE
002230            CRD-RESOLUTION DELIMITED BY SIZE
002240            ' VALUE=' DELIMITED BY SIZE
002250            CRD-VALUE DELIMITED BY SIZE
002260            INTO RPT-LINE
002270     WRITE RPT-LINE
002280     IF NOT CRD-ACTION-ASSIGN
002290        AND NOT CRD-ACTION-NOTE
002300        AND NOT CRD-ACTION-CLOSE
002310        MOVE '  *** UNRECOGNIZED ACTION, CARD IGNORED'
002320             TO RPT-LINE
002330        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002340        GO TO 2090-NEXT
002350     END-IF
002360*    CASE NUMBER ZERO IS THE CASEFL CONTROL RECORD
002370     IF CRD-CASE-NO NOT NUMERIC OR CRD-CASE-NO-N = 0
002380        MOVE '  *** CASE NUMBER MUST BE 8 DIGITS, CARD IGNORED'
002390             TO RPT-LINE
002400        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002410        GO TO 2090-NEXT
002420     END-IF
002430     MOVE CRD-CASE-NO-N TO CAS-CASE-NO
002440     READ CASE-FILE
002450        INVALID KEY
002460           MOVE '  *** CASE NOT ON CASEFL' TO RPT-LINE
002470           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002480           GO TO 2090-NEXT
002490     END-READ
002500     MOVE 'BEFORE' TO WS-IMG-TAG
002510     PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT
002520     IF NOT CAS-STATUS-OPEN
002530        MOVE '  *** CASE ALREADY CLOSED, CARD IGNORED' TO RPT-LINE
002540        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002550        GO TO 2090-NEXT
002560     END-IF
002570     IF CRD-ACTION-ASSIGN
002580        PERFORM 3000-DO-ASSIGN THRU 3000-EXIT
002590     ELSE
002600        IF CRD-ACTION-NOTE
002610           PERFORM 4000-DO-NOTE THRU 4000-EXIT
002620        ELSE
002630           PERFORM 5000-DO-CLOSE THRU 5000-EXIT
002640        END-IF
002650     END-IF.
002660 2090-NEXT.
002670     PERFORM 1200-READ-CARD THRU 1200-EXIT.
002680 2000-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------------*
002720*    3000-DO-ASSIGN - GIVE THE CASE AN OWNER (FIRST 8 BYTES OF   *
002730*                     THE CARD VALUE).  REASSIGNING IS ALLOWED   *
002740*----------------------------------------------------------------*
002750 3000-DO-ASSIGN.
002760     IF CRD-VALUE(1:8) = SPACES
002770        MOVE '  *** ASSIGN NEEDS AN OWNER, CARD IGNORED'
002780             TO RPT-LINE
002790        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002800        GO TO 3000-EXIT
002810     END-IF
002820     MOVE CRD-VALUE(1:8)  TO CAS-OWNER
002830     MOVE WS-CURRENT-DATE TO CAS-ASSIGNED-DATE
002840     PERFORM 6000-REWRITE-CASE THRU 6000-EXIT
002850     IF WS-CAS-STATUS NOT = '00'
002860        GO TO 3000-EXIT
002870     END-IF
002880     ADD 1 TO WS-ASSIGNED-COUNT.
002890 3000-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------*
002930*    4000-DO-NOTE - RECORD A WORKING NOTE ON THE CASE            *
002940*----------------------------------------------------------------*
002950 4000-DO-NOTE.
002960     IF CRD-VALUE = SPACES
002970        MOVE '  *** NOTE NEEDS TEXT, CARD IGNORED' TO RPT-LINE
002980        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002990        GO TO 4000-EXIT
003000     END-IF
003010     MOVE CRD-VALUE       TO CAS-NOTE
003020     MOVE WS-CURRENT-DATE TO CAS-NOTE-DATE
003030     PERFORM 6000-REWRITE-CASE THRU 6000-EXIT
003040     IF WS-CAS-STATUS NOT = '00'
003050        GO TO 4000-EXIT
003060     END-IF
003070     ADD 1 TO WS-NOTED-COUNT.
003080 4000-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------*
003120*    5000-DO-CLOSE - CLOSE THE CASE AS OF TODAY WITH A VALID     *
003130*                    RESOLUTION CODE.  TEXT ON THE CARD IS KEPT  *
003140*                    AS THE CLOSING NOTE                         *
003150*----------------------------------------------------------------*
003160 5000-DO-CLOSE.
003170     IF NOT CRD-RESOLUTION-VALID
003180        MOVE '  *** INVALID RESOLUTION CODE, CARD IGNORED'
003190             TO RPT-LINE
003200        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003210        GO TO 5000-EXIT
003220     END-IF
003230     MOVE 'C'             TO CAS-STATUS
003240     MOVE CRD-RESOLUTION  TO CAS-RESOLUTION
003250     MOVE WS-CURRENT-DATE TO CAS-CLOSED-DATE
003260     IF CRD-VALUE NOT = SPACES
003270        MOVE CRD-VALUE       TO CAS-NOTE
003280        MOVE WS-CURRENT-DATE TO CAS-NOTE-DATE
003290     END-IF
003300     PERFORM 6000-REWRITE-CASE THRU 6000-EXIT
003310     IF WS-CAS-STATUS NOT = '00'
003320        GO TO 5000-EXIT
003330     END-IF
003340     ADD 1 TO WS-CLOSED-COUNT.
003350 5000-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------*
003390*    6000-REWRITE-CASE - PUT THE CHANGED CASE BACK AND PRINT     *
003400*                        ITS AFTER-IMAGE                         *
003410*----------------------------------------------------------------*
003420 6000-REWRITE-CASE.
003430     REWRITE CAS-RECORD
003440        INVALID KEY
003450           MOVE '  *** REWRITE FAILED, CASE NOT CHANGED'
003460                TO RPT-LINE
003470           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003480           GO TO 6000-EXIT
003490     END-REWRITE
003500     MOVE 'AFTER' TO WS-IMG-TAG
003510     PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT.
003520 6000-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------*
003560*    7000-PRINT-IMAGE - PRINT CAS-RECORD AS A BEFORE- OR AFTER-  *
003570*                       IMAGE (TAG IN WS-IMG-TAG)                *
003580*----------------------------------------------------------------*
003590 7000-PRINT-IMAGE.
003600     MOVE CAS-CASE-NO         TO WS-IMG-CASE-NO
003610     MOVE CAS-TYPE            TO WS-IMG-TYPE
003620     MOVE CAS-CLIENTE         TO WS-IMG-CLIENTE
003630     MOVE CAS-PRODUTO         TO WS-IMG-PRODUTO
003640     MOVE CAS-STATUS          TO WS-IMG-STATUS
003650     MOVE CAS-OPENED-DATE     TO WS-IMG-OPENED
003660     MOVE CAS-OWNER           TO WS-IMG-OWNER
003670     MOVE CAS-ASSIGNED-DATE   TO WS-IMG-ASSIGNED
003680     MOVE CAS-RESOLUTION      TO WS-IMG-RESOLUTION
003690     MOVE CAS-CLOSED-DATE     TO WS-IMG-CLOSED
003700     MOVE WS-IMAGE-LINE-1     TO RPT-LINE
003710     WRITE RPT-LINE
003720     MOVE CAS-NOTE-DATE       TO WS-IMG-NOTE-DATE
003730     MOVE CAS-NOTE            TO WS-IMG-NOTE
003740     MOVE WS-IMAGE-LINE-2     TO RPT-LINE
003750     WRITE RPT-LINE.
003760 7000-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------*
003800*    7200-PRINT-ERROR - COUNT AND PRINT THE ERROR TEXT ALREADY   *
003810*                       MOVED TO RPT-LINE                        *
003820*----------------------------------------------------------------*
003830 7200-PRINT-ERROR.
003840     ADD 1 TO WS-ERROR-COUNT
003850     WRITE RPT-LINE.
003860 7200-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------*
003900*    8000-TERMINATE - WRITE THE SUMMARY, CLOSE FILES AND SET     *
003910*                     THE RETURN-CODE                            *
003920*----------------------------------------------------------------*
003930 8000-TERMINATE.
003940     MOVE SPACES TO RPT-LINE
003950     WRITE RPT-LINE
003960     MOVE SPACES TO RPT-LINE
003970     MOVE WS-CARD-COUNT TO WS-COUNT-ED
003980     STRING 'CARDS PROCESSED =' DELIMITED BY SIZE
003990            WS-COUNT-ED DELIMITED BY SIZE
004000            INTO RPT-LINE
004010     WRITE RPT-LINE
004020     MOVE SPACES TO RPT-LINE
004030     MOVE WS-ASSIGNED-COUNT TO WS-COUNT-ED
004040     STRING 'CASES ASSIGNED  =' DELIMITED BY SIZE
004050            WS-COUNT-ED DELIMITED BY SIZE
004060            INTO RPT-LINE
004070     WRITE RPT-LINE
004080     MOVE SPACES TO RPT-LINE
004090     MOVE WS-NOTED-COUNT TO WS-COUNT-ED
004100     STRING 'NOTES ADDED     =' DELIMITED BY SIZE
004110            WS-COUNT-ED DELIMITED BY SIZE
004120            INTO RPT-LINE
004130     WRITE RPT-LINE
004140     MOVE SPACES TO RPT-LINE
004150     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED
004160     STRING 'CASES CLOSED    =' DELIMITED BY SIZE
004170            WS-COUNT-ED DELIMITED BY SIZE
004180            INTO RPT-LINE
004190     WRITE RPT-LINE
004200     MOVE SPACES TO RPT-LINE
004210     MOVE WS-ERROR-COUNT TO WS-COUNT-ED
004220     STRING 'CARDS IN ERROR  =' DELIMITED BY SIZE
004230            WS-COUNT-ED DELIMITED BY SIZE
004240            INTO RPT-LINE
004250     WRITE RPT-LINE
004260     CLOSE CARD-FILE
004270     CLOSE CASE-FILE
004280     CLOSE CASM-RPT
004290
004300     DISPLAY 'COBCASM: CARDS PROCESSED=' WS-CARD-COUNT
004310     DISPLAY 'COBCASM: CASES ASSIGNED=' WS-ASSIGNED-COUNT
004320     DISPLAY 'COBCASM: NOTES ADDED=' WS-NOTED-COUNT
004330     DISPLAY 'COBCASM: CASES CLOSED=' WS-CLOSED-COUNT
004340     DISPLAY 'COBCASM: CARDS IN ERROR=' WS-ERROR-COUNT
004350
004360     IF WS-ERROR-COUNT > 0
004370        MOVE 4 TO RETURN-CODE
004380     ELSE
004390        MOVE 0 TO RETURN-CODE
004400     END-IF.
004410 8000-EXIT.
004420     EXIT.
