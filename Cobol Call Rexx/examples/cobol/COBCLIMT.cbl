000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBCLIMT                                      *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-14                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    CARD-DRIVEN MAINTENANCE UTILITY FOR THE CLIFILE CLIENT     *
000100*    MASTER KSDS (CPYCLI).  ONE ACTION PER CARD ON CARDIN:      *
000110*                                                                *
000120*      ADD     CLIENTE [FIELD VALUE] - OPEN A NEW CLIENT,        *
000130*                                 STATUS ACTIVE AS OF TODAY;     *
000140*                                 AN OPTIONAL FIELD/VALUE ON     *
000150*                                 THE SAME CARD IS APPLIED       *
000160*      CHANGE  CLIENTE FIELD VALUE - REPLACE ONE FIELD OF AN     *
000170*                                 EXISTING CLIENT                *
000180*      CLOSE   CLIENTE          - CANCEL THE CLIENT AS OF TODAY  *
000190*                                                                *
000200*    FIELD IS ONE OF NAME, TAXID, ADDR1, ADDR2, CITY, STATE,    *
000210*    POSTCODE OR STATUS.  A STATUS CHANGE TAKES 'A' (ACTIVE)    *
000220*    OR 'S' (SUSPENDED) - CANCELLATION IS ONLY BY CLOSE - AND   *
000230*    STAMPS THE STATUS DATE.  A CLIENT IS NEVER DELETED, SO A   *
000240*    CANCELLED CLIENTE STAYS ON FILE FOR COBIRXE TO REFUSE.     *
000250*    SEVERAL CARDS FOR ONE CLIENTE BUILD UP THE RECORD.         *
000260*                                                                *
000270*    EVERY CARD IS ECHOED TO THE PRINTABLE CLIRPT REPORT WITH   *
000280*    THE RECORD'S BEFORE-IMAGE AND AFTER-IMAGE, SO EACH CHANGE  *
000290*    TO A CLIENT'S BILLING DETAILS CAN BE EVIDENCED.            *
000300*                                                                *
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    ---------- ----  ------------------------------------------ *
000340*    2026-10-14 JCR   ORIGINAL VERSION.                          *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. COBCLIMT.
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
000550*    CLIFILE IS A KSDS.  ON A REAL VSAM SYSTEM THE CLUSTER MUST BE
000560*    PRE-ALLOCATED BY IDCAMS DEFINE CLUSTER BEFORE THIS PROGRAM
000570*    RUNS.  THE OPEN OUTPUT/CLOSE/OPEN I-O FALLBACK IN
000580*    1000-INITIALIZE BELOW ONLY SELF-PROVISIONS THE FILE UNDER
000590*    INDEXED-FILE EMULATION AND IS NOT A SUBSTITUTE FOR IDCAMS.
000600     SELECT OPTIONAL CLIENT-FILE ASSIGN TO CLIFILE
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS DYNAMIC
000630            RECORD KEY IS CLI-KEY
000640            FILE STATUS IS WS-CLI-STATUS.
000650
000660     SELECT CLI-RPT         ASSIGN TO CLIRPT
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS WS-RPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CARD-FILE
000730     RECORDING MODE IS F.
000740 01  CRD-CARD.
000750     05  CRD-ACTION              PIC X(08).
000760         88  CRD-ACTION-ADD              VALUE 'ADD     '.
000770         88  CRD-ACTION-CHANGE           VALUE 'CHANGE  '.
000780         88  CRD-ACTION-CLOSE            VALUE 'CLOSE   '.
000790     05  CRD-CLIENTE             PIC X(20).
000800     05  CRD-FIELD               PIC X(08).
000810         88  CRD-FIELD-NAME              VALUE 'NAME    '.
000820         88  CRD-FIELD-TAXID             VALUE 'TAXID   '.
000830         88  CRD-FIELD-ADDR1             VALUE 'ADDR1   '.
000840         88  CRD-FIELD-ADDR2             VALUE 'ADDR2   '.
000850         88  CRD-FIELD-CITY              VALUE 'CITY    '.
000860         88  CRD-FIELD-STATE             VALUE 'STATE   '.
000870         88  CRD-FIELD-POSTCODE          VALUE 'POSTCODE'.
000880         88  CRD-FIELD-STATUS            VALUE 'STATUS  '.
000890     05  CRD-VALUE               PIC X(40).
000900     05  FILLER                  PIC X(04).
000910
000920 FD  CLIENT-FILE.
000930     COPY CPYCLI.
000940
000950 FD  CLI-RPT
000960     RECORDING MODE IS F.
000970 01  RPT-LINE                    PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------*
001010*    FILE STATUS SWITCHES                                        *
001020*----------------------------------------------------------------*
001030 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
001040 77  WS-CLI-STATUS               PIC X(02) VALUE SPACES.
001050 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001060
001070*----------------------------------------------------------------*
001080*    RUN SWITCHES AND COUNTERS                                   *
001090*----------------------------------------------------------------*
001100 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
001110     88  WS-CARD-EOF                        VALUE 'Y'.
001120 77  WS-FIELD-OK-SW              PIC X(01) VALUE 'Y'.
001130     88  WS-FIELD-OK                        VALUE 'Y'.
001140 77  WS-CARD-COUNT               PIC 9(07) COMP VALUE 0.
001150 77  WS-ADDED-COUNT              PIC 9(07) COMP VALUE 0.
001160 77  WS-CHANGED-COUNT            PIC 9(07) COMP VALUE 0.
001170 77  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE 0.
001180 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE 0.
001190 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001200
001210*----------------------------------------------------------------*
001220*    RUN DATE - STAMPED AS THE STATUS DATE AND THE LAST          *
001230*    MAINTENANCE DATE                                            *
001240*----------------------------------------------------------------*
001250 01  WS-CURRENT-DATE             PIC X(08) VALUE SPACES.
001260
001270*----------------------------------------------------------------*
001280*    REPORT LINE WORK AREAS - A CLIENT IMAGE PRINTS ON TWO       *
001290*    LINES: IDENTITY AND STATUS, THEN THE BILLING ADDRESS        *
001300*----------------------------------------------------------------*
001310 01  WS-IMAGE-LINE-1.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  WS-IMG-TAG              PIC X(06).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  WS-IMG-CLIENTE          PIC X(20).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  WS-IMG-NAME             PIC X(40).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  WS-IMG-TAX-ID           PIC X(20).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  WS-IMG-STATUS           PIC X(01).
001420     05  FILLER                  PIC X(01) VALUE SPACES.
001430     05  WS-IMG-STATUS-DATE      PIC X(08).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  WS-IMG-MAINT-DATE       PIC X(08).
001460     05  FILLER                  PIC X(16) VALUE SPACES.
001470 01  WS-IMAGE-LINE-2.
001480     05  FILLER                  PIC X(10) VALUE SPACES.
001490     05  WS-IMG-ADDR-1           PIC X(40).
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  WS-IMG-ADDR-2           PIC X(40).
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530     05  WS-IMG-CITY             PIC X(25).
001540     05  FILLER                  PIC X(01) VALUE SPACES.
001550     05  WS-IMG-STATE            PIC X(02).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  WS-IMG-POSTCODE         PIC X(10).
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590
001600 PROCEDURE DIVISION.
001610*----------------------------------------------------------------*
001620*    0000-MAINLINE                                               *
001630*----------------------------------------------------------------*
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001660     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001670         UNTIL WS-CARD-EOF
001680     PERFORM 8000-TERMINATE THRU 8000-EXIT
001690     GOBACK.
001700
001710*----------------------------------------------------------------*
001720*    1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST CARD.  THE *
001730*                      FIRST RUN OF ALL ADDS THE FIRST CLIENTS,  *
001740*                      SO AN EMPTY MASTER IS PROVISIONED         *
001750*----------------------------------------------------------------*
001760 1000-INITIALIZE.
001770     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001780     OPEN INPUT CARD-FILE
001790     IF WS-CARD-STATUS NOT = '00'
001800        DISPLAY 'COBCLIMT: OPEN CARDIN FAILED, STATUS='
001810                WS-CARD-STATUS
001820        MOVE 16 TO RETURN-CODE
001830        GOBACK
001840     END-IF
001850     OPEN I-O CLIENT-FILE
001860     IF WS-CLI-STATUS = '05' OR WS-CLI-STATUS = '35'
001870        OPEN OUTPUT CLIENT-FILE
001880        CLOSE CLIENT-FILE
001890        OPEN I-O CLIENT-FILE
001900     END-IF
001910     IF WS-CLI-STATUS NOT = '00'
001920        DISPLAY 'COBCLIMT: OPEN CLIFILE FAILED, STATUS='
001930                WS-CLI-STATUS
001940        MOVE 16 TO RETURN-CODE
001950        GOBACK
001960     END-IF
001970     OPEN OUTPUT CLI-RPT
001980     MOVE SPACES TO RPT-LINE
001990     MOVE 'CLIFILE CLIENT MASTER MAINTENANCE REPORT' TO RPT-LINE
002000     WRITE RPT-LINE
002010     MOVE SPACES TO RPT-LINE
002020     STRING 'RUN DATE ' DELIMITED BY SIZE
002030            WS-CURRENT-DATE DELIMITED BY SIZE
002040            INTO RPT-LINE
002050     WRITE RPT-LINE
002060     MOVE SPACES TO RPT-LINE
002070     WRITE RPT-LINE
002080     PERFORM 1200-READ-CARD THRU 1200-EXIT.
002090 1000-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------------*
002130*    1200-READ-CARD - PRIME/ADVANCE THE CARD FILE                *
002140*----------------------------------------------------------------*
002150 1200-READ-CARD.
002160     READ CARD-FILE
002170        AT END
002180           MOVE 'Y' TO WS-CARD-EOF-SW
002190        NOT AT END
002200           ADD 1 TO WS-CARD-COUNT
002210     END-READ.
002220 1200-EXIT.
002230     EXIT.
002240
002250*----------------------------------------------------------------*
002260*    2000-PROCESS-CARD - ECHO AND DISPATCH ONE ACTION CARD       *
002270*----------------------------------------------------------------*
002280 2000-PROCESS-CARD.
002290     MOVE SPACES TO RPT-LINE
002300     STRING 'ACTION: ' DELIMITED BY SIZE
002310            CRD-ACTION DELIMITED BY SIZE
002320            ' CLIENTE=' DELIMITED BY SIZE
002330            CRD-CLIENTE DELIMITED BY SIZE
002340            ' FIELD=' DELIMITED BY SIZE
002350            CRD-FIELD DELIMITED BY SIZE
002360            ' VALUE=' DELIMITED BY SIZE
002370            CRD-VALUE DELIMITED BY SIZE
002380            INTO RPT-LINE
002390     WRITE RPT-LINE
002400     IF CRD-CLIENTE = SPACES
002410        MOVE '  *** CARD NEEDS A CLIENTE, CARD IGNORED'
002420             TO RPT-LINE
002430        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002440        GO TO 2090-NEXT
002450     END-IF
002460     IF CRD-ACTION-ADD
002470        PERFORM 3000-DO-ADD THRU 3000-EXIT
002480     ELSE
002490        IF CRD-ACTION-CHANGE
002500           PERFORM 4000-DO-CHANGE THRU 4000-EXIT
002510        ELSE
002520           IF CRD-ACTION-CLOSE
002530              PERFORM 5000-DO-CLOSE THRU 5000-EXIT
002540           ELSE
002550              MOVE '  *** UNRECOGNIZED ACTION, CARD IGNORED'
002560                   TO RPT-LINE
002570              PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002580           END-IF
002590        END-IF
002600     END-IF.
002610 2090-NEXT.
002620     PERFORM 1200-READ-CARD THRU 1200-EXIT.
002630 2000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------*
002670*    3000-DO-ADD - OPEN A NEW CLIENT.  THE CLIENTE MUST NOT      *
002680*                  ALREADY BE ON FILE                            *
002690*----------------------------------------------------------------*
002700 3000-DO-ADD.
002710     MOVE CRD-CLIENTE TO CLI-CLIENTE
002720     READ CLIENT-FILE
002730        INVALID KEY
002740           CONTINUE
002750        NOT INVALID KEY
002760           MOVE '  *** CLIENTE ALREADY ON CLIFILE, ADD IGNORED'
002770                TO RPT-LINE
002780           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
002790           GO TO 3000-EXIT
002800     END-READ
002810     MOVE SPACES TO RPT-LINE
002820     MOVE '  BEFORE  (NOT ON FILE)' TO RPT-LINE
002830     WRITE RPT-LINE
002840     MOVE SPACES TO CLI-RECORD
002850     MOVE CRD-CLIENTE     TO CLI-CLIENTE
002860     MOVE 'A'             TO CLI-STATUS
002870     MOVE WS-CURRENT-DATE TO CLI-STATUS-DATE
002880     MOVE WS-CURRENT-DATE TO CLI-LAST-MAINT-DATE
002890     IF CRD-FIELD NOT = SPACES
002900        PERFORM 6000-APPLY-FIELD THRU 6000-EXIT
002910        IF NOT WS-FIELD-OK
002920           GO TO 3000-EXIT
002930        END-IF
002940     END-IF
002950     WRITE CLI-RECORD
002960        INVALID KEY
002970           MOVE '  *** WRITE FAILED, CLIENT NOT ADDED'
002980                TO RPT-LINE
002990           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003000           GO TO 3000-EXIT
003010     END-WRITE
003020     ADD 1 TO WS-ADDED-COUNT
003030     MOVE 'AFTER' TO WS-IMG-TAG
003040     PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT.
003050 3000-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------*
003090*    4000-DO-CHANGE - REPLACE ONE FIELD OF AN EXISTING CLIENT    *
003100*----------------------------------------------------------------*
003110 4000-DO-CHANGE.
003120     IF CRD-FIELD = SPACES
003130        MOVE '  *** CHANGE NEEDS A FIELD, CARD IGNORED'
003140             TO RPT-LINE
003150        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003160        GO TO 4000-EXIT
003170     END-IF
003180     MOVE CRD-CLIENTE TO CLI-CLIENTE
003190     READ CLIENT-FILE
003200        INVALID KEY
003210           MOVE '  *** CLIENTE NOT ON CLIFILE' TO RPT-LINE
003220           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003230           GO TO 4000-EXIT
003240     END-READ
003250     MOVE 'BEFORE' TO WS-IMG-TAG
003260     PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT
003270     PERFORM 6000-APPLY-FIELD THRU 6000-EXIT
003280     IF NOT WS-FIELD-OK
003290        GO TO 4000-EXIT
003300     END-IF
003310     MOVE WS-CURRENT-DATE TO CLI-LAST-MAINT-DATE
003320     REWRITE CLI-RECORD
003330        INVALID KEY
003340           MOVE '  *** REWRITE FAILED, CLIENT NOT CHANGED'
003350                TO RPT-LINE
003360           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003370           GO TO 4000-EXIT
003380     END-REWRITE
003390     ADD 1 TO WS-CHANGED-COUNT
003400     MOVE 'AFTER' TO WS-IMG-TAG
003410     PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT.
003420 4000-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460*    5000-DO-CLOSE - CANCEL AN EXISTING CLIENT AS OF TODAY.  THE *
003470*                    RECORD STAYS ON FILE                        *
003480*----------------------------------------------------------------*
003490 5000-DO-CLOSE.
003500     MOVE CRD-CLIENTE TO CLI-CLIENTE
003510     READ CLIENT-FILE
003520        INVALID KEY
003530           MOVE '  *** CLIENTE NOT ON CLIFILE' TO RPT-LINE
003540           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003550           GO TO 5000-EXIT
003560     END-READ
003570     MOVE 'BEFORE' TO WS-IMG-TAG
003580     PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT
003590     IF CLI-STATUS-CANCELLED
003600        MOVE '  *** CLIENT ALREADY CANCELLED, CLOSE IGNORED'
003610             TO RPT-LINE
003620        PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003630        GO TO 5000-EXIT
003640     END-IF
003650     MOVE 'C'             TO CLI-STATUS
003660     MOVE WS-CURRENT-DATE TO CLI-STATUS-DATE
003670     MOVE WS-CURRENT-DATE TO CLI-LAST-MAINT-DATE
003680     REWRITE CLI-RECORD
003690        INVALID KEY
003700           MOVE '  *** REWRITE FAILED, CLIENT NOT CLOSED'
003710                TO RPT-LINE
003720           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
003730           GO TO 5000-EXIT
003740     END-REWRITE
003750     ADD 1 TO WS-CLOSED-COUNT
003760     MOVE 'AFTER' TO WS-IMG-TAG
003770     PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT.
003780 5000-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------*
003820*    6000-APPLY-FIELD - MOVE THE CARD VALUE INTO THE NAMED       *
003830*                       FIELD OF CLI-RECORD.  AN UNKNOWN FIELD   *
003840*                       OR A BAD STATUS VALUE FAILS THE CARD     *
003850*----------------------------------------------------------------*
003860 6000-APPLY-FIELD.
003870     MOVE 'Y' TO WS-FIELD-OK-SW
003880     IF CRD-FIELD-NAME
003890        MOVE CRD-VALUE TO CLI-LEGAL-NAME
003900        GO TO 6000-EXIT
003910     END-IF
003920     IF CRD-FIELD-TAXID
003930        MOVE CRD-VALUE TO CLI-TAX-ID
003940        GO TO 6000-EXIT
003950     END-IF
003960     IF CRD-FIELD-ADDR1
003970        MOVE CRD-VALUE TO CLI-ADDR-LINE-1
003980        GO TO 6000-EXIT
003990     END-IF
004000     IF CRD-FIELD-ADDR2
004010        MOVE CRD-VALUE TO CLI-ADDR-LINE-2
004020        GO TO 6000-EXIT
004030     END-IF
004040     IF CRD-FIELD-CITY
004050        MOVE CRD-VALUE TO CLI-ADDR-CITY
004060        GO TO 6000-EXIT
004070     END-IF
004080     IF CRD-FIELD-STATE
004090        MOVE CRD-VALUE TO CLI-ADDR-STATE
004100        GO TO 6000-EXIT
004110     END-IF
004120     IF CRD-FIELD-POSTCODE
004130        MOVE CRD-VALUE TO CLI-ADDR-POSTCODE
004140        GO TO 6000-EXIT
004150     END-IF
004160     IF CRD-FIELD-STATUS
004170*       CANCELLATION GOES THROUGH CLOSE SO IT IS ALWAYS A
004180*       DELIBERATE, SEPARATELY EVIDENCED ACTION
004190        IF CRD-VALUE(1:1) = 'A' OR CRD-VALUE(1:1) = 'S'
004200           IF CRD-VALUE(1:1) NOT = CLI-STATUS
004210              MOVE CRD-VALUE(1:1)  TO CLI-STATUS
004220              MOVE WS-CURRENT-DATE TO CLI-STATUS-DATE
004230           END-IF
004240        ELSE
004250           MOVE 'N' TO WS-FIELD-OK-SW
004260           MOVE '  *** STATUS MUST BE A OR S, CLOSE TO CANCEL'
004270                TO RPT-LINE
004280           PERFORM 7200-PRINT-ERROR THRU 7200-EXIT
004290        END-IF
004300        GO TO 6000-EXIT
004310     END-IF
004320     MOVE 'N' TO WS-FIELD-OK-SW
004330     MOVE '  *** UNRECOGNIZED FIELD, CARD IGNORED' TO RPT-LINE
004340     PERFORM 7200-PRINT-ERROR THRU 7200-EXIT.
004350 6000-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------*
004390*    7000-PRINT-IMAGE - PRINT CLI-RECORD AS A BEFORE- OR AFTER-  *
004400*                       IMAGE (TAG IN WS-IMG-TAG)                *
004410*----------------------------------------------------------------*
004420 7000-PRINT-IMAGE.
004430     MOVE CLI-CLIENTE         TO WS-IMG-CLIENTE
004440     MOVE CLI-LEGAL-NAME      TO WS-IMG-NAME
004450     MOVE CLI-TAX-ID          TO WS-IMG-TAX-ID
004460     MOVE CLI-STATUS          TO WS-IMG-STATUS
004470     MOVE CLI-STATUS-DATE     TO WS-IMG-STATUS-DATE
004480     MOVE CLI-LAST-MAINT-DATE TO WS-IMG-MAINT-DATE
004490     MOVE WS-IMAGE-LINE-1     TO RPT-LINE
004500     WRITE RPT-LINE
004510     MOVE CLI-ADDR-LINE-1     TO WS-IMG-ADDR-1
004520     MOVE CLI-ADDR-LINE-2     TO WS-IMG-ADDR-2
004530     MOVE CLI-ADDR-CITY       TO WS-IMG-CITY
004540     MOVE CLI-ADDR-STATE      TO WS-IMG-STATE
004550     MOVE CLI-ADDR-POSTCODE   TO WS-IMG-POSTCODE
004560     MOVE WS-IMAGE-LINE-2     TO RPT-LINE
004570     WRITE RPT-LINE.
004580 7000-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------*
004620*    7200-PRINT-ERROR - COUNT AND PRINT THE ERROR TEXT ALREADY   *
004630*                       MOVED TO RPT-LINE                        *
004640*----------------------------------------------------------------*
004650 7200-PRINT-ERROR.
004660     ADD 1 TO WS-ERROR-COUNT
004670     WRITE RPT-LINE.
004680 7200-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------*
004720*    8000-TERMINATE - WRITE THE SUMMARY, CLOSE FILES AND SET     *
004730*                     THE RETURN-CODE                            *
004740*----------------------------------------------------------------*
004750 8000-TERMINATE.
004760     MOVE SPACES TO RPT-LINE
004770     WRITE RPT-LINE
004780     MOVE SPACES TO RPT-LINE
004790     MOVE WS-CARD-COUNT TO WS-COUNT-ED
004800     STRING 'CARDS PROCESSED =' DELIMITED BY SIZE
004810            WS-COUNT-ED DELIMITED BY SIZE
004820            INTO RPT-LINE
004830     WRITE RPT-LINE
004840     MOVE SPACES TO RPT-LINE
004850     MOVE WS-ADDED-COUNT TO WS-COUNT-ED
004860     STRING 'CLIENTS ADDED   =' DELIMITED BY SIZE
004870            WS-COUNT-ED DELIMITED BY SIZE
004880            INTO RPT-LINE
004890     WRITE RPT-LINE
004900     MOVE SPACES TO RPT-LINE
004910     MOVE WS-CHANGED-COUNT TO WS-COUNT-ED
004920     STRING 'CLIENTS CHANGED =' DELIMITED BY SIZE
004930            WS-COUNT-ED DELIMITED BY SIZE
004940            INTO RPT-LINE
004950     WRITE RPT-LINE
004960     MOVE SPACES TO RPT-LINE
004970     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED
004980     STRING 'CLIENTS CLOSED  =' DELIMITED BY SIZE
004990            WS-COUNT-ED DELIMITED BY SIZE
005000            INTO RPT-LINE
005010     WRITE RPT-LINE
005020     MOVE SPACES TO RPT-LINE
005030     MOVE WS-ERROR-COUNT TO WS-COUNT-ED
005040     STRING 'CARDS IN ERROR  =' DELIMITED BY SIZE
005050            WS-COUNT-ED DELIMITED BY SIZE
005060            INTO RPT-LINE
005070     WRITE RPT-LINE
005080     CLOSE CARD-FILE
005090     CLOSE CLIENT-FILE
005100     CLOSE CLI-RPT
005110
005120     DISPLAY 'COBCLIMT: CARDS PROCESSED=' WS-CARD-COUNT
005130     DISPLAY 'COBCLIMT: CLIENTS ADDED=' WS-ADDED-COUNT
005140     DISPLAY 'COBCLIMT: CLIENTS CHANGED=' WS-CHANGED-COUNT
005150     DISPLAY 'COBCLIMT: CLIENTS CLOSED=' WS-CLOSED-COUNT
005160     DISPLAY 'COBCLIMT: CARDS IN ERROR=' WS-ERROR-COUNT
005170
005180     IF WS-ERROR-COUNT > 0
005190        MOVE 4 TO RETURN-CODE
005200     ELSE
005210        MOVE 0 TO RETURN-CODE
005220     END-IF.
005230 8000-EXIT.
005240     EXIT.
