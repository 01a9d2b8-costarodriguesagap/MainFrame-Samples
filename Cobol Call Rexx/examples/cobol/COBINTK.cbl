000010******************************************************************
000020*                                                                *
000030*    PROGRAM   :  COBINTK                                        *
000040*    AUTHOR    :  EXEMPLO BATCH SUPPORT GROUP                    *
000050*    INSTALLATION :  EXEMPLO DATA CENTER                         *
000060*    DATE-WRITTEN :  2026-10-14                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    MULTI-CHANNEL INTAKE.  FIRST STEP OF THE CHAIN: BUILDS      *
000100*    TRANSIN (CPYTRN) FROM THE FEEDS THE CHANNELS ACTUALLY       *
000110*    SEND, SO NO FEED HAS TO BE REFORMATTED BY HAND:             *
000120*                                                                *
000130*      WEBFEED  - WEB PORTAL, SEMICOLON-DELIMITED (CPYWEB)       *
000140*      BRNFEED  - BRANCHES, FIXED FORMAT (CPYBRN)                *
000150*      BRKFEED  - BROKERS, HEADER PLUS DETAILS (CPYBRK)          *
000160*                                                                *
000170*    EVERY RECORD IS FORMAT-EDITED AND NORMALIZED INTO A         *
000180*    CPYTRN DETAIL WITH THE FEED'S CANAL STAMPED ON IT AND,      *
000190*    WHEN THE RECORD CARRIES NO TIER OF ITS OWN, THE FEED'S      *
000200*    DEFAULT TRN-PRIORITY.  EACH FEED BECOMES ONE TRANSIN        *
000210*    SEGMENT (TRNHDR, DETAILS, TRNTRL) - AN EMPTY OR MISSING     *
000220*    FEED STILL GETS ITS EMPTY SEGMENT.  A RECORD THAT FAILS     *
000230*    AN EDIT GOES TO ITS FEED'S REJECT FILE (CPYIRJ: WEBREJ,     *
000240*    BRNREJ, BRKREJ) WITH THE REASON.  THE INTKRPT               *
000250*    ACKNOWLEDGEMENT REPORT SHOWS RECEIVED, ACCEPTED AND         *
000260*    REJECTED PER FEED SO A CHANNEL CAN BE CALLED BEFORE THE     *
000270*    BATCH WINDOW OPENS.  RC=4 WHEN A FEED HAD REJECTS, SENT     *
000280*    NOTHING, OR A BROKER HEADER DID NOT TIE.                    *
000290*                                                                *
000300*    BUSDATE:  BUSINESS DATE (CPYBDT, PUBLISHED BY COBCALDT)     *
000300*    PARMCRD:  COLS 1-8   NOT USED                               *
000310*              COL  9     WEB DEFAULT PRIORITY     (DEFAULT 7)   *
000320*              COL  10    BRANCH DEFAULT PRIORITY  (DEFAULT 5)   *
000330*              COL  11    BROKER DEFAULT PRIORITY  (DEFAULT 3)   *
000340*                                                                *
000350*    MODIFICATION HISTORY                                        *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    ---------- ----  ------------------------------------------ *
000380*    2026-10-14 JCR   ORIGINAL VERSION.                          *
000380*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000380*                     RECORD PUBLISHED BY COBCALDT; PARMCRD      *
000380*                     COLS 1-8 ARE NO LONGER READ.               *
000390*                                                                *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. COBINTK.
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
000542     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000544            ORGANIZATION IS SEQUENTIAL
000546            FILE STATUS IS WS-BDT-STATUS.
000546
000550     SELECT PARM-FILE       ASSIGN TO PARMCRD
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS WS-PARM-STATUS.
000580
000590     SELECT OPTIONAL WEB-FEED ASSIGN TO WEBFEED
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS WS-WEB-STATUS.
000620
000630     SELECT OPTIONAL BRN-FEED ASSIGN TO BRNFEED
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS WS-BRN-STATUS.
000660
000670     SELECT OPTIONAL BRK-FEED ASSIGN TO BRKFEED
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS WS-BRK-STATUS.
000700
000710     SELECT TRANS-FILE      ASSIGN TO TRANSIN
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS WS-TRANS-STATUS.
000740
000750     SELECT WEB-REJ-FILE    ASSIGN TO WEBREJ
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS WS-WRJ-STATUS.
000780
000790     SELECT BRN-REJ-FILE    ASSIGN TO BRNREJ
000800            ORGANIZATION IS SEQUENTIAL
000810            FILE STATUS IS WS-NRJ-STATUS.
000820
000830     SELECT BRK-REJ-FILE    ASSIGN TO BRKREJ
000840            ORGANIZATION IS SEQUENTIAL
000850            FILE STATUS IS WS-KRJ-STATUS.
000860
000870     SELECT INTAKE-RPT      ASSIGN TO INTKRPT
000880            ORGANIZATION IS SEQUENTIAL
000890            FILE STATUS IS WS-RPT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000922 FD  BUSDATE-FILE
000924     RECORDING MODE IS F.
000926     COPY CPYBDT.
000926
000930 FD  PARM-FILE
000940     RECORDING MODE IS F.
000950 01  PRM-CARD.
000960     05  FILLER                  PIC X(08).
000970     05  PRM-WEB-PRIORITY        PIC X(01).
000980     05  PRM-BRN-PRIORITY        PIC X(01).
000990     05  PRM-BRK-PRIORITY        PIC X(01).
001000     05  FILLER                  PIC X(69).
001010
001020 FD  WEB-FEED
001030     RECORDING MODE IS F.
001040 01  WEB-FEED-REC                PIC X(200).
001050
001060 FD  BRN-FEED
001070     RECORDING MODE IS F.
001080     COPY CPYBRN.
001090
001100 FD  BRK-FEED
001110     RECORDING MODE IS F.
001120     COPY CPYBRK.
001130
001140 FD  TRANS-FILE
001150     RECORDING MODE IS F.
001160     COPY CPYTRN.
001170
001180 FD  WEB-REJ-FILE
001190     RECORDING MODE IS F.
001200 01  WRJ-RECORD                  PIC X(260).
001210
001220 FD  BRN-REJ-FILE
001230     RECORDING MODE IS F.
001240 01  NRJ-RECORD                  PIC X(260).
001250
001260 FD  BRK-REJ-FILE
001270     RECORDING MODE IS F.
001280 01  KRJ-RECORD                  PIC X(260).
001290
001300 FD  INTAKE-RPT
001310     RECORDING MODE IS F.
001320 01  RPT-LINE                    PIC X(132).
001330
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------*
001360*    FILE STATUS SWITCHES                                        *
001370*----------------------------------------------------------------*
001375 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001380 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001390 77  WS-WEB-STATUS               PIC X(02) VALUE SPACES.
001400 77  WS-BRN-STATUS               PIC X(02) VALUE SPACES.
001410 77  WS-BRK-STATUS               PIC X(02) VALUE SPACES.
001420 77  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001430 77  WS-WRJ-STATUS               PIC X(02) VALUE SPACES.
001440 77  WS-NRJ-STATUS               PIC X(02) VALUE SPACES.
001450 77  WS-KRJ-STATUS               PIC X(02) VALUE SPACES.
001460 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001470
001480*----------------------------------------------------------------*
001490*    RUN SWITCHES AND COUNTERS                                   *
001500*----------------------------------------------------------------*
001510 77  WS-FEED-EOF-SW              PIC X(01) VALUE 'N'.
001520     88  WS-FEED-EOF                        VALUE 'Y'.
001530 77  WS-BREAK-HEAD-SW            PIC X(01) VALUE 'N'.
001540     88  WS-BREAK-HEAD-DONE                 VALUE 'Y'.
001550 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001560 77  WS-SEG-COUNT                PIC 9(07) COMP VALUE 0.
001570 77  WS-BREAK-COUNT              PIC 9(07) COMP VALUE 0.
001580 77  WS-FEED-SUB                 PIC 9(01) COMP VALUE 0.
001590 77  WS-TOT-RECEIVED             PIC 9(07) COMP VALUE 0.
001600 77  WS-TOT-ACCEPTED             PIC 9(07) COMP VALUE 0.
001610 77  WS-TOT-REJECTED             PIC 9(07) COMP VALUE 0.
001620 77  WS-COUNT-ED                 PIC ZZZZZZ9.
001630 01  WS-REJ-REASON               PIC X(30) VALUE SPACES.
001640 01  WS-BREAK-TEXT               PIC X(100) VALUE SPACES.
001650 01  WS-IMAGE                    PIC X(200) VALUE SPACES.
001660
001670*----------------------------------------------------------------*
001680*    ONE ENTRY PER FEED, IN TRANSIN SEGMENT ORDER:               *
001690*    1 = WEB, 2 = BRANCH, 3 = BROKER                             *
001700*----------------------------------------------------------------*
001710 01  WS-FEED-TABLE.
001720     05  WS-FD-ENTRY             OCCURS 3 TIMES.
001730         10  WS-FD-DDNAME        PIC X(08).
001740         10  WS-FD-REJ-DDNAME    PIC X(08).
001750         10  WS-FD-CANAL         PIC X(08).
001760         10  WS-FD-PRIORITY      PIC X(01).
001770         10  WS-FD-READ          PIC 9(07) COMP.
001780         10  WS-FD-RECEIVED      PIC 9(07) COMP.
001790         10  WS-FD-ACCEPTED      PIC 9(07) COMP.
001800         10  WS-FD-REJECTED      PIC 9(07) COMP.
001810
001820*----------------------------------------------------------------*
001830*    THE RECORD UNDER EDIT, IN CPYTRN TERMS                      *
001840*----------------------------------------------------------------*
001850 01  WS-IN-CLIENTE               PIC X(20) VALUE SPACES.
001860 01  WS-IN-PRODUTO               PIC X(20) VALUE SPACES.
001870 01  WS-IN-PRIORITY              PIC X(01) VALUE SPACE.
001880
001890*----------------------------------------------------------------*
001900*    WEB FEED FIELD AREAS                                        *
001910*----------------------------------------------------------------*
001920     COPY CPYWEB.
001930 77  WS-WEB-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001940     88  WS-WEB-OVERFLOW                    VALUE 'Y'.
001950
001960*----------------------------------------------------------------*
001970*    BROKER FILE CONTROL - THE HEADER NOW IN FORCE               *
001980*----------------------------------------------------------------*
001990 77  WS-BRK-HDR-SW               PIC X(01) VALUE 'N'.
002000     88  WS-BRK-HDR-SEEN                    VALUE 'Y'.
002010 77  WS-BRK-FILE-COUNT           PIC 9(07) COMP VALUE 0.
002020 77  WS-BRK-DETAIL-COUNT         PIC 9(07) COMP VALUE 0.
002030 01  WS-BRK-BROKER-ID            PIC X(10) VALUE SPACES.
002040 01  WS-BRK-HDR-COUNT            PIC X(07) VALUE SPACES.
002050 01  WS-BRK-HDR-COUNT-N REDEFINES WS-BRK-HDR-COUNT
002060                                 PIC 9(07).
002070 01  WS-BRK-HDR-REASON           PIC X(30) VALUE SPACES.
002080
002090*----------------------------------------------------------------*
002100*    INTAKE REJECT RECORD WORK AREA                              *
002110*----------------------------------------------------------------*
002120     COPY CPYIRJ.
002130
002140*----------------------------------------------------------------*
002150*    REPORT LINE WORK AREAS                                      *
002160*----------------------------------------------------------------*
002170 01  WS-COLUMN-LINE.
002180     05  FILLER                  PIC X(10) VALUE 'FEED'.
002190     05  FILLER                  PIC X(10) VALUE 'CANAL'.
002200     05  FILLER                  PIC X(04) VALUE 'PRTY'.
002210     05  FILLER                  PIC X(10) VALUE '  RECEIVED'.
002220     05  FILLER                  PIC X(10) VALUE '  ACCEPTED'.
002230     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  FILLER                  PIC X(06) VALUE 'STATUS'.
002260     05  FILLER                  PIC X(70) VALUE SPACES.
002270 01  WS-ACK-LINE.
002280     05  WS-ACK-DDNAME           PIC X(08).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  WS-ACK-CANAL            PIC X(08).
002310     05  FILLER                  PIC X(03) VALUE SPACES.
002320     05  WS-ACK-PRIORITY         PIC X(01).
002330     05  FILLER                  PIC X(03) VALUE SPACES.
002340     05  WS-ACK-RECEIVED         PIC ZZZZZZ9.
002350     05  FILLER                  PIC X(03) VALUE SPACES.
002360     05  WS-ACK-ACCEPTED         PIC ZZZZZZ9.
002370     05  FILLER                  PIC X(03) VALUE SPACES.
002380     05  WS-ACK-REJECTED         PIC ZZZZZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  WS-ACK-STATUS           PIC X(30).
002410     05  FILLER                  PIC X(48) VALUE SPACES.
002420
002430 PROCEDURE DIVISION.
002440*----------------------------------------------------------------*
002450*    0000-MAINLINE                                               *
002460*----------------------------------------------------------------*
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002490     PERFORM 2000-INTAKE-WEB THRU 2000-EXIT
002500     PERFORM 3000-INTAKE-BRANCH THRU 3000-EXIT
002510     PERFORM 4000-INTAKE-BROKER THRU 4000-EXIT
002520     PERFORM 8000-TERMINATE THRU 8000-EXIT
002530     GOBACK.
002540
002550*----------------------------------------------------------------*
002560*    1000-INITIALIZE - READ THE BUSINESS DATE AND THE CHANNEL    *
002570*                      DEFAULT TIERS, OPEN TRANSIN, THE REJECT   *
002580*                      FILES AND THE ACKNOWLEDGEMENT REPORT      *
002590*----------------------------------------------------------------*
002600 1000-INITIALIZE.
002601     OPEN INPUT BUSDATE-FILE
002602     IF WS-BDT-STATUS NOT = '00'
002603        DISPLAY 'COBINTK: OPEN BUSDATE FAILED, STATUS='
002604                WS-BDT-STATUS
002605        MOVE 16 TO RETURN-CODE
002606        GOBACK
002607     END-IF
002608     READ BUSDATE-FILE
002609        AT END
002609           DISPLAY 'COBINTK: BUSDATE IS EMPTY'
002609           MOVE 16 TO RETURN-CODE
002609           GOBACK
002609     END-READ
002609     IF BDT-BUS-DATE NOT NUMERIC
002609        DISPLAY 'COBINTK: BUSDATE BUSINESS DATE NOT NUMERIC: '
002609                BDT-BUS-DATE
002609        MOVE 16 TO RETURN-CODE
002609        GOBACK
002609     END-IF
002609     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002609     CLOSE BUSDATE-FILE
002609
002610     OPEN INPUT PARM-FILE
002620     IF WS-PARM-STATUS NOT = '00'
002630        DISPLAY 'COBINTK: OPEN PARMCRD FAILED, STATUS='
002640                WS-PARM-STATUS
002650        MOVE 16 TO RETURN-CODE
002660        GOBACK
002670     END-IF
002680     READ PARM-FILE
002690        AT END
002700           DISPLAY 'COBINTK: PARMCRD IS EMPTY'
002710           MOVE 16 TO RETURN-CODE
002720           GOBACK
002730     END-READ
002810
002820     MOVE 'WEBFEED'  TO WS-FD-DDNAME(1)
002830     MOVE 'WEBREJ'   TO WS-FD-REJ-DDNAME(1)
002840     MOVE 'WEB'      TO WS-FD-CANAL(1)
002850     MOVE '7'        TO WS-FD-PRIORITY(1)
002860     IF PRM-WEB-PRIORITY >= '1' AND PRM-WEB-PRIORITY <= '9'
002870        MOVE PRM-WEB-PRIORITY TO WS-FD-PRIORITY(1)
002880     END-IF
002890     MOVE 'BRNFEED'  TO WS-FD-DDNAME(2)
002900     MOVE 'BRNREJ'   TO WS-FD-REJ-DDNAME(2)
002910     MOVE 'BRANCH'   TO WS-FD-CANAL(2)
002920     MOVE '5'        TO WS-FD-PRIORITY(2)
002930     IF PRM-BRN-PRIORITY >= '1' AND PRM-BRN-PRIORITY <= '9'
002940        MOVE PRM-BRN-PRIORITY TO WS-FD-PRIORITY(2)
002950     END-IF
002960     MOVE 'BRKFEED'  TO WS-FD-DDNAME(3)
002970     MOVE 'BRKREJ'   TO WS-FD-REJ-DDNAME(3)
002980     MOVE 'BROKER'   TO WS-FD-CANAL(3)
002990     MOVE '3'        TO WS-FD-PRIORITY(3)
003000     IF PRM-BRK-PRIORITY >= '1' AND PRM-BRK-PRIORITY <= '9'
003010        MOVE PRM-BRK-PRIORITY TO WS-FD-PRIORITY(3)
003020     END-IF
003030     CLOSE PARM-FILE
003040     DISPLAY 'COBINTK: INTAKE FOR BUSINESS DATE ' WS-BUS-DATE
003050
003060     OPEN OUTPUT TRANS-FILE
003070     IF WS-TRANS-STATUS NOT = '00'
003080        DISPLAY 'COBINTK: OPEN TRANSIN FAILED, STATUS='
003090                WS-TRANS-STATUS
003100        MOVE 16 TO RETURN-CODE
003110        GOBACK
003120     END-IF
003130     OPEN OUTPUT WEB-REJ-FILE
003140     OPEN OUTPUT BRN-REJ-FILE
003150     OPEN OUTPUT BRK-REJ-FILE
003160     OPEN OUTPUT INTAKE-RPT
003170     MOVE SPACES TO RPT-LINE
003180     MOVE 'CHANNEL INTAKE ACKNOWLEDGEMENT' TO RPT-LINE
003190     WRITE RPT-LINE
003200     MOVE SPACES TO RPT-LINE
003210     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
003220            WS-BUS-DATE DELIMITED BY SIZE
003230            INTO RPT-LINE
003240     WRITE RPT-LINE
003250     MOVE SPACES TO RPT-LINE
003260     WRITE RPT-LINE.
003270 1000-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------*
003310*    2000-INTAKE-WEB - THE WEB PORTAL FEED, FIRST SEGMENT        *
003320*----------------------------------------------------------------*
003330 2000-INTAKE-WEB.
003340     MOVE 1 TO WS-FEED-SUB
003350     PERFORM 5000-START-SEGMENT THRU 5000-EXIT
003360     OPEN INPUT WEB-FEED
003370     IF WS-WEB-STATUS = '05' OR WS-WEB-STATUS = '35'
003380        CLOSE WEB-FEED
003390        PERFORM 5900-END-SEGMENT THRU 5900-EXIT
003400        GO TO 2000-EXIT
003410     END-IF
003420     IF WS-WEB-STATUS NOT = '00'
003430        DISPLAY 'COBINTK: OPEN WEBFEED FAILED, STATUS='
003440                WS-WEB-STATUS
003450        MOVE 16 TO RETURN-CODE
003460        GOBACK
003470     END-IF
003480     MOVE 'N' TO WS-FEED-EOF-SW
003490     PERFORM 2100-WEB-RECORD THRU 2100-EXIT
003500         UNTIL WS-FEED-EOF
003510     CLOSE WEB-FEED
003520     PERFORM 5900-END-SEGMENT THRU 5900-EXIT.
003530 2000-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------*
003570*    2100-WEB-RECORD - SPLIT ONE WEB LINE INTO ITS FIELDS AND    *
003580*                      EDIT THEM (SEE CPYWEB)                    *
003590*----------------------------------------------------------------*
003600 2100-WEB-RECORD.
003610     READ WEB-FEED INTO WEB-LINE
003620        AT END
003630           MOVE 'Y' TO WS-FEED-EOF-SW
003640           GO TO 2100-EXIT
003650     END-READ
003660     ADD 1 TO WS-FD-READ(1)
003670     ADD 1 TO WS-FD-RECEIVED(1)
003680     MOVE WEB-LINE TO WS-IMAGE
003690     IF WEB-LINE = SPACES
003700        MOVE 'BLANK RECORD' TO WS-REJ-REASON
003710        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
003720        GO TO 2100-EXIT
003730     END-IF
003740     MOVE SPACES TO WEB-F-CLIENTE
003750     MOVE SPACES TO WEB-F-PRODUTO
003760     MOVE SPACES TO WEB-F-PRIORITY
003770     MOVE SPACES TO WEB-F-EXTRA
003780     MOVE 0 TO WEB-FIELD-COUNT
003790     MOVE 'N' TO WS-WEB-OVERFLOW-SW
003800     UNSTRING WEB-LINE DELIMITED BY ';'
003810         INTO WEB-F-CLIENTE
003820              WEB-F-PRODUTO
003830              WEB-F-PRIORITY
003840              WEB-F-EXTRA
003850         TALLYING IN WEB-FIELD-COUNT
003860         ON OVERFLOW
003870            MOVE 'Y' TO WS-WEB-OVERFLOW-SW
003880     END-UNSTRING
003890     IF WS-WEB-OVERFLOW OR WEB-F-EXTRA NOT = SPACES
003900        MOVE 'TOO MANY FIELDS' TO WS-REJ-REASON
003910        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
003920        GO TO 2100-EXIT
003930     END-IF
003940     IF WEB-FIELD-COUNT < 2
003950        MOVE 'MISSING FIELD DELIMITER' TO WS-REJ-REASON
003960        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
003970        GO TO 2100-EXIT
003980     END-IF
003990     IF WEB-F-CLIENTE(21:20) NOT = SPACES
004000        MOVE 'CLIENTE LONGER THAN 20' TO WS-REJ-REASON
004010        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
004020        GO TO 2100-EXIT
004030     END-IF
004040     IF WEB-F-PRODUTO(21:20) NOT = SPACES
004050        MOVE 'PRODUTO LONGER THAN 20' TO WS-REJ-REASON
004060        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
004070        GO TO 2100-EXIT
004080     END-IF
004090     IF WEB-F-PRIORITY(2:9) NOT = SPACES
004100        MOVE 'INVALID PRIORITY' TO WS-REJ-REASON
004110        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
004120        GO TO 2100-EXIT
004130     END-IF
004140     MOVE WEB-F-CLIENTE        TO WS-IN-CLIENTE
004150     MOVE WEB-F-PRODUTO        TO WS-IN-PRODUTO
004160     MOVE WEB-F-PRIORITY(1:1)  TO WS-IN-PRIORITY
004170     PERFORM 5100-EDIT-AND-WRITE THRU 5100-EXIT.
004180 2100-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------*
004220*    3000-INTAKE-BRANCH - THE BRANCH FEED, SECOND SEGMENT        *
004230*----------------------------------------------------------------*
004240 3000-INTAKE-BRANCH.
004250     MOVE 2 TO WS-FEED-SUB
004260     PERFORM 5000-START-SEGMENT THRU 5000-EXIT
004270     OPEN INPUT BRN-FEED
004280     IF WS-BRN-STATUS = '05' OR WS-BRN-STATUS = '35'
004290        CLOSE BRN-FEED
004300        PERFORM 5900-END-SEGMENT THRU 5900-EXIT
004310        GO TO 3000-EXIT
004320     END-IF
004330     IF WS-BRN-STATUS NOT = '00'
004340        DISPLAY 'COBINTK: OPEN BRNFEED FAILED, STATUS='
004350                WS-BRN-STATUS
004360        MOVE 16 TO RETURN-CODE
004370        GOBACK
004380     END-IF
004390     MOVE 'N' TO WS-FEED-EOF-SW
004400     PERFORM 3100-BRANCH-RECORD THRU 3100-EXIT
004410         UNTIL WS-FEED-EOF
004420     CLOSE BRN-FEED
004430     PERFORM 5900-END-SEGMENT THRU 5900-EXIT.
004440 3000-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------*
004480*    3100-BRANCH-RECORD - EDIT ONE FIXED-FORMAT BRANCH RECORD    *
004490*----------------------------------------------------------------*
004500 3100-BRANCH-RECORD.
004510     READ BRN-FEED
004520        AT END
004530           MOVE 'Y' TO WS-FEED-EOF-SW
004540           GO TO 3100-EXIT
004550     END-READ
004560     ADD 1 TO WS-FD-READ(2)
004570     ADD 1 TO WS-FD-RECEIVED(2)
004580     MOVE BRN-RECORD TO WS-IMAGE
004590     IF BRN-BRANCH-ID = SPACES
004600        MOVE 'MISSING BRANCH ID' TO WS-REJ-REASON
004610        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
004620        GO TO 3100-EXIT
004630     END-IF
004640     IF BRN-ENTRY-DATE NOT NUMERIC
004650        MOVE 'INVALID ENTRY DATE' TO WS-REJ-REASON
004660        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
004670        GO TO 3100-EXIT
004680     END-IF
004690     IF BRN-ENTRY-DATE > WS-BUS-DATE
004700        MOVE 'ENTRY DATE AFTER BUSINESS DATE' TO WS-REJ-REASON
004710        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
004720        GO TO 3100-EXIT
004730     END-IF
004740     MOVE BRN-CLIENTE  TO WS-IN-CLIENTE
004750     MOVE BRN-PRODUTO  TO WS-IN-PRODUTO
004760     MOVE BRN-PRIORITY TO WS-IN-PRIORITY
004770     PERFORM 5100-EDIT-AND-WRITE THRU 5100-EXIT.
004780 3100-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------*
004820*    4000-INTAKE-BROKER - THE BROKER FEED, THIRD SEGMENT.  ONE   *
004830*                         OR MORE BROKER FILES, EACH WITH ITS    *
004840*                         OWN 'BH' HEADER                        *
004850*----------------------------------------------------------------*
004860 4000-INTAKE-BROKER.
004870     MOVE 3 TO WS-FEED-SUB
004880     PERFORM 5000-START-SEGMENT THRU 5000-EXIT
004890     OPEN INPUT BRK-FEED
004900     IF WS-BRK-STATUS = '05' OR WS-BRK-STATUS = '35'
004910        CLOSE BRK-FEED
004920        PERFORM 5900-END-SEGMENT THRU 5900-EXIT
004930        GO TO 4000-EXIT
004940     END-IF
004950     IF WS-BRK-STATUS NOT = '00'
004960        DISPLAY 'COBINTK: OPEN BRKFEED FAILED, STATUS='
004970                WS-BRK-STATUS
004980        MOVE 16 TO RETURN-CODE
004990        GOBACK
005000     END-IF
005010     MOVE 'N' TO WS-FEED-EOF-SW
005020     PERFORM 4100-BROKER-RECORD THRU 4100-EXIT
005030         UNTIL WS-FEED-EOF
005040     PERFORM 4300-CHECK-BROKER-COUNT THRU 4300-EXIT
005050     CLOSE BRK-FEED
005060     PERFORM 5900-END-SEGMENT THRU 5900-EXIT.
005070 4000-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------*
005110*    4100-BROKER-RECORD - A HEADER STARTS A NEW BROKER FILE;     *
005120*                         A DETAIL IS EDITED AGAINST THE HEADER  *
005130*                         IN FORCE.  HEADERS ARE CONTROL RECORDS *
005140*                         AND ARE NOT COUNTED AS RECEIVED WORK   *
005150*----------------------------------------------------------------*
005160 4100-BROKER-RECORD.
005170     READ BRK-FEED
005180        AT END
005190           MOVE 'Y' TO WS-FEED-EOF-SW
005200           GO TO 4100-EXIT
005210     END-READ
005220     ADD 1 TO WS-FD-READ(3)
005230     IF BRK-IS-HEADER
005240        PERFORM 4200-BROKER-HEADER THRU 4200-EXIT
005250        GO TO 4100-EXIT
005260     END-IF
005270     ADD 1 TO WS-FD-RECEIVED(3)
005280     MOVE BRK-RECORD TO WS-IMAGE
005290     IF NOT BRK-IS-DETAIL
005300        MOVE 'UNKNOWN BROKER RECORD TYPE' TO WS-REJ-REASON
005310        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
005320        GO TO 4100-EXIT
005330     END-IF
005340     IF NOT WS-BRK-HDR-SEEN
005350        MOVE 'NO BROKER HEADER' TO WS-REJ-REASON
005360        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
005370        GO TO 4100-EXIT
005380     END-IF
005390     ADD 1 TO WS-BRK-DETAIL-COUNT
005400     IF WS-BRK-HDR-REASON NOT = SPACES
005410        MOVE WS-BRK-HDR-REASON TO WS-REJ-REASON
005420        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
005430        GO TO 4100-EXIT
005440     END-IF
005450     IF BRK-BROKER-ID NOT = WS-BRK-BROKER-ID
005460        MOVE 'BROKER ID DIFFERS FROM HEADER' TO WS-REJ-REASON
005470        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
005480        GO TO 4100-EXIT
005490     END-IF
005500     MOVE BRK-CLIENTE  TO WS-IN-CLIENTE
005510     MOVE BRK-PRODUTO  TO WS-IN-PRODUTO
005520     MOVE BRK-PRIORITY TO WS-IN-PRIORITY
005530     PERFORM 5100-EDIT-AND-WRITE THRU 5100-EXIT.
005540 4100-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------*
005580*    4200-BROKER-HEADER - CLOSE OFF THE PREVIOUS BROKER FILE     *
005590*                         AND TAKE UP THE NEW HEADER.  A HEADER  *
005600*                         FOR THE WRONG DATE REJECTS ITS WHOLE   *
005610*                         FILE, SO A RESENT OLD FILE IS NOT      *
005620*                         RATED TWICE                            *
005630*----------------------------------------------------------------*
005640 4200-BROKER-HEADER.
005650     PERFORM 4300-CHECK-BROKER-COUNT THRU 4300-EXIT
005660     MOVE 'Y' TO WS-BRK-HDR-SW
005670     ADD 1 TO WS-BRK-FILE-COUNT
005680     MOVE 0 TO WS-BRK-DETAIL-COUNT
005690     MOVE BRK-HDR-BROKER-ID TO WS-BRK-BROKER-ID
005700     MOVE BRK-HDR-COUNT TO WS-BRK-HDR-COUNT
005710     MOVE SPACES TO WS-BRK-HDR-REASON
005720     IF BRK-HDR-BROKER-ID = SPACES
005730        MOVE 'BROKER HEADER HAS NO BROKER ID' TO WS-BRK-HDR-REASON
005740     ELSE
005750        IF BRK-HDR-FILE-DATE NOT = WS-BUS-DATE
005760           MOVE 'BROKER FILE DATE NOT BUS DATE'
005770                TO WS-BRK-HDR-REASON
005780        END-IF
005790     END-IF
005800     IF WS-BRK-HDR-REASON NOT = SPACES
005810        MOVE SPACES TO WS-BREAK-TEXT
005820        STRING 'BROKER ' DELIMITED BY SIZE
005830               WS-BRK-BROKER-ID DELIMITED BY SIZE
005840               ' FILE DATE ' DELIMITED BY SIZE
005850               BRK-HDR-FILE-DATE DELIMITED BY SIZE
005860               ' - ' DELIMITED BY SIZE
005870               WS-BRK-HDR-REASON DELIMITED BY SIZE
005880               ', FILE REJECTED' DELIMITED BY SIZE
005890               INTO WS-BREAK-TEXT
005900        PERFORM 7300-WRITE-BREAK THRU 7300-EXIT
005910     END-IF.
005920 4200-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------*
005960*    4300-CHECK-BROKER-COUNT - THE DETAILS UNDER A BROKER        *
005970*                              HEADER MUST MATCH ITS COUNT       *
005980*----------------------------------------------------------------*
005990 4300-CHECK-BROKER-COUNT.
006000     IF NOT WS-BRK-HDR-SEEN
006010        GO TO 4300-EXIT
006020     END-IF
006030     IF WS-BRK-HDR-COUNT NUMERIC
006040        IF WS-BRK-HDR-COUNT-N = WS-BRK-DETAIL-COUNT
006050           GO TO 4300-EXIT
006060        END-IF
006070     END-IF
006080     MOVE SPACES TO WS-BREAK-TEXT
006090     MOVE WS-BRK-DETAIL-COUNT TO WS-COUNT-ED
006100     STRING 'BROKER ' DELIMITED BY SIZE
006110            WS-BRK-BROKER-ID DELIMITED BY SIZE
006120            ' HEADER COUNT ' DELIMITED BY SIZE
006130            WS-BRK-HDR-COUNT DELIMITED BY SIZE
006140            ' BUT DETAILS RECEIVED ' DELIMITED BY SIZE
006150            WS-COUNT-ED DELIMITED BY SIZE
006160            INTO WS-BREAK-TEXT
006170     PERFORM 7300-WRITE-BREAK THRU 7300-EXIT.
006180 4300-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------*
006220*    5000-START-SEGMENT - OPEN THE FEED'S TRANSIN SEGMENT        *
006230*----------------------------------------------------------------*
006240 5000-START-SEGMENT.
006250     MOVE 0 TO WS-SEG-COUNT
006260     MOVE SPACES TO TRN-HEADER-REC
006270     MOVE 'TRNHDR' TO TRN-HDR-ID
006280     MOVE WS-BUS-DATE TO TRN-HDR-BUS-DATE
006290     WRITE TRN-HEADER-REC.
006300 5000-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------*
006340*    5100-EDIT-AND-WRITE - THE EDITS EVERY FEED SHARES, THEN     *
006350*                          THE NORMALIZED CPYTRN DETAIL WITH THE *
006360*                          FEED'S CANAL AND, WHEN THE RECORD HAS *
006370*                          NO TIER, THE FEED'S DEFAULT TIER      *
006380*----------------------------------------------------------------*
006390 5100-EDIT-AND-WRITE.
006400     IF WS-IN-CLIENTE = SPACES
006410        MOVE 'MISSING CLIENTE' TO WS-REJ-REASON
006420        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
006430        GO TO 5100-EXIT
006440     END-IF
006450     IF WS-IN-PRODUTO = SPACES
006460        MOVE 'MISSING PRODUTO' TO WS-REJ-REASON
006470        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
006480        GO TO 5100-EXIT
006490     END-IF
006500     IF WS-IN-PRIORITY = SPACE
006510        MOVE WS-FD-PRIORITY(WS-FEED-SUB) TO WS-IN-PRIORITY
006520     END-IF
006530     IF WS-IN-PRIORITY < '1' OR WS-IN-PRIORITY > '9'
006540        MOVE 'INVALID PRIORITY' TO WS-REJ-REASON
006550        PERFORM 5300-REJECT-RECORD THRU 5300-EXIT
006560        GO TO 5100-EXIT
006570     END-IF
006580     MOVE SPACES                     TO TRN-RECORD
006590     MOVE WS-IN-CLIENTE              TO TRN-CLIENTE
006600     MOVE WS-IN-PRODUTO              TO TRN-PRODUTO
006610     MOVE WS-FD-CANAL(WS-FEED-SUB)   TO TRN-CANAL
006620     MOVE WS-IN-PRIORITY             TO TRN-PRIORITY
006630     WRITE TRN-RECORD
006640     ADD 1 TO WS-SEG-COUNT
006650     ADD 1 TO WS-FD-ACCEPTED(WS-FEED-SUB).
006660 5100-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------*
006700*    5300-REJECT-RECORD - WRITE THE RECORD UNDER EDIT TO ITS     *
006710*                         FEED'S REJECT FILE WITH WS-REJ-REASON  *
006720*----------------------------------------------------------------*
006730 5300-REJECT-RECORD.
006740     ADD 1 TO WS-FD-REJECTED(WS-FEED-SUB)
006750     MOVE SPACES                     TO IRJ-RECORD
006760     MOVE WS-FD-CANAL(WS-FEED-SUB)   TO IRJ-CANAL
006770     MOVE WS-BUS-DATE                TO IRJ-BUS-DATE
006780     MOVE WS-FD-READ(WS-FEED-SUB)    TO IRJ-REC-NUMBER
006790     MOVE WS-REJ-REASON              TO IRJ-REASON
006800     MOVE WS-IMAGE                   TO IRJ-IMAGE
006810     EVALUATE WS-FEED-SUB
006820        WHEN 1
006830           WRITE WRJ-RECORD FROM IRJ-RECORD
006840        WHEN 2
006850           WRITE NRJ-RECORD FROM IRJ-RECORD
006860        WHEN 3
006870           WRITE KRJ-RECORD FROM IRJ-RECORD
006880     END-EVALUATE.
006890 5300-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------------*
006930*    5900-END-SEGMENT - CLOSE THE FEED'S TRANSIN SEGMENT         *
006940*----------------------------------------------------------------*
006950 5900-END-SEGMENT.
006960     MOVE SPACES TO TRN-TRAILER-REC
006970     MOVE 'TRNTRL' TO TRN-TRL-ID
006980     MOVE WS-SEG-COUNT TO TRN-TRL-COUNT
006990     MOVE 0 TO TRN-TRL-ATR-COUNT
007000     WRITE TRN-TRAILER-REC
007010     DISPLAY 'COBINTK: ' WS-FD-DDNAME(WS-FEED-SUB)
007020             ' SEGMENT DETAILS=' WS-SEG-COUNT.
007030 5900-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------*
007070*    7300-WRITE-BREAK - ONE FEED EXCEPTION LINE, UNDER ITS       *
007080*                       HEADING THE FIRST TIME                   *
007090*----------------------------------------------------------------*
007100 7300-WRITE-BREAK.
007110     IF NOT WS-BREAK-HEAD-DONE
007120        MOVE 'Y' TO WS-BREAK-HEAD-SW
007130        MOVE SPACES TO RPT-LINE
007140        MOVE 'FEED EXCEPTIONS' TO RPT-LINE
007150        WRITE RPT-LINE
007160     END-IF
007170     ADD 1 TO WS-BREAK-COUNT
007180     MOVE SPACES TO RPT-LINE
007190     STRING '  ' DELIMITED BY SIZE
007200            WS-BREAK-TEXT DELIMITED BY SIZE
007210            INTO RPT-LINE
007220     WRITE RPT-LINE.
007230 7300-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------*
007270*    8000-TERMINATE - WRITE THE ACKNOWLEDGEMENT PER FEED, CLOSE  *
007280*                     FILES AND SET THE RETURN-CODE              *
007290*----------------------------------------------------------------*
007300 8000-TERMINATE.
007310     IF WS-BREAK-HEAD-DONE
007320        MOVE SPACES TO RPT-LINE
007330        WRITE RPT-LINE
007340     END-IF
007350     MOVE WS-COLUMN-LINE TO RPT-LINE
007360     WRITE RPT-LINE
007370     PERFORM 8100-WRITE-ACK-LINE THRU 8100-EXIT
007380         VARYING WS-FEED-SUB FROM 1 BY 1
007390         UNTIL WS-FEED-SUB > 3
007400     MOVE SPACES TO WS-ACK-LINE
007410     MOVE 'TOTAL' TO WS-ACK-DDNAME
007420     MOVE WS-TOT-RECEIVED TO WS-ACK-RECEIVED
007430     MOVE WS-TOT-ACCEPTED TO WS-ACK-ACCEPTED
007440     MOVE WS-TOT-REJECTED TO WS-ACK-REJECTED
007450     MOVE WS-ACK-LINE TO RPT-LINE
007460     WRITE RPT-LINE
007470     MOVE SPACES TO RPT-LINE
007480     WRITE RPT-LINE
007490     MOVE SPACES TO RPT-LINE
007500     MOVE WS-BRK-FILE-COUNT TO WS-COUNT-ED
007510     STRING 'BROKER FILES RECEIVED     =' DELIMITED BY SIZE
007520            WS-COUNT-ED DELIMITED BY SIZE
007530            INTO RPT-LINE
007540     WRITE RPT-LINE
007550     MOVE SPACES TO RPT-LINE
007560     MOVE WS-BREAK-COUNT TO WS-COUNT-ED
007570     STRING 'FEED EXCEPTIONS           =' DELIMITED BY SIZE
007580            WS-COUNT-ED DELIMITED BY SIZE
007590            INTO RPT-LINE
007600     WRITE RPT-LINE
007610     CLOSE TRANS-FILE
007620     CLOSE WEB-REJ-FILE
007630     CLOSE BRN-REJ-FILE
007640     CLOSE BRK-REJ-FILE
007650     CLOSE INTAKE-RPT
007660
007670     DISPLAY 'COBINTK: RECORDS RECEIVED=' WS-TOT-RECEIVED
007680     DISPLAY 'COBINTK: RECORDS ACCEPTED=' WS-TOT-ACCEPTED
007690     DISPLAY 'COBINTK: RECORDS REJECTED=' WS-TOT-REJECTED
007700     DISPLAY 'COBINTK: BROKER FILES=' WS-BRK-FILE-COUNT
007710     DISPLAY 'COBINTK: FEED EXCEPTIONS=' WS-BREAK-COUNT
007720
007730     IF WS-BREAK-COUNT > 0 OR WS-TOT-REJECTED > 0
007740        MOVE 4 TO RETURN-CODE
007750     ELSE
007760        MOVE 0 TO RETURN-CODE
007770     END-IF.
007780 8000-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------*
007820*    8100-WRITE-ACK-LINE - RECEIVED/ACCEPTED/REJECTED FOR ONE    *
007830*                          FEED.  A FEED THAT SENT NOTHING IS    *
007840*                          AN EXCEPTION - THE CHANNEL IS CALLED  *
007850*----------------------------------------------------------------*
007860 8100-WRITE-ACK-LINE.
007870     MOVE SPACES TO WS-ACK-LINE
007880     MOVE WS-FD-DDNAME(WS-FEED-SUB)   TO WS-ACK-DDNAME
007890     MOVE WS-FD-CANAL(WS-FEED-SUB)    TO WS-ACK-CANAL
007900     MOVE WS-FD-PRIORITY(WS-FEED-SUB) TO WS-ACK-PRIORITY
007910     MOVE WS-FD-RECEIVED(WS-FEED-SUB) TO WS-ACK-RECEIVED
007920     MOVE WS-FD-ACCEPTED(WS-FEED-SUB) TO WS-ACK-ACCEPTED
007930     MOVE WS-FD-REJECTED(WS-FEED-SUB) TO WS-ACK-REJECTED
007940     ADD WS-FD-RECEIVED(WS-FEED-SUB) TO WS-TOT-RECEIVED
007950     ADD WS-FD-ACCEPTED(WS-FEED-SUB) TO WS-TOT-ACCEPTED
007960     ADD WS-FD-REJECTED(WS-FEED-SUB) TO WS-TOT-REJECTED
007970     IF WS-FD-RECEIVED(WS-FEED-SUB) = 0
007980        MOVE 'NOTHING RECEIVED' TO WS-ACK-STATUS
007990        ADD 1 TO WS-BREAK-COUNT
008000     ELSE
008010        IF WS-FD-REJECTED(WS-FEED-SUB) > 0
008020           MOVE SPACES TO WS-ACK-STATUS
008030           STRING 'REJECTS - SEE ' DELIMITED BY SIZE
008040                  WS-FD-REJ-DDNAME(WS-FEED-SUB) DELIMITED BY SPACE
008050                  INTO WS-ACK-STATUS
008060        ELSE
008070           MOVE 'ALL ACCEPTED' TO WS-ACK-STATUS
008080        END-IF
008090     END-IF
008100     MOVE WS-ACK-LINE TO RPT-LINE
008110     WRITE RPT-LINE.
008120 8100-EXIT.
008130     EXIT.
