000250*    2026-08-22 JCR   ORIGINAL VERSION.                          *
000252*    2026-08-22 JCR   SKIP THE TRNHDR/TRNTRL CONTROL RECORDS     *
000254*                     TRANSIN NOW CARRIES.                       *
000256*    2026-10-14 JCR   ALSO SKIP THE TRNATR ATTRIBUTE RECORDS     *
000256*                     THAT FOLLOW A TRANSIN DETAIL.              *
000257*    2026-10-14 JCR   RAISE A STALE EVENT ON CASEVT FOR EACH     *
000258*                     STALE OR UNREADABLE HISTORY KEY SO COBCASE *
000259*                     OPENS OR UPDATES AN EXCEPTION CASE.        *
000259*    2026-10-14 JCR   TAKE THE BUSINESS DATE FROM THE BUSDATE    *
000259*                     CONTROL RECORD (COBCALDT) INSTEAD OF THE   *
000259*                     CLOCK DATE.                                *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000430            ORGANIZATION IS SEQUENTIAL
000440            FILE STATUS IS WS-PARM-STATUS.
000450
000452     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000454            ORGANIZATION IS SEQUENTIAL
000456            FILE STATUS IS WS-BDT-STATUS.
000456
000460     SELECT TRANS-FILE      ASSIGN TO TRANSIN
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS WS-TRANS-STATUS.
000590     SELECT STALE-RPT       ASSIGN TO STALERPT
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS WS-RPT-STATUS.
000612
000614     SELECT CASE-EVENT-FILE ASSIGN TO CASEVT
000616            ORGANIZATION IS SEQUENTIAL
000618            FILE STATUS IS WS-CEV-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000680     05  PRM-DAYS                PIC X(04).
000690     05  FILLER                  PIC X(76).
000700
000702 FD  BUSDATE-FILE
000704     RECORDING MODE IS F.
000706     COPY CPYBDT.
000706
000710 FD  TRANS-FILE
000720     RECORDING MODE IS F.
000730     COPY CPYTRN.
000780 FD  STALE-RPT
000790     RECORDING MODE IS F.
000800 01  RPT-LINE                    PIC X(132).
000802
000804 FD  CASE-EVENT-FILE
000806     RECORDING MODE IS F.
000808     COPY CPYCEV.
000810
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------*
000870 77  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
000880 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000890 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000895 77  WS-CEV-STATUS               PIC X(02) VALUE SPACES.
000897 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000900
000910*----------------------------------------------------------------*
000920*    RUN SWITCHES AND COUNTERS                                   *
001410 77  WS-TODAY-DAY-NUM            PIC S9(09) COMP VALUE 0.
001420 77  WS-HIST-DAY-NUM             PIC S9(09) COMP VALUE 0.
001430
001440 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001450
001460*----------------------------------------------------------------*
001470*    REPORT LINE WORK AREA                                      *
002080        GOBACK
002090     END-IF
002100     OPEN OUTPUT STALE-RPT
002102     OPEN EXTEND CASE-EVENT-FILE
002104     IF WS-CEV-STATUS = '05' OR WS-CEV-STATUS = '35'
002106        OPEN OUTPUT CASE-EVENT-FILE
002108     END-IF
002110     MOVE SPACES TO RPT-LINE
002120     MOVE 'STALE CLIENT EXCEPTION REPORT' TO RPT-LINE
002130     WRITE RPT-LINE
002190     MOVE SPACES TO RPT-LINE
002200     WRITE RPT-LINE
002210
002220     OPEN INPUT BUSDATE-FILE
002220     IF WS-BDT-STATUS NOT = '00'
002220        DISPLAY 'COBSTALE: OPEN BUSDATE FAILED, STATUS='
002220                WS-BDT-STATUS
002220        MOVE 16 TO RETURN-CODE
002220        GOBACK
002220     END-IF
002220     READ BUSDATE-FILE
002220        AT END
002220           DISPLAY 'COBSTALE: BUSDATE IS EMPTY'
002220           MOVE 16 TO RETURN-CODE
002220           GOBACK
002220     END-READ
002220     IF BDT-BUS-DATE NOT NUMERIC
002220        DISPLAY 'COBSTALE: BUSDATE BUSINESS DATE NOT NUMERIC: '
002220                BDT-BUS-DATE
002220        MOVE 16 TO RETURN-CODE
002220        GOBACK
002220     END-IF
002220     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002220     CLOSE BUSDATE-FILE
002230     MOVE WS-BUS-DATE TO WS-DW-DATE
002240     PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT
002250     MOVE WS-DW-DAY-NUM TO WS-TODAY-DAY-NUM.
002260 1000-EXIT.
002440           MOVE 'Y' TO WS-TRANS-EOF-SW
002450           GO TO 2100-EXIT
002460     END-READ
002457     IF TRN-IS-HEADER OR TRN-IS-TRAILER OR TRN-IS-ATTR
002458        GO TO 2100-EXIT
002459     END-IF
002461*    THE SAME CLIENTE/PRODUTO CAN APPEAR ON MORE THAN ONE
003080        MOVE 'LAST-RUN DATE UNREADABLE' TO WS-DTL-TEXT
003090        MOVE WS-DETAIL-LINE TO RPT-LINE
003100        WRITE RPT-LINE
003105        PERFORM 3400-WRITE-CASE-EVENT THRU 3400-EXIT
003110        GO TO 3290-NEXT
003120     END-IF
003130     MOVE HST-LAST-RUN-DATE TO WS-DW-DATE
003280               INTO WS-DTL-TEXT
003290        MOVE WS-DETAIL-LINE TO RPT-LINE
003300        WRITE RPT-LINE
003305        PERFORM 3400-WRITE-CASE-EVENT THRU 3400-EXIT
003310     END-IF.
003320 3290-NEXT.
003330     PERFORM 3100-READ-NEXT THRU 3100-EXIT.
003609     WRITE RPT-LINE.
003610 3300-EXIT.
003620     EXIT.
003621
003622*----------------------------------------------------------------*
003623*    3400-WRITE-CASE-EVENT - RAISE A STALE EXCEPTION ON CASEVT   *
003624*                            FOR THE HISTORY KEY JUST REPORTED   *
003625*----------------------------------------------------------------*
003626 3400-WRITE-CASE-EVENT.
003627     MOVE SPACES          TO CEV-RECORD
003628     MOVE 'STALE'         TO CEV-TYPE
003629     MOVE HST-CLIENTE     TO CEV-CLIENTE
003629     MOVE HST-PRODUTO     TO CEV-PRODUTO
003629     MOVE WS-BUS-DATE TO CEV-BUS-DATE
003629     MOVE 'COBSTALE'      TO CEV-SOURCE-PGM
003629     MOVE WS-DTL-TEXT     TO CEV-DETAIL
003629     WRITE CEV-RECORD.
003629 3400-EXIT.
003629     EXIT.
003630
003640*----------------------------------------------------------------*
003650*    4000-REPORT-NEVER-RUN - REPORT EVERY TRANSIN KEY THAT HAS  *
004470     WRITE RPT-LINE
004480     CLOSE HIST-FILE
004490     CLOSE STALE-RPT
004495     CLOSE CASE-EVENT-FILE
004500
004510     DISPLAY 'COBSTALE: HISTORY RECORDS READ=' WS-HIST-COUNT
004520     DISPLAY 'COBSTALE: STALE CLIENTS=' WS-STALE-COUNT
