000060*    DATE-WRITTEN :  2026-08-22                                  *
000070*    DATE-COMPILED:                                              *
000080*                                                                *
000090*    RETENTION AND ARCHIVAL HOUSEKEEPING FOR THE EVER-GROWING   *
000100*    CHAIN DATASETS.  EACH LIVE FILE IS SPLIT ON ITS RUN-DATE   *
000110*    FIELD AGAINST THE CUTOFF DATE:                             *
000120*                                                                *
000130*      AUDITFL (AUD-RUN-DATE) -> AUDARCH / AUDNEW               *
000140*      CTLFILE (CTL-RUN-DATE) -> CTLARCH / CTLNEW               *
000150*      ERRFILE (ERR-RUN-DATE) -> ERRARCH / ERRNEW               *
000155*      ERRATTR (ERT-RUN-DATE) -> ERTARCH / ERTNEW               *
000160*      REXXOUT (RXO-RUN-DATE) -> RXOARCH / RXONEW               *
000170*                                                                *
000180*    RECORDS OLDER THAN THE CUTOFF GO TO THE DATED ARCHIVE      *
000230*    RC=16 BEFORE ANYTHING CAN BE DROPPED - NOTHING IS EVER     *
000240*    DELETED THAT WAS NOT ARCHIVED FIRST.  A RECORD WITH AN     *
000250*    UNREADABLE RUN DATE IS KEPT ON THE LIVE FILE.              *
000252*                                                                *
000254*    THE CUTOFF COMES FROM THE BUSDATE CONTROL RECORD: ON A      *
000255*    CALENDAR RETENTION POINT (BDT-RETAIN) IT IS THE PUBLISHED   *
000256*    BDT-RETAIN-CUTOFF; ON ANY OTHER BUSINESS DATE NOTHING IS    *
000257*    ARCHIVED AND EVERY RECORD IS CARRIED TO THE NEW LIVE FILE.  *
000258*    AN OPTIONAL PARMCRD CUTOFF (COLS 1-8, YYYYMMDD) OVERRIDES   *
000259*    THE CALENDAR FOR A MANUAL OR CATCH-UP RUN.                  *
000260*                                                                *
000261*    BEFORE ANYTHING IS SPLIT THE AUDITFL CHAIN (AUD-CHAIN-SEQ   *
000262*    AND AUD-CHAIN-CHECK, WRITTEN BY COBIRXE AND COBIRXJ) IS     *
000263*    WALKED RUN BY RUN.  A GAP, DUPLICATE, OUT-OF-ORDER RECORD   *
000264*    OR BROKEN CHECK VALUE STOPS THE STEP WITH RC=8 AND THE      *
000265*    LIVE FILES LEFT UNTOUCHED, SO A TAMPERED TRAIL IS NEVER     *
000266*    CARRIED INTO THE ARCHIVE.  EVERY RECORD OF A RUN HAS THE    *
000267*    SAME AUD-RUN-DATE, SO A RUN GOES WHOLE AND IN ORDER TO      *
000268*    ONE SIDE OF THE SPLIT AND THE CHAIN STAYS UNBROKEN ACROSS   *
000269*    AUDARCH AND AUDNEW.  THE TIE-OUT TO THE 'AUDCHAIN' CLOSING  *
000270*    RECORDS ON CTLFILE IS COBAUDVR'S.                           *
000260*                                                                *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------- ----  ------------------------------------------ *
000300*    2026-08-22 JCR   ORIGINAL VERSION.                          *
000305*    2026-10-14 JCR   SPLIT ERRATTR, THE REJECTED TRANSACTIONS'  *
000305*                     ATTRIBUTE RECORDS, ON ERT-RUN-DATE         *
000305*                     ALONGSIDE ERRFILE.                         *
000306*    2026-10-14 JCR   CUTOFF FROM THE CALENDAR RETENTION POINT   *
000307*                     ON THE BUSDATE CONTROL RECORD; PARMCRD IS  *
000308*                     NOW AN OPTIONAL OVERRIDE.                  *
000309*    2026-10-15 JCR   VERIFY THE AUDITFL CHAIN BEFORE ARCHIVING; *
000309*                     RC=8 AND NOTHING SPLIT IF IT IS BROKEN.    *
000309*    2026-10-15 JCR   CHECK VALUE NOW COVERS BYTES 1-229 -       *
000309*                     CPYAUD GAINED AUD-ORIGIN AHEAD OF THE      *
000309*                     CHAIN FIELDS.                              *
000310*                                                                *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCRD
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS IS WS-PARM-STATUS.
000500
000502     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000504            ORGANIZATION IS SEQUENTIAL
000506            FILE STATUS IS WS-BDT-STATUS.
000508
000510     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITFL
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS WS-AUDIT-STATUS.
000830     SELECT ERR-NEW-FILE    ASSIGN TO ERRNEW
000840            ORGANIZATION IS SEQUENTIAL
000850            FILE STATUS IS WS-ERR-NEW-STATUS.
000851
000852     SELECT OPTIONAL ERRATTR-FILE ASSIGN TO ERRATTR
000853            ORGANIZATION IS SEQUENTIAL
000854            FILE STATUS IS WS-ERT-STATUS.
000855
000856     SELECT ERT-ARCH-FILE   ASSIGN TO ERTARCH
000857            ORGANIZATION IS SEQUENTIAL
000858            FILE STATUS IS WS-ERT-ARCH-STATUS.
000859
000860     SELECT ERT-NEW-FILE    ASSIGN TO ERTNEW
000861            ORGANIZATION IS SEQUENTIAL
000862            FILE STATUS IS WS-ERT-NEW-STATUS.
000860
000870     SELECT OPTIONAL REXXOUT-FILE ASSIGN TO REXXOUT
000880            ORGANIZATION IS SEQUENTIAL
001080     05  PRM-CUTOFF-DATE         PIC X(08).
001090     05  FILLER                  PIC X(72).
001100
001102 FD  BUSDATE-FILE
001104     RECORDING MODE IS F.
001106     COPY CPYBDT.
001108
001110 FD  AUDIT-FILE
001120     RECORDING MODE IS F.
001130     COPY CPYAUD.
001430 FD  ERR-NEW-FILE
001440     RECORDING MODE IS F.
001450     COPY CPYERR REPLACING LEADING ==ERR-== BY ==ERN-==.
001451
001452 FD  ERRATTR-FILE
001453     RECORDING MODE IS F.
001454     COPY CPYERT.
001455
001456 FD  ERT-ARCH-FILE
001457     RECORDING MODE IS F.
001458     COPY CPYERT REPLACING LEADING ==ERT-== BY ==ETA-==.
001459
001460 FD  ERT-NEW-FILE
001461     RECORDING MODE IS F.
001462     COPY CPYERT REPLACING LEADING ==ERT-== BY ==ETN-==.
001460
001470 FD  REXXOUT-FILE
001480     RECORDING MODE IS F.
001650*    FILE STATUS SWITCHES                                        *
001660*----------------------------------------------------------------*
001670 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001675 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001680 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001690 77  WS-AUD-ARCH-STATUS          PIC X(02) VALUE SPACES.
001700 77  WS-AUD-NEW-STATUS           PIC X(02) VALUE SPACES.
001740 77  WS-ERR-STATUS               PIC X(02) VALUE SPACES.
001750 77  WS-ERR-ARCH-STATUS          PIC X(02) VALUE SPACES.
001760 77  WS-ERR-NEW-STATUS           PIC X(02) VALUE SPACES.
001762 77  WS-ERT-STATUS               PIC X(02) VALUE SPACES.
001764 77  WS-ERT-ARCH-STATUS          PIC X(02) VALUE SPACES.
001766 77  WS-ERT-NEW-STATUS           PIC X(02) VALUE SPACES.
001770 77  WS-RXO-STATUS               PIC X(02) VALUE SPACES.
001780 77  WS-RXO-ARCH-STATUS          PIC X(02) VALUE SPACES.
001790 77  WS-RXO-NEW-STATUS           PIC X(02) VALUE SPACES.
001850 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001860     88  WS-EOF-FILE                        VALUE 'Y'.
001870 77  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
001872 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001874 77  WS-CUTOFF-SRC-SW            PIC X(01) VALUE 'N'.
001876     88  WS-CUTOFF-CALENDAR                 VALUE 'C'.
001877     88  WS-CUTOFF-OVERRIDE                 VALUE 'O'.
001878     88  WS-CUTOFF-NONE                     VALUE 'N'.
001880 77  WS-MOVED-COUNT              PIC 9(07) COMP VALUE 0.
001890 77  WS-KEPT-COUNT               PIC 9(07) COMP VALUE 0.
001900 77  WS-MOVED-ED                 PIC ZZZZZZ9.
001910 77  WS-KEPT-ED                  PIC ZZZZZZ9.
001920 77  WS-FILE-LABEL               PIC X(08) VALUE SPACES.
001921
001922*----------------------------------------------------------------*
001923*    AUDITFL CHAIN VERIFICATION.  RUNS ARE KEYED ON WRITING      *
001924*    PROGRAM, BUSINESS DATE, STREAM AND RUN START TIME; STREAMS  *
001925*    MAY INTERLEAVE, SO EACH RUN KEEPS ITS OWN LAST SEQUENCE     *
001926*    AND CHECK VALUE.  A BYTE'S VALUE IS TAKEN THROUGH A         *
001927*    HALFWORD WHOSE HIGH-ORDER BYTE IS LOW-VALUE, AS IN COBIRXE  *
001928*----------------------------------------------------------------*
001929 77  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
001930     88  WS-FOUND                           VALUE 'Y'.
001931 77  WS-CHAIN-SEEN-SW            PIC X(01) VALUE 'N'.
001932     88  WS-CHAIN-SEEN                      VALUE 'Y'.
001933 77  WS-CHAIN-READ               PIC 9(09) COMP VALUE 0.
001934 77  WS-CHAIN-BREAKS             PIC 9(07) COMP VALUE 0.
001935 77  WS-MISSING                  PIC 9(07) COMP VALUE 0.
001936 77  WS-COUNT-ED                 PIC ZZZZZZZZ9.
001937 77  WS-RUNS-ED                  PIC ZZZZZZZZ9.
001938 77  WS-BREAKS-ED                PIC ZZZZZZZZ9.
001939 01  WS-EXC-TEXT                 PIC X(60) VALUE SPACES.
001940 01  WS-CHAIN-CHECK              PIC 9(09) COMP VALUE 0.
001941 01  WS-CHAIN-WORK               PIC 9(11) COMP VALUE 0.
001942 01  WS-CHAIN-QUOT               PIC 9(11) COMP VALUE 0.
001943 01  WS-CHAIN-POS                PIC 9(04) COMP VALUE 0.
001944 01  WS-CHAIN-BYTE-AREA.
001945     05  WS-CHAIN-BYTE-NUM       PIC 9(04) COMP.
001946 01  WS-CHAIN-BYTE-X REDEFINES WS-CHAIN-BYTE-AREA.
001947     05  WS-CHAIN-BYTE-HI        PIC X(01).
001948     05  WS-CHAIN-BYTE-LO        PIC X(01).
001949 01  WS-RUN-KEY.
001950     05  WS-KEY-PGM              PIC X(08).
001951     05  WS-KEY-DATE             PIC X(08).
001952     05  WS-KEY-STREAM           PIC X(01).
001953     05  WS-KEY-START            PIC X(06).
001954 77  WS-RUN-COUNT                PIC 9(04) COMP VALUE 0.
001955 77  WS-RUN-AT                   PIC 9(04) COMP VALUE 0.
001956 01  WS-RUN-TABLE.
001957     05  WS-RUN-ENTRY            OCCURS 1 TO 5000 TIMES
001958                                 DEPENDING ON WS-RUN-COUNT
001959                                 INDEXED BY WS-RUN-IX.
001960         10  WS-RUN-T-KEY        PIC X(23).
001961         10  WS-RUN-T-LAST-SEQ   PIC 9(07) COMP.
001962         10  WS-RUN-T-LAST-CHECK PIC 9(09) COMP.
001963 01  WS-EXC-LINE.
001964     05  FILLER                  PIC X(02) VALUE SPACES.
001965     05  WS-XLN-RECNO            PIC ZZZZZZZZ9.
001966     05  FILLER                  PIC X(02) VALUE SPACES.
001967     05  WS-XLN-PGM              PIC X(08).
001968     05  FILLER                  PIC X(01) VALUE SPACES.
001969     05  WS-XLN-DATE             PIC X(08).
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001971     05  WS-XLN-STREAM           PIC X(01).
001972     05  FILLER                  PIC X(01) VALUE SPACES.
001973     05  WS-XLN-START            PIC X(06).
001974     05  FILLER                  PIC X(02) VALUE SPACES.
001975     05  WS-XLN-SEQ              PIC X(07).
001976     05  FILLER                  PIC X(02) VALUE SPACES.
001977     05  WS-XLN-TEXT             PIC X(60).
001978     05  FILLER                  PIC X(22) VALUE SPACES.
001930
001940 PROCEDURE DIVISION.
001950*----------------------------------------------------------------*
001970*----------------------------------------------------------------*
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001995     PERFORM 1500-VERIFY-AUDIT-CHAIN THRU 1500-EXIT
002000     PERFORM 2000-SPLIT-AUDIT THRU 2000-EXIT
002010     PERFORM 3000-SPLIT-CONTROL THRU 3000-EXIT
002020     PERFORM 4000-SPLIT-ERR THRU 4000-EXIT
002025     PERFORM 4500-SPLIT-ERRATTR THRU 4500-EXIT
002030     PERFORM 5000-SPLIT-REXXOUT THRU 5000-EXIT
002040     PERFORM 8000-TERMINATE THRU 8000-EXIT
002050     GOBACK.
002060
002070*----------------------------------------------------------------*
002080*    1000-INITIALIZE - SETTLE THE CUTOFF DATE FROM THE BUSDATE   *
002090*                      RETENTION POINT OR THE PARMCRD OVERRIDE   *
002095*                      AND OPEN THE REPORT                       *
002100*----------------------------------------------------------------*
002110 1000-INITIALIZE.
002111     OPEN INPUT BUSDATE-FILE
002112     IF WS-BDT-STATUS NOT = '00'
002113        DISPLAY 'COBHSKP: OPEN BUSDATE FAILED, STATUS='
002114                WS-BDT-STATUS
002115        MOVE 16 TO RETURN-CODE
002116        GOBACK
002117     END-IF
002118     READ BUSDATE-FILE
002119        AT END
002120           DISPLAY 'COBHSKP: BUSDATE IS EMPTY'
002121           MOVE 16 TO RETURN-CODE
002122           GOBACK
002123     END-READ
002124     IF BDT-BUS-DATE NOT NUMERIC
002125        DISPLAY 'COBHSKP: BUSDATE BUSINESS DATE NOT NUMERIC: '
002126                BDT-BUS-DATE
002127        MOVE 16 TO RETURN-CODE
002128        GOBACK
002129     END-IF
002130     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002131     MOVE '00000000' TO WS-CUTOFF-DATE
002132     IF BDT-IS-RETAIN-POINT
002133        IF BDT-RETAIN-CUTOFF NOT NUMERIC
002134           DISPLAY 'COBHSKP: BUSDATE RETENTION CUTOFF NOT '
002135                   'NUMERIC: ' BDT-RETAIN-CUTOFF
002136           MOVE 16 TO RETURN-CODE
002137           GOBACK
002138        END-IF
002139        MOVE BDT-RETAIN-CUTOFF TO WS-CUTOFF-DATE
002140        MOVE 'C' TO WS-CUTOFF-SRC-SW
002141     END-IF
002142     CLOSE BUSDATE-FILE
002143
002144*    A PARMCRD CUTOFF OVERRIDES THE CALENDAR FOR A MANUAL RUN
002145     OPEN INPUT PARM-FILE
002146     IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
002147        CLOSE PARM-FILE
002148     ELSE
002190        READ PARM-FILE
002200           AT END
002210              MOVE SPACES TO PRM-CUTOFF-DATE
002240        END-READ
002242        IF PRM-CUTOFF-DATE NOT = SPACES
002250           IF PRM-CUTOFF-DATE NOT NUMERIC
002260              DISPLAY 'COBHSKP: PARMCRD CUTOFF DATE NOT '
002270                      'NUMERIC: ' PRM-CUTOFF-DATE
002280              MOVE 16 TO RETURN-CODE
002290              GOBACK
002300           END-IF
002310           MOVE PRM-CUTOFF-DATE TO WS-CUTOFF-DATE
002312           MOVE 'O' TO WS-CUTOFF-SRC-SW
002314        END-IF
002320        CLOSE PARM-FILE
002325     END-IF
002330     OPEN OUTPUT HSKP-RPT
002340     MOVE SPACES TO RPT-LINE
002350     MOVE 'CHAIN DATASET RETENTION HOUSEKEEPING REPORT'
002360          TO RPT-LINE
002370     WRITE RPT-LINE
002380     MOVE SPACES TO RPT-LINE
002382     EVALUATE TRUE
002384        WHEN WS-CUTOFF-CALENDAR
002390           STRING 'ARCHIVE RECORDS DATED BEFORE '
002391                      DELIMITED BY SIZE
002400                  WS-CUTOFF-DATE DELIMITED BY SIZE
002402                  ' - CALENDAR RETENTION POINT ' DELIMITED BY SIZE
002404                  WS-BUS-DATE DELIMITED BY SIZE
002410                  INTO RPT-LINE
002412        WHEN WS-CUTOFF-OVERRIDE
002414           STRING 'ARCHIVE RECORDS DATED BEFORE '
002415                      DELIMITED BY SIZE
002416                  WS-CUTOFF-DATE DELIMITED BY SIZE
002418                  ' - PARMCRD OVERRIDE' DELIMITED BY SIZE
002419                  INTO RPT-LINE
002420        WHEN OTHER
002421           STRING 'BUSINESS DATE ' DELIMITED BY SIZE
002422                  WS-BUS-DATE DELIMITED BY SIZE
002423                  ' IS NOT A RETENTION POINT - NOTHING ARCHIVED'
002424                      DELIMITED BY SIZE
002425                  INTO RPT-LINE
002426     END-EVALUATE
002427     DISPLAY 'COBHSKP: BUSINESS DATE=' WS-BUS-DATE
002428             ' CUTOFF=' WS-CUTOFF-DATE
002429     WRITE RPT-LINE
002430     MOVE SPACES TO RPT-LINE
002440     WRITE RPT-LINE.
002450 1000-EXIT.
002460     EXIT.
002470
002471*----------------------------------------------------------------*
002472*    1500-VERIFY-AUDIT-CHAIN - WALK THE LIVE AUDITFL CHAIN.  ANY *
002473*                              BREAK STOPS THE RUN BEFORE THE    *
002474*                              SPLIT                             *
002475*----------------------------------------------------------------*
002476 1500-VERIFY-AUDIT-CHAIN.
002477     MOVE 'N' TO WS-EOF-SW
002478     OPEN INPUT AUDIT-FILE
002479     IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
002480        CLOSE AUDIT-FILE
002481        GO TO 1500-EXIT
002482     END-IF
002483     PERFORM 1600-VERIFY-AUDIT-REC THRU 1600-EXIT
002484         UNTIL WS-EOF-FILE
002485     CLOSE AUDIT-FILE
002486     MOVE WS-RUN-COUNT TO WS-RUNS-ED
002487     MOVE WS-CHAIN-BREAKS TO WS-BREAKS-ED
002488     MOVE SPACES TO RPT-LINE
002489     STRING 'AUDITFL  CHAIN RUNS=' DELIMITED BY SIZE
002490            WS-RUNS-ED DELIMITED BY SIZE
002491            ' BREAKS=' DELIMITED BY SIZE
002492            WS-BREAKS-ED DELIMITED BY SIZE
002493            INTO RPT-LINE
002494     WRITE RPT-LINE
002495     DISPLAY 'COBHSKP: AUDITFL CHAIN RUNS=' WS-RUN-COUNT
002496             ' BREAKS=' WS-CHAIN-BREAKS
002497     IF WS-CHAIN-BREAKS > 0
002498        PERFORM 1900-CHAIN-BROKEN THRU 1900-EXIT
002499     END-IF.
002500 1500-EXIT.
002501     EXIT.
002502
002503 1600-VERIFY-AUDIT-REC.
002504     READ AUDIT-FILE
002505        AT END
002506           MOVE 'Y' TO WS-EOF-SW
002507           GO TO 1600-EXIT
002508     END-READ
002509     ADD 1 TO WS-CHAIN-READ
002510     IF AUD-CHAIN-PGM = SPACES
002511        OR AUD-CHAIN-SEQ NOT NUMERIC
002512        OR AUD-CHAIN-CHECK NOT NUMERIC
002513        PERFORM 1650-UNCHAINED-REC THRU 1650-EXIT
002514        GO TO 1600-EXIT
002515     END-IF
002516     MOVE 'Y' TO WS-CHAIN-SEEN-SW
002517     MOVE AUD-CHAIN-PGM   TO WS-KEY-PGM
002518     MOVE AUD-RUN-DATE    TO WS-KEY-DATE
002519     MOVE AUD-STREAM-ID   TO WS-KEY-STREAM
002520     MOVE AUD-CHAIN-START TO WS-KEY-START
002521     PERFORM 1800-FIND-RUN THRU 1800-EXIT
002522     IF WS-FOUND
002523        PERFORM 1750-CONTINUE-RUN THRU 1750-EXIT
002524     ELSE
002525        PERFORM 1700-START-RUN THRU 1700-EXIT
002526     END-IF.
002527 1600-EXIT.
002528     EXIT.
002529
002530*----------------------------------------------------------------*
002531*    1650-UNCHAINED-REC - NO CHAIN FIELDS.  BEFORE THE FIRST     *
002532*                         CHAINED RECORD IT IS OLDER HISTORY;    *
002533*                         AFTER IT, IT WAS INSERTED              *
002534*----------------------------------------------------------------*
002535 1650-UNCHAINED-REC.
002536     IF NOT WS-CHAIN-SEEN
002537        GO TO 1650-EXIT
002538     END-IF
002539     MOVE AUD-EXEC-NAME TO WS-KEY-PGM
002540     MOVE AUD-RUN-DATE  TO WS-KEY-DATE
002541     MOVE AUD-STREAM-ID TO WS-KEY-STREAM
002542     MOVE AUD-RUN-TIME  TO WS-KEY-START
002543     MOVE 'GAP - UNCHAINED RECORD INSIDE THE CHAINED TRAIL'
002544          TO WS-EXC-TEXT
002545     PERFORM 6900-WRITE-CHAIN-EXCEPTION THRU 6900-EXIT.
002546 1650-EXIT.
002547     EXIT.
002548
002549*----------------------------------------------------------------*
002550*    1700-START-RUN - FIRST RECORD OF A RUN.  IT SHOULD BE       *
002551*                     SEQUENCE 1, CHAINED FROM ZERO              *
002552*----------------------------------------------------------------*
002553 1700-START-RUN.
002554     IF WS-RUN-COUNT >= 5000
002555        DISPLAY 'COBHSKP: MORE THAN 5000 RUNS ON AUDITFL'
002556        CLOSE AUDIT-FILE
002557        CLOSE HSKP-RPT
002558        MOVE 16 TO RETURN-CODE
002559        GOBACK
002560     END-IF
002561     ADD 1 TO WS-RUN-COUNT
002562     MOVE WS-RUN-COUNT TO WS-RUN-AT
002563     MOVE WS-RUN-KEY TO WS-RUN-T-KEY(WS-RUN-AT)
002564     IF AUD-CHAIN-SEQ = 1
002565        MOVE 0 TO WS-CHAIN-CHECK
002566        PERFORM 6800-COMPUTE-CHECK THRU 6800-EXIT
002567        IF WS-CHAIN-CHECK NOT = AUD-CHAIN-CHECK
002568           MOVE 'BROKEN CHECK - RECORD ALTERED' TO WS-EXC-TEXT
002569           PERFORM 6900-WRITE-CHAIN-EXCEPTION THRU 6900-EXIT
002570        END-IF
002571     ELSE
002572        COMPUTE WS-MISSING = AUD-CHAIN-SEQ - 1
002573        MOVE WS-MISSING TO WS-COUNT-ED
002574        STRING 'GAP - RUN STARTS HERE, RECORDS MISSING BEFORE IT:'
002575                   DELIMITED BY SIZE
002576               WS-COUNT-ED DELIMITED BY SIZE
002577               INTO WS-EXC-TEXT
002578        PERFORM 6900-WRITE-CHAIN-EXCEPTION THRU 6900-EXIT
002579     END-IF
002580     MOVE AUD-CHAIN-SEQ   TO WS-RUN-T-LAST-SEQ(WS-RUN-AT)
002581     MOVE AUD-CHAIN-CHECK TO WS-RUN-T-LAST-CHECK(WS-RUN-AT).
002582 1700-EXIT.
002583     EXIT.
002584
002585*----------------------------------------------------------------*
002586*    1750-CONTINUE-RUN - NEXT RECORD OF A RUN ALREADY SEEN.  A   *
002587*                        REPEATED OR LOWER SEQUENCE LEAVES THE   *
002588*                        RUN'S PLACE WHERE IT WAS; A GAP OR A    *
002589*                        BROKEN CHECK RESUMES FROM THIS RECORD   *
002590*----------------------------------------------------------------*
002591 1750-CONTINUE-RUN.
002592     EVALUATE TRUE
002593        WHEN AUD-CHAIN-SEQ = WS-RUN-T-LAST-SEQ(WS-RUN-AT)
002594           MOVE 'DUPLICATE - SEQUENCE NUMBER REPEATED'
002595                TO WS-EXC-TEXT
002596           PERFORM 6900-WRITE-CHAIN-EXCEPTION THRU 6900-EXIT
002597           GO TO 1750-EXIT
002598        WHEN AUD-CHAIN-SEQ < WS-RUN-T-LAST-SEQ(WS-RUN-AT)
002599           MOVE WS-RUN-T-LAST-SEQ(WS-RUN-AT) TO WS-COUNT-ED
002600           STRING 'OUT OF ORDER - FOLLOWS SEQUENCE:'
002601                      DELIMITED BY SIZE
002602                  WS-COUNT-ED DELIMITED BY SIZE
002603                  INTO WS-EXC-TEXT
002604           PERFORM 6900-WRITE-CHAIN-EXCEPTION THRU 6900-EXIT
002605           GO TO 1750-EXIT
002606        WHEN AUD-CHAIN-SEQ > WS-RUN-T-LAST-SEQ(WS-RUN-AT) + 1
002607           COMPUTE WS-MISSING = AUD-CHAIN-SEQ
002608                              - WS-RUN-T-LAST-SEQ(WS-RUN-AT) - 1
002609           MOVE WS-MISSING TO WS-COUNT-ED
002610           STRING 'GAP - RECORDS MISSING BEFORE THIS ONE:'
002611                      DELIMITED BY SIZE
002612                  WS-COUNT-ED DELIMITED BY SIZE
002613                  INTO WS-EXC-TEXT
002614           PERFORM 6900-WRITE-CHAIN-EXCEPTION THRU 6900-EXIT
002615        WHEN OTHER
002616           MOVE WS-RUN-T-LAST-CHECK(WS-RUN-AT) TO WS-CHAIN-CHECK
002617           PERFORM 6800-COMPUTE-CHECK THRU 6800-EXIT
002618           IF WS-CHAIN-CHECK NOT = AUD-CHAIN-CHECK
002619              MOVE 'BROKEN CHECK - RECORD ALTERED' TO WS-EXC-TEXT
002620              PERFORM 6900-WRITE-CHAIN-EXCEPTION THRU 6900-EXIT
002621           END-IF
002622     END-EVALUATE
002623     MOVE AUD-CHAIN-SEQ   TO WS-RUN-T-LAST-SEQ(WS-RUN-AT)
002624     MOVE AUD-CHAIN-CHECK TO WS-RUN-T-LAST-CHECK(WS-RUN-AT).
002625 1750-EXIT.
002626     EXIT.
002627
002628*----------------------------------------------------------------*
002629*    1800-FIND-RUN - LOOK UP WS-RUN-KEY IN THE RUN TABLE, THE    *
002630*                    LAST RUN FOUND FIRST                        *
002631*----------------------------------------------------------------*
002632 1800-FIND-RUN.
002633     MOVE 'N' TO WS-FOUND-SW
002634     IF WS-RUN-AT > 0
002635        IF WS-RUN-T-KEY(WS-RUN-AT) = WS-RUN-KEY
002636           MOVE 'Y' TO WS-FOUND-SW
002637           GO TO 1800-EXIT
002638        END-IF
002639     END-IF
002640     IF WS-RUN-COUNT = 0
002641        GO TO 1800-EXIT
002642     END-IF
002643     SET WS-RUN-IX TO 1
002644     SEARCH WS-RUN-ENTRY
002645        AT END
002646           MOVE 'N' TO WS-FOUND-SW
002647        WHEN WS-RUN-T-KEY(WS-RUN-IX) = WS-RUN-KEY
002648           MOVE 'Y' TO WS-FOUND-SW
002649           SET WS-RUN-AT TO WS-RUN-IX
002650     END-SEARCH.
002651 1800-EXIT.
002652     EXIT.
002653
002654*----------------------------------------------------------------*
002655*    1900-CHAIN-BROKEN - THE AUDIT TRAIL HAS BEEN TAMPERED WITH  *
002656*                        OR DAMAGED.  STOP WITH RC=8 BEFORE      *
002657*                        ANY FILE IS SPLIT SO THE JCL LEAVES     *
002658*                        THE LIVE FILES AS THEY ARE              *
002659*----------------------------------------------------------------*
002660 1900-CHAIN-BROKEN.
002661     DISPLAY 'COBHSKP: AUDITFL CHAIN BROKEN - NOTHING ARCHIVED'
002662     MOVE SPACES TO RPT-LINE
002663     STRING '*** RUN STOPPED - AUDITFL CHAIN BROKEN'
002664            DELIMITED BY SIZE
002665            ' - LIVE FILES LEFT UNTOUCHED' DELIMITED BY SIZE
002666            INTO RPT-LINE
002667     WRITE RPT-LINE
002668     CLOSE HSKP-RPT
002669     MOVE 8 TO RETURN-CODE
002670     GOBACK.
002671 1900-EXIT.
002672     EXIT.
002673
002680*----------------------------------------------------------------*
002690*    2000-SPLIT-AUDIT - SPLIT AUDITFL ON AUD-RUN-DATE            *
002500*----------------------------------------------------------------*
002510 2000-SPLIT-AUDIT.
002520     MOVE 'AUDITFL ' TO WS-FILE-LABEL
003910     END-IF.
003920 4100-EXIT.
003930     EXIT.
003931
003932*----------------------------------------------------------------*
003933*    4500-SPLIT-ERRATTR - SPLIT ERRATTR ON ERT-RUN-DATE          *
003934*----------------------------------------------------------------*
003935 4500-SPLIT-ERRATTR.
003936     MOVE 'ERRATTR ' TO WS-FILE-LABEL
003937     MOVE 0 TO WS-MOVED-COUNT
003938     MOVE 0 TO WS-KEPT-COUNT
003939     MOVE 'N' TO WS-EOF-SW
003940     OPEN INPUT ERRATTR-FILE
003941     IF WS-ERT-STATUS = '05' OR WS-ERT-STATUS = '35'
003942        CLOSE ERRATTR-FILE
003943        PERFORM 7000-WRITE-FILE-TOTALS THRU 7000-EXIT
003944        GO TO 4500-EXIT
003945     END-IF
003946     OPEN OUTPUT ERT-ARCH-FILE
003947     OPEN OUTPUT ERT-NEW-FILE
003948     PERFORM 4600-SPLIT-ERRATTR-REC THRU 4600-EXIT
003949         UNTIL WS-EOF-FILE
003950     CLOSE ERRATTR-FILE
003951     CLOSE ERT-ARCH-FILE
003952     CLOSE ERT-NEW-FILE
003953     PERFORM 7000-WRITE-FILE-TOTALS THRU 7000-EXIT.
003954 4500-EXIT.
003955     EXIT.
003956
003957 4600-SPLIT-ERRATTR-REC.
003958     READ ERRATTR-FILE
003959        AT END
003960           MOVE 'Y' TO WS-EOF-SW
003961           GO TO 4600-EXIT
003962     END-READ
003963     IF ERT-RUN-DATE NUMERIC AND ERT-RUN-DATE < WS-CUTOFF-DATE
003964        MOVE ERT-RECORD TO ETA-RECORD
003965        WRITE ETA-RECORD
003966        IF WS-ERT-ARCH-STATUS NOT = '00'
003967           PERFORM 7900-ARCHIVE-FAILURE THRU 7900-EXIT
003968        END-IF
003969        ADD 1 TO WS-MOVED-COUNT
003970     ELSE
003971        MOVE ERT-RECORD TO ETN-RECORD
003972        WRITE ETN-RECORD
003973        IF WS-ERT-NEW-STATUS NOT = '00'
003974           PERFORM 7900-ARCHIVE-FAILURE THRU 7900-EXIT
003975        END-IF
003976        ADD 1 TO WS-KEPT-COUNT
003977     END-IF.
003978 4600-EXIT.
003979     EXIT.
003940
003950*----------------------------------------------------------------*
003960*    5000-SPLIT-REXXOUT - SPLIT REXXOUT ON RXO-RUN-DATE          *
004610 7000-EXIT.
004620     EXIT.
004630
004631*----------------------------------------------------------------*
004632*    6800-COMPUTE-CHECK - CHAIN BYTES 1-229 OF THE AUDIT RECORD  *
004633*                         ONTO WS-CHAIN-CHECK                    *
004634*----------------------------------------------------------------*
004635 6800-COMPUTE-CHECK.
004636     PERFORM 6810-CHECK-ONE-BYTE THRU 6810-EXIT
004637         VARYING WS-CHAIN-POS FROM 1 BY 1
004638         UNTIL WS-CHAIN-POS > 229.
004639 6800-EXIT.
004640     EXIT.
004641
004642 6810-CHECK-ONE-BYTE.
004643     MOVE LOW-VALUE TO WS-CHAIN-BYTE-HI
004644     MOVE AUD-RECORD(WS-CHAIN-POS:1) TO WS-CHAIN-BYTE-LO
004645     COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
004646                           + WS-CHAIN-BYTE-NUM + 1
004647     DIVIDE WS-CHAIN-WORK BY 999999937
004648         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-CHECK.
004649 6810-EXIT.
004650     EXIT.
004651
004652*----------------------------------------------------------------*
004653*    6900-WRITE-CHAIN-EXCEPTION - ONE REPORT LINE FOR THE AUDIT  *
004654*                                 RECORD JUST READ               *
004655*----------------------------------------------------------------*
004656 6900-WRITE-CHAIN-EXCEPTION.
004657     ADD 1 TO WS-CHAIN-BREAKS
004658     MOVE WS-CHAIN-READ TO WS-XLN-RECNO
004659     MOVE WS-KEY-PGM    TO WS-XLN-PGM
004660     MOVE WS-KEY-DATE   TO WS-XLN-DATE
004661     MOVE WS-KEY-STREAM TO WS-XLN-STREAM
004662     MOVE WS-KEY-START  TO WS-XLN-START
004663     MOVE SPACES TO WS-XLN-SEQ
004664     IF AUD-CHAIN-SEQ NUMERIC
004665        MOVE AUD-CHAIN-SEQ TO WS-XLN-SEQ
004666     END-IF
004667     MOVE WS-EXC-TEXT   TO WS-XLN-TEXT
004668     MOVE WS-EXC-LINE   TO RPT-LINE
004669     WRITE RPT-LINE
004670     MOVE SPACES TO WS-EXC-TEXT.
004671 6900-EXIT.
004672     EXIT.
004673
004674*----------------------------------------------------------------*
004675*    7900-ARCHIVE-FAILURE - A SPLIT WRITE FAILED.  STOP THE      *
004660*                           RUN AT ONCE WITH RC=16 SO THE JCL    *
004670*                           NEVER REPLACES THE LIVE FILE -       *
004680*                           NOTHING IS DROPPED THAT WAS NOT      *
