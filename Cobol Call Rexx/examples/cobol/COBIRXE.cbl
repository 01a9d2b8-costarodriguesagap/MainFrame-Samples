000494*                     BLANK - A STRAY BLANK LINE IN THE HAND-     *
000495*                     EDITED MEMBER WOULD OTHERWISE MATCH AND     *
000496*                     HOLD EVERY TRANSACTION OF THE DAY.          *
000497*    2026-10-14 JCR   CHECK EACH TRANSACTION'S CLIENTE AGAINST THE*
000498*                     CLIFILE CLIENT MASTER (CPYCLI) BEFORE       *
000499*                     3500-ROUTE-EXEC.  A CLIENTE NOT ON THE      *
000499*                     MASTER, OR CANCELLED ON IT, GOES TO ERRFILE *
000499*                     WITH ITS OWN REASON TEXT INSTEAD OF BEING   *
000499*                     ROUTED.                                     *
000499*    2026-10-14 JCR   CARRY EXTENDED RATING ATTRIBUTES.  THE      *
000499*                     TRNATR RECORDS FOLLOWING A DETAIL ARE READ  *
000499*                     AHEAD WITH IT AND PARSED INTO KEY=VALUE     *
000499*                     PAIRS.  THE OPTIONAL ARGPROF PROFILE        *
000499*                     (CPYARP) NAMES THE ATTRIBUTES EACH EXEC     *
000499*                     NEEDS, IN ORDER; THEY ARE APPENDED AS       *
000499*                     ARGUMENTS 4 ONWARDS.  A MISSING MANDATORY   *
000499*                     ATTRIBUTE, A MALFORMED PAIR OR TOO MANY     *
000499*                     ATTRIBUTES REJECTS THE TRANSACTION TO       *
000499*                     ERRFILE.  EVERY REJECTED TRANSACTION'S      *
000499*                     ATTRIBUTE RECORDS GO TO ERRATTR (CPYERT)    *
000499*                     FOR COBERRCY, AND SET-ASIDE WORK KEEPS THEM *
000499*                     ON SETASIDE.  THE IRXJCL FALLBACK PASSES    *
000499*                     THEM TOO, OR IS SKIPPED WHEN THEY DO NOT    *
000499*                     FIT.                                        *
000499*    2026-10-14 JCR   STAMP THE PUBLISHED BUSINESS DATE FROM     *
000499*                     THE BUSDATE CONTROL RECORD (COBCALDT) ON   *
000499*                     EVERY RECORD WRITTEN INSTEAD OF THE CLOCK  *
000499*                     DATE, SO A RUN PAST MIDNIGHT OR A CATCH-UP *
000499*                     RUN STILL STAMPS THE DAY IT IS PROCESSING. *
000499*    2026-10-15 JCR   CHAIN THE AUDIT TRAIL.  EVERY AUDITFL      *
000499*                     RECORD CARRIES THIS RUN'S START TIME, A    *
000499*                     SEQUENCE NUMBER FROM 1 AND A RUNNING CHECK *
000499*                     VALUE CHAINED FROM THE PREVIOUS RECORD     *
000499*                     (5900-CHAIN-AUDIT); THE FINAL SEQUENCE AND *
000499*                     CHECK VALUE CLOSE THE RUN ON CTLFILE AS AN *
000499*                     'AUDCHAIN' RECORD FOR COBAUDVR.            *
000499*    2026-10-15 JCR   RENEWALS.  CARRY TRN-ORIGIN ('R' ON A      *
000499*                     COBRENEW RENEWAL) ONTO THE AUDIT TRAIL,    *
000499*                     ERRFILE AND SETASIDE, AND SET THE RENEWAL  *
000499*                     ANNIVERSARY (HST-ANNIV-DATE) ON HISTFL     *
000499*                     WHEN IT IS STILL BLANK.  THE AUDIT CHECK   *
000499*                     VALUE NOW COVERS BYTES 1-229.              *
000499*    2026-10-15 JCR   KEEP THE ATTRIBUTE SET EACH CLIENTE/PRODUTO*
000499*                     WAS LAST RATED WITH ON HISTATR (CPYHAT),   *
000499*                     REWRITTEN ALONGSIDE HISTFL BY              *
000499*                     6650-SAVE-ATTRIBUTES, SO COBRENEW CAN      *
000499*                     REPLAY IT BEHIND A RENEWAL.                *
000465*                                                                *
000449******************************************************************
000442 IDENTIFICATION DIVISION.
000609            ORGANIZATION IS SEQUENTIAL
000609            FILE STATUS IS WS-PARM-STATUS.
000609
000609     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000609            ORGANIZATION IS SEQUENTIAL
000609            FILE STATUS IS WS-BDT-STATUS.
000609
000609     SELECT OPTIONAL ARGPROF-FILE ASSIGN TO ARGPROF
000609            ORGANIZATION IS SEQUENTIAL
000609            FILE STATUS IS WS-ARP-STATUS.
000609
000609     SELECT OPTIONAL ERRATTR-FILE ASSIGN TO ERRATTR
000609            ORGANIZATION IS SEQUENTIAL
000609            FILE STATUS IS WS-ERT-STATUS.
000609
000609     SELECT OPTIONAL SETASIDE-FILE ASSIGN TO SETASIDE
000609            ORGANIZATION IS SEQUENTIAL
000609            FILE STATUS IS WS-SAS-STATUS.
000790            ORGANIZATION IS SEQUENTIAL
000800            FILE STATUS IS WS-CTL-STATUS.
000810
000811*    CLIFILE IS THE CLIENT MASTER KSDS, MAINTAINED BY COBCLIMT.
000812*    IT IS READ HERE BY KEY ONLY AND IS REQUIRED.
000813     SELECT CLIENT-FILE     ASSIGN TO CLIFILE
000814            ORGANIZATION IS INDEXED
000815            ACCESS MODE IS RANDOM
000816            RECORD KEY IS CLI-KEY
000817            FILE STATUS IS WS-CLI-STATUS.
000818
000820*    HISTFL IS A KSDS.  ON A REAL VSAM SYSTEM THE CLUSTER MUST BE
000830*    PRE-ALLOCATED BY IDCAMS DEFINE CLUSTER BEFORE THIS PROGRAM
000840*    RUNS.  THE OPEN OUTPUT/CLOSE/OPEN I-O FALLBACK IN
000890            ACCESS MODE IS DYNAMIC
000900            RECORD KEY IS HST-KEY
000910            FILE STATUS IS WS-HIST-STATUS.
000915
000915*    HISTATR IS A KSDS KEYED LIKE HISTFL HOLDING THE LAST-RATED
000915*    ATTRIBUTE SET PER CLIENTE/PRODUTO.  THE SAME IDCAMS NOTE AS
000915*    HISTFL APPLIES.
000915     SELECT OPTIONAL HISTATR-FILE ASSIGN TO HISTATR
000915            ORGANIZATION IS INDEXED
000915            ACCESS MODE IS DYNAMIC
000915            RECORD KEY IS HAT-KEY
000915            FILE STATUS IS WS-HAT-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000979     05  PRM-TRIP-LIMIT          PIC X(03).
000979     05  FILLER                  PIC X(77).
000979
000979 FD  BUSDATE-FILE
000979     RECORDING MODE IS F.
000979     COPY CPYBDT.
000979
000979 FD  ARGPROF-FILE
000979     RECORDING MODE IS F.
000979     COPY CPYARP.
000979
000979 FD  ERRATTR-FILE
000979     RECORDING MODE IS F.
000979     COPY CPYERT.
000979
000979 FD  SETASIDE-FILE
000979     RECORDING MODE IS F.
000979     COPY CPYTRN REPLACING LEADING ==TRN-== BY ==SAS-==.
001230
001240 FD  HIST-FILE.
001250     COPY CPYHST.
001252
001254 FD  CLIENT-FILE.
001256     COPY CPYCLI.
001257
001257 FD  HISTATR-FILE.
001257     COPY CPYHAT.
001260
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------------*
001350 77  WS-ERR-STATUS               PIC X(02) VALUE SPACES.
001360 77  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
001370 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001371 77  WS-HAT-STATUS               PIC X(02) VALUE SPACES.
001372 77  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
001374 77  WS-HELD-RPT-STATUS          PIC X(02) VALUE SPACES.
001376 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001377 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001378 77  WS-SAS-STATUS               PIC X(02) VALUE SPACES.
001379 77  WS-SHADOW-STATUS            PIC X(02) VALUE SPACES.
001379 77  WS-CLI-STATUS               PIC X(02) VALUE SPACES.
001379 77  WS-ARP-STATUS               PIC X(02) VALUE SPACES.
001379 77  WS-ERT-STATUS               PIC X(02) VALUE SPACES.
001379 77  WS-CLIENT-OK-SW             PIC X(01) VALUE 'N'.
001379     88  WS-CLIENT-OK                        VALUE 'Y'.
001380 77  WS-HIST-FOUND-SW            PIC X(01) VALUE 'N'.
001390     88  WS-HIST-FOUND                       VALUE 'Y'.
001391 77  WS-HAT-FOUND-SW             PIC X(01) VALUE 'N'.
001391     88  WS-HAT-FOUND                        VALUE 'Y'.
001391 77  WS-HAT-SUB                  PIC 9(04) COMP VALUE 0.
001400
001410*----------------------------------------------------------------*
001420*    RUN SWITCHES AND COUNTERS                                   *
001576     88  WS-SEG-OPEN                         VALUE 'Y'.
001578 77  WS-INTEGRITY-SW             PIC X(01) VALUE 'Y'.
001580     88  WS-TRANSIN-SOUND                    VALUE 'Y'.
001580 77  WS-SEG-ATR-COUNT            PIC 9(07) COMP VALUE 0.
001560 77  WS-CKP-FULL-SW              PIC X(01) VALUE 'N'.
001570     88  WS-CKP-FULL                         VALUE 'Y'.
001580
001769 01  WS-SHW-API-RC               PIC S9(9) COMP VALUE 0.
001770 01  WS-SHW-REXX-RC              PIC S9(9) COMP VALUE 0.
001771
001771*----------------------------------------------------------------*
001771*    EXEC ARGUMENT PROFILE - LOADED FROM THE OPTIONAL ARGPROF    *
001771*    AT INITIALIZE.  ONE ENTRY PER ATTRIBUTE AN EXEC NEEDS, IN   *
001771*    ARGUMENT ORDER, AT MOST WS-ARP-MAX-PER-EXEC PER EXEC        *
001771*----------------------------------------------------------------*
001771 77  WS-ARP-COUNT                PIC 9(04) COMP VALUE 0.
001771 77  WS-ARP-MAX-PER-EXEC         PIC 9(02) COMP VALUE 9.
001771 77  WS-ARP-EXEC-COUNT           PIC 9(02) COMP VALUE 0.
001771 77  WS-ARP-SUB                  PIC 9(04) COMP VALUE 0.
001771 77  WS-ARP-FULL-SW              PIC X(01) VALUE 'N'.
001771     88  WS-ARP-FULL                         VALUE 'Y'.
001771 77  WS-ARP-EOF-SW               PIC X(01) VALUE 'N'.
001771     88  WS-ARP-EOF                          VALUE 'Y'.
001771 01  WS-ARP-TABLE.
001771     05  WS-ARP-ENTRY            OCCURS 1 TO 500 TIMES
001771                                 DEPENDING ON WS-ARP-COUNT
001771                                 INDEXED BY WS-ARP-IX.
001771         10  WS-ARP-T-EXEC       PIC X(08).
001771         10  WS-ARP-T-KEY        PIC X(16).
001771         10  WS-ARP-T-MAND-SW    PIC X(01).
001771             88  WS-ARP-T-MANDATORY          VALUE 'Y'.
001771
001771*----------------------------------------------------------------*
001771*    ATTRIBUTES OF THE CURRENT TRANSACTION - THE TRNATR RECORDS  *
001771*    THAT FOLLOWED THE DETAIL, KEPT RAW FOR ERRATTR/SETASIDE     *
001771*    AND PARSED INTO KEY=VALUE PAIRS FOR THE ARGUMENT LIST.      *
001771*    READING AHEAD FOR THEM LEAVES THE NEXT NON-ATTRIBUTE        *
001771*    RECORD (OR END OF FILE) PENDING FOR THE NEXT READ           *
001771*----------------------------------------------------------------*
001771 77  WS-PEND-SW                  PIC X(01) VALUE 'N'.
001771     88  WS-PEND-REC-HELD                    VALUE 'Y'.
001771 77  WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
001771     88  WS-PEND-EOF                         VALUE 'Y'.
001771 01  WS-PEND-REC                 PIC X(60) VALUE SPACES.
001771 77  WS-ATR-READ-COUNT           PIC 9(07) COMP VALUE 0.
001771 77  WS-ERT-COUNT                PIC 9(07) COMP VALUE 0.
001771 77  WS-SAS-ATR-COUNT            PIC 9(07) COMP VALUE 0.
001771 77  WS-ATR-REC-COUNT            PIC 9(04) COMP VALUE 0.
001771 77  WS-ATP-COUNT                PIC 9(04) COMP VALUE 0.
001771 77  WS-ATR-SUB                  PIC 9(04) COMP VALUE 0.
001771 77  WS-ATR-PTR                  PIC 9(04) COMP VALUE 0.
001771 77  WS-ATR-EQ-COUNT             PIC 9(02) COMP VALUE 0.
001771 77  WS-ATR-BAD-SW               PIC X(01) VALUE 'N'.
001771     88  WS-ATR-MALFORMED                    VALUE 'Y'.
001771 77  WS-ATR-OVER-SW              PIC X(01) VALUE 'N'.
001771     88  WS-ATR-TOO-MANY                     VALUE 'Y'.
001771 77  WS-ATR-FOUND-SW             PIC X(01) VALUE 'N'.
001771     88  WS-ATR-FOUND                        VALUE 'Y'.
001771 77  WS-ATTR-OK-SW               PIC X(01) VALUE 'Y'.
001771     88  WS-ATTRS-OK                         VALUE 'Y'.
001771 01  WS-ATR-PAIR                 PIC X(52) VALUE SPACES.
001771 01  WS-ATR-KEY-WORK             PIC X(32) VALUE SPACES.
001771 01  WS-ATR-VAL-WORK             PIC X(32) VALUE SPACES.
001771 01  WS-ATR-BAD-TEXT             PIC X(32) VALUE SPACES.
001771 01  WS-ATR-REJ-TEXT             PIC X(32) VALUE SPACES.
001771 01  WS-ATR-RAW-TABLE.
001771     05  WS-ATR-RAW-ENTRY        OCCURS 1 TO 10 TIMES
001771                                 DEPENDING ON WS-ATR-REC-COUNT
001771                                 INDEXED BY WS-ATR-IX.
001771         10  WS-ATR-T-RAW        PIC X(60).
001771 01  WS-ATP-TABLE.
001771     05  WS-ATP-ENTRY            OCCURS 1 TO 20 TIMES
001771                                 DEPENDING ON WS-ATP-COUNT
001771                                 INDEXED BY WS-ATP-IX.
001771         10  WS-ATP-T-KEY        PIC X(16).
001771         10  WS-ATP-T-PAIR       PIC X(32).
001771
001700*----------------------------------------------------------------*
001710*    CURRENT TRANSACTION - CLIENTE/PRODUTO/CANAL DRIVING THIS    *
001720*    IRXEXEC CALL                                                *
001760 01  WS-CURR-CANAL               PIC X(08) VALUE SPACES.
001762 01  WS-CURR-RECYCLE             PIC 9(02) VALUE 0.
001764 01  WS-CURR-PRIORITY            PIC X(01) VALUE '9'.
001764 01  WS-CURR-ORIGIN              PIC X(01) VALUE SPACE.
001770
001780*----------------------------------------------------------------*
001790*    TIMESTAMP WORK AREA - BUSINESS DATE FROM BUSDATE, TIME    *
001795*    BUILT WITH ACCEPT FROM TIME                                 *
001800*----------------------------------------------------------------*
001810 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001820 01  WS-CURRENT-TIME-LONG        PIC X(08) VALUE SPACES.
001830 01  WS-CURRENT-TIME REDEFINES WS-CURRENT-TIME-LONG.
001840     05  WS-CURRENT-TIME-HHMMSS  PIC X(06).
001850     05  FILLER                  PIC X(02).
001860
001861*----------------------------------------------------------------*
001862*    AUDIT CHAIN - EVERY AUDITFL RECORD THIS RUN WRITES CARRIES  *
001863*    THE RUN START TIME, A SEQUENCE NUMBER FROM 1 AND A RUNNING  *
001864*    CHECK VALUE OVER ITS FIRST 229 BYTES, CHAINED FROM THE      *
001865*    PREVIOUS RECORD'S.  A BYTE'S VALUE IS TAKEN THROUGH A       *
001866*    HALFWORD WHOSE HIGH-ORDER BYTE IS LOW-VALUE                 *
001867*----------------------------------------------------------------*
001868 01  WS-CHAIN-START              PIC X(06) VALUE SPACES.
001869 01  WS-CHAIN-SEQ                PIC 9(07) COMP VALUE 0.
001870 01  WS-CHAIN-CHECK              PIC 9(09) COMP VALUE 0.
001871 01  WS-CHAIN-WORK               PIC 9(11) COMP VALUE 0.
001872 01  WS-CHAIN-QUOT               PIC 9(11) COMP VALUE 0.
001873 01  WS-CHAIN-POS                PIC 9(04) COMP VALUE 0.
001874 01  WS-CHAIN-BYTE-AREA.
001875     05  WS-CHAIN-BYTE-NUM       PIC 9(04) COMP.
001876 01  WS-CHAIN-BYTE-X REDEFINES WS-CHAIN-BYTE-AREA.
001877     05  WS-CHAIN-BYTE-HI        PIC X(01).
001878     05  WS-CHAIN-BYTE-LO        PIC X(01).
001879
001870*----------------------------------------------------------------*
001880*    IRXEXEC CONTROL BLOCKS - SIMPLIFICADOS PARA DOCUMENTAR O    *
001890*    FLUXO IRXEXEC.                                              *
001935*    PATH (SEE COBIRXJ) BEFORE IT IS COUNTED AS FAILED.           *
001936*----------------------------------------------------------------*
001937 01  WS-JCL-ARG-TEXT             PIC X(80) VALUE SPACES.
001937 77  WS-JCL-PTR                  PIC 9(04) COMP VALUE 0.
001937 77  WS-JCL-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001937     88  WS-JCL-OVERFLOW                     VALUE 'Y'.
001938 01  WS-JCL-RET-CODE             PIC S9(9) COMP VALUE 0.
001939 01  WS-JCL-API-RC               PIC S9(9) COMP VALUE 0.
001940
001945*----------------------------------------------------------------*
001946 77  WS-EMB-BLANK-SW             PIC X(01) VALUE 'N'.
001947     88  WS-EMB-BLANK                        VALUE 'Y'.
001948 01  WS-EMB-FIELD                PIC X(32) VALUE SPACES.
001949 77  WS-EMB-MAX                  PIC 9(02) COMP VALUE 0.
001950 77  WS-EMB-LEN                  PIC 9(02) COMP VALUE 0.
001951 77  WS-EMB-COUNT                PIC 9(02) COMP VALUE 0.
002110                                 INDEXED BY WS-EVBK-IX
002120                                 PIC X(80).
002130
002132*----------------------------------------------------------------*
002134*    ARGUMENT LIST - THE THREE BASE KEYS, THEN UP TO NINE        *
002136*    PROFILE ATTRIBUTES.  WS-ARG-COUNT SAYS HOW MANY ARE LIVE    *
002138*----------------------------------------------------------------*
002140 01  WS-ARG-COUNT                PIC S9(4) COMP VALUE 3.
002150 01  WS-ARG-TABLE.
002160     05  WS-ARG-1                PIC X(32) VALUE SPACES.
002170     05  WS-ARG-2                PIC X(32) VALUE SPACES.
002180     05  WS-ARG-3                PIC X(32) VALUE SPACES.
002185     05  WS-ARG-EXT              PIC X(32) VALUE SPACES
002187                                 OCCURS 9 TIMES.
002190 01  WS-ARG-TABLE-R REDEFINES WS-ARG-TABLE.
002200     05  WS-ARG-ENTRY            OCCURS 12 TIMES
002210                                 INDEXED BY WS-ARG-IX
002220                                 PIC X(32).
002230
002500*                      AND PRIME THE FIRST TRANSACTION READ      *
002510*----------------------------------------------------------------*
002520 1000-INITIALIZE.
002530     PERFORM 1050-READ-BUS-DATE THRU 1050-EXIT
002540     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
002545     MOVE WS-CURRENT-TIME-HHMMSS TO WS-CHAIN-START
002550
002560     OPEN INPUT TRANS-FILE
002570     IF WS-TRANS-STATUS NOT = '00'
002760        OPEN OUTPUT ERR-FILE
002770     END-IF
002780
002780     OPEN EXTEND ERRATTR-FILE
002780     IF WS-ERT-STATUS = '05' OR WS-ERT-STATUS = '35'
002780        OPEN OUTPUT ERRATTR-FILE
002780     END-IF
002780
002782     OPEN INPUT CLIENT-FILE
002784     IF WS-CLI-STATUS NOT = '00'
002785        DISPLAY 'COBIRXE: OPEN CLIFILE FAILED, STATUS='
002786                WS-CLI-STATUS
002787        MOVE 16 TO RETURN-CODE
002788        GOBACK
002789     END-IF
002789
002790     OPEN I-O HIST-FILE
002800     IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
002810        OPEN OUTPUT HIST-FILE
002820        CLOSE HIST-FILE
002830        OPEN I-O HIST-FILE
002840     END-IF
002845
002845     OPEN I-O HISTATR-FILE
002845     IF WS-HAT-STATUS = '05' OR WS-HAT-STATUS = '35'
002845        OPEN OUTPUT HISTATR-FILE
002845        CLOSE HISTATR-FILE
002845        OPEN I-O HISTATR-FILE
002845     END-IF
002850
002860     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT
002862     PERFORM 1300-LOAD-ROUTES THRU 1300-EXIT
002863     PERFORM 1500-LOAD-HOLDS THRU 1500-EXIT
002864     PERFORM 1400-READ-STREAM-CARD THRU 1400-EXIT
002865     PERFORM 1600-READ-TRIP-PARM THRU 1600-EXIT
002865     PERFORM 1700-LOAD-PROFILES THRU 1700-EXIT
002866     OPEN OUTPUT HELD-RPT
002867     MOVE SPACES TO RPT-LINE
002868     MOVE 'OPERATOR HOLD LIST - HELD WORK REPORT' TO RPT-LINE
002869     OPEN OUTPUT SETASIDE-FILE
002869     MOVE SPACES TO SAS-RECORD
002869     MOVE 'TRNHDR' TO SAS-HDR-ID
002869     MOVE WS-BUS-DATE TO SAS-HDR-BUS-DATE
002869     WRITE SAS-HEADER-REC
002870     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
002880 1000-EXIT.
002890     EXIT.
002891
002892*----------------------------------------------------------------*
002893*    1050-READ-BUS-DATE - TAKE THE BUSINESS DATE FROM THE        *
002894*                         BUSDATE CONTROL RECORD PUBLISHED BY    *
002895*                         COBCALDT; IT STAMPS EVERY RECORD THE   *
002896*                         RUN WRITES                             *
002897*----------------------------------------------------------------*
002898 1050-READ-BUS-DATE.
002899     OPEN INPUT BUSDATE-FILE
002899     IF WS-BDT-STATUS NOT = '00'
002899        DISPLAY 'COBIRXE: OPEN BUSDATE FAILED, STATUS='
002899                WS-BDT-STATUS
002899        MOVE 16 TO RETURN-CODE
002899        GOBACK
002899     END-IF
002899     READ BUSDATE-FILE
002899        AT END
002899           DISPLAY 'COBIRXE: BUSDATE IS EMPTY'
002899           MOVE 16 TO RETURN-CODE
002899           GOBACK
002899     END-READ
002899     IF BDT-BUS-DATE NOT NUMERIC
002899        DISPLAY 'COBIRXE: BUSDATE BUSINESS DATE NOT NUMERIC: '
002899                BDT-BUS-DATE
002899        MOVE 16 TO RETURN-CODE
002899        GOBACK
002899     END-IF
002899     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002899     CLOSE BUSDATE-FILE
002899     DISPLAY 'COBIRXE: BUSINESS DATE=' WS-BUS-DATE.
002899 1050-EXIT.
002899     EXIT.
002900
002910*----------------------------------------------------------------*
002920*    1100-LOAD-CHECKPOINT - READ CHKPTFL INTO WS-CKP-TABLE SO    *
003398 1600-EXIT.
003399     EXIT.
003400
003400*----------------------------------------------------------------*
003400*    1700-LOAD-PROFILES - READ THE OPTIONAL ARGPROF ARGUMENT     *
003400*                         PROFILE INTO WS-ARP-TABLE.  NO FILE    *
003400*                         MEANS EVERY EXEC GETS THE THREE BASE   *
003400*                         ARGUMENTS ONLY                         *
003400*----------------------------------------------------------------*
003400 1700-LOAD-PROFILES.
003400     OPEN INPUT ARGPROF-FILE
003400     IF WS-ARP-STATUS = '05' OR WS-ARP-STATUS = '35'
003400        CLOSE ARGPROF-FILE
003400        GO TO 1700-EXIT
003400     END-IF
003400     PERFORM 1710-LOAD-PROFILE-REC THRU 1710-EXIT
003400         UNTIL WS-ARP-EOF
003400     CLOSE ARGPROF-FILE
003400     DISPLAY 'COBIRXE: ARGUMENT PROFILE ENTRIES=' WS-ARP-COUNT.
003400 1700-EXIT.
003400     EXIT.
003400
003400 1710-LOAD-PROFILE-REC.
003400     READ ARGPROF-FILE
003400        AT END
003400           MOVE 'Y' TO WS-ARP-EOF-SW
003400           GO TO 1710-EXIT
003400     END-READ
003400     IF ARP-EXEC-NAME = SPACES OR ARP-ATTR-KEY = SPACES
003400        DISPLAY 'COBIRXE: INCOMPLETE ARGPROF RECORD IGNORED'
003400        GO TO 1710-EXIT
003400     END-IF
003400     IF WS-ARP-COUNT >= 500
003400        IF NOT WS-ARP-FULL
003400           DISPLAY 'COBIRXE: PROFILE TABLE FULL AT 500 '
003400                   'ENTRIES, IGNORING FURTHER ARGPROF RECS'
003400           MOVE 'Y' TO WS-ARP-FULL-SW
003400        END-IF
003400        GO TO 1710-EXIT
003400     END-IF
003400     MOVE 0 TO WS-ARP-EXEC-COUNT
003400     PERFORM 1720-COUNT-EXEC-ENTRY THRU 1720-EXIT
003400         VARYING WS-ARP-SUB FROM 1 BY 1
003400         UNTIL WS-ARP-SUB > WS-ARP-COUNT
003400     IF WS-ARP-EXEC-COUNT >= WS-ARP-MAX-PER-EXEC
003400        DISPLAY 'COBIRXE: EXEC ' ARP-EXEC-NAME
003400                ' ALREADY HAS 9 PROFILE ATTRIBUTES, IGNORING '
003400                ARP-ATTR-KEY
003400        GO TO 1710-EXIT
003400     END-IF
003400     ADD 1 TO WS-ARP-COUNT
003400     MOVE ARP-EXEC-NAME TO WS-ARP-T-EXEC(WS-ARP-COUNT)
003400     MOVE ARP-ATTR-KEY  TO WS-ARP-T-KEY(WS-ARP-COUNT)
003400     MOVE ARP-MANDATORY TO WS-ARP-T-MAND-SW(WS-ARP-COUNT).
003400 1710-EXIT.
003400     EXIT.
003400
003400 1720-COUNT-EXEC-ENTRY.
003400     IF WS-ARP-T-EXEC(WS-ARP-SUB) = ARP-EXEC-NAME
003400        ADD 1 TO WS-ARP-EXEC-COUNT
003400     END-IF.
003400 1720-EXIT.
003400     EXIT.
003400
003308*----------------------------------------------------------------*
003309*    1200-READ-TRANS - PRIME/ADVANCE THE TRANSACTION FILE        *
003310*----------------------------------------------------------------*
003300 1200-READ-TRANS.
003301     IF WS-PEND-EOF
003302        MOVE 'Y' TO WS-EOF-SW
003303        PERFORM 1260-VERIFY-AT-EOF THRU 1260-EXIT
003304        GO TO 1200-EXIT
003305     END-IF
003306     IF WS-PEND-REC-HELD
003307        MOVE 'N' TO WS-PEND-SW
003308        MOVE WS-PEND-REC TO TRN-RECORD
003309     ELSE
003310     READ TRANS-FILE
003320        AT END
003330           MOVE 'Y' TO WS-EOF-SW
003331           PERFORM 1260-VERIFY-AT-EOF THRU 1260-EXIT
003332           GO TO 1200-EXIT
003340     END-READ
003340     END-IF
003341     IF TRN-IS-HEADER
003341        IF WS-SEG-OPEN
003342           DISPLAY 'COBIRXE: TRANSIN HEADER FOUND WITH THE '
003345        END-IF
003346        ADD 1 TO WS-HDR-COUNT
003347        MOVE 0 TO WS-SEG-COUNT
003347        MOVE 0 TO WS-SEG-ATR-COUNT
003348        MOVE 'Y' TO WS-SEG-OPEN-SW
003349        GO TO 1200-READ-TRANS
003350     END-IF
003357        ADD 1 TO WS-TRL-COUNT
003358        PERFORM 1250-CHECK-TRAILER THRU 1250-EXIT
003359        MOVE 0 TO WS-SEG-COUNT
003359        MOVE 0 TO WS-SEG-ATR-COUNT
003360        MOVE 'N' TO WS-SEG-OPEN-SW
003361        GO TO 1200-READ-TRANS
003362     END-IF
003362*    AN ATTRIBUTE RECORD IS ONLY EVER COLLECTED BEHIND ITS
003362*    DETAIL IN 1210 - ONE ARRIVING HERE HAS LOST ITS DETAIL
003362     IF TRN-IS-ATTR
003362        DISPLAY 'COBIRXE: TRANSIN ATTRIBUTE RECORD WITH NO '
003362                'DETAIL - DETAIL LOST'
003362        MOVE 'N' TO WS-INTEGRITY-SW
003362        ADD 1 TO WS-ATR-READ-COUNT
003362        ADD 1 TO WS-SEG-ATR-COUNT
003362        GO TO 1200-READ-TRANS
003362     END-IF
003355     ADD 1 TO WS-REC-COUNT
003356     ADD 1 TO WS-SEG-COUNT
003360     MOVE TRN-CLIENTE TO WS-CURR-CLIENTE
003391        MOVE TRN-PRIORITY TO WS-CURR-PRIORITY
003392     ELSE
003393        MOVE '9' TO WS-CURR-PRIORITY
003394     END-IF
003394     IF TRN-ORIGIN-RENEWAL
003394        MOVE 'R' TO WS-CURR-ORIGIN
003394     ELSE
003394        MOVE SPACE TO WS-CURR-ORIGIN
003394     END-IF
003395     MOVE 0 TO WS-ATR-REC-COUNT
003395     MOVE 0 TO WS-ATP-COUNT
003395     MOVE 'N' TO WS-ATR-BAD-SW
003395     MOVE 'N' TO WS-ATR-OVER-SW
003395     MOVE SPACES TO WS-ATR-BAD-TEXT
003396     PERFORM 1210-READ-ATTRS THRU 1210-EXIT.
003400 1200-EXIT.
003410     EXIT.
003411
003411*----------------------------------------------------------------*
003411*    1210-READ-ATTRS - COLLECT THE TRNATR RECORDS FOLLOWING THE  *
003411*                      DETAIL.  THE FIRST OTHER RECORD, OR END   *
003411*                      OF FILE, IS LEFT PENDING FOR 1200         *
003411*----------------------------------------------------------------*
003411 1210-READ-ATTRS.
003411     READ TRANS-FILE
003411        AT END
003411           MOVE 'Y' TO WS-PEND-EOF-SW
003411           GO TO 1210-EXIT
003411     END-READ
003411     IF NOT TRN-IS-ATTR
003411        MOVE TRN-RECORD TO WS-PEND-REC
003411        MOVE 'Y' TO WS-PEND-SW
003411        GO TO 1210-EXIT
003411     END-IF
003411     ADD 1 TO WS-ATR-READ-COUNT
003411     ADD 1 TO WS-SEG-ATR-COUNT
003411     IF WS-ATR-REC-COUNT >= 10
003411        MOVE 'Y' TO WS-ATR-OVER-SW
003411     ELSE
003411        ADD 1 TO WS-ATR-REC-COUNT
003411        MOVE TRN-ATTR-REC TO WS-ATR-T-RAW(WS-ATR-REC-COUNT)
003411        MOVE 1 TO WS-ATR-PTR
003411        PERFORM 1220-PARSE-ONE-PAIR THRU 1220-EXIT
003411            UNTIL WS-ATR-PTR > 52
003411     END-IF
003411     GO TO 1210-READ-ATTRS.
003411 1210-EXIT.
003411     EXIT.
003411
003411*----------------------------------------------------------------*
003411*    1220-PARSE-ONE-PAIR - TAKE THE NEXT ';'-DELIMITED PAIR OFF  *
003411*                          THE ATTRIBUTE TEXT.  A PAIR MUST BE   *
003411*                          KEY=VALUE WITH ONE '=', NEITHER SIDE  *
003411*                          BLANK, A KEY OF AT MOST 16 BYTES AND  *
003411*                          AT MOST 32 BYTES IN ALL.  THE FIRST   *
003411*                          BAD PAIR IS KEPT FOR THE REJECT       *
003411*----------------------------------------------------------------*
003411 1220-PARSE-ONE-PAIR.
003411     MOVE SPACES TO WS-ATR-PAIR
003411     UNSTRING TRN-ATR-TEXT DELIMITED BY ';'
003411        INTO WS-ATR-PAIR
003411        WITH POINTER WS-ATR-PTR
003411     END-UNSTRING
003411     IF WS-ATR-PAIR = SPACES
003411        GO TO 1220-EXIT
003411     END-IF
003411     IF WS-ATR-PAIR(1:1) = SPACE
003411        OR WS-ATR-PAIR(33:20) NOT = SPACES
003411        PERFORM 1230-FLAG-BAD-PAIR THRU 1230-EXIT
003411        GO TO 1220-EXIT
003411     END-IF
003411     MOVE 0 TO WS-ATR-EQ-COUNT
003411     INSPECT WS-ATR-PAIR TALLYING WS-ATR-EQ-COUNT FOR ALL '='
003411     IF WS-ATR-EQ-COUNT NOT = 1
003411        PERFORM 1230-FLAG-BAD-PAIR THRU 1230-EXIT
003411        GO TO 1220-EXIT
003411     END-IF
003411     MOVE SPACES TO WS-ATR-KEY-WORK WS-ATR-VAL-WORK
003411     UNSTRING WS-ATR-PAIR DELIMITED BY '='
003411        INTO WS-ATR-KEY-WORK WS-ATR-VAL-WORK
003411     END-UNSTRING
003411     IF WS-ATR-KEY-WORK = SPACES OR WS-ATR-VAL-WORK = SPACES
003411        OR WS-ATR-KEY-WORK(17:16) NOT = SPACES
003411        PERFORM 1230-FLAG-BAD-PAIR THRU 1230-EXIT
003411        GO TO 1220-EXIT
003411     END-IF
003411*    THE SAME KEY TWICE LEAVES THE EXEC'S INPUT AMBIGUOUS
003411     IF WS-ATP-COUNT > 0
003411        SET WS-ATP-IX TO 1
003411        SEARCH WS-ATP-ENTRY
003411           AT END
003411              CONTINUE
003411           WHEN WS-ATP-T-KEY(WS-ATP-IX) = WS-ATR-KEY-WORK
003411              PERFORM 1230-FLAG-BAD-PAIR THRU 1230-EXIT
003411              GO TO 1220-EXIT
003411        END-SEARCH
003411     END-IF
003411     IF WS-ATP-COUNT >= 20
003411        MOVE 'Y' TO WS-ATR-OVER-SW
003411        GO TO 1220-EXIT
003411     END-IF
003411     ADD 1 TO WS-ATP-COUNT
003411     MOVE WS-ATR-KEY-WORK TO WS-ATP-T-KEY(WS-ATP-COUNT)
003411     MOVE WS-ATR-PAIR     TO WS-ATP-T-PAIR(WS-ATP-COUNT).
003411 1220-EXIT.
003411     EXIT.
003411
003411 1230-FLAG-BAD-PAIR.
003411     IF NOT WS-ATR-MALFORMED
003411        MOVE WS-ATR-PAIR TO WS-ATR-BAD-TEXT
003411     END-IF
003411     MOVE 'Y' TO WS-ATR-BAD-SW.
003411 1230-EXIT.
003411     EXIT.
003412
003413*----------------------------------------------------------------*
003414*    1250-CHECK-TRAILER - THE TRAILER COUNT MUST MATCH THE       *
003426        DISPLAY 'COBIRXE: TRANSIN TRAILER COUNT ' TRN-TRL-COUNT
003427                ' DOES NOT MATCH DETAILS READ ' WS-SEG-COUNT
003428        MOVE 'N' TO WS-INTEGRITY-SW
003429     END-IF
003429*    A BLANK ATTRIBUTE COUNT IS A TRAILER FROM BEFORE TRNATR
003429     IF TRN-TRL-ATR-COUNT NUMERIC
003429        AND TRN-TRL-ATR-COUNT NOT = WS-SEG-ATR-COUNT
003429        DISPLAY 'COBIRXE: TRANSIN TRAILER ATTRIBUTE COUNT '
003429                TRN-TRL-ATR-COUNT
003429                ' DOES NOT MATCH ATTRIBUTES READ '
003429                WS-SEG-ATR-COUNT
003429        MOVE 'N' TO WS-INTEGRITY-SW
003429     END-IF.
003430 1250-EXIT.
003431     EXIT.
003534      IF WS-TRANS-HELD
003536         PERFORM 2300-HOLD-TRANS THRU 2300-EXIT
003538      ELSE
003540        MOVE SPACES TO WS-ARG-TABLE
003541        MOVE 3 TO WS-ARG-COUNT
003550        STRING 'CLIENTE=' DELIMITED BY SIZE
003560               WS-CURR-CLIENTE DELIMITED BY SIZE
003570               INTO WS-ARG-1
003650        PERFORM 3000-VALIDATE-ARGS THRU 3000-EXIT
003660        IF NOT WS-ARGS-VALID
003670           ADD 1 TO WS-REJECT-COUNT
003672           PERFORM 3980-SAVE-REJECT-ATTRS THRU 3980-EXIT
003680        ELSE
003681         PERFORM 3400-CHECK-CLIENT THRU 3400-EXIT
003681         IF NOT WS-CLIENT-OK
003681            ADD 1 TO WS-REJECT-COUNT
003681            PERFORM 3980-SAVE-REJECT-ATTRS THRU 3980-EXIT
003681         ELSE
003682         PERFORM 3500-ROUTE-EXEC THRU 3500-EXIT
003684         IF NOT WS-ROUTE-FOUND
003686            ADD 1 TO WS-REJECT-COUNT
003687            PERFORM 3980-SAVE-REJECT-ATTRS THRU 3980-EXIT
003688         ELSE
003688         PERFORM 3700-BUILD-EXT-ARGS THRU 3700-EXIT
003688         IF NOT WS-ATTRS-OK
003688            ADD 1 TO WS-REJECT-COUNT
003688            PERFORM 3980-SAVE-REJECT-ATTRS THRU 3980-EXIT
003688         ELSE
003689          PERFORM 2400-CHECK-BREAKER THRU 2400-EXIT
003691          IF WS-EXEC-TRIPPED
003799           END-IF
003801          END-IF
003799         END-IF
003799         END-IF
003799         END-IF
003800        END-IF
003805      END-IF
003810     END-IF
004107     MOVE WS-CURR-CANAL   TO SAS-CANAL
004108     MOVE WS-CURR-RECYCLE TO SAS-RECYCLE-COUNT
004109     MOVE WS-CURR-PRIORITY TO SAS-PRIORITY
004109     MOVE WS-CURR-ORIGIN  TO SAS-ORIGIN
004110     WRITE SAS-RECORD
004110     PERFORM 2510-SET-ASIDE-ATTR THRU 2510-EXIT
004110         VARYING WS-ATR-SUB FROM 1 BY 1
004110         UNTIL WS-ATR-SUB > WS-ATR-REC-COUNT
004111     PERFORM 5700-WRITE-TRIPPED-AUDIT THRU 5700-EXIT
004112     DISPLAY 'COBIRXE: SET ASIDE CLIENTE=' WS-CURR-CLIENTE
004113             ' PRODUTO=' WS-CURR-PRODUTO
004114             ' EXEC=' WS-EXEC-NAME.
004115 2500-EXIT.
004116     EXIT.
004116
004116*----------------------------------------------------------------*
004116*    2510-SET-ASIDE-ATTR - THE TRANSACTION'S ATTRIBUTE RECORDS   *
004116*                          FOLLOW IT ONTO SETASIDE UNCHANGED SO  *
004116*                          THE RESUBMIT RATES WITH THEM          *
004116*----------------------------------------------------------------*
004116 2510-SET-ASIDE-ATTR.
004116     MOVE WS-ATR-T-RAW(WS-ATR-SUB) TO SAS-RECORD
004116     WRITE SAS-RECORD
004116     ADD 1 TO WS-SAS-ATR-COUNT.
004116 2510-EXIT.
004116     EXIT.
004117
004118*----------------------------------------------------------------*
004119*    2600-COUNT-EXEC-FAILURE - A BOTH-PATH FAILURE.  STEP THE    *
004570     MOVE WS-ARG-IX            TO ERR-ARG-NUMBER
004580     MOVE WS-ARG-ENTRY(WS-ARG-IX) TO ERR-ARG-TEXT
004582     MOVE WS-CURR-RECYCLE      TO ERR-RECYCLE-COUNT
004584     MOVE WS-BUS-DATE          TO ERR-RUN-DATE
004584     MOVE WS-CURR-ORIGIN       TO ERR-ORIGIN
004590     WRITE ERR-RECORD
004600     DISPLAY 'COBIRXE: REJECTED ARG' WS-ARG-IX
004610             ' CLIENTE=' WS-CURR-CLIENTE
004630 3900-EXIT.
004640     EXIT.
004641
004641*----------------------------------------------------------------*
004641*    3400-CHECK-CLIENT - THE CLIENTE MUST BE ON THE CLIFILE      *
004641*                        CLIENT MASTER AND NOT CANCELLED.  A     *
004641*                        SUSPENDED CLIENT IS STILL RATED         *
004641*----------------------------------------------------------------*
004641 3400-CHECK-CLIENT.
004641     MOVE 'Y' TO WS-CLIENT-OK-SW
004641     MOVE WS-CURR-CLIENTE TO CLI-CLIENTE
004641     READ CLIENT-FILE
004641        INVALID KEY
004641           MOVE 'CLIENT NOT ON CLIENT MASTER' TO ERR-REASON
004641           PERFORM 3960-REJECT-CLIENT THRU 3960-EXIT
004641           GO TO 3400-EXIT
004641     END-READ
004641     IF CLI-STATUS-CANCELLED
004641        MOVE 'CLIENT CANCELLED ON CLIENT MASTER' TO ERR-REASON
004641        PERFORM 3960-REJECT-CLIENT THRU 3960-EXIT
004641     END-IF.
004641 3400-EXIT.
004641     EXIT.
004641
004642*----------------------------------------------------------------*
004643*    3500-ROUTE-EXEC - PICK THE REXX EXEC FOR THE CURRENT         *
004644*                      PRODUTO/CANAL FROM THE ROUTING TABLE.      *
004710            INTO ERR-ARG-TEXT
004711     MOVE 'NO ROUTING TABLE ENTRY' TO ERR-REASON
004712     MOVE WS-CURR-RECYCLE      TO ERR-RECYCLE-COUNT
004713     MOVE WS-BUS-DATE          TO ERR-RUN-DATE
004713     MOVE WS-CURR-ORIGIN       TO ERR-ORIGIN
004714     WRITE ERR-RECORD
004715     DISPLAY 'COBIRXE: UNROUTABLE CLIENTE=' WS-CURR-CLIENTE
004716             ' PRODUTO=' WS-CURR-PRODUTO
004717             ' CANAL=' WS-CURR-CANAL.
004718 3950-EXIT.
004719     EXIT.
004719
004719*----------------------------------------------------------------*
004719*    3960-REJECT-CLIENT - WRITE THE TRANSACTION FOR AN UNKNOWN   *
004719*                         OR CANCELLED CLIENTE TO ERRFILE.  THE  *
004719*                         REASON TEXT IS ALREADY IN ERR-REASON   *
004719*----------------------------------------------------------------*
004719 3960-REJECT-CLIENT.
004719     MOVE 'N' TO WS-CLIENT-OK-SW
004719     MOVE WS-CURR-CLIENTE      TO ERR-CLIENTE
004719     MOVE WS-CURR-PRODUTO      TO ERR-PRODUTO
004719     MOVE WS-CURR-CANAL        TO ERR-CANAL
004719     MOVE 0                    TO ERR-ARG-NUMBER
004719     MOVE SPACES               TO ERR-ARG-TEXT
004719     STRING 'CLIENTE='         DELIMITED BY SIZE
004719            WS-CURR-CLIENTE    DELIMITED BY SIZE
004719            INTO ERR-ARG-TEXT
004719     MOVE WS-CURR-RECYCLE      TO ERR-RECYCLE-COUNT
004719     MOVE WS-BUS-DATE          TO ERR-RUN-DATE
004719     MOVE WS-CURR-ORIGIN       TO ERR-ORIGIN
004719     WRITE ERR-RECORD
004719     DISPLAY 'COBIRXE: CLIENT REJECTED CLIENTE=' WS-CURR-CLIENTE
004719             ' REASON=' ERR-REASON.
004719 3960-EXIT.
004719     EXIT.
004719
004719*----------------------------------------------------------------*
004719*    3700-BUILD-EXT-ARGS - APPEND THE ROUTED EXEC'S PROFILE      *
004719*                          ATTRIBUTES TO THE ARGUMENT LIST IN    *
004719*                          PROFILE ORDER.  A BAD OR OVERFULL     *
004719*                          ATTRIBUTE SET, OR A MANDATORY         *
004719*                          ATTRIBUTE THAT IS ABSENT, REJECTS     *
004719*                          THE TRANSACTION TO ERRFILE.  AN       *
004719*                          ABSENT OPTIONAL ONE IS NOT PASSED     *
004719*----------------------------------------------------------------*
004719 3700-BUILD-EXT-ARGS.
004719     MOVE 'Y' TO WS-ATTR-OK-SW
004719     IF WS-ATR-TOO-MANY
004719        MOVE 'TOO MANY ATTRIBUTES' TO ERR-REASON
004719        MOVE SPACES TO WS-ATR-REJ-TEXT
004719        PERFORM 3970-REJECT-ATTR THRU 3970-EXIT
004719        GO TO 3700-EXIT
004719     END-IF
004719     IF WS-ATR-MALFORMED
004719        MOVE 'MALFORMED ATTRIBUTE RECORD' TO ERR-REASON
004719        MOVE WS-ATR-BAD-TEXT TO WS-ATR-REJ-TEXT
004719        PERFORM 3970-REJECT-ATTR THRU 3970-EXIT
004719        GO TO 3700-EXIT
004719     END-IF
004719     PERFORM 3710-ADD-PROFILE-ARG THRU 3710-EXIT
004719         VARYING WS-ARP-SUB FROM 1 BY 1
004719         UNTIL WS-ARP-SUB > WS-ARP-COUNT
004719            OR NOT WS-ATTRS-OK.
004719 3700-EXIT.
004719     EXIT.
004719
004719 3710-ADD-PROFILE-ARG.
004719     IF WS-ARP-T-EXEC(WS-ARP-SUB) NOT = WS-EXEC-NAME
004719        GO TO 3710-EXIT
004719     END-IF
004719     MOVE 'N' TO WS-ATR-FOUND-SW
004719     IF WS-ATP-COUNT > 0
004719        SET WS-ATP-IX TO 1
004719        SEARCH WS-ATP-ENTRY
004719           AT END
004719              CONTINUE
004719           WHEN WS-ATP-T-KEY(WS-ATP-IX) = WS-ARP-T-KEY(WS-ARP-SUB)
004719              MOVE 'Y' TO WS-ATR-FOUND-SW
004719        END-SEARCH
004719     END-IF
004719     IF WS-ATR-FOUND
004719        ADD 1 TO WS-ARG-COUNT
004719        MOVE WS-ATP-T-PAIR(WS-ATP-IX)
004719                             TO WS-ARG-ENTRY(WS-ARG-COUNT)
004719     ELSE
004719        IF WS-ARP-T-MANDATORY(WS-ARP-SUB)
004719           MOVE 'MANDATORY ATTRIBUTE MISSING' TO ERR-REASON
004719           MOVE WS-ARP-T-KEY(WS-ARP-SUB) TO WS-ATR-REJ-TEXT
004719           PERFORM 3970-REJECT-ATTR THRU 3970-EXIT
004719        END-IF
004719     END-IF.
004719 3710-EXIT.
004719     EXIT.
004719
004719*----------------------------------------------------------------*
004719*    3970-REJECT-ATTR - WRITE THE TRANSACTION WHOSE ATTRIBUTES   *
004719*                       FAIL TO ERRFILE.  THE REASON IS ALREADY  *
004719*                       IN ERR-REASON AND THE OFFENDING KEY OR   *
004719*                       PAIR IN WS-ATR-REJ-TEXT                  *
004719*----------------------------------------------------------------*
004719 3970-REJECT-ATTR.
004719     MOVE 'N' TO WS-ATTR-OK-SW
004719     MOVE WS-CURR-CLIENTE      TO ERR-CLIENTE
004719     MOVE WS-CURR-PRODUTO      TO ERR-PRODUTO
004719     MOVE WS-CURR-CANAL        TO ERR-CANAL
004719     MOVE 0                    TO ERR-ARG-NUMBER
004719     MOVE WS-ATR-REJ-TEXT      TO ERR-ARG-TEXT
004719     MOVE WS-CURR-RECYCLE      TO ERR-RECYCLE-COUNT
004719     MOVE WS-BUS-DATE          TO ERR-RUN-DATE
004719     MOVE WS-CURR-ORIGIN       TO ERR-ORIGIN
004719     WRITE ERR-RECORD
004719     DISPLAY 'COBIRXE: ATTRIBUTE REJECTED CLIENTE='
004719             WS-CURR-CLIENTE
004719             ' EXEC=' WS-EXEC-NAME
004719             ' REASON=' ERR-REASON.
004719 3970-EXIT.
004719     EXIT.
004719
004719*----------------------------------------------------------------*
004719*    3980-SAVE-REJECT-ATTRS - COPY THE REJECTED TRANSACTION'S    *
004719*                             ATTRIBUTE RECORDS TO ERRATTR SO    *
004719*                             COBERRCY CAN PUT THEM BACK BEHIND  *
004719*                             THE DETAIL WHEN IT IS RECYCLED     *
004719*----------------------------------------------------------------*
004719 3980-SAVE-REJECT-ATTRS.
004719     PERFORM 3985-WRITE-REJECT-ATTR THRU 3985-EXIT
004719         VARYING WS-ATR-SUB FROM 1 BY 1
004719         UNTIL WS-ATR-SUB > WS-ATR-REC-COUNT.
004719 3980-EXIT.
004719     EXIT.
004719
004719 3985-WRITE-REJECT-ATTR.
004719     MOVE SPACES               TO ERT-RECORD
004719     MOVE WS-CURR-CLIENTE      TO ERT-CLIENTE
004719     MOVE WS-CURR-PRODUTO      TO ERT-PRODUTO
004719     MOVE WS-CURR-CANAL        TO ERT-CANAL
004719     MOVE WS-BUS-DATE          TO ERT-RUN-DATE
004719     MOVE WS-ATR-T-RAW(WS-ATR-SUB) TO ERT-ATR-RECORD
004719     WRITE ERT-RECORD
004719     ADD 1 TO WS-ERT-COUNT.
004719 3985-EXIT.
004719     EXIT.
004720
004660*----------------------------------------------------------------*
004670*    4000-CALL-IRXEXEC - INVOKE THE REXX EXEC FOR THE CURRENT    *
004760     DISPLAY 'COBIRXE: ARG1=' WS-ARG-1
004770     DISPLAY 'COBIRXE: ARG2=' WS-ARG-2
004780     DISPLAY 'COBIRXE: ARG3=' WS-ARG-3
004785     PERFORM 4010-SHOW-EXT-ARG THRU 4010-EXIT
004785         VARYING WS-ARG-IX FROM 4 BY 1
004785         UNTIL WS-ARG-IX > WS-ARG-COUNT
004790
004800     CALL 'IRXEXEC' USING
004810          WS-EXEC-BLOCK
004930     DISPLAY 'COBIRXE: RET-TEXT=' WS-EVBK-RET-LINE(1).
004940 4000-EXIT.
004950     EXIT.
004950
004950 4010-SHOW-EXT-ARG.
004950     DISPLAY 'COBIRXE: ARG' WS-ARG-IX '=' WS-ARG-ENTRY(WS-ARG-IX).
004950 4010-EXIT.
004950     EXIT.
004952
004953*----------------------------------------------------------------*
004954*    4500-CALL-IRXJCL - RETRY THE FAILED TRANSACTION THROUGH     *
004978        GO TO 4500-EXIT
004979     END-IF
004976     MOVE SPACES TO WS-JCL-ARG-TEXT
004976     MOVE 1 TO WS-JCL-PTR
004976     MOVE 'N' TO WS-JCL-OVERFLOW-SW
004960     STRING 'CLIENTE='       DELIMITED BY SIZE
004961            WS-CURR-CLIENTE  DELIMITED BY SPACE
004962            ' PRODUTO='      DELIMITED BY SIZE
004964            ' CANAL='        DELIMITED BY SIZE
004965            WS-CURR-CANAL    DELIMITED BY SPACE
004966            INTO WS-JCL-ARG-TEXT
004966            WITH POINTER WS-JCL-PTR
004966     END-STRING
004966     PERFORM 4540-APPEND-EXT-ARG THRU 4540-EXIT
004966         VARYING WS-ARG-IX FROM 4 BY 1
004966         UNTIL WS-ARG-IX > WS-ARG-COUNT
004966            OR WS-JCL-OVERFLOW
004966*    A TRUNCATED ARGUMENT STRING WOULD RATE ON PART OF THE
004966*    ATTRIBUTES - SKIP THE FALLBACK RATHER THAN RUN IT SO
004966     IF WS-JCL-OVERFLOW
004966        DISPLAY 'COBIRXE: IRXJCL FALLBACK SKIPPED - ARGUMENTS '
004966                'TOO LONG FOR ONE STRING'
004966        MOVE SPACES TO WS-JCL-ARG-TEXT
004966        MOVE 'FALLBACK SKIPPED - ARGUMENTS TOO LONG'
004966             TO WS-JCL-ARG-TEXT
004966        MOVE 16 TO WS-JCL-API-RC
004966        MOVE 0 TO WS-JCL-RET-CODE
004966        ACCEPT WS-CURRENT-TIME-LONG FROM TIME
004966        MOVE WS-CURRENT-TIME-HHMMSS TO WS-JCL-START-TIME
004966        MOVE WS-CURRENT-TIME-HHMMSS TO WS-JCL-END-TIME
004966        MOVE 0 TO WS-JCL-ELAPSED
004966        GO TO 4500-EXIT
004966     END-IF
004967     DISPLAY 'COBIRXE: IRXJCL FALLBACK START'
004968     DISPLAY 'COBIRXE: EXEC=' WS-EXEC-NAME
004969     DISPLAY 'COBIRXE: ARGS=' WS-JCL-ARG-TEXT
004996     MOVE SPACES TO WS-EMB-FIELD
004997     MOVE WS-CURR-CANAL TO WS-EMB-FIELD
004998     MOVE 8 TO WS-EMB-MAX
004999     PERFORM 4520-CHECK-ONE-VALUE THRU 4520-EXIT
004999     PERFORM 4515-CHECK-EXT-ARG THRU 4515-EXIT
004999         VARYING WS-ARG-IX FROM 4 BY 1
004999         UNTIL WS-ARG-IX > WS-ARG-COUNT.
005000 4510-EXIT.
005001     EXIT.
005001
005001 4515-CHECK-EXT-ARG.
005001     MOVE WS-ARG-ENTRY(WS-ARG-IX) TO WS-EMB-FIELD
005001     MOVE 32 TO WS-EMB-MAX
005001     PERFORM 4520-CHECK-ONE-VALUE THRU 4520-EXIT.
005001 4515-EXIT.
005001     EXIT.
005002
005003 4520-CHECK-ONE-VALUE.
005004     MOVE WS-EMB-MAX TO WS-EMB-LEN
005020     SUBTRACT 1 FROM WS-EMB-LEN.
005021 4530-EXIT.
005022     EXIT.
005022
005022*----------------------------------------------------------------*
005022*    4540-APPEND-EXT-ARG - ADD ONE PROFILE ATTRIBUTE TO THE      *
005022*                          IRXJCL ARGUMENT STRING                *
005022*----------------------------------------------------------------*
005022 4540-APPEND-EXT-ARG.
005022     STRING ' '                     DELIMITED BY SIZE
005022            WS-ARG-ENTRY(WS-ARG-IX) DELIMITED BY SPACE
005022            INTO WS-JCL-ARG-TEXT
005022            WITH POINTER WS-JCL-PTR
005022            ON OVERFLOW
005022               MOVE 'Y' TO WS-JCL-OVERFLOW-SW
005022     END-STRING.
005022 4540-EXIT.
005022     EXIT.
005023
005024*----------------------------------------------------------------*
005025*    4900-TIME-TO-SECONDS - HHMMSS IN WS-TIME-PARTS TO SECONDS   *
004986*----------------------------------------------------------------*
005010 5000-WRITE-AUDIT.
005020     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
005030     MOVE WS-BUS-DATE           TO AUD-RUN-DATE
005040     MOVE WS-CURRENT-TIME-HHMMSS TO AUD-RUN-TIME
005050     MOVE 'E'                   TO AUD-SOURCE
005060     MOVE WS-EXEC-NAME          TO AUD-EXEC-NAME
005147     MOVE WS-CALL-END-TIME      TO AUD-END-TIME
005148     MOVE WS-CALL-ELAPSED       TO AUD-ELAPSED-SEC
005149     MOVE WS-CURR-PRIORITY      TO AUD-PRIORITY
005149     MOVE WS-CURR-ORIGIN        TO AUD-ORIGIN
005150     IF WS-API-RC = 0
005160        MOVE 'S' TO AUD-STATUS
005170     ELSE
005180        MOVE 'F' TO AUD-STATUS
005190     END-IF
005200     PERFORM 5900-CHAIN-AUDIT THRU 5900-EXIT
005200     WRITE AUD-RECORD.
005210 5000-EXIT.
005220     EXIT.
005228*----------------------------------------------------------------*
005229 5500-WRITE-FALLBACK-AUDIT.
005230     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
005231     MOVE WS-BUS-DATE           TO AUD-RUN-DATE
005232     MOVE WS-CURRENT-TIME-HHMMSS TO AUD-RUN-TIME
005233     MOVE 'F'                   TO AUD-SOURCE
005234     MOVE WS-EXEC-NAME          TO AUD-EXEC-NAME
005244     MOVE WS-JCL-END-TIME       TO AUD-END-TIME
005245     MOVE WS-JCL-ELAPSED        TO AUD-ELAPSED-SEC
005247     MOVE WS-CURR-PRIORITY      TO AUD-PRIORITY
005247     MOVE WS-CURR-ORIGIN        TO AUD-ORIGIN
005246     IF WS-JCL-API-RC = 0
005244        MOVE 'S' TO AUD-STATUS
005245     ELSE
005246        MOVE 'F' TO AUD-STATUS
005247     END-IF
005248     PERFORM 5900-CHAIN-AUDIT THRU 5900-EXIT
005248     WRITE AUD-RECORD.
005249 5500-EXIT.
005250     EXIT.
005257*----------------------------------------------------------------*
005258 5600-WRITE-HELD-AUDIT.
005259     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
005260     MOVE WS-BUS-DATE           TO AUD-RUN-DATE
005261     MOVE WS-CURRENT-TIME-HHMMSS TO AUD-RUN-TIME
005262     MOVE 'E'                   TO AUD-SOURCE
005263     MOVE SPACES                TO AUD-EXEC-NAME
005273     MOVE WS-CURRENT-TIME-HHMMSS TO AUD-END-TIME
005274     MOVE 0                     TO AUD-ELAPSED-SEC
005275     MOVE WS-CURR-PRIORITY      TO AUD-PRIORITY
005275     MOVE WS-CURR-ORIGIN        TO AUD-ORIGIN
005276     MOVE 'H'                   TO AUD-STATUS
005277     PERFORM 5900-CHAIN-AUDIT THRU 5900-EXIT
005277     WRITE AUD-RECORD.
005278 5600-EXIT.
005279     EXIT.
005307*----------------------------------------------------------------*
005308 5700-WRITE-TRIPPED-AUDIT.
005309     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
005310     MOVE WS-BUS-DATE           TO AUD-RUN-DATE
005311     MOVE WS-CURRENT-TIME-HHMMSS TO AUD-RUN-TIME
005312     MOVE 'E'                   TO AUD-SOURCE
005313     MOVE WS-EXEC-NAME          TO AUD-EXEC-NAME
005323     MOVE WS-CURRENT-TIME-HHMMSS TO AUD-END-TIME
005324     MOVE 0                     TO AUD-ELAPSED-SEC
005325     MOVE WS-CURR-PRIORITY      TO AUD-PRIORITY
005325     MOVE WS-CURR-ORIGIN        TO AUD-ORIGIN
005326     MOVE 'T'                   TO AUD-STATUS
005327     PERFORM 5900-CHAIN-AUDIT THRU 5900-EXIT
005327     WRITE AUD-RECORD.
005328 5700-EXIT.
005329     EXIT.
005336*----------------------------------------------------------------*
005337 5800-WRITE-SHADOW-AUDIT.
005338     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
005339     MOVE WS-BUS-DATE           TO AUD-RUN-DATE
005340     MOVE WS-CURRENT-TIME-HHMMSS TO AUD-RUN-TIME
005341     MOVE 'S'                   TO AUD-SOURCE
005342     MOVE WS-SHW-EXEC-NAME      TO AUD-EXEC-NAME
005353     MOVE WS-CALL-END-TIME      TO AUD-END-TIME
005354     MOVE WS-CALL-ELAPSED       TO AUD-ELAPSED-SEC
005355     MOVE WS-CURR-PRIORITY      TO AUD-PRIORITY
005355     MOVE WS-CURR-ORIGIN        TO AUD-ORIGIN
005356     IF WS-SHW-API-RC = 0
005357        MOVE 'S' TO AUD-STATUS
005358     ELSE
005359        MOVE 'F' TO AUD-STATUS
005360     END-IF
005361     PERFORM 5900-CHAIN-AUDIT THRU 5900-EXIT
005361     WRITE AUD-RECORD.
005362 5800-EXIT.
005363     EXIT.
005364
005365*----------------------------------------------------------------*
005366*    5900-CHAIN-AUDIT - NUMBER THE AUDIT RECORD ABOUT TO BE      *
005367*                       WRITTEN AND SET ITS CHECK VALUE: FOR     *
005368*                       EACH OF BYTES 1-229, CHECK = (CHECK *    *
005369*                       31 + BYTE VALUE + 1) MOD 999999937,      *
005370*                       STARTING FROM THE PREVIOUS RECORD'S      *
005371*                       CHECK (ZERO FOR THE RUN'S FIRST RECORD)  *
005372*----------------------------------------------------------------*
005373 5900-CHAIN-AUDIT.
005374     ADD 1 TO WS-CHAIN-SEQ
005375     MOVE 'COBIRXE'             TO AUD-CHAIN-PGM
005376     MOVE WS-CHAIN-START        TO AUD-CHAIN-START
005377     MOVE WS-CHAIN-SEQ          TO AUD-CHAIN-SEQ
005378     PERFORM 5910-CHAIN-ONE-BYTE THRU 5910-EXIT
005379         VARYING WS-CHAIN-POS FROM 1 BY 1
005380         UNTIL WS-CHAIN-POS > 229
005381     MOVE WS-CHAIN-CHECK        TO AUD-CHAIN-CHECK.
005382 5900-EXIT.
005383     EXIT.
005384
005385 5910-CHAIN-ONE-BYTE.
005386     MOVE LOW-VALUE TO WS-CHAIN-BYTE-HI
005387     MOVE AUD-RECORD(WS-CHAIN-POS:1) TO WS-CHAIN-BYTE-LO
005388     COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
005389                           + WS-CHAIN-BYTE-NUM + 1
005390     DIVIDE WS-CHAIN-WORK BY 999999937
005391         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-CHECK.
005392 5910-EXIT.
005393     EXIT.
005394
005240*----------------------------------------------------------------*
005250*    6000-CAPTURE-OUTPUT - SPILL EVERY POPULATED LINE OF THE     *
005260*                          EVAL BLOCK TO REXXOUT SO A LONG        *
005460     MOVE WS-CURR-PRODUTO       TO RXO-PRODUTO
005470     MOVE WS-LINE-IX            TO RXO-LINE-NUM
005480     MOVE WS-EVBK-RET-LINE(WS-LINE-IX) TO RXO-LINE-TEXT
005485     MOVE WS-BUS-DATE           TO RXO-RUN-DATE
005490     WRITE RXO-RECORD.
005500 6100-EXIT.
005510     EXIT.
005535     MOVE WS-CURR-PRODUTO       TO SHW-PRODUTO
005536     MOVE WS-LINE-IX            TO SHW-LINE-NUM
005537     MOVE WS-EVBK-RET-LINE(WS-LINE-IX) TO SHW-LINE-TEXT
005538     MOVE WS-BUS-DATE           TO SHW-RUN-DATE
005539     WRITE SHW-RECORD.
005540 6150-EXIT.
005541     EXIT.
005610     END-IF
005620     MOVE WS-CURR-CLIENTE       TO CKP-CLIENTE
005630     MOVE WS-CURR-PRODUTO       TO CKP-PRODUTO
005640     MOVE WS-BUS-DATE           TO CKP-RUN-DATE
005650     MOVE WS-CURRENT-TIME-HHMMSS TO CKP-RUN-TIME
005660     WRITE CKP-RECORD
005670     CLOSE CHKPT-FILE.
005830        NOT INVALID KEY
005840           MOVE 'Y' TO WS-HIST-FOUND-SW
005850     END-READ
005852*    THE RENEWAL ANNIVERSARY IS SET ONCE: FROM THE LAST RUN DATE
005854*    ALREADY ON FILE, OR TODAY FOR A KEY RATED FOR THE FIRST TIME
005856     IF NOT WS-HIST-FOUND
005857        MOVE SPACES TO HST-ANNIV-DATE
005858        MOVE SPACES TO HST-LAST-RUN-DATE
005859     END-IF
005860     IF HST-ANNIV-DATE NOT NUMERIC
005861        IF HST-LAST-RUN-DATE NUMERIC
005862           MOVE HST-LAST-RUN-DATE TO HST-ANNIV-DATE
005863        ELSE
005864           MOVE WS-BUS-DATE TO HST-ANNIV-DATE
005865        END-IF
005866     END-IF
005867     MOVE WS-CURR-CANAL         TO HST-CANAL
005870     MOVE WS-BUS-DATE           TO HST-LAST-RUN-DATE
005880     MOVE WS-CURRENT-TIME-HHMMSS TO HST-LAST-RUN-TIME
005890     MOVE WS-RUN-SOURCE         TO HST-LAST-SOURCE
005900     MOVE WS-LAST-API-RC        TO HST-LAST-API-RC
005930        REWRITE HST-RECORD
005940     ELSE
005950        WRITE HST-RECORD
005960     END-IF
005965     PERFORM 6650-SAVE-ATTRIBUTES THRU 6650-EXIT.
005970 6600-EXIT.
005980     EXIT.
005985
005985*----------------------------------------------------------------*
005985*    6650-SAVE-ATTRIBUTES - KEEP THE ATTRIBUTE RECORDS THIS      *
005985*                           CLIENTE/PRODUTO WAS JUST RATED WITH  *
005985*                           ON HISTATR FOR COBRENEW              *
005985*----------------------------------------------------------------*
005985 6650-SAVE-ATTRIBUTES.
005985     MOVE WS-CURR-CLIENTE       TO HAT-CLIENTE
005985     MOVE WS-CURR-PRODUTO       TO HAT-PRODUTO
005985     MOVE 'N'                   TO WS-HAT-FOUND-SW
005985     READ HISTATR-FILE
005985        INVALID KEY
005985           MOVE 'N' TO WS-HAT-FOUND-SW
005985        NOT INVALID KEY
005985           MOVE 'Y' TO WS-HAT-FOUND-SW
005985     END-READ
005985     MOVE WS-BUS-DATE           TO HAT-BUS-DATE
005985     MOVE WS-ATR-REC-COUNT      TO HAT-ATR-COUNT
005985     PERFORM 6660-SAVE-ONE-ATTR THRU 6660-EXIT
005985         VARYING WS-HAT-SUB FROM 1 BY 1
005985         UNTIL WS-HAT-SUB > 10
005985     IF WS-HAT-FOUND
005985        REWRITE HAT-RECORD
005985     ELSE
005985        WRITE HAT-RECORD
005985     END-IF.
005985 6650-EXIT.
005985     EXIT.
005985
005985 6660-SAVE-ONE-ATTR.
005985     IF WS-HAT-SUB > WS-ATR-REC-COUNT
005985        MOVE SPACES TO HAT-ATR-REC(WS-HAT-SUB)
005985     ELSE
005985        MOVE WS-ATR-T-RAW(WS-HAT-SUB) TO HAT-ATR-REC(WS-HAT-SUB)
005985     END-IF.
005985 6660-EXIT.
005985     EXIT.
005990
006000*----------------------------------------------------------------*
006010*    8000-TERMINATE - CLOSE FILES AND SET THE RETURN-CODE        *
006080     DISPLAY 'COBIRXE: SKIPPED (CHECKPOINT)=' WS-SKIP-COUNT
006082     DISPLAY 'COBIRXE: HELD (OPERATOR HOLD)=' WS-HELD-COUNT
006084     DISPLAY 'COBIRXE: SET ASIDE (TRIPPED)=' WS-SETASIDE-COUNT
006085     DISPLAY 'COBIRXE: ATTRIBUTE RECORDS READ=' WS-ATR-READ-COUNT
006085     DISPLAY 'COBIRXE: ATTRIBUTE RECORDS TO ERRATTR=' WS-ERT-COUNT
006086     MOVE SPACES TO SAS-TRAILER-REC
006087     MOVE 'TRNTRL' TO SAS-TRL-ID
006088     MOVE WS-SETASIDE-COUNT TO SAS-TRL-COUNT
006088     MOVE WS-SAS-ATR-COUNT TO SAS-TRL-ATR-COUNT
006089     WRITE SAS-TRAILER-REC
006090     CLOSE TRANS-FILE
006091     CLOSE SETASIDE-FILE
006100     CLOSE AUDIT-FILE
006110     CLOSE REXXOUT-FILE
006120     CLOSE ERR-FILE
006120     CLOSE ERRATTR-FILE
006130     CLOSE HIST-FILE
006131     CLOSE HISTATR-FILE
006135     CLOSE CLIENT-FILE
006140     CLOSE CHKPT-FILE
006142     CLOSE HELD-RPT
006144     CLOSE SHADOW-FILE
006360        OPEN OUTPUT CONTROL-FILE
006370     END-IF
006380     MOVE 'COBIRXE'          TO CTL-PROGRAM
006390     MOVE WS-BUS-DATE        TO CTL-RUN-DATE
006400     MOVE WS-CURRENT-TIME-HHMMSS TO CTL-RUN-TIME
006410     IF RETURN-CODE = 0
006420        MOVE 'S' TO CTL-STATUS
006469     MOVE WS-REJECT-COUNT    TO CTL-REJECT-COUNT
006471     MOVE WS-SKIP-COUNT      TO CTL-SKIP-COUNT
006472     MOVE SPACES             TO CTL-TRIP-EXEC
006472     MOVE 0                  TO CTL-CHAIN-CHECK
006473     WRITE CTL-RECORD
006474     PERFORM 7050-WRITE-CHAIN-CONTROL THRU 7050-EXIT
006480     CLOSE CONTROL-FILE.
006490 7000-EXIT.
006500     EXIT.
006501
006502*----------------------------------------------------------------*
006503*    7050-WRITE-CHAIN-CONTROL - CLOSE THIS RUN'S AUDIT CHAIN     *
006504*                               WITH AN 'AUDCHAIN' RECORD: RUN   *
006505*                               START TIME, FINAL SEQUENCE AND   *
006506*                               FINAL CHECK VALUE.  COBAUDVR     *
006507*                               TIES THE CHAIN'S LAST RECORD     *
006508*                               TO IT SO A LOST TAIL SHOWS       *
006509*----------------------------------------------------------------*
006510 7050-WRITE-CHAIN-CONTROL.
006511     MOVE 'AUDCHAIN'         TO CTL-PROGRAM
006512     MOVE WS-BUS-DATE        TO CTL-RUN-DATE
006513     MOVE WS-CHAIN-START     TO CTL-RUN-TIME
006514     MOVE 'S'                TO CTL-STATUS
006515     MOVE 0                  TO CTL-RETURN-CODE
006516     MOVE WS-STREAM-ID       TO CTL-STREAM-ID
006517     MOVE WS-CHAIN-SEQ       TO CTL-READ-COUNT
006518     MOVE WS-CHAIN-SEQ       TO CTL-OK-COUNT
006519     MOVE 0                  TO CTL-FAIL-COUNT
006520     MOVE 0                  TO CTL-REJECT-COUNT
006521     MOVE 0                  TO CTL-SKIP-COUNT
006522     MOVE 'COBIRXE'          TO CTL-CHAIN-PGM
006523     MOVE WS-CHAIN-CHECK     TO CTL-CHAIN-CHECK
006524     WRITE CTL-RECORD.
006525 7050-EXIT.
006526     EXIT.
006510
006520*----------------------------------------------------------------*
006530*    7100-WRITE-TRIP-CONTROL - RECORD THE BREAKER TRIP ON        *
006630     END-IF
006640     ACCEPT WS-CURRENT-TIME-LONG FROM TIME
006650     MOVE 'EXECTRIP'         TO CTL-PROGRAM
006660     MOVE WS-BUS-DATE        TO CTL-RUN-DATE
006670     MOVE WS-CURRENT-TIME-HHMMSS TO CTL-RUN-TIME
006680     MOVE 'F'                TO CTL-STATUS
006690     MOVE 8                  TO CTL-RETURN-CODE
006740     MOVE 0                  TO CTL-REJECT-COUNT
006750     MOVE 0                  TO CTL-SKIP-COUNT
006760     MOVE WS-EXEC-NAME       TO CTL-TRIP-EXEC
006765     MOVE 0                  TO CTL-CHAIN-CHECK
006770     WRITE CTL-RECORD
006780     CLOSE CONTROL-FILE.
006790 7100-EXIT.
