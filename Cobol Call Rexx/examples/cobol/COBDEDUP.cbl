000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------- ----  ------------------------------------------ *
000290*    2026-09-02 JCR   ORIGINAL VERSION.                          *
000292*    2026-10-14 JCR   CARRY TRNATR ATTRIBUTE RECORDS WITH THEIR  *
000292*                     DETAIL: THEY PASS TO TRANSOUT OR GO TO     *
000292*                     DUPTRAN WITH IT, AND EACH OUTPUT TRAILER   *
000292*                     CARRIES ITS ATTRIBUTE COUNT.  AN ATTRIBUTE *
000292*                     RECORD WITH NO DETAIL BEFORE IT IN THE     *
000292*                     SEGMENT FAILS THE INTEGRITY CHECK.         *
000292*    2026-10-14 JCR   DEFAULT BUSINESS DATE FROM THE BUSDATE     *
000292*                     CONTROL RECORD (COBCALDT) INSTEAD OF THE   *
000292*                     CLOCK DATE.                                *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000452     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000454            ORGANIZATION IS SEQUENTIAL
000456            FILE STATUS IS WS-BDT-STATUS.
000456
000460     SELECT TRANS-FILE      ASSIGN TO TRANSIN
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS WS-TRANS-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000632 FD  BUSDATE-FILE
000634     RECORDING MODE IS F.
000636     COPY CPYBDT.
000636
000640 FD  TRANS-FILE
000650     RECORDING MODE IS F.
000660     COPY CPYTRN.
000850 77  WS-CLEAN-STATUS             PIC X(02) VALUE SPACES.
000860 77  WS-DUP-STATUS               PIC X(02) VALUE SPACES.
000870 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000875 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000880
000890*----------------------------------------------------------------*
000900*    RUN SWITCHES AND COUNTERS                                   *
000940 77  WS-REC-COUNT                PIC 9(07) COMP VALUE 0.
000950 77  WS-PASSED-COUNT             PIC 9(07) COMP VALUE 0.
000960 77  WS-DUP-COUNT                PIC 9(07) COMP VALUE 0.
000962 77  WS-ATR-COUNT                PIC 9(07) COMP VALUE 0.
000964 77  WS-ATR-PASSED-COUNT         PIC 9(07) COMP VALUE 0.
000966 77  WS-DUP-ATR-COUNT            PIC 9(07) COMP VALUE 0.
000970 77  WS-COUNT-ED                 PIC ZZZZZZ9.
000980 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
000990
001000*----------------------------------------------------------------*
001010*    TRANSIN CONTROL RECORD STATE - SAME SEGMENT RULES AS        *
001130     88  WS-SEG-OPEN                         VALUE 'Y'.
001140 77  WS-INTEGRITY-SW             PIC X(01) VALUE 'Y'.
001150     88  WS-TRANSIN-SOUND                    VALUE 'Y'.
001152 77  WS-SEG-ATR-COUNT            PIC 9(07) COMP VALUE 0.
001154 77  WS-SEG-ATR-PASSED           PIC 9(07) COMP VALUE 0.
001156*    WHERE THE LAST DETAIL WENT - ITS ATTRIBUTE RECORDS FOLLOW IT
001158 77  WS-LAST-DISP-SW             PIC X(01) VALUE SPACE.
001158     88  WS-LAST-PASSED                      VALUE 'P'.
001158     88  WS-LAST-DIVERTED                    VALUE 'D'.
001158     88  WS-NO-LAST-DETAIL                   VALUE SPACE.
001160
001170*----------------------------------------------------------------*
001180*    KEYS ALREADY SEEN THIS FILE - THE FIRST OCCURRENCE OF A     *
001650*                      AND THE REPORT, PRIME THE FIRST READ      *
001660*----------------------------------------------------------------*
001670 1000-INITIALIZE.
001680     OPEN INPUT BUSDATE-FILE
001680     IF WS-BDT-STATUS NOT = '00'
001680        DISPLAY 'COBDEDUP: OPEN BUSDATE FAILED, STATUS='
001680                WS-BDT-STATUS
001680        MOVE 16 TO RETURN-CODE
001680        GOBACK
001680     END-IF
001680     READ BUSDATE-FILE
001680        AT END
001680           DISPLAY 'COBDEDUP: BUSDATE IS EMPTY'
001680           MOVE 16 TO RETURN-CODE
001680           GOBACK
001680     END-READ
001680     IF BDT-BUS-DATE NOT NUMERIC
001680        DISPLAY 'COBDEDUP: BUSDATE BUSINESS DATE NOT NUMERIC: '
001680                BDT-BUS-DATE
001680        MOVE 16 TO RETURN-CODE
001680        GOBACK
001680     END-IF
001680     MOVE BDT-BUS-DATE TO WS-BUS-DATE
001680     CLOSE BUSDATE-FILE
001690     OPEN INPUT TRANS-FILE
001700     IF WS-TRANS-STATUS NOT = '00'
001710        DISPLAY 'COBDEDUP: OPEN TRANSIN FAILED, STATUS='
001770     OPEN OUTPUT DUP-FILE
001780     MOVE SPACES TO DUP-RECORD
001790     MOVE 'TRNHDR' TO DUP-HDR-ID
001800     MOVE WS-BUS-DATE TO DUP-HDR-BUS-DATE
001810     WRITE DUP-HEADER-REC
001820     OPEN OUTPUT DUP-RPT
001830     MOVE SPACES TO RPT-LINE
001850     WRITE RPT-LINE
001860     MOVE SPACES TO RPT-LINE
001870     STRING 'RUN DATE ' DELIMITED BY SIZE
001880            WS-BUS-DATE DELIMITED BY SIZE
001890            INTO RPT-LINE
001900     WRITE RPT-LINE
001910     MOVE SPACES TO RPT-LINE
002170        ADD 1 TO WS-SEG-NO
002180        MOVE 0 TO WS-SEG-COUNT
002190        MOVE 0 TO WS-SEG-PASSED
002192        MOVE 0 TO WS-SEG-ATR-COUNT
002194        MOVE 0 TO WS-SEG-ATR-PASSED
002196        MOVE SPACE TO WS-LAST-DISP-SW
002200        MOVE 'Y' TO WS-SEG-OPEN-SW
002210        MOVE TRN-HEADER-REC TO CLN-RECORD
002220        WRITE CLN-RECORD
002330        MOVE SPACES TO CLN-TRAILER-REC
002340        MOVE 'TRNTRL' TO CLN-TRL-ID
002350        MOVE WS-SEG-PASSED TO CLN-TRL-COUNT
002355        MOVE WS-SEG-ATR-PASSED TO CLN-TRL-ATR-COUNT
002360        WRITE CLN-TRAILER-REC
002370        MOVE 0 TO WS-SEG-COUNT
002380        MOVE 0 TO WS-SEG-PASSED
002382        MOVE 0 TO WS-SEG-ATR-COUNT
002384        MOVE 0 TO WS-SEG-ATR-PASSED
002386        MOVE SPACE TO WS-LAST-DISP-SW
002390        MOVE 'N' TO WS-SEG-OPEN-SW
002400        GO TO 1200-READ-TRANS
002410     END-IF
002411*    AN ATTRIBUTE RECORD WITH NO DETAIL BEFORE IT HAS NO
002411*    DISPOSITION TO FOLLOW - IT IS DROPPED AND THE RUN FAILED
002412     IF TRN-IS-ATTR
002413        ADD 1 TO WS-SEG-ATR-COUNT
002414        IF WS-NO-LAST-DETAIL
002415           DISPLAY 'COBDEDUP: TRANSIN ATTRIBUTE RECORD WITH NO '
002416                   'DETAIL - DETAIL LOST'
002417           MOVE 'N' TO WS-INTEGRITY-SW
002418           GO TO 1200-READ-TRANS
002419        END-IF
002419        ADD 1 TO WS-ATR-COUNT
002419        GO TO 1200-EXIT
002419     END-IF
002420     ADD 1 TO WS-REC-COUNT
002430     ADD 1 TO WS-SEG-COUNT.
002440 1200-EXIT.
002600        DISPLAY 'COBDEDUP: TRANSIN TRAILER COUNT ' TRN-TRL-COUNT
002610                ' DOES NOT MATCH DETAILS READ ' WS-SEG-COUNT
002620        MOVE 'N' TO WS-INTEGRITY-SW
002630     END-IF
002630*    A BLANK ATTRIBUTE COUNT IS A TRAILER FROM BEFORE TRNATR
002630     IF TRN-TRL-ATR-COUNT NUMERIC
002630        AND TRN-TRL-ATR-COUNT NOT = WS-SEG-ATR-COUNT
002630        DISPLAY 'COBDEDUP: TRANSIN TRAILER ATTRIBUTE COUNT '
002630                TRN-TRL-ATR-COUNT
002630                ' DOES NOT MATCH ATTRIBUTES READ '
002630                WS-SEG-ATR-COUNT
002630        MOVE 'N' TO WS-INTEGRITY-SW
002630     END-IF.
002640 1250-EXIT.
002650     EXIT.
002860*----------------------------------------------------------------*
002870*    2000-PROCESS-TRANS - ONE DETAIL RECORD: THE FIRST           *
002880*                         OCCURRENCE OF ITS KEY PASSES, A        *
002890*                         LATER ONE IS DIVERTED.  AN ATTRIBUTE   *
002892*                         RECORD GOES WHERE ITS DETAIL WENT      *
002900*----------------------------------------------------------------*
002910 2000-PROCESS-TRANS.
002912     IF TRN-IS-ATTR
002914        PERFORM 2200-ROUTE-ATTR THRU 2200-EXIT
002916        PERFORM 1200-READ-TRANS THRU 1200-EXIT
002918        GO TO 2000-EXIT
002919     END-IF
002920     MOVE TRN-CLIENTE TO WS-CURR-CLIENTE
002930     MOVE TRN-PRODUTO TO WS-CURR-PRODUTO
002940     PERFORM 2100-CHECK-KEY-SEEN THRU 2100-EXIT
002950     IF WS-KEY-SEEN
002960        PERFORM 3000-DIVERT-DUPLICATE THRU 3000-EXIT
002965        MOVE 'D' TO WS-LAST-DISP-SW
002970     ELSE
002975        MOVE 'P' TO WS-LAST-DISP-SW
002980        ADD 1 TO WS-PASSED-COUNT
002990        ADD 1 TO WS-SEG-PASSED
003000        MOVE TRN-RECORD TO CLN-RECORD
003340     END-IF.
003350 2100-EXIT.
003360     EXIT.
003362
003363*----------------------------------------------------------------*
003364*    2200-ROUTE-ATTR - SEND THE ATTRIBUTE RECORD AFTER ITS       *
003365*                      DETAIL, TO TRANSOUT OR TO DUPTRAN         *
003366*----------------------------------------------------------------*
003367 2200-ROUTE-ATTR.
003368     IF WS-LAST-DIVERTED
003369        ADD 1 TO WS-DUP-ATR-COUNT
003370        MOVE TRN-RECORD TO DUP-RECORD
003371        WRITE DUP-RECORD
003372     ELSE
003373        ADD 1 TO WS-ATR-PASSED-COUNT
003374        ADD 1 TO WS-SEG-ATR-PASSED
003375        MOVE TRN-RECORD TO CLN-RECORD
003376        WRITE CLN-RECORD
003377     END-IF.
003378 2200-EXIT.
003379     EXIT.
003370
003380*----------------------------------------------------------------*
003390*    3000-DIVERT-DUPLICATE - WRITE THE DUPLICATE TO DUPTRAN      *
003630     MOVE SPACES TO DUP-TRAILER-REC
003640     MOVE 'TRNTRL' TO DUP-TRL-ID
003650     MOVE WS-DUP-COUNT TO DUP-TRL-COUNT
003655     MOVE WS-DUP-ATR-COUNT TO DUP-TRL-ATR-COUNT
003660     WRITE DUP-TRAILER-REC
003670     MOVE SPACES TO RPT-LINE
003680     WRITE RPT-LINE
003920     DISPLAY 'COBDEDUP: DETAIL RECORDS READ=' WS-REC-COUNT
003930     DISPLAY 'COBDEDUP: PASSED THROUGH=' WS-PASSED-COUNT
003940     DISPLAY 'COBDEDUP: DUPLICATES DIVERTED=' WS-DUP-COUNT
003942     DISPLAY 'COBDEDUP: ATTRIBUTE RECORDS READ=' WS-ATR-COUNT
003944     DISPLAY 'COBDEDUP: ATTRIBUTE RECORDS PASSED='
003946             WS-ATR-PASSED-COUNT
003948     DISPLAY 'COBDEDUP: ATTRIBUTE RECORDS DIVERTED='
003949             WS-DUP-ATR-COUNT
003950
003960     IF NOT WS-TRANSIN-SOUND
003970        DISPLAY 'COBDEDUP: TRANSIN CONTROL RECORD CHECK FAILED'
