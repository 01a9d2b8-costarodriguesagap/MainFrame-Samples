000203*                     FANNED OUT) AND WRITE EACH STREAM FILE     *
000204*                     WITH ITS OWN HEADER AND TRAILER SO EVERY   *
000205*                     STREAM JOB RUNS THE SAME INTEGRITY CHECK.  *
000206*    2026-10-14 JCR   CARRY TRNATR ATTRIBUTE RECORDS WITH THEIR  *
000206*                     DETAIL: EACH GOES TO THE STREAM OF THE     *
000206*                     DETAIL IT FOLLOWS AND IS COUNTED IN THAT   *
000206*                     STREAM'S TRAILER ATTRIBUTE COUNT.  AN      *
000206*                     ATTRIBUTE RECORD WITH NO DETAIL BEFORE IT  *
000206*                     IN THE SEGMENT FAILS THE INTEGRITY CHECK.  *
000206*    2026-10-14 JCR   DEFAULT BUSINESS DATE FROM THE BUSDATE     *
000206*                     CONTROL RECORD (COBCALDT) INSTEAD OF THE   *
000206*                     CLOCK DATE.                                *
000210*                                                                *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000380            ORGANIZATION IS SEQUENTIAL
000390            FILE STATUS IS WS-PARM-STATUS.
000400
000402     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000404            ORGANIZATION IS SEQUENTIAL
000406            FILE STATUS IS WS-BDT-STATUS.
000406
000410     SELECT TRANS-FILE      ASSIGN TO TRANSIN
000420            ORGANIZATION IS SEQUENTIAL
000430            FILE STATUS IS WS-TRANS-STATUS.
000780     05  PRM-STREAMS             PIC X(01).
000790     05  FILLER                  PIC X(79).
000800
000802 FD  BUSDATE-FILE
000804     RECORDING MODE IS F.
000806     COPY CPYBDT.
000806
000810 FD  TRANS-FILE
000820     RECORDING MODE IS F.
000830     COPY CPYTRN.
001150*    FILE STATUS SWITCHES                                        *
001160*----------------------------------------------------------------*
001170 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001175 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
001180 77  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001190 77  WS-STR1-STATUS              PIC X(02) VALUE SPACES.
001200 77  WS-STR2-STATUS              PIC X(02) VALUE SPACES.
001360 77  WS-REC-COUNT                PIC 9(07) COMP VALUE 0.
001370 01  WS-STREAM-COUNTS.
001380     05  WS-STR-COUNT            OCCURS 9 TIMES PIC 9(07) COMP.
001381 01  WS-STREAM-ATR-COUNTS.
001381     05  WS-STR-ATR-COUNT        OCCURS 9 TIMES PIC 9(07) COMP.
001381 77  WS-ATR-COUNT                PIC 9(07) COMP VALUE 0.
001381 77  WS-LAST-STREAM              PIC 9(02) COMP VALUE 0.
001382
001383*----------------------------------------------------------------*
001384*    TRANSIN CONTROL RECORD STATE - SAME SEGMENT RULES AS        *
001391     88  WS-SEG-OPEN                         VALUE 'Y'.
001392 77  WS-INTEGRITY-SW             PIC X(01) VALUE 'Y'.
001393     88  WS-TRANSIN-SOUND                    VALUE 'Y'.
001393 77  WS-SEG-ATR-COUNT            PIC 9(07) COMP VALUE 0.
001394 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001396
001397*----------------------------------------------------------------*
001398*    EVERY STREAM WRITE IS STAGED THROUGH WS-OUT-REC, AND THE    *
001910     MOVE PRM-STREAMS TO WS-STREAM-CNT
001920     CLOSE PARM-FILE
001930     INITIALIZE WS-STREAM-COUNTS
001930     INITIALIZE WS-STREAM-ATR-COUNTS
001940
001950     OPEN INPUT TRANS-FILE
001960     IF WS-TRANS-STATUS NOT = '00'
002020     PERFORM 1100-OPEN-ONE-STREAM THRU 1100-EXIT
002030         VARYING WS-STREAM-NO FROM 1 BY 1
002040         UNTIL WS-STREAM-NO > WS-STREAM-CNT
002042     OPEN INPUT BUSDATE-FILE
002042     IF WS-BDT-STATUS NOT = '00'
002042        DISPLAY 'COBSPLIT: OPEN BUSDATE FAILED, STATUS='
002042                WS-BDT-STATUS
002042        MOVE 16 TO RETURN-CODE
002042        GOBACK
002042     END-IF
002042     READ BUSDATE-FILE
002042        AT END
002042           DISPLAY 'COBSPLIT: BUSDATE IS EMPTY'
002042           MOVE 16 TO RETURN-CODE
002042           GOBACK
002042     END-READ
002042     IF BDT-BUS-DATE NOT NUMERIC
002042        DISPLAY 'COBSPLIT: BUSDATE BUSINESS DATE NOT NUMERIC: '
002042                BDT-BUS-DATE
002042        MOVE 16 TO RETURN-CODE
002042        GOBACK
002042     END-IF
002042     MOVE BDT-BUS-DATE TO WS-BUS-DATE
002042     CLOSE BUSDATE-FILE
002050     PERFORM 1200-READ-TRANS THRU 1200-EXIT
002054     PERFORM 1300-WRITE-STREAM-HDRS THRU 1300-EXIT.
002060 1000-EXIT.
002556        ADD 1 TO WS-HDR-COUNT
002557        MOVE TRN-HDR-BUS-DATE TO WS-BUS-DATE
002558        MOVE 0 TO WS-SEG-COUNT
002558        MOVE 0 TO WS-SEG-ATR-COUNT
002558        MOVE 0 TO WS-LAST-STREAM
002559        MOVE 'Y' TO WS-SEG-OPEN-SW
002560        GO TO 1200-READ-TRANS
002561     END-IF
002568        ADD 1 TO WS-TRL-COUNT
002569        PERFORM 1250-CHECK-TRAILER THRU 1250-EXIT
002570        MOVE 0 TO WS-SEG-COUNT
002570        MOVE 0 TO WS-SEG-ATR-COUNT
002570        MOVE 0 TO WS-LAST-STREAM
002571        MOVE 'N' TO WS-SEG-OPEN-SW
002572        GO TO 1200-READ-TRANS
002573     END-IF
002573*    AN ATTRIBUTE RECORD BELONGS TO THE DETAIL BEFORE IT - WITH
002573*    NO SUCH DETAIL THERE IS NO STREAM TO SEND IT TO
002573     IF TRN-IS-ATTR
002573        ADD 1 TO WS-SEG-ATR-COUNT
002573        IF WS-LAST-STREAM = 0
002573           DISPLAY 'COBSPLIT: TRANSIN ATTRIBUTE RECORD WITH NO '
002573                   'DETAIL - DETAIL LOST'
002573           MOVE 'N' TO WS-INTEGRITY-SW
002573           GO TO 1200-READ-TRANS
002573        END-IF
002573        ADD 1 TO WS-ATR-COUNT
002573        GO TO 1200-EXIT
002573     END-IF
002565     ADD 1 TO WS-REC-COUNT
002566     ADD 1 TO WS-SEG-COUNT.
002567 1200-EXIT.
002583        DISPLAY 'COBSPLIT: TRANSIN TRAILER COUNT ' TRN-TRL-COUNT
002584                ' DOES NOT MATCH DETAILS READ ' WS-SEG-COUNT
002585        MOVE 'N' TO WS-INTEGRITY-SW
002586     END-IF
002586*    A BLANK ATTRIBUTE COUNT IS A TRAILER FROM BEFORE TRNATR
002586     IF TRN-TRL-ATR-COUNT NUMERIC
002586        AND TRN-TRL-ATR-COUNT NOT = WS-SEG-ATR-COUNT
002586        DISPLAY 'COBSPLIT: TRANSIN TRAILER ATTRIBUTE COUNT '
002586                TRN-TRL-ATR-COUNT
002586                ' DOES NOT MATCH ATTRIBUTES READ '
002586                WS-SEG-ATR-COUNT
002586        MOVE 'N' TO WS-INTEGRITY-SW
002586     END-IF.
002587 1250-EXIT.
002588     EXIT.
002580
002590*----------------------------------------------------------------*
002600*    2000-SPLIT-TRANS - HASH THE CLIENTE AND WRITE THE RECORD    *
002610*                       TO ITS STREAM.  AN ATTRIBUTE RECORD      *
002612*                       FOLLOWS ITS DETAIL TO THE SAME STREAM    *
002620*----------------------------------------------------------------*
002630 2000-SPLIT-TRANS.
002632     IF TRN-IS-ATTR
002634        MOVE WS-LAST-STREAM TO WS-STREAM-NO
002636        ADD 1 TO WS-STR-ATR-COUNT(WS-STREAM-NO)
002638     ELSE
002640        PERFORM 3000-HASH-CLIENTE THRU 3000-EXIT
002642        MOVE WS-STREAM-NO TO WS-LAST-STREAM
002650        ADD 1 TO WS-STR-COUNT(WS-STREAM-NO)
002652     END-IF
002655     MOVE TRN-RECORD TO WS-OUT-REC
002660     PERFORM 4000-WRITE-STREAM THRU 4000-EXIT
002670     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003480         VARYING WS-STREAM-NO FROM 1 BY 1
003490         UNTIL WS-STREAM-NO > WS-STREAM-CNT
003500     DISPLAY 'COBSPLIT: RECORDS READ=' WS-REC-COUNT
003500     DISPLAY 'COBSPLIT: ATTRIBUTE RECORDS READ=' WS-ATR-COUNT
003510     PERFORM 8200-SHOW-ONE-COUNT THRU 8200-EXIT
003520         VARYING WS-STREAM-NO FROM 1 BY 1
003530         UNTIL WS-STREAM-NO > WS-STREAM-CNT
003562
003563*----------------------------------------------------------------*
003564*    8050-WRITE-ONE-TRL - EVERY STREAM FILE ENDS WITH A TRNTRL   *
003565*                         CARRYING ITS OWN DETAIL AND ATTRIBUTE  *
003565*                         COUNTS                                 *
003566*----------------------------------------------------------------*
003567 8050-WRITE-ONE-TRL.
003568     MOVE SPACES TO WTR-TRAILER-REC
003569     MOVE 'TRNTRL' TO WTR-TRL-ID
003570     MOVE WS-STR-COUNT(WS-STREAM-NO) TO WTR-TRL-COUNT
003570     MOVE WS-STR-ATR-COUNT(WS-STREAM-NO) TO WTR-TRL-ATR-COUNT
003571     MOVE WTR-TRAILER-REC TO WS-OUT-REC
003572     PERFORM 4000-WRITE-STREAM THRU 4000-EXIT.
003572 8050-EXIT.
003910
003920 8200-SHOW-ONE-COUNT.
003930     DISPLAY 'COBSPLIT: STREAM ' WS-STREAM-NO
003940             ' RECORDS=' WS-STR-COUNT(WS-STREAM-NO)
003940             ' ATTRIBUTES=' WS-STR-ATR-COUNT(WS-STREAM-NO).
003950 8200-EXIT.
003960     EXIT.
