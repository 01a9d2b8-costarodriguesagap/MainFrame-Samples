000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------- ----  ------------------------------------------ *
000270*    2026-09-02 JCR   ORIGINAL VERSION.                          *
000272*    2026-10-14 JCR   CARRY TRNATR ATTRIBUTE RECORDS WITH THEIR  *
000272*                     DETAIL.  EACH IS RELEASED WITH ITS         *
000272*                     DETAIL'S TIER AND SEQUENCE PLUS A SUB-     *
000272*                     SEQUENCE, SO IT SORTS STRAIGHT AFTER THE   *
000272*                     DETAIL.  PRITRAN'S TRAILER CARRIES THE     *
000272*                     ATTRIBUTE COUNT AND ATTRIBUTES IN MUST     *
000272*                     EQUAL ATTRIBUTES OUT.                      *
000272*    2026-10-14 JCR   DEFAULT BUSINESS DATE FROM THE BUSDATE     *
000272*                     CONTROL RECORD (COBCALDT) INSTEAD OF THE   *
000272*                     CLOCK DATE.                                *
000280*                                                                *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000432     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000434            ORGANIZATION IS SEQUENTIAL
000436            FILE STATUS IS WS-BDT-STATUS.
000436
000440     SELECT TRANS-FILE      ASSIGN TO TRANSIN
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WS-TRANS-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000552 FD  BUSDATE-FILE
000554     RECORDING MODE IS F.
000556     COPY CPYBDT.
000556
000560 FD  TRANS-FILE
000570     RECORDING MODE IS F.
000580     COPY CPYTRN.
000610 01  SRT-RECORD.
000620     05  SRT-PRIORITY            PIC X(01).
000630     05  SRT-SEQ                 PIC 9(07).
000635     05  SRT-SUBSEQ              PIC 9(03).
000640     05  SRT-TRN-DATA            PIC X(60).
000650
000660 FD  PRI-FILE
000730*----------------------------------------------------------------*
000740 77  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
000750 77  WS-PRI-STATUS               PIC X(02) VALUE SPACES.
000755 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000760
000770*----------------------------------------------------------------*
000780*    RUN SWITCHES AND COUNTERS                                   *
000830     88  WS-SORT-EOF                        VALUE 'Y'.
000840 77  WS-REC-COUNT                PIC 9(07) COMP VALUE 0.
000850 77  WS-OUT-COUNT                PIC 9(07) COMP VALUE 0.
000852 77  WS-ATR-COUNT                PIC 9(07) COMP VALUE 0.
000854 77  WS-OUT-ATR-COUNT            PIC 9(07) COMP VALUE 0.
000856 77  WS-ATR-SUBSEQ               PIC 9(03) COMP VALUE 0.
000858 01  WS-LAST-PRIORITY            PIC X(01) VALUE SPACE.
000870 77  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
000880 77  WS-TIER-SUB                 PIC 9(02) COMP VALUE 0.
000890 01  WS-TIER-COUNTS.
001040     88  WS-SEG-OPEN                         VALUE 'Y'.
001050 77  WS-INTEGRITY-SW             PIC X(01) VALUE 'Y'.
001060     88  WS-TRANSIN-SOUND                    VALUE 'Y'.
001065 77  WS-SEG-ATR-COUNT            PIC 9(07) COMP VALUE 0.
001070
001080 PROCEDURE DIVISION.
001090*----------------------------------------------------------------*
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001140     SORT SORT-WORK
001150         ON ASCENDING KEY SRT-PRIORITY SRT-SEQ SRT-SUBSEQ
001160         INPUT PROCEDURE IS 2000-RELEASE-DETAILS THRU 2000-EXIT
001170         OUTPUT PROCEDURE IS 3000-WRITE-SEQUENCED THRU 3000-EXIT
001180     PERFORM 8000-TERMINATE THRU 8000-EXIT
001220*    1000-INITIALIZE - OPEN THE FILES                            *
001230*----------------------------------------------------------------*
001240 1000-INITIALIZE.
001250     OPEN INPUT BUSDATE-FILE
001250     IF WS-BDT-STATUS NOT = '00'
001250        DISPLAY 'COBPRISQ: OPEN BUSDATE FAILED, STATUS='
001250                WS-BDT-STATUS
001250        MOVE 16 TO RETURN-CODE
001250        GOBACK
001250     END-IF
001250     READ BUSDATE-FILE
001250        AT END
001250           DISPLAY 'COBPRISQ: BUSDATE IS EMPTY'
001250           MOVE 16 TO RETURN-CODE
001250           GOBACK
001250     END-READ
001250     IF BDT-BUS-DATE NOT NUMERIC
001250        DISPLAY 'COBPRISQ: BUSDATE BUSINESS DATE NOT NUMERIC: '
001250                BDT-BUS-DATE
001250        MOVE 16 TO RETURN-CODE
001250        GOBACK
001250     END-IF
001250     MOVE BDT-BUS-DATE TO WS-BUS-DATE
001250     CLOSE BUSDATE-FILE
001270     INITIALIZE WS-TIER-COUNTS
001280     OPEN INPUT TRANS-FILE
001290     IF WS-TRANS-STATUS NOT = '00'
001410*                           SEGMENTS AND RELEASE EVERY DETAIL    *
001420*                           WITH ITS NORMALIZED TIER AND AN      *
001430*                           ARRIVAL SEQUENCE NUMBER, SO ORDER    *
001440*                           WITHIN A TIER IS PRESERVED.  AN      *
001442*                           ATTRIBUTE RECORD TAKES ITS DETAIL'S  *
001444*                           TIER AND SEQUENCE AND A SUB-         *
001446*                           SEQUENCE FROM 1 (THE DETAIL HAS 0)   *
001450*----------------------------------------------------------------*
001460 2000-RELEASE-DETAILS.
001470     PERFORM 1200-READ-TRANS THRU 1200-EXIT
001530
001540 2100-RELEASE-ONE.
001550     MOVE SPACES TO SRT-RECORD
001552     IF TRN-IS-ATTR
001554        ADD 1 TO WS-ATR-SUBSEQ
001556        MOVE WS-LAST-PRIORITY TO SRT-PRIORITY
001558        MOVE WS-REC-COUNT TO SRT-SEQ
001558        MOVE WS-ATR-SUBSEQ TO SRT-SUBSEQ
001558        MOVE TRN-RECORD TO SRT-TRN-DATA
001558        RELEASE SRT-RECORD
001558        PERFORM 1200-READ-TRANS THRU 1200-EXIT
001558        GO TO 2100-EXIT
001558     END-IF
001560     IF TRN-PRIORITY >= '1' AND TRN-PRIORITY <= '9'
001570        MOVE TRN-PRIORITY TO SRT-PRIORITY
001580     ELSE
001590        MOVE '9' TO SRT-PRIORITY
001600     END-IF
001610     MOVE WS-REC-COUNT TO SRT-SEQ
001615     MOVE 0 TO SRT-SUBSEQ
001615     MOVE 0 TO WS-ATR-SUBSEQ
001615     MOVE SRT-PRIORITY TO WS-LAST-PRIORITY
001620     MOVE TRN-RECORD TO SRT-TRN-DATA
001630     RELEASE SRT-RECORD
001640     MOVE SRT-PRIORITY TO WS-TIER-DIGIT
001710*----------------------------------------------------------------*
001720*    1200-READ-TRANS - ADVANCE THE TRANSACTION FILE.  CONTROL    *
001730*                      RECORDS ARE VERIFIED AND CONSUMED HERE;   *
001740*                      ONLY A DETAIL RECORD, OR AN ATTRIBUTE     *
001745*                      RECORD FOLLOWING ONE, IS RETURNED         *
001750*----------------------------------------------------------------*
001760 1200-READ-TRANS.
001770     READ TRANS-FILE
001910        END-IF
001920        ADD 1 TO WS-HDR-COUNT
001930        MOVE 0 TO WS-SEG-COUNT
001935        MOVE 0 TO WS-SEG-ATR-COUNT
001935        MOVE SPACE TO WS-LAST-PRIORITY
001940        MOVE 'Y' TO WS-SEG-OPEN-SW
001950        GO TO 1200-READ-TRANS
001960     END-IF
002030        ADD 1 TO WS-TRL-COUNT
002040        PERFORM 1250-CHECK-TRAILER THRU 1250-EXIT
002050        MOVE 0 TO WS-SEG-COUNT
002055        MOVE 0 TO WS-SEG-ATR-COUNT
002055        MOVE SPACE TO WS-LAST-PRIORITY
002060        MOVE 'N' TO WS-SEG-OPEN-SW
002070        GO TO 1200-READ-TRANS
002080     END-IF
002081*    AN ATTRIBUTE RECORD WITH NO DETAIL BEFORE IT HAS NOTHING
002081*    TO SORT BEHIND - IT IS DROPPED AND THE RUN FAILED
002082     IF TRN-IS-ATTR
002083        ADD 1 TO WS-SEG-ATR-COUNT
002084        IF WS-LAST-PRIORITY = SPACE
002085           DISPLAY 'COBPRISQ: TRANSIN ATTRIBUTE RECORD WITH NO '
002086                   'DETAIL - DETAIL LOST'
002087           MOVE 'N' TO WS-INTEGRITY-SW
002088           GO TO 1200-READ-TRANS
002089        END-IF
002089        ADD 1 TO WS-ATR-COUNT
002089        GO TO 1200-EXIT
002089     END-IF
002090     ADD 1 TO WS-REC-COUNT
002100     ADD 1 TO WS-SEG-COUNT.
002110 1200-EXIT.
002270        DISPLAY 'COBPRISQ: TRANSIN TRAILER COUNT ' TRN-TRL-COUNT
002280                ' DOES NOT MATCH DETAILS READ ' WS-SEG-COUNT
002290        MOVE 'N' TO WS-INTEGRITY-SW
002300     END-IF
002300*    A BLANK ATTRIBUTE COUNT IS A TRAILER FROM BEFORE TRNATR
002300     IF TRN-TRL-ATR-COUNT NUMERIC
002300        AND TRN-TRL-ATR-COUNT NOT = WS-SEG-ATR-COUNT
002300        DISPLAY 'COBPRISQ: TRANSIN TRAILER ATTRIBUTE COUNT '
002300                TRN-TRL-ATR-COUNT
002300                ' DOES NOT MATCH ATTRIBUTES READ '
002300                WS-SEG-ATR-COUNT
002300        MOVE 'N' TO WS-INTEGRITY-SW
002300     END-IF.
002310 1250-EXIT.
002320     EXIT.
002650     MOVE SPACES TO PRI-TRAILER-REC
002660     MOVE 'TRNTRL' TO PRI-TRL-ID
002670     MOVE WS-OUT-COUNT TO PRI-TRL-COUNT
002675     MOVE WS-OUT-ATR-COUNT TO PRI-TRL-ATR-COUNT
002680     WRITE PRI-TRAILER-REC.
002690 3000-EXIT.
002700     EXIT.
002740        AT END
002750           MOVE 'Y' TO WS-SORT-EOF-SW
002760        NOT AT END
002780           MOVE SRT-TRN-DATA TO PRI-RECORD
002782           IF PRI-IS-ATTR
002784              ADD 1 TO WS-OUT-ATR-COUNT
002786           ELSE
002788              ADD 1 TO WS-OUT-COUNT
002789           END-IF
002790           WRITE PRI-RECORD
002800     END-RETURN.
002810 3100-EXIT.
002890     CLOSE PRI-FILE
002900     DISPLAY 'COBPRISQ: DETAIL RECORDS READ=' WS-REC-COUNT
002910     DISPLAY 'COBPRISQ: DETAIL RECORDS WRITTEN=' WS-OUT-COUNT
002912     DISPLAY 'COBPRISQ: ATTRIBUTE RECORDS READ=' WS-ATR-COUNT
002914     DISPLAY 'COBPRISQ: ATTRIBUTE RECORDS WRITTEN='
002916             WS-OUT-ATR-COUNT
002920     PERFORM 8100-SHOW-ONE-TIER THRU 8100-EXIT
002930         VARYING WS-TIER-SUB FROM 1 BY 1
002940         UNTIL WS-TIER-SUB > 9
002960        DISPLAY 'COBPRISQ: READ/WRITE COUNT MISMATCH'
002970        MOVE 'N' TO WS-INTEGRITY-SW
002980     END-IF
002982     IF WS-ATR-COUNT NOT = WS-OUT-ATR-COUNT
002984        DISPLAY 'COBPRISQ: ATTRIBUTE READ/WRITE COUNT MISMATCH'
002986        MOVE 'N' TO WS-INTEGRITY-SW
002988     END-IF
002990     IF NOT WS-TRANSIN-SOUND
003000        DISPLAY 'COBPRISQ: TRANSIN CONTROL RECORD CHECK FAILED'
003010        MOVE 16 TO RETURN-CODE
