000244*                     FALLBACK).  A FALLBACK SUCCESS COUNTS AS   *
000246*                     THE IRXEXEC PATH RECOVERING, AND THE       *
000248*                     NUMBER OF FALLBACK RECOVERIES IS REPORTED. *
000249*    2026-10-14 JCR   RAISE A RECON EVENT ON CASEVT FOR EACH     *
000249*                     MISMATCH ON TODAY'S RUN DATE SO COBCASE    *
000249*                     OPENS OR UPDATES AN EXCEPTION CASE.        *
000249*                     OLDER DATES WERE RAISED ON THEIR OWN DAY.  *
000249*    2026-10-14 JCR   TAKE THE BUSINESS DATE FROM THE BUSDATE    *
000249*                     CONTROL RECORD (COBCALDT) INSTEAD OF THE   *
000249*                     CLOCK DATE.                                *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000402     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000404            ORGANIZATION IS SEQUENTIAL
000406            FILE STATUS IS WS-BDT-STATUS.
000406
000410     SELECT AUDIT-FILE      ASSIGN TO AUDITFL
000420            ORGANIZATION IS SEQUENTIAL
000430            FILE STATUS IS WS-AUDIT-STATUS.
000470     SELECT RECON-RPT       ASSIGN TO RECONRPT
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS IS WS-RPT-STATUS.
000492
000494     SELECT CASE-EVENT-FILE ASSIGN TO CASEVT
000496            ORGANIZATION IS SEQUENTIAL
000498            FILE STATUS IS WS-CEV-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000522 FD  BUSDATE-FILE
000524     RECORDING MODE IS F.
000526     COPY CPYBDT.
000526
000530 FD  AUDIT-FILE
000540     RECORDING MODE IS F.
000550     COPY CPYAUD.
000600 FD  RECON-RPT
000610     RECORDING MODE IS F.
000620 01  RPT-LINE                    PIC X(132).
000622
000624 FD  CASE-EVENT-FILE
000626     RECORDING MODE IS F.
000628     COPY CPYCEV.
000630
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------*
000670*----------------------------------------------------------------*
000680 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000690 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000695 77  WS-CEV-STATUS               PIC X(02) VALUE SPACES.
000697 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000700
000710*----------------------------------------------------------------*
000720*    RUN SWITCHES AND COUNTERS                                   *
001000     88  WS-GRP-J-SEEN                      VALUE 'Y'.
001010 77  WS-GRP-J-OK                 PIC X(01) VALUE 'N'.
001020     88  WS-GRP-J-SUCCESS                   VALUE 'Y'.
001023
001026 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001030
001040*----------------------------------------------------------------*
001050*    REPORT LINE WORK AREA                                       *
001340*----------------------------------------------------------------*
001350 1000-INITIALIZE.
001360     OPEN OUTPUT RECON-RPT
001361     OPEN INPUT BUSDATE-FILE
001361     IF WS-BDT-STATUS NOT = '00'
001361        DISPLAY 'COBRECON: OPEN BUSDATE FAILED, STATUS='
001361                WS-BDT-STATUS
001361        MOVE 16 TO RETURN-CODE
001361        GOBACK
001361     END-IF
001361     READ BUSDATE-FILE
001361        AT END
001361           DISPLAY 'COBRECON: BUSDATE IS EMPTY'
001361           MOVE 16 TO RETURN-CODE
001361           GOBACK
001361     END-READ
001361     IF BDT-BUS-DATE NOT NUMERIC
001361        DISPLAY 'COBRECON: BUSDATE BUSINESS DATE NOT NUMERIC: '
001361                BDT-BUS-DATE
001361        MOVE 16 TO RETURN-CODE
001361        GOBACK
001361     END-IF
001361     MOVE BDT-BUS-DATE TO WS-BUS-DATE
001361     CLOSE BUSDATE-FILE
001362     OPEN EXTEND CASE-EVENT-FILE
001363     IF WS-CEV-STATUS = '05' OR WS-CEV-STATUS = '35'
001364        OPEN OUTPUT CASE-EVENT-FILE
001365     END-IF
001370     MOVE SPACES TO RPT-LINE
001380     MOVE 'IRXEXEC/IRXJCL RECONCILIATION REPORT' TO RPT-LINE
001390     WRITE RPT-LINE
002530     WRITE RPT-LINE
002540     DISPLAY 'COBRECON: MISMATCH CLIENTE=' WS-PREV-CLIENTE
002550             ' PRODUTO=' WS-PREV-PRODUTO
002560             ' DATE=' WS-PREV-RUN-DATE
002562     IF WS-PREV-RUN-DATE = WS-BUS-DATE
002564        PERFORM 3700-WRITE-CASE-EVENT THRU 3700-EXIT
002566     END-IF.
002570 3600-EXIT.
002580     EXIT.
002581
002582*----------------------------------------------------------------*
002583*    3700-WRITE-CASE-EVENT - RAISE A RECON EXCEPTION ON CASEVT   *
002584*                            FOR THE MISMATCHED GROUP            *
002585*----------------------------------------------------------------*
002586 3700-WRITE-CASE-EVENT.
002587     MOVE SPACES           TO CEV-RECORD
002588     MOVE 'RECON'          TO CEV-TYPE
002589     MOVE WS-PREV-CLIENTE  TO CEV-CLIENTE
002589     MOVE WS-PREV-PRODUTO  TO CEV-PRODUTO
002589     MOVE WS-PREV-RUN-DATE TO CEV-BUS-DATE
002589     MOVE 'COBRECON'       TO CEV-SOURCE-PGM
002589     STRING 'IRXEXEC/IRXJCL MISMATCH ' DELIMITED BY SIZE
002589            WS-RPT-E-STATUS DELIMITED BY SPACE
002589            ' ' DELIMITED BY SIZE
002589            WS-RPT-J-STATUS DELIMITED BY SPACE
002589            INTO CEV-DETAIL
002589     WRITE CEV-RECORD.
002589 3700-EXIT.
002589     EXIT.
002590
002600*----------------------------------------------------------------*
002610*    8000-TERMINATE - CLOSE FILES, DISPLAY THE SUMMARY AND SET   *
002788            INTO RPT-LINE
002789     WRITE RPT-LINE
002790     CLOSE RECON-RPT
002795     CLOSE CASE-EVENT-FILE
002800
002810     DISPLAY 'COBRECON: GROUPS EVALUATED=' WS-GROUP-COUNT
002820     DISPLAY 'COBRECON: MISMATCHES FOUND=' WS-MISMATCH-COUNT
