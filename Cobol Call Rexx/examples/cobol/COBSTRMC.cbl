000090*    STREAM CONSOLIDATION GATE.  AFTER N CONCURRENT COBIRXE     *
000100*    JOBS HAVE WORKED THE COBSPLIT STREAMS, THIS STEP READS     *
000110*    CTLFILE AND VERIFIES THAT EVERY STREAM 1..N WROTE A        *
000120*    COBIRXE CONTROL RECORD FOR THE RUN DATE ON BUSDATE.  A     *
000130*    MISSING STREAM (AN ABENDED JOB NEVER REACHES ITS CONTROL   *
000140*    WRITE) RAISES RC=8 SO THE SCHEDULER HOLDS COBRECON AND     *
000150*    COBSUMRY AND ONLY THAT SLICE IS RERUN - THE OTHER          *
000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------- ----  ------------------------------------------ *
000220*    2026-08-22 JCR   ORIGINAL VERSION.                          *
000220*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000220*                     RECORD PUBLISHED BY COBCALDT; PARMCRD      *
000220*                     COLS 1-8 ARE NO LONGER READ.               *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000382     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000384            ORGANIZATION IS SEQUENTIAL
000386            FILE STATUS IS WS-BDT-STATUS.
000386
000390     SELECT PARM-FILE       ASSIGN TO PARMCRD
000400            ORGANIZATION IS SEQUENTIAL
000410            FILE STATUS IS WS-PARM-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000522 FD  BUSDATE-FILE
000524     RECORDING MODE IS F.
000526     COPY CPYBDT.
000526
000530 FD  PARM-FILE
000540     RECORDING MODE IS F.
000550 01  PRM-CARD.
000560     05  PRM-STREAMS             PIC X(01).
000570     05  FILLER                  PIC X(01).
000580     05  FILLER                  PIC X(08).
000590     05  FILLER                  PIC X(70).
000600
000610 FD  CONTROL-FILE
000700*----------------------------------------------------------------*
000710*    FILE STATUS SWITCHES                                        *
000720*----------------------------------------------------------------*
000725 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000730 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000740 77  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
000750 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001280*    1000-INITIALIZE - READ N AND THE RUN DATE, OPEN FILES       *
001290*----------------------------------------------------------------*
001300 1000-INITIALIZE.
001301     OPEN INPUT BUSDATE-FILE
001302     IF WS-BDT-STATUS NOT = '00'
001303        DISPLAY 'COBSTRMC: OPEN BUSDATE FAILED, STATUS='
001304                WS-BDT-STATUS
001305        MOVE 16 TO RETURN-CODE
001306        GOBACK
001307     END-IF
001308     READ BUSDATE-FILE
001309        AT END
001309           DISPLAY 'COBSTRMC: BUSDATE IS EMPTY'
001309           MOVE 16 TO RETURN-CODE
001309           GOBACK
001309     END-READ
001309     IF BDT-BUS-DATE NOT NUMERIC
001309        DISPLAY 'COBSTRMC: BUSDATE BUSINESS DATE NOT NUMERIC: '
001309                BDT-BUS-DATE
001309        MOVE 16 TO RETURN-CODE
001309        GOBACK
001309     END-IF
001309     MOVE BDT-BUS-DATE TO WS-RUN-DATE
001309     CLOSE BUSDATE-FILE
001309
001310     OPEN INPUT PARM-FILE
001320     IF WS-PARM-STATUS NOT = '00'
001330        DISPLAY 'COBSTRMC: OPEN PARMCRD FAILED, STATUS='
001470        MOVE 16 TO RETURN-CODE
001480        GOBACK
001490     END-IF
001560     MOVE PRM-STREAMS TO WS-STREAM-CNT
001562     MOVE PRM-STREAMS TO WS-STREAMS-X
001570     CLOSE PARM-FILE
001580
001590     PERFORM 1100-CLEAR-ONE-STREAM THRU 1100-EXIT
