000090*    DAILY DELIMITED EXTRACT FOR THE DISTRIBUTED REPORTING      *
000100*    WAREHOUSE.  WRITES TWO SEMICOLON-DELIMITED FILES:          *
000110*                                                                *
000120*      AUDEXT - THE AUDITFL RECORDS FOR THE BUSDATE BUSINESS    *
000130*               DATE, ONE ROW PER INVOCATION                    *
000140*      HSTEXT - THE FULL HISTFL CLIENT HISTORY                  *
000150*                                                                *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    ---------- ----  ------------------------------------------ *
000260*    2026-08-22 JCR   ORIGINAL VERSION.                          *
000260*    2026-10-14 JCR   BUSINESS DATE FROM THE BUSDATE CONTROL     *
000260*                     RECORD PUBLISHED BY COBCALDT INSTEAD OF    *
000260*                     PARMCRD.                                   *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
000440            ORGANIZATION IS SEQUENTIAL
000450            FILE STATUS IS WS-BDT-STATUS.
000460
000470     SELECT AUDIT-FILE      ASSIGN TO AUDITFL
000480            ORGANIZATION IS SEQUENTIAL
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  BUSDATE-FILE
000710     RECORDING MODE IS F.
000720     COPY CPYBDT.
000750
000760 FD  AUDIT-FILE
000770     RECORDING MODE IS F.
000920*----------------------------------------------------------------*
000930*    FILE STATUS SWITCHES                                        *
000940*----------------------------------------------------------------*
000950 77  WS-BDT-STATUS               PIC X(02) VALUE SPACES.
000960 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000970 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000980 77  WS-AEX-STATUS               PIC X(02) VALUE SPACES.
001450*    1000-INITIALIZE - READ THE BUSINESS DATE                    *
001460*----------------------------------------------------------------*
001470 1000-INITIALIZE.
001480     OPEN INPUT BUSDATE-FILE
001490     IF WS-BDT-STATUS NOT = '00'
001500        DISPLAY 'COBEXTRC: OPEN BUSDATE FAILED, STATUS='
001510                WS-BDT-STATUS
001520        MOVE 16 TO RETURN-CODE
001530        GOBACK
001540     END-IF
001550     READ BUSDATE-FILE
001560        AT END
001570           DISPLAY 'COBEXTRC: BUSDATE IS EMPTY'
001580           MOVE 16 TO RETURN-CODE
001590           GOBACK
001600     END-READ
001610     IF BDT-BUS-DATE NOT NUMERIC
001620        DISPLAY 'COBEXTRC: BUSDATE BUSINESS DATE NOT NUMERIC: '
001630                BDT-BUS-DATE
001640        MOVE 16 TO RETURN-CODE
001650        GOBACK
001660     END-IF
001665     MOVE BDT-BUS-DATE TO WS-BUS-DATE
001670     CLOSE BUSDATE-FILE.
001680 1000-EXIT.
001690     EXIT.
001700
