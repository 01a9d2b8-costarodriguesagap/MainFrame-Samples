000152*                     NAMED ON THE 'EXECTRIP' EVENT RECORDS      *
000153*                     COBIRXE WRITES WHEN ITS CIRCUIT BREAKER    *
000154*                     FIRES.  BLANK ON NORMAL STEP RECORDS.      *
000155*    2026-10-15 JCR   ADDED THE 'AUDCHAIN' RECORD COBIRXE AND    *
000156*                     COBIRXJ WRITE AT THE END OF EACH RUN TO    *
000157*                     CLOSE ITS AUDITFL CHAIN: CTL-RUN-TIME IS   *
000158*                     THE RUN START TIME (AUD-CHAIN-START),      *
000159*                     CTL-CHAIN-PGM THE WRITING PROGRAM,         *
000160*                     CTL-READ-COUNT THE FINAL AUD-CHAIN-SEQ AND *
000161*                     CTL-CHAIN-CHECK THE FINAL CHECK VALUE.     *
000170******************************************************************
000180 01  CTL-RECORD.
000190     05  CTL-PROGRAM             PIC X(08).
000200     05  CTL-RUN-DATE            PIC X(08).
000210     05  CTL-RUN-TIME            PIC X(06).
000220     05  CTL-STATUS              PIC X(01).
000230         88  CTL-STATUS-OK               VALUE 'S'.
000240         88  CTL-STATUS-FAIL             VALUE 'F'.
000250     05  CTL-RETURN-CODE         PIC S9(4).
000260     05  CTL-STREAM-ID           PIC X(01).
000270     05  CTL-READ-COUNT          PIC 9(07).
000280     05  CTL-OK-COUNT            PIC 9(07).
000290     05  CTL-FAIL-COUNT          PIC 9(07).
000300     05  CTL-REJECT-COUNT        PIC 9(07).
000310     05  CTL-SKIP-COUNT          PIC 9(07).
000320     05  CTL-TRIP-EXEC           PIC X(08).
000330     05  CTL-CHAIN-PGM REDEFINES CTL-TRIP-EXEC
000340                                 PIC X(08).
000350     05  CTL-CHAIN-CHECK         PIC 9(09).
