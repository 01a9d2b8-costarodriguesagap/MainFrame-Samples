000142*                     TREATED AS '9'.  COBPRISQ ORDERS A FILE    *
000143*                     HIGHEST TIER FIRST AND COBIRXE CARRIES     *
000144*                     THE TIER ONTO THE AUDIT TRAIL.             *
000145*    2026-10-14 JCR   ADDED THE TRNATR ATTRIBUTE VIEW.  ZERO OR  *
000146*                     MORE TRNATR RECORDS FOLLOW A DETAIL AND    *
000147*                     CARRY ITS RATING ATTRIBUTES AS KEY=VALUE   *
000148*                     PAIRS SEPARATED BY ';', EACH PAIR AT MOST  *
000149*                     32 BYTES.  THEY TRAVEL WITH THEIR DETAIL   *
000150*                     THROUGH EVERY STEP AND COBIRXE PASSES THEM *
000151*                     TO THE EXEC AS EXTRA ARGUMENTS (SEE        *
000152*                     CPYARP).  TRN-TRL-COUNT STILL COUNTS       *
000153*                     DETAILS ONLY; THE NEW TRN-TRL-ATR-COUNT    *
000154*                     COUNTS THE SEGMENT'S TRNATR RECORDS AND IS *
000155*                     VERIFIED WHEN NUMERIC (BLANK ON AN OLDER   *
000156*                     TRAILER).                                  *
000157*    2026-10-15 JCR   ADDED TRN-ORIGIN - 'R' ON A RENEWAL        *
000158*                     TRANSACTION GENERATED BY COBRENEW FROM     *
000159*                     HISTFL, BLANK ON A NEW REQUEST.  COBIRXE   *
000160*                     CARRIES IT ONTO THE AUDIT TRAIL, ERRFILE   *
000161*                     AND SETASIDE SO A RENEWAL STAYS MARKED.    *
000170******************************************************************
000180 01  TRN-RECORD.
000190     05  TRN-CLIENTE             PIC X(20).
000200     05  TRN-PRODUTO             PIC X(20).
000210     05  TRN-CANAL               PIC X(08).
000220     05  TRN-RECYCLE-COUNT       PIC 9(02).
000230     05  TRN-PRIORITY            PIC X(01).
000240     05  TRN-ORIGIN              PIC X(01).
000250         88  TRN-ORIGIN-RENEWAL          VALUE 'R'.
000260     05  FILLER                  PIC X(08).
000270 01  TRN-HEADER-REC.
000280     05  TRN-HDR-ID              PIC X(06).
000290         88  TRN-IS-HEADER               VALUE 'TRNHDR'.
000300     05  FILLER                  PIC X(02).
000310     05  TRN-HDR-BUS-DATE        PIC X(08).
000320     05  FILLER                  PIC X(44).
000330 01  TRN-TRAILER-REC.
000340     05  TRN-TRL-ID              PIC X(06).
000350         88  TRN-IS-TRAILER              VALUE 'TRNTRL'.
000360     05  FILLER                  PIC X(02).
000370     05  TRN-TRL-COUNT           PIC 9(07).
000380     05  TRN-TRL-ATR-COUNT       PIC 9(07).
000390     05  FILLER                  PIC X(38).
000400 01  TRN-ATTR-REC.
000410     05  TRN-ATR-ID              PIC X(06).
000420         88  TRN-IS-ATTR                 VALUE 'TRNATR'.
000430     05  FILLER                  PIC X(02).
000440     05  TRN-ATR-TEXT            PIC X(52).
