000129*                     LOOPING FOREVER.                           *
000131*    2026-08-22 JCR   ADDED ERR-RUN-DATE SO COBHSKP CAN SPLIT    *
000132*                     THE LIVE FILE ON A RETENTION HORIZON.      *
000133*    2026-10-15 JCR   ADDED ERR-ORIGIN - TRN-ORIGIN OF THE       *
000134*                     REJECTED TRANSACTION, SO COBERRCY RECYCLES *
000135*                     A RENEWAL STILL MARKED AS ONE.             *
000130******************************************************************
000140 01  ERR-RECORD.
000150     05  ERR-CLIENTE             PIC X(20).
000200     05  ERR-REASON              PIC X(40).
000205     05  ERR-RECYCLE-COUNT       PIC 9(02).
000207     05  ERR-RUN-DATE            PIC X(08).
000208     05  ERR-ORIGIN              PIC X(01).
000210     05  FILLER                  PIC X(08).
