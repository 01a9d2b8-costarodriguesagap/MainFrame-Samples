000010******************************************************************
000020*                                                                *
000030*    CPYRSP   -  CHANNEL OUTCOME RESPONSE RECORD LAYOUT          *
000040*                                                                *
000050*    WRITTEN BY COBRESP TO RESPFL AFTER THE CHAIN COMPLETES,     *
000060*    ONE SEGMENT PER CANAL: AN 'H' HEADER, ONE 'D' DETAIL PER    *
000070*    TRANSIN DETAIL OF THE BUSINESS DATE IN ARRIVAL ORDER, AND   *
000080*    A 'T' TRAILER WITH THE DETAIL COUNT, SO EACH CHANNEL CAN    *
000090*    LOAD ITS OWN OUTCOMES.  RSP-OUTCOME IS THE ONE FINAL        *
000100*    OUTCOME OF THE TRANSACTION:                                 *
000110*                                                                *
000120*      R  RATED            RSP-PREMIO IS THE PREMIUM             *
000130*      I  INELIGIBLE                                             *
000140*      B  BUSINESS ERROR   RSP-REASON IS THE EXEC'S ERRO TEXT    *
000150*      E  REJECTED         RSP-REASON IS THE ERRFILE REASON      *
000160*      H  HELD BY OPERATIONS                                     *
000170*      S  SET ASIDE        EXEC OUT OF SERVICE, WILL BE RERUN    *
000180*      D  DUPLICATE OF AN EARLIER TRANSACTION THE SAME DAY       *
000190*      F  NOT RATED        THE EXEC CALL FAILED                  *
000200*                                                                *
000210*    MODIFICATION HISTORY                                        *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  ------------------------------------------ *
000240*    2026-10-14 JCR   ORIGINAL COPYBOOK - CHANNEL RESPONSES.     *
000250******************************************************************
000260 01  RSP-RECORD.
000270     05  RSP-REC-TYPE            PIC X(01).
000280         88  RSP-IS-HEADER               VALUE 'H'.
000290         88  RSP-IS-DETAIL               VALUE 'D'.
000300         88  RSP-IS-TRAILER              VALUE 'T'.
000310     05  RSP-CANAL               PIC X(08).
000320     05  RSP-BUS-DATE            PIC X(08).
000330     05  RSP-CLIENTE             PIC X(20).
000340     05  RSP-PRODUTO             PIC X(20).
000350     05  RSP-OUTCOME             PIC X(01).
000360         88  RSP-RATED                   VALUE 'R'.
000370         88  RSP-INELIGIBLE              VALUE 'I'.
000380         88  RSP-BUSINESS-ERROR          VALUE 'B'.
000390         88  RSP-REJECTED                VALUE 'E'.
000400         88  RSP-HELD                    VALUE 'H'.
000410         88  RSP-SET-ASIDE               VALUE 'S'.
000420         88  RSP-DUPLICATE               VALUE 'D'.
000430         88  RSP-EXEC-FAILED             VALUE 'F'.
000440     05  RSP-PREMIO              PIC S9(7)V99.
000450     05  RSP-REASON              PIC X(40).
000460     05  FILLER                  PIC X(13).
000470 01  RSP-TRAILER-REC.
000480     05  RSP-TRL-TYPE            PIC X(01).
000490     05  RSP-TRL-CANAL           PIC X(08).
000500     05  RSP-TRL-BUS-DATE        PIC X(08).
000510     05  RSP-TRL-COUNT           PIC 9(07).
000520     05  RSP-TRL-PREMIO          PIC S9(9)V99.
000530     05  FILLER                  PIC X(85).
