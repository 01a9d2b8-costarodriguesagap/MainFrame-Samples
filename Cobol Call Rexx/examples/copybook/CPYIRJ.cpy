000010******************************************************************
000020*                                                                *
000030*    CPYIRJ   -  INTAKE REJECT RECORD LAYOUT                     *
000040*                                                                *
000050*    WRITTEN BY COBINTK TO THE REJECT FILE OF THE FEED THE       *
000060*    RECORD CAME FROM (WEBREJ, BRNREJ, BRKREJ).  CARRIES THE     *
000070*    RECORD'S POSITION IN ITS FEED, THE FORMAT EDIT IT FAILED    *
000080*    AND THE RECORD IMAGE AS RECEIVED, SO THE CHANNEL CAN BE     *
000090*    TOLD EXACTLY WHAT TO CORRECT AND RESEND.                    *
000100*                                                                *
000110*    MODIFICATION HISTORY                                        *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    ---------- ----  ------------------------------------------ *
000140*    2026-10-14 JCR   ORIGINAL COPYBOOK - INTAKE REJECTS.        *
000150******************************************************************
000160 01  IRJ-RECORD.
000170     05  IRJ-CANAL               PIC X(08).
000180     05  IRJ-BUS-DATE            PIC X(08).
000190     05  IRJ-REC-NUMBER          PIC 9(07).
000200     05  IRJ-REASON              PIC X(30).
000210     05  IRJ-IMAGE               PIC X(200).
000220     05  FILLER                  PIC X(07).
