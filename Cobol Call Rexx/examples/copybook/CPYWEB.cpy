000010******************************************************************
000020*                                                                *
000030*    CPYWEB   -  WEB PORTAL INTAKE FEED LAYOUT                   *
000040*                                                                *
000050*    THE WEB PORTAL SENDS ONE TRANSACTION PER LINE AS            *
000060*    SEMICOLON-DELIMITED FIELDS IN A 200-BYTE RECORD, BLANK      *
000070*    PADDED:                                                     *
000080*                                                                *
000090*        CLIENTE;PRODUTO;PRIORITY                                *
000100*                                                                *
000110*    PRIORITY IS OPTIONAL (BLANK OR '1'-'9'); WHEN OMITTED THE   *
000120*    WEB CHANNEL DEFAULT APPLIES.  COBINTK READS WEBFEED INTO    *
000130*    WEB-LINE AND UNSTRINGS IT INTO WEB-FIELDS.  EACH FIELD      *
000140*    AREA IS WIDER THAN ITS CPYTRN TARGET SO AN OVERLONG VALUE   *
000150*    SHOWS AS NON-BLANK DATA PAST THE TARGET WIDTH RATHER THAN   *
000160*    BEING TRUNCATED; WEB-F-EXTRA CATCHES A FOURTH FIELD.        *
000170*                                                                *
000180*    MODIFICATION HISTORY                                        *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  ------------------------------------------ *
000210*    2026-10-14 JCR   ORIGINAL COPYBOOK - WEB INTAKE FEED.       *
000220******************************************************************
000230 01  WEB-LINE                    PIC X(200).
000240 01  WEB-FIELDS.
000250     05  WEB-F-CLIENTE           PIC X(40).
000260     05  WEB-F-PRODUTO           PIC X(40).
000270     05  WEB-F-PRIORITY          PIC X(10).
000280     05  WEB-F-EXTRA             PIC X(40).
000290     05  WEB-FIELD-COUNT         PIC 9(04) COMP.
