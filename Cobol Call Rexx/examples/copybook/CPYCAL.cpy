000010******************************************************************
000020*                                                                *
000030*    CPYCAL   -  PROCESSING CALENDAR RECORD LAYOUT               *
000040*                                                                *
000050*    ONE RECORD PER CALENDAR DATE ON CALFILE, IN ASCENDING       *
000060*    CAL-DATE ORDER, MAINTAINED BY OPERATIONS A YEAR AHEAD.      *
000070*    CAL-DAY-TYPE SAYS WHETHER THE CHAIN RUNS ON THE DATE; A     *
000080*    HOLIDAY CARRIES ITS NAME IN CAL-DESC.  THE PERIOD-END FLAGS *
000090*    ARE SET ON THE LAST BUSINESS DAY OF THE MONTH, QUARTER AND  *
000100*    YEAR, NOT ON THE LAST CALENDAR DAY.  CAL-RETAIN MARKS A     *
000110*    RETENTION POINT: ON THAT BUSINESS DAY COBHSKP ARCHIVES      *
000120*    EVERYTHING DATED BEFORE THE PREVIOUS RETENTION POINT.       *
000130*    COBCALDT READS THE CALENDAR AT CHAIN START AND PUBLISHES    *
000140*    THE DAY'S FLAGS ON BUSDATE (CPYBDT).                        *
000150*                                                                *
000160*    MODIFICATION HISTORY                                        *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  ------------------------------------------ *
000190*    2026-10-14 JCR   ORIGINAL COPYBOOK - PROCESSING CALENDAR.   *
000200******************************************************************
000210 01  CAL-RECORD.
000220     05  CAL-DATE                PIC X(08).
000230     05  CAL-DAY-TYPE            PIC X(01).
000240         88  CAL-BUSINESS-DAY            VALUE 'B'.
000250         88  CAL-HOLIDAY                 VALUE 'H'.
000260         88  CAL-WEEKEND                 VALUE 'W'.
000270     05  CAL-MONTH-END           PIC X(01).
000280         88  CAL-IS-MONTH-END            VALUE 'Y'.
000290     05  CAL-QTR-END             PIC X(01).
000300         88  CAL-IS-QTR-END              VALUE 'Y'.
000310     05  CAL-YEAR-END            PIC X(01).
000320         88  CAL-IS-YEAR-END             VALUE 'Y'.
000330     05  CAL-RETAIN              PIC X(01).
000340         88  CAL-IS-RETAIN-POINT         VALUE 'Y'.
000350     05  CAL-DESC                PIC X(30).
000360     05  FILLER                  PIC X(37).
