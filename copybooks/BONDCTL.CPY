001102*                     THE NEW BONDARCH ARCHIVAL STEP.            *
001103*    09/02/26   DLR   ADDED THE DORMANCY YEAR THRESHOLDS FOR    *
001104*                     THE NEW BONDESCH ESCHEATMENT AGING.        *
001105*    10/15/26   DLR   ADDED THE CELL TOLERANCE FOR THE NEW       *
001106*                     BONDVRFY RATE VERIFICATION.  THE RECORD    *
001107*                     HAS OUTGROWN 120 BYTES - EVERY READER'S    *
001108*                     CTL-FILE-RECORD FD WAS WIDENED TO PIC      *
001109*                     X(200) TO MATCH.                           *
001110*    10/15/26   DLR   ADDED THE HORIZON YEARS FOR THE NEW        *
001111*                     BONDFCST CASH-FLOW FORECAST.               *
001112*    10/15/26   DLR   ADDED THE GENERATIONS TO KEEP FOR THE NEW  *
001113*                     BONDBKUP UNLOAD BACKUP.                    *
001114*    10/15/26   DLR   ADDED THE PARTITION SERIES SETS FOR A      *
001115*                     SERIES-PARTITIONED BONDREAD RUN MERGED BY  *
001116*                     THE NEW BONDMRGE.                          *
001117*    10/15/26   DLR   ADDED THE TAX YEAR FOR THE NEW BOND1099    *
001118*                     YEAR-END INTEREST REPORTING.               *
001119******************************************************************
001200 01  CTL-RECORD.
001300     05  CTL-IN-FILENAME         PIC X(20).
001400     05  CTL-LOW-THRESHOLD       PIC 999V99.
004700*    ONE AT OR PAST THE REPORT THRESHOLD GOES ON THE FILING.     *
004800     05  CTL-ESCH-OUTREACH-YEARS PIC 9(02).
004900     05  CTL-ESCH-REPORT-YEARS   PIC 9(02).
005000*    HOW FAR A BONDMSTR CELL MAY STRAY FROM THE VALUE BONDVRFY   *
005100*    RECOMPUTES FROM THE RATE MASTER BEFORE IT IS REPORTED -     *
005200*    ZERO MEANS THE TWO MUST AGREE TO THE CENT.                  *
005300     05  CTL-VRFY-TOLERANCE      PIC 9(03)V99.
005400*    YEARS OF QUARTERS BONDFCST PROJECTS FORWARD (1 TO 10).      *
005500     05  CTL-FCST-YEARS          PIC 9(02).
005600*    UNLOAD GENERATIONS BONDBKUP KEEPS IN ITS CATALOG FOR EACH   *
005700*    FILE - ZERO MEANS NO GENERATION IS EVER ROLLED OFF.         *
005800     05  CTL-BKUP-GENERATIONS    PIC 9(02).
005900*    SERIES SETS FOR A PARTITIONED BONDREAD RUN - ONE SET OF UP  *
006000*    TO 12 ONE-CHARACTER SERIES CODES PER PARTITION.  THE RUN'S  *
006100*    PARTCARD NAMES ITS PARTITION; A SERIES NAMED IN NO SET IS   *
006200*    READ BY PARTITION 1.  ALL FIVE BLANK MEANS BONDREAD IS ONLY *
006300*    EVER RUN OVER THE WHOLE MASTER.                             *
006400     05  CTL-PART-SERIES-SETS.
006500         10  CTL-PART-SERIES-1   PIC X(12).
006600         10  CTL-PART-SERIES-2   PIC X(12).
006700         10  CTL-PART-SERIES-3   PIC X(12).
006800         10  CTL-PART-SERIES-4   PIC X(12).
006900         10  CTL-PART-SERIES-5   PIC X(12).
007000     05  CTL-PART-SERIES-TABLE REDEFINES CTL-PART-SERIES-SETS.
007100         10  CTL-PART-SERIES-SET PIC X(12) OCCURS 5 TIMES.
007200*    TAX YEAR BOND1099 REPORTS REDEMPTION INTEREST FOR - ZERO    *
007300*    MEANS THE CALENDAR YEAR BEFORE THE RUN, THE USUAL JANUARY   *
007400*    RUN.                                                        *
007500     05  CTL-TAX-YEAR            PIC 9(04).
