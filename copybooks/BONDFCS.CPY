000100******************************************************************
000200*    BONDFCS.CPY                                                 *
000300*    FORECAST EXTRACT RECORD - ONE PER SERIES PER FORECAST       *
000400*    QUARTER, WRITTEN TO FCSTFILE BY BONDFCST FOR THE FUNDING    *
000500*    SPREADSHEET.  FIXED POSITIONS, NO DELIMITERS, SO THE SHEET  *
000600*    IMPORTS IT BY COLUMN.  EACH SERIES ALSO GETS A QUARTER-ZERO *
000700*    RECORD FOR FACE ALREADY PAST FINAL MATURITY BUT STILL       *
000800*    OUTSTANDING, AND THE ALL-SERIES TOTALS FOLLOW UNDER SERIES  *
000900*    CODE "*".                                                   *
001000*                                                                *
001100*    MAINTENANCE HISTORY                                         *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  FCS-RECORD.
001600     05  FCS-SERIES              PIC X.
001700         88  FCS-ALL-SERIES      VALUE "*".
001800     05  FCS-QTR-YEAR            PIC 9(04).
001900     05  FCS-QTR                 PIC 9.
002000         88  FCS-ALREADY-MATURED VALUE 0.
002100     05  FCS-MATURING-FACE       PIC 9(13)V99.
002200     05  FCS-LIABILITY           PIC 9(13)V99.
002300     05  FCS-ENTERING-COUNT      PIC 9(07).
002400     05  FCS-RUN-DATE            PIC 9(08).
