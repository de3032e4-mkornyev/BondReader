000100******************************************************************
000200*    BONDSTL.CPY                                                 *
000300*    SETTLEMENT REGISTER CONTROL RECORD - ONE APPENDED TO        *
000400*    SETLREG BY EVERY BONDRDMP RUN, CARRYING THAT RUN'S          *
000500*    SETTLED COUNT AND ITS FACE, GROSS, PENALTY, NET AND         *
000600*    INTEREST TOTALS.  THE PRINTED REGISTER (SETLRPT) LISTS THE  *
000700*    DETAIL - THIS IS WHAT THE LEDGER IS PROVED BACK TO.         *
000800*                                                                *
000900*    MAINTENANCE HISTORY                                        *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001200******************************************************************
001300 01  STL-RECORD.
001400     05  STL-RUN-DATE            PIC 9(08).
001500     05  STL-RUN-TIME            PIC 9(06).
001600     05  STL-SETTLED-COUNT       PIC 9(07).
001700     05  STL-REJECT-COUNT        PIC 9(07).
001800     05  STL-FACE-TOTAL          PIC 9(11)V99.
001900     05  STL-GROSS-TOTAL         PIC 9(11)V99.
002000     05  STL-PENALTY-TOTAL       PIC 9(11)V99.
002100     05  STL-NET-TOTAL           PIC 9(11)V99.
002200     05  STL-INTEREST-TOTAL      PIC 9(11)V99.
