000100******************************************************************
000200*    BONDRDL.CPY                                                 *
000300*    REDEMPTION LEDGER RECORD - ONE APPENDED TO RDMLEDGR BY      *
000400*    BONDRDMP FOR EVERY REDEMPTION IT SETTLES.  THE LEDGER IS    *
000500*    NEVER REWRITTEN - IT IS THE PERMANENT RECORD OF WHAT EACH   *
000600*    HOLDER WAS PAID FOR EACH BOND, AND THE SOURCE THE YEAR-END  *
000700*    INTEREST REPORTING WORKS FROM.  GROSS VALUE IS THE TABLE    *
000800*    VALUE FOR THE REDEMPTION MONTH, PENALTY IS THE THREE        *
000900*    MONTHS' INTEREST FORFEITED ON A BOND HELD UNDER FIVE        *
001000*    YEARS, NET PAID IS GROSS LESS PENALTY, AND INTEREST IS NET  *
001100*    PAID LESS THE HOLDER'S PURCHASE PRICE.  A BOND WHOSE CURVE  *
001200*    HAD GONE FLAT CARRIES THE YEAR IT REACHED FINAL MATURITY.   *
001300*                                                                *
001400*    MAINTENANCE HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  RDL-RECORD.
001900     05  RDL-HOLDER-ID           PIC X(10).
002000     05  RDL-SERIAL              PIC X(12).
002100     05  RDL-SERIES              PIC X.
002200     05  RDL-IYEAR               PIC 9(04).
002300     05  RDL-IMONTH              PIC 9(02).
002400     05  RDL-DENOM               PIC 9(05).
002500     05  RDL-PURCHASE-PRICE      PIC 9(05)V99.
002600     05  RDL-RYEAR               PIC 9(04).
002700     05  RDL-RMONTH              PIC 9(02).
002800     05  RDL-HELD-MONTHS         PIC 9(04).
002900     05  RDL-GROSS-VALUE         PIC 9(09)V99.
003000     05  RDL-PENALTY             PIC 9(09)V99.
003100     05  RDL-NET-PAID            PIC 9(09)V99.
003200     05  RDL-INTEREST            PIC 9(09)V99.
003300     05  RDL-MATURED-FLAG        PIC X.
003400         88  RDL-MATURED         VALUE "Y".
003500     05  RDL-FINAL-MAT-YEAR      PIC 9(04).
003600     05  RDL-SETTLE-DATE         PIC 9(08).
