000100******************************************************************
000200*    BONDREG.CPY                                                 *
000300*    REGISTERED HOLDER RECORD - THE KEYED HOLDER REGISTER        *
000400*    (HOLDREG.DAT).  EVERYTHING ELSE IN THE SUITE STOPS AT THE   *
000500*    SERIES/IYEAR LEVEL - THIS IS THE ONE FILE THAT KNOWS WHO    *
000600*    HOLDS WHICH BOND.  TWO RECORD TYPES SHARE THE FILE, TOLD    *
000700*    APART BY THE TYPE BYTE IN THE KEY:                          *
000800*        1 - ONE HOLDER RECORD PER HOLDER ID (NAME AND ADDRESS), *
000900*            SERIAL LEFT BLANK                                   *
001000*        2 - ONE BOND RECORD PER SERIAL NUMBER THE HOLDER OWNS   *
001100*    THE HOLDER RECORD SORTS AHEAD OF ITS BONDS, SO A KEY-ORDER  *
001200*    PASS MEETS EACH HOLDER'S NAME AND ADDRESS BEFORE THE BONDS  *
001300*    ON THE STATEMENT.  A BOND IS NEVER DELETED WHEN IT IS       *
001400*    CASHED - ITS STATUS GOES TO REDEEMED WITH THE DATE, SO THE  *
001500*    REGISTER STILL ANSWERS FOR IT AT YEAR END.                  *
001600*                                                                *
001700*    MAINTENANCE HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001910*    10/15/26   DLR   CARRIED THE HOLDER'S TAXPAYER ID AND ITS   *
001920*                     TYPE IN THE HOLDER RECORD'S SPARE BYTES    *
001930*                     FOR THE NEW BOND1099 YEAR-END REPORTING.   *
002000******************************************************************
002100 01  REG-RECORD.
002200     05  REG-KEY.
002300         10  REG-HOLDER-ID       PIC X(10).
002400         10  REG-REC-TYPE        PIC X.
002500             88  REG-HOLDER-REC  VALUE "1".
002600             88  REG-BOND-REC    VALUE "2".
002700         10  REG-SERIAL          PIC X(12).
002800     05  REG-BODY                PIC X(140).
002900*    TYPE 1 - THE HOLDER'S NAME AND MAILING ADDRESS, AND THE     *
002910*    TAXPAYER ID (SSN OR EIN, NINE DIGITS, BLANK UNTIL THE       *
002920*    HOLDER SUPPLIES ONE) THE YEAR-END 1099-INT IS FILED UNDER.  *
003000     05  REG-HOLDER-VIEW REDEFINES REG-BODY.
003100         10  REG-NAME            PIC X(30).
003200         10  REG-ADDR-LINE-1     PIC X(30).
003300         10  REG-ADDR-LINE-2     PIC X(30).
003400         10  REG-CITY            PIC X(20).
003500         10  REG-STATE           PIC X(02).
003600         10  REG-ZIP             PIC X(10).
003610         10  REG-TIN             PIC X(09).
003620         10  REG-TIN-TYPE        PIC X.
003630             88  REG-TIN-EIN     VALUE "1".
003640             88  REG-TIN-SSN     VALUE "2".
003700         10  FILLER              PIC X(08).
003800*    TYPE 2 - ONE BOND.  DENOMINATION IS THE FACE AMOUNT PRINTED *
003900*    ON THE BOND, PURCHASE PRICE IS WHAT THE HOLDER PAID FOR IT. *
004000     05  REG-BOND-VIEW REDEFINES REG-BODY.
004100         10  REG-SERIES          PIC X.
004200         10  REG-IYEAR           PIC 9(04).
004300         10  REG-IMONTH          PIC 9(02).
004400         10  REG-DENOM           PIC 9(05).
004500         10  REG-PURCHASE-PRICE  PIC 9(05)V99.
004600         10  REG-BOND-STATUS     PIC X.
004700             88  REG-OUTSTANDING VALUE "O".
004800             88  REG-REDEEMED    VALUE "R".
004900         10  REG-STATUS-DATE     PIC 9(08).
005000         10  FILLER              PIC X(112).
