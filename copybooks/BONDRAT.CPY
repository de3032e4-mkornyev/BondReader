000100******************************************************************
000200*    BONDRAT.CPY                                                 *
000300*    RATE MASTER RECORD - THE ANNOUNCED RATES A TREASURY TABLE   *
000400*    VALUE IS BUILT FROM, READ FROM RATEFILE AND LOADED INTO A   *
000500*    WORKING-STORAGE TABLE BY BONDVRFY.  THREE RECORD TYPES,     *
000600*    TOLD APART BY THE TYPE BYTE:                                *
000700*        T - ONE PER SERIES THE MASTER COVERS - HOW THE SERIES   *
000800*            EARNS (FIXED RATE ALONE, OR THE I-BOND COMPOSITE OF *
000900*            FIXED AND INFLATION RATES), ITS ISSUE PRICE AS A    *
001000*            PERCENT OF THE SERFILE BASE DENOMINATION, ANY       *
001100*            GUARANTEED MULTIPLE (THE EE 20-YEAR DOUBLING) AND   *
001200*            THE YEARS TO FINAL MATURITY                         *
001300*        F - A FIXED RATE, FOR ISSUES FROM THE EFFECTIVE         *
001400*            YEAR/MONTH UNTIL THE NEXT F RECORD FOR THE SERIES   *
001500*        S - A SEMIANNUAL INFLATION RATE, FOR EARNING PERIODS    *
001600*            STARTING FROM THE EFFECTIVE YEAR/MONTH UNTIL THE    *
001700*            NEXT ANNOUNCEMENT                                   *
001800*    RATES ARE ANNUAL PERCENTS EXCEPT THE S RATE, WHICH IS THE   *
001900*    SEMIANNUAL PERCENT AS ANNOUNCED.  AN INFLATION RATE CAN BE  *
002000*    NEGATIVE, SO THE RATE CARRIES A LEADING SIGN.               *
002100*                                                                *
002200*    MAINTENANCE HISTORY                                         *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
002500******************************************************************
002600 01  RAT-RECORD.
002700     05  RAT-REC-TYPE            PIC X.
002800         88  RAT-TERMS-REC       VALUE "T".
002900         88  RAT-FIXED-REC       VALUE "F".
003000         88  RAT-INFLATION-REC   VALUE "S".
003100     05  RAT-SERIES              PIC X.
003200     05  RAT-EFF-YEAR            PIC 9(04).
003300     05  RAT-EFF-MONTH           PIC 9(02).
003400     05  RAT-BODY                PIC X(22).
003500*    TYPES F AND S - THE ANNOUNCED RATE.                         *
003600     05  RAT-RATE-VIEW REDEFINES RAT-BODY.
003700         10  RAT-RATE            PIC S9(02)V9(04)
003800                                 SIGN LEADING SEPARATE.
003900         10  FILLER              PIC X(15).
004000*    TYPE T - THE SERIES' EARNING TERMS.  EFFECTIVE DATE UNUSED. *
004100     05  RAT-TERMS-VIEW REDEFINES RAT-BODY.
004200         10  RAT-METHOD          PIC X.
004300             88  RAT-FIXED-METHOD     VALUE "F".
004400             88  RAT-COMPOSITE-METHOD VALUE "C".
004500         10  RAT-ISSUE-PCT       PIC 9(03)V99.
004600         10  RAT-GUAR-YEARS      PIC 9(02).
004700         10  RAT-GUAR-MULT       PIC 9(02)V99.
004800         10  RAT-FINAL-YEARS     PIC 9(02).
004900         10  FILLER              PIC X(08).
