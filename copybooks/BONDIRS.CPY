000100******************************************************************
000200*    BONDIRS.CPY                                                 *
000300*    1099-INT ELECTRONIC FILING RECORD - THE IRS FIRE LAYOUT     *
000400*    (PUBLICATION 1220), 750 BYTES, WRITTEN BY BOND1099 TO       *
000500*    IRS1099.TXT.  THE FIRST BYTE SAYS WHICH VIEW APPLIES:       *
000600*        T - TRANSMITTER, FIRST RECORD OF THE FILE               *
000700*        A - PAYER, AHEAD OF THE PAYER'S PAYEE RECORDS           *
000800*        B - ONE PAYEE AND THE AMOUNTS REPORTED FOR THEM         *
000900*        C - END OF PAYER - PAYEE COUNT AND CONTROL TOTALS       *
001000*        F - END OF TRANSMISSION                                 *
001100*    AMOUNTS ARE IN CENTS, RIGHT-JUSTIFIED AND ZERO-FILLED.      *
001200*    SAVINGS BOND INTEREST IS AMOUNT CODE 3, SO IT IS CARRIED    *
001300*    IN THE THIRD PAYMENT AMOUNT AND THIRD CONTROL TOTAL.        *
001400*    EVERY RECORD CARRIES ITS SEQUENCE NUMBER IN 500-507.        *
001500*                                                                *
001600*    MAINTENANCE HISTORY                                         *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001900******************************************************************
002000 01  IRS-RECORD.
002100     05  IRS-REC-TYPE            PIC X.
002200         88  IRS-TRANSMITTER-REC VALUE "T".
002300         88  IRS-PAYER-REC       VALUE "A".
002400         88  IRS-PAYEE-REC       VALUE "B".
002500         88  IRS-END-PAYER-REC   VALUE "C".
002600         88  IRS-END-FILE-REC    VALUE "F".
002700     05  IRS-BODY                PIC X(749).
002800*    T - TRANSMITTER.
002900     05  IRS-T-VIEW REDEFINES IRS-BODY.
003000         10  IRS-T-PAYMENT-YEAR  PIC 9(04).
003100         10  IRS-T-PRIOR-YEAR    PIC X.
003200         10  IRS-T-TIN           PIC X(09).
003300         10  IRS-T-TCC           PIC X(05).
003400         10  FILLER              PIC X(07).
003500         10  IRS-T-TEST-IND      PIC X.
003600         10  IRS-T-FOREIGN-IND   PIC X.
003700         10  IRS-T-NAME          PIC X(40).
003800         10  IRS-T-NAME-2        PIC X(40).
003900         10  IRS-T-COMPANY       PIC X(40).
004000         10  IRS-T-COMPANY-2     PIC X(40).
004100         10  IRS-T-ADDRESS       PIC X(40).
004200         10  IRS-T-CITY          PIC X(40).
004300         10  IRS-T-STATE         PIC X(02).
004400         10  IRS-T-ZIP           PIC X(09).
004500         10  FILLER              PIC X(15).
004600         10  IRS-T-PAYEE-COUNT   PIC 9(08).
004700         10  IRS-T-CONTACT-NAME  PIC X(40).
004800         10  IRS-T-CONTACT-PHONE PIC X(15).
004900         10  IRS-T-CONTACT-EMAIL PIC X(50).
005000         10  FILLER              PIC X(91).
005100         10  IRS-T-SEQUENCE      PIC 9(08).
005200         10  FILLER              PIC X(10).
005300         10  IRS-T-VENDOR-IND    PIC X.
005400         10  FILLER              PIC X(232).
005500*    A - PAYER.
005600     05  IRS-A-VIEW REDEFINES IRS-BODY.
005700         10  IRS-A-PAYMENT-YEAR  PIC 9(04).
005800         10  IRS-A-CFSF-IND      PIC X.
005900         10  FILLER              PIC X(05).
006000         10  IRS-A-TIN           PIC X(09).
006100         10  IRS-A-NAME-CONTROL  PIC X(04).
006200         10  IRS-A-LAST-FILING   PIC X.
006300         10  IRS-A-RETURN-TYPE   PIC X(02).
006400         10  IRS-A-AMOUNT-CODES  PIC X(18).
006500         10  FILLER              PIC X(06).
006600         10  IRS-A-FOREIGN-IND   PIC X.
006700         10  IRS-A-NAME          PIC X(40).
006800         10  IRS-A-NAME-2        PIC X(40).
006900         10  IRS-A-TRANSFER-IND  PIC X.
007000         10  IRS-A-ADDRESS       PIC X(40).
007100         10  IRS-A-CITY          PIC X(40).
007200         10  IRS-A-STATE         PIC X(02).
007300         10  IRS-A-ZIP           PIC X(09).
007400         10  IRS-A-PHONE         PIC X(15).
007500         10  FILLER              PIC X(260).
007600         10  IRS-A-SEQUENCE      PIC 9(08).
007700         10  FILLER              PIC X(243).
007800*    B - PAYEE.  PAYMENT AMOUNTS 1-9, A-H AND J IN THAT ORDER.
007900     05  IRS-B-VIEW REDEFINES IRS-BODY.
008000         10  IRS-B-PAYMENT-YEAR  PIC 9(04).
008100         10  IRS-B-CORRECTED-IND PIC X.
008200         10  IRS-B-NAME-CONTROL  PIC X(04).
008300         10  IRS-B-TIN-TYPE      PIC X.
008400         10  IRS-B-TIN           PIC X(09).
008500         10  IRS-B-ACCOUNT       PIC X(20).
008600         10  IRS-B-OFFICE-CODE   PIC X(04).
008700         10  FILLER              PIC X(10).
008800         10  IRS-B-AMOUNT        PIC 9(10)V99 OCCURS 18 TIMES.
008900         10  FILLER              PIC X(16).
009000         10  IRS-B-FOREIGN-IND   PIC X.
009100         10  IRS-B-NAME          PIC X(40).
009200         10  IRS-B-NAME-2        PIC X(40).
009300         10  IRS-B-ADDRESS       PIC X(40).
009400         10  FILLER              PIC X(40).
009500         10  IRS-B-CITY          PIC X(40).
009600         10  IRS-B-STATE         PIC X(02).
009700         10  IRS-B-ZIP           PIC X(09).
009800         10  FILLER              PIC X.
009900         10  IRS-B-SEQUENCE      PIC 9(08).
010000         10  FILLER              PIC X(243).
010100*    C - END OF PAYER.  CONTROL TOTALS IN PAYMENT-AMOUNT ORDER.
010200     05  IRS-C-VIEW REDEFINES IRS-BODY.
010300         10  IRS-C-PAYEE-COUNT   PIC 9(08).
010400         10  FILLER              PIC X(06).
010500         10  IRS-C-CONTROL-TOTAL PIC 9(16)V99 OCCURS 18 TIMES.
010600         10  FILLER              PIC X(160).
010700         10  IRS-C-SEQUENCE      PIC 9(08).
010800         10  FILLER              PIC X(243).
010900*    F - END OF TRANSMISSION.
011000     05  IRS-F-VIEW REDEFINES IRS-BODY.
011100         10  IRS-F-PAYER-COUNT   PIC 9(08).
011200         10  IRS-F-ZERO          PIC 9(21).
011300         10  FILLER              PIC X(19).
011400         10  IRS-F-PAYEE-COUNT   PIC 9(08).
011500         10  FILLER              PIC X(442).
011600         10  IRS-F-SEQUENCE      PIC 9(08).
011700         10  FILLER              PIC X(243).
