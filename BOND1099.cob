000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BOND1099.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BOND1099 (YEAR-END 1099-INT INTEREST REPORTING)             *
000900*    EVERY JANUARY THE INTEREST PAID ON REDEEMED BONDS HAS TO BE *
001000*    REPORTED TO THE IRS AND TO EACH HOLDER, AND THE DESK USED   *
001100*    TO ADD IT UP BY HAND FROM A YEAR OF QUOTE PRINTOUTS.  THIS  *
001200*    YEAR-END RUN WORKS FROM THE REDEMPTION LEDGER (RDMLEDGR,    *
001300*    SEE BONDRDL.CPY) FOR THE TAX YEAR ON THE CONTROL RECORD     *
001400*    (CTL-TAX-YEAR - ZERO MEANS THE YEAR BEFORE THE RUN):        *
001500*        - A BOND'S INTEREST IS ITS REDEMPTION VALUE (NET PAID)  *
001600*          LESS THE HOLDER'S PURCHASE PRICE, NEVER BELOW ZERO    *
001700*        - A BOND REDEEMED BEFORE FINAL MATURITY IS REPORTED IN  *
001800*          THE YEAR IT WAS SETTLED; ONE THAT HAD ALREADY REACHED *
001900*          FINAL MATURITY IS REPORTED IN ITS FINAL-MATURITY YEAR *
002000*          WHENEVER IT WAS CASHED                                *
002100*        - THE TAX YEAR'S BONDS ARE ADDED UP PER HOLDER, AND     *
002200*          EACH HOLDER'S NAME, ADDRESS AND TAXPAYER ID COME OFF  *
002300*          THE HOLDER REGISTER (HOLDREG.DAT, SEE BONDREG.CPY)    *
002400*    A HOLDER WITH A VALID TIN AND AT LEAST THE 10.00 REPORTING  *
002500*    MINIMUM GOES INTO IRS1099.TXT, THE 1099-INT FILE IN THE IRS *
002600*    ELECTRONIC FILING LAYOUT (BONDIRS.CPY) - TRANSMITTER AND    *
002700*    PAYER RECORDS FROM PAYRFILE (BONDPYR.CPY), ONE PAYEE RECORD *
002800*    PER HOLDER, THE PAYER'S CONTROL TOTALS AND THE END-OF-FILE  *
002900*    RECORD - AND GETS A PRINTED RECIPIENT COPY, ONE PER PAGE,   *
003000*    ON RCPT1099.TXT.  A HOLDER WITH NO VALID TIN, OR MISSING    *
003100*    FROM THE REGISTER, IS HELD OUT OF THE FILE AND PRINTED ON   *
003200*    THE EXCEPTION LIST INSTEAD.  TAX1099.TXT LISTS THE HOLDERS  *
003300*    FILED AND HELD OUT, THEN A RECONCILIATION PAGE PROVING THE  *
003400*    LEDGER'S TAX-YEAR SETTLEMENTS BACK TO THE SETTLEMENT        *
003500*    REGISTER (SETLREG, SEE BONDSTL.CPY) AND WALKING THAT FIGURE *
003600*    DOWN TO THE INTEREST FILED.  RETURN CODE 4 FLAGS HOLDERS    *
003700*    HELD OUT OR NOTHING TO FILE, 8 A RECONCILIATION BREAK - THE *
003800*    FILE IS NOT TO BE SENT - AND 16 A CONTROL OR PAYER RECORD   *
003900*    THE FILING CANNOT BE BUILT FROM.                            *
004000*                                                                *
004100*    MODIFICATION HISTORY                                        *
004200*    DATE       INIT  DESCRIPTION                                *
004300*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CTLFILE ASSIGN "CTLFILE"
004900         ORGANIZATION LINE SEQUENTIAL.
005000
005100     SELECT PAYRFILE ASSIGN "PAYRFILE"
005200         ORGANIZATION LINE SEQUENTIAL.
005300
005400     SELECT OPTIONAL RDMLEDGR ASSIGN "RDMLEDGR"
005500         ORGANIZATION LINE SEQUENTIAL.
005600
005700     SELECT OPTIONAL SETLREG ASSIGN "SETLREG"
005800         ORGANIZATION LINE SEQUENTIAL.
005900
006000     SELECT HOLDREG ASSIGN "HOLDREG.DAT"
006100         ORGANIZATION INDEXED
006200         ACCESS MODE RANDOM
006300         RECORD KEY IS REG-KEY.
006400
006500     SELECT IRSFILE ASSIGN "IRS1099.TXT"
006600         ORGANIZATION SEQUENTIAL.
006700
006800     SELECT RCPTRPT ASSIGN "RCPT1099.TXT"
006900         ORGANIZATION LINE SEQUENTIAL.
007000
007100     SELECT TAXRPT ASSIGN "TAX1099.TXT"
007200         ORGANIZATION LINE SEQUENTIAL.
007300
007400     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
007500         ORGANIZATION LINE SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900
008000 FD  CTLFILE.
008100 01  CTL-FILE-RECORD             PIC X(200).
008200
008300 FD  PAYRFILE.
008400*    RAW RECORD - SEE BONDPYR.CPY IN WORKING-STORAGE FOR THE     *
008500*    TYPED LAYOUT THIS IS READ INTO.                             *
008600 01  PAYR-FILE-RECORD            PIC X(295).
008700
008800 FD  RDMLEDGR.
008900*    CUMULATIVE REDEMPTION LEDGER - SEE BONDRDL.CPY.             *
009000     COPY "BONDRDL.CPY".
009100
009200 FD  SETLREG.
009300*    ONE CONTROL RECORD PER SETTLEMENT RUN - SEE BONDSTL.CPY.    *
009400     COPY "BONDSTL.CPY".
009500
009600 FD  HOLDREG.
009700*    KEYED HOLDER REGISTER - SEE BONDREG.CPY.                    *
009800     COPY "BONDREG.CPY".
009900
010000 FD  IRSFILE
010050     RECORD CONTAINS 750 CHARACTERS.
010100*    1099-INT ELECTRONIC FILING RECORD - SEE BONDIRS.CPY.  THE   *
010150*    IRS TAKES FIXED 750-BYTE RECORDS, TRAILING BLANKS INCLUDED, *
010160*    SO THE FILE IS RECORD SEQUENTIAL, NOT LINE SEQUENTIAL.      *
010200     COPY "BONDIRS.CPY".
010300
010400 FD  RCPTRPT
010500     REPORT IS RECIPIENT-COPY-REPORT.
010600
010700 FD  TAXRPT
010800     REPORT IS TAX-CONTROL-REPORT.
010900
011000 FD  STEPLOG.
011100*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.                    *
011200     COPY "BONDSTP.CPY".
011300
011400 WORKING-STORAGE SECTION.
011500
011600     COPY "BONDCTL.CPY".
011700
011800******************************************************************
011900*    TYPED VIEW OF THE PAYER REFERENCE RECORD.                   *
012000******************************************************************
012100     COPY "BONDPYR.CPY".
012200
012300 77  WS-EOF-SWITCH               PIC X     VALUE "N".
012400     88  WS-EOF-YES              VALUE "Y".
012500     88  WS-EOF-NO               VALUE "N".
012600
012700 77  WS-TAX-RC                   PIC 9(02) VALUE 0.
012800 77  WS-STEP-TIME-RAW            PIC 9(08).
012900 77  WS-STEP-VERDICT-HOLD        PIC X(14) VALUE SPACES.
013000
013100******************************************************************
013200*    THE RUN DATE AND THE TAX YEAR BEING REPORTED.  THE YEAR     *
013300*    MUST BE CLOSED - A FILING FOR A YEAR STILL RUNNING WOULD    *
013400*    MISS EVERYTHING SETTLED AFTER TODAY.                        *
013500******************************************************************
013600 01  WS-RUN-DATE                 PIC 9(08).
013700 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
013800     05  WS-RUN-YEAR             PIC 9(04).
013900     05  FILLER                  PIC 9(04).
014000 77  WS-TAX-YEAR                 PIC 9(04) VALUE 0.
014100
014200******************************************************************
014300*    ONE LEDGER ENTRY'S SETTLEMENT YEAR, THE YEAR IT IS REPORTED *
014400*    IN AND THE INTEREST IT CARRIES.                             *
014500******************************************************************
014600 01  WS-SETTLE-DATE              PIC 9(08).
014700 01  WS-SETTLE-DATE-R REDEFINES WS-SETTLE-DATE.
014800     05  WS-SETTLE-YEAR          PIC 9(04).
014900     05  FILLER                  PIC 9(04).
015000 77  WS-REPORT-YEAR              PIC 9(04) VALUE 0.
015100 77  WS-BOND-INTEREST            PIC 9(09)V99 VALUE 0.
015200
015300******************************************************************
015400*    A HOLDER WHOSE YEAR'S INTEREST IS UNDER THE MINIMUM IS NOT  *
015500*    FILED.                                                      *
015600******************************************************************
015700 77  WS-REPORT-MINIMUM           PIC 9(03)V99 VALUE 10.00.
015800
015900******************************************************************
016000*    THE TAX YEAR'S INTEREST PER HOLDER, KEPT IN HOLDER-ID ORDER *
016100*    AS THE LEDGER IS READ SO THE FILE, THE RECIPIENT COPIES AND *
016200*    THE LISTING ALL COME OUT IN REGISTER ORDER.  A FILING CAN'T *
016300*    LEAVE HOLDERS OUT, SO OVERFLOWING THE TABLE ABENDS THE RUN. *
016400******************************************************************
016500 77  WS-HLD-MAX                  PIC 9(04) COMP VALUE 5000.
016600 77  WS-HLD-COUNT                PIC 9(04) COMP VALUE 0.
016700 77  WS-HLD-SUB                  PIC 9(04) COMP.
016800 77  WS-HLD-POS                  PIC 9(04) COMP.
016900 77  WS-SHIFT-SUB                PIC 9(04) COMP.
017000 77  WS-HLD-STOP-SWITCH          PIC 9     VALUE 0.
017100     88  WS-HLD-STOP             VALUE 1.
017200 01  WS-HOLDER-TABLE.
017300     05  WS-HLD-ENTRY            OCCURS 5000 TIMES.
017400         10  WS-HLD-ID           PIC X(10).
017500         10  WS-HLD-BONDS        PIC 9(05).
017600         10  WS-HLD-MATURED      PIC 9(05).
017700         10  WS-HLD-INTEREST     PIC 9(11)V99.
017800         10  WS-HLD-STATUS       PIC X.
017900             88  WS-HLD-FILED    VALUE "F".
018000             88  WS-HLD-NO-TIN   VALUE "T".
018100             88  WS-HLD-NOT-ON-REGISTER VALUE "R".
018200             88  WS-HLD-UNDER-MINIMUM   VALUE "M".
018300
018400******************************************************************
018500*    TAXPAYER ID EDIT.  NINE DIGITS WITH ITS TYPE, NOT ALL ONE   *
018600*    DIGIT AND NOT THE 123456789 PLACEHOLDER.  PRINTED TINS SHOW *
018700*    ONLY THE LAST FOUR DIGITS.                                  *
018800******************************************************************
018900 77  WS-TIN-VALID-SWITCH         PIC 9     VALUE 0.
019000     88  WS-TIN-VALID            VALUE 1.
019100 77  WS-TIN-FIRST                PIC X     VALUE SPACE.
019200 77  WS-TIN-TALLY                PIC 9(02) VALUE 0.
019300 01  WS-MASKED-TIN.
019400     05  FILLER                  PIC X(05) VALUE "*****".
019500     05  WS-MASK-LAST-4          PIC X(04).
019600 01  WS-PAYER-TIN-EDIT.
019700     05  WS-PTE-PREFIX           PIC X(02).
019800     05  FILLER                  PIC X     VALUE "-".
019900     05  WS-PTE-SUFFIX           PIC X(07).
020000
020100******************************************************************
020200*    COUNTS AND AMOUNTS.  THE FILING'S SEQUENCE NUMBER RUNS      *
020300*    ACROSS EVERY RECORD WRITTEN TO IRS1099.TXT.                 *
020400******************************************************************
020500 77  WS-LEDGER-COUNTER           PIC 9(07) VALUE 0.
020600 77  WS-SELECTED-COUNTER         PIC 9(07) VALUE 0.
020700 77  WS-FILED-COUNTER            PIC 9(07) VALUE 0.
020800 77  WS-NO-TIN-COUNTER           PIC 9(07) VALUE 0.
020900 77  WS-NOT-REG-COUNTER          PIC 9(07) VALUE 0.
021000 77  WS-UNDER-MIN-COUNTER        PIC 9(07) VALUE 0.
021100 77  WS-HELD-OUT-COUNTER         PIC 9(07) VALUE 0.
021200 77  WS-RECORD-SEQ               PIC 9(08) VALUE 0.
021300 77  WS-REPORTABLE-INT           PIC 9(11)V99 VALUE 0.
021400 77  WS-FILED-INT                PIC 9(11)V99 VALUE 0.
021500 77  WS-NO-TIN-INT               PIC 9(11)V99 VALUE 0.
021600 77  WS-NOT-REG-INT              PIC 9(11)V99 VALUE 0.
021700 77  WS-UNDER-MIN-INT            PIC 9(11)V99 VALUE 0.
021800
021900******************************************************************
022000*    RECONCILIATION.  WHAT THE SETTLEMENT REGISTER SAYS WAS PAID *
022100*    IN THE TAX YEAR AGAINST THE LEDGER'S ENTRIES SETTLED IN IT, *
022200*    THEN THE MATURED BONDS THAT MOVE INTO OR OUT OF THE YEAR    *
022300*    AND THE HOLDERS HELD OUT, DOWN TO THE INTEREST FILED.       *
022400******************************************************************
022500 77  WS-STL-RUN-COUNTER          PIC 9(05) VALUE 0.
022600 77  WS-STL-SETTLED-COUNT        PIC 9(07) VALUE 0.
022700 77  WS-STL-INTEREST             PIC 9(11)V99 VALUE 0.
022800 77  WS-LDG-SETTLED-COUNT        PIC 9(07) VALUE 0.
022900 77  WS-LDG-SETTLED-INT          PIC 9(11)V99 VALUE 0.
023000 77  WS-MAT-OUT-COUNT            PIC 9(07) VALUE 0.
023100 77  WS-MAT-OUT-INT              PIC 9(11)V99 VALUE 0.
023200 77  WS-MAT-IN-COUNT             PIC 9(07) VALUE 0.
023300 77  WS-MAT-IN-INT               PIC 9(11)V99 VALUE 0.
023400 77  WS-WALKED-INT               PIC S9(11)V99 VALUE 0.
023500 77  WS-LEDGER-DIFF              PIC S9(11)V99 VALUE 0.
023600 77  WS-COUNT-DIFF               PIC S9(07) VALUE 0.
023700 77  WS-FILE-DIFF                PIC S9(11)V99 VALUE 0.
023800 77  WS-BALANCE-SWITCH           PIC 9     VALUE 0.
023900     88  WS-OUT-OF-BALANCE       VALUE 1.
024000
024100******************************************************************
024200*    FIELDS FEEDING THE RECIPIENT COPIES AND TAX1099 LISTING.    *
024300******************************************************************
024400 01  WS-RPT-LINE.
024500     05  WS-RPT-HOLDER-ID        PIC X(10).
024600     05  WS-RPT-NAME             PIC X(30).
024700     05  WS-RPT-ADDR-LINE-1      PIC X(30).
024800     05  WS-RPT-ADDR-LINE-2      PIC X(30).
024900     05  WS-RPT-CITY-LINE        PIC X(40).
025000     05  WS-RPT-TIN              PIC X(09).
025100     05  WS-RPT-BONDS            PIC 9(05).
025200     05  WS-RPT-MATURED          PIC 9(05).
025300     05  WS-RPT-INTEREST         PIC 9(11)V99.
025400     05  WS-RPT-REASON           PIC X(30).
025500     05  WS-RPT-STATUS           PIC X(24).
025600 01  WS-PAYER-CITY-LINE          PIC X(60) VALUE SPACES.
025700
025800 REPORT SECTION.
025900******************************************************************
026000*    RECIPIENT-COPY-REPORT                                       *
026100*    ONE FORM 1099-INT RECIPIENT COPY PER PAGE.  THE FORM'S      *
026200*    LINES ARE ABSOLUTE, SO EACH COPY STARTS A FRESH PAGE.       *
026300******************************************************************
026400 RD  RECIPIENT-COPY-REPORT
026500     PAGE LIMIT 60 LINES
026600     FIRST DETAIL 1
026700     LAST DETAIL 60.
026800
026900 01  RECIPIENT-COPY TYPE DETAIL.
027000     05  LINE 2.
027100         10  COLUMN  1  PIC X(30)
027200             VALUE "FORM 1099-INT  INTEREST INCOME".
027300         10  COLUMN 34  PIC X(09) VALUE "TAX YEAR".
027400         10  COLUMN 43  PIC 9(04) SOURCE WS-TAX-YEAR.
027500         10  COLUMN 55  PIC X(22)
027600             VALUE "COPY B - FOR RECIPIENT".
027700     05  LINE 4.
027800         10  COLUMN  1  PIC X(06) VALUE "PAYER:".
027900         10  COLUMN 12  PIC X(40) SOURCE PYR-NAME.
028000     05  LINE 5.
028100         10  COLUMN 12  PIC X(40) SOURCE PYR-NAME-2.
028200     05  LINE 6.
028300         10  COLUMN 12  PIC X(40) SOURCE PYR-ADDRESS.
028400     05  LINE 7.
028500         10  COLUMN 12  PIC X(60) SOURCE WS-PAYER-CITY-LINE.
028600     05  LINE 8.
028700         10  COLUMN 12  PIC X(15) SOURCE PYR-PHONE.
028800     05  LINE 10.
028900         10  COLUMN  1  PIC X(12) VALUE "PAYER'S TIN:".
029000         10  COLUMN 14  PIC X(10) SOURCE WS-PAYER-TIN-EDIT.
029100         10  COLUMN 34  PIC X(16) VALUE "RECIPIENT'S TIN:".
029200         10  COLUMN 51  PIC X(09) SOURCE WS-RPT-TIN.
029300     05  LINE 12.
029400         10  COLUMN  1  PIC X(10) VALUE "RECIPIENT:".
029500         10  COLUMN 12  PIC X(30) SOURCE WS-RPT-NAME.
029600     05  LINE 13.
029700         10  COLUMN 12  PIC X(30) SOURCE WS-RPT-ADDR-LINE-1.
029800     05  LINE 14.
029900         10  COLUMN 12  PIC X(30) SOURCE WS-RPT-ADDR-LINE-2.
030000     05  LINE 15.
030100         10  COLUMN 12  PIC X(40) SOURCE WS-RPT-CITY-LINE.
030200     05  LINE 17.
030300         10  COLUMN  1  PIC X(15) VALUE "ACCOUNT NUMBER:".
030400         10  COLUMN 17  PIC X(10) SOURCE WS-RPT-HOLDER-ID.
030500     05  LINE 19.
030600         10  COLUMN  1  PIC X(22)
030700             VALUE "1  INTEREST INCOME....".
030800         10  COLUMN 48  PIC X(04) VALUE "0.00".
030900     05  LINE 20.
031000         10  COLUMN  1  PIC X(40)
031100             VALUE "3  INTEREST ON U.S. SAVINGS BONDS AND".
031200     05  LINE 21.
031300         10  COLUMN  4  PIC X(21)
031400             VALUE "TREASURY OBLIGATIONS.".
031500         10  COLUMN 34  PIC ZZ,ZZZ,ZZZ,ZZ9.99
031600             SOURCE WS-RPT-INTEREST.
031700     05  LINE 23.
031800         10  COLUMN  1  PIC X(27)
031900             VALUE "SAVINGS BONDS REDEEMED....:".
032000         10  COLUMN 29  PIC ZZZZ9 SOURCE WS-RPT-BONDS.
032100     05  LINE 24.
032200         10  COLUMN  1  PIC X(27)
032300             VALUE "OF WHICH AT FINAL MATURITY:".
032400         10  COLUMN 29  PIC ZZZZ9 SOURCE WS-RPT-MATURED.
032500     05  LINE 26.
032600         10  COLUMN  1  PIC X(44)
032700             VALUE "THIS IS IMPORTANT TAX INFORMATION AND IS".
032800     05  LINE 27.
032900         10  COLUMN  1  PIC X(44)
033000             VALUE "BEING FURNISHED TO THE INTERNAL REVENUE".
033100     05  LINE 28.
033200         10  COLUMN  1  PIC X(44)
033300             VALUE "SERVICE.  INTEREST ON BONDS THAT REACHED".
033400     05  LINE 29.
033500         10  COLUMN  1  PIC X(44)
033600             VALUE "FINAL MATURITY IS REPORTED FOR THE YEAR".
033700     05  LINE 30.
033800         10  COLUMN  1  PIC X(44)
033900             VALUE "THEY DID SO, WHEN CASHED.".
034000
034100******************************************************************
034200*    TAX-CONTROL-REPORT                                          *
034300*    THE HOLDERS FILED, THE EXCEPTION LIST OF HOLDERS HELD OUT,  *
034400*    AND THE RECONCILIATION PAGE WITH THE RUN STATUS.            *
034500******************************************************************
034600 RD  TAX-CONTROL-REPORT
034700     PAGE LIMIT 60 LINES
034800     FIRST DETAIL 5
034900     LAST DETAIL 56.
035000
035100 01  TYPE PAGE HEADING.
035200     05  LINE 1.
035300         10  COLUMN  1  PIC X(36)
035400             VALUE "1099-INT YEAR-END INTEREST REPORTING".
035500         10  COLUMN 40  PIC X(09) VALUE "TAX YEAR:".
035600         10  COLUMN 50  PIC 9(04) SOURCE WS-TAX-YEAR.
035700     05  LINE 2.
035800         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
035900         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
036000         10  COLUMN 25  PIC X(06) VALUE "PAYER:".
036100         10  COLUMN 32  PIC X(40) SOURCE PYR-NAME.
036200
036300 01  FILED-HEADER-DETAIL TYPE DETAIL.
036400     05  LINE PLUS 1.
036500         10  COLUMN  1  PIC X(29)
036600             VALUE "RECIPIENTS FILED ON IRS1099".
036700     05  LINE PLUS 1.
036800         10  COLUMN  1  PIC X(06) VALUE "HOLDER".
036900         10  COLUMN 13  PIC X(04) VALUE "NAME".
037000         10  COLUMN 45  PIC X(03) VALUE "TIN".
037100         10  COLUMN 56  PIC X(05) VALUE "BONDS".
037200         10  COLUMN 63  PIC X(07) VALUE "MATURED".
037300         10  COLUMN 82  PIC X(08) VALUE "INTEREST".
037400
037500 01  FILED-DETAIL TYPE DETAIL.
037600     05  LINE PLUS 1.
037700         10  COLUMN  1  PIC X(10)   SOURCE WS-RPT-HOLDER-ID.
037800         10  COLUMN 13  PIC X(30)   SOURCE WS-RPT-NAME.
037900         10  COLUMN 45  PIC X(09)   SOURCE WS-RPT-TIN.
038000         10  COLUMN 56  PIC ZZZZ9   SOURCE WS-RPT-BONDS.
038100         10  COLUMN 65  PIC ZZZZ9   SOURCE WS-RPT-MATURED.
038200         10  COLUMN 72  PIC ZZ,ZZZ,ZZZ,ZZ9.99
038300             SOURCE WS-RPT-INTEREST.
038400
038500 01  EXCEPTION-HEADER-DETAIL TYPE DETAIL.
038600     05  LINE PLUS 2.
038700         10  COLUMN  1  PIC X(40)
038800             VALUE "EXCEPTIONS - HOLDERS NOT FILED".
038900     05  LINE PLUS 1.
039000         10  COLUMN  1  PIC X(06) VALUE "HOLDER".
039100         10  COLUMN 13  PIC X(04) VALUE "NAME".
039200         10  COLUMN 45  PIC X(03) VALUE "TIN".
039300         10  COLUMN 56  PIC X(05) VALUE "BONDS".
039400         10  COLUMN 82  PIC X(08) VALUE "INTEREST".
039500         10  COLUMN 92  PIC X(06) VALUE "REASON".
039600
039700 01  EXCEPTION-DETAIL TYPE DETAIL.
039800     05  LINE PLUS 1.
039900         10  COLUMN  1  PIC X(10)   SOURCE WS-RPT-HOLDER-ID.
040000         10  COLUMN 13  PIC X(30)   SOURCE WS-RPT-NAME.
040100         10  COLUMN 45  PIC X(09)   SOURCE WS-RPT-TIN.
040200         10  COLUMN 56  PIC ZZZZ9   SOURCE WS-RPT-BONDS.
040300         10  COLUMN 72  PIC ZZ,ZZZ,ZZZ,ZZ9.99
040400             SOURCE WS-RPT-INTEREST.
040500         10  COLUMN 92  PIC X(30)   SOURCE WS-RPT-REASON.
040600
040700 01  NO-EXCEPTION-DETAIL TYPE DETAIL.
040800     05  LINE PLUS 1.
040900         10  COLUMN  1  PIC X(04) VALUE "NONE".
041000
041100*    THE RECONCILIATION'S LINES ARE ABSOLUTE, SO IT ALWAYS STARTS*
041200*    A PAGE OF ITS OWN.                                          *
041300 01  RECONCILIATION-DETAIL TYPE DETAIL.
041400     05  LINE 5.
041500         10  COLUMN  1  PIC X(41)
041600             VALUE "RECONCILIATION TO THE SETTLEMENT REGISTER".
041700     05  LINE 7.
041800         10  COLUMN  1  PIC X(44)
041900             VALUE "SETTLEMENT RUNS IN THE TAX YEAR.............".
042000         10  COLUMN 52  PIC ZZZZ9 SOURCE WS-STL-RUN-COUNTER.
042100     05  LINE 8.
042200         10  COLUMN  1  PIC X(44)
042300             VALUE "SETTLEMENT REGISTER - REDEMPTIONS / INTEREST".
042400         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-STL-SETTLED-COUNT.
042500         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
042600             SOURCE WS-STL-INTEREST.
042700     05  LINE 9.
042800         10  COLUMN  1  PIC X(44)
042900             VALUE "LEDGER ENTRIES SETTLED IN THE TAX YEAR......".
043000         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-LDG-SETTLED-COUNT.
043100         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
043200             SOURCE WS-LDG-SETTLED-INT.
043300     05  LINE 10.
043400         10  COLUMN  1  PIC X(44)
043500             VALUE "DIFFERENCE (MUST BE ZERO)...................".
043600         10  COLUMN 46  PIC Z,ZZZ,ZZ9- SOURCE WS-COUNT-DIFF.
043700         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
043800             SOURCE WS-LEDGER-DIFF.
043900     05  LINE 12.
044000         10  COLUMN  1  PIC X(44)
044100             VALUE "LESS MATURED - REPORTED IN ANOTHER YEAR.....".
044200         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-MAT-OUT-COUNT.
044300         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
044400             SOURCE WS-MAT-OUT-INT.
044500     05  LINE 13.
044600         10  COLUMN  1  PIC X(44)
044700             VALUE "ADD MATURED IN TAX YEAR, SETTLED IN ANOTHER".
044800         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-MAT-IN-COUNT.
044900         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
045000             SOURCE WS-MAT-IN-INT.
045100     05  LINE 14.
045200         10  COLUMN  1  PIC X(44)
045300             VALUE "REPORTABLE INTEREST FOR THE TAX YEAR........".
045400         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-SELECTED-COUNTER.
045500         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
045600             SOURCE WS-REPORTABLE-INT.
045700     05  LINE 16.
045800         10  COLUMN  1  PIC X(44)
045900             VALUE "LESS HOLDERS WITH NO VALID TIN..............".
046000         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-NO-TIN-COUNTER.
046100         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
046200             SOURCE WS-NO-TIN-INT.
046300     05  LINE 17.
046400         10  COLUMN  1  PIC X(44)
046500             VALUE "LESS HOLDERS NOT ON THE REGISTER............".
046600         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-NOT-REG-COUNTER.
046700         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
046800             SOURCE WS-NOT-REG-INT.
046900     05  LINE 18.
047000         10  COLUMN  1  PIC X(44)
047100             VALUE "LESS HOLDERS UNDER THE 10.00 MINIMUM........".
047200         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-UNDER-MIN-COUNTER.
047300         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
047400             SOURCE WS-UNDER-MIN-INT.
047500     05  LINE 19.
047600         10  COLUMN  1  PIC X(44)
047700             VALUE "INTEREST TO BE FILED........................".
047800         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
047900             SOURCE WS-WALKED-INT.
048000     05  LINE 20.
048100         10  COLUMN  1  PIC X(44)
048200             VALUE "IRS1099 PAYEES / CONTROL TOTAL 3............".
048300         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-FILED-COUNTER.
048400         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
048500             SOURCE WS-FILED-INT.
048600     05  LINE 21.
048700         10  COLUMN  1  PIC X(44)
048800             VALUE "DIFFERENCE (MUST BE ZERO)...................".
048900         10  COLUMN 58  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
049000             SOURCE WS-FILE-DIFF.
049100     05  LINE 23.
049200         10  COLUMN  1  PIC X(44)
049300             VALUE "LEDGER ENTRIES READ.........................".
049400         10  COLUMN 46  PIC Z,ZZZ,ZZ9 SOURCE WS-LEDGER-COUNTER.
049500     05  LINE 25.
049600         10  COLUMN  1  PIC X(12) VALUE "RUN STATUS:".
049700         10  COLUMN 14  PIC X(24) SOURCE WS-RPT-STATUS.
049800
049900 PROCEDURE DIVISION.
050000******************************************************************
050100*    0000-MAINLINE                                               *
050200******************************************************************
050300 0000-MAINLINE.
050400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
050500     PERFORM 2000-READ-ONE-REDEMPTION THRU 2000-EXIT
050600         UNTIL WS-EOF-YES.
050700     CLOSE RDMLEDGR.
050800     PERFORM 2500-READ-SETTLEMENT-REGISTER THRU 2500-EXIT.
050900     PERFORM 3000-CLASSIFY-ONE-HOLDER THRU 3000-EXIT
051000         VARYING WS-HLD-SUB FROM 1 BY 1
051100             UNTIL WS-HLD-SUB > WS-HLD-COUNT.
051200     PERFORM 4000-WRITE-FILING THRU 4000-EXIT.
051300     PERFORM 5000-FINALIZE THRU 5000-EXIT.
051400     GO TO 9999-EXIT.
051500
051600******************************************************************
051700*    1000-INITIALIZE                                             *
051800*    SETTLES THE TAX YEAR FROM THE CONTROL RECORD, READS AND     *
051900*    PROVES THE PAYER RECORD, AND OPENS THE LEDGER, REGISTER AND *
052000*    REPORTS.                                                    *
052100******************************************************************
052200 1000-INITIALIZE.
052300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
052400     OPEN INPUT CTLFILE.
052500     READ CTLFILE INTO CTL-RECORD
052600         AT END
052700             DISPLAY "BOND1099: CTLFILE IS EMPTY - ABENDING"
052800             MOVE 16 TO RETURN-CODE
052900             GO TO 9999-EXIT
053000     END-READ.
053100     CLOSE CTLFILE.
053200     IF CTL-TAX-YEAR NOT NUMERIC
053300         DISPLAY "BOND1099: CTL-TAX-YEAR IS NOT NUMERIC - "
053400             "ABENDING"
053500         MOVE 16 TO RETURN-CODE
053600         GO TO 9999-EXIT
053700     END-IF.
053800     IF CTL-TAX-YEAR = 0
053900         SUBTRACT 1 FROM WS-RUN-YEAR GIVING WS-TAX-YEAR
054000     ELSE
054100         MOVE CTL-TAX-YEAR TO WS-TAX-YEAR
054200     END-IF.
054300     IF WS-TAX-YEAR NOT < WS-RUN-YEAR
054400         DISPLAY "BOND1099: TAX YEAR " WS-TAX-YEAR
054500             " IS NOT YET CLOSED - ABENDING"
054600         MOVE 16 TO RETURN-CODE
054700         GO TO 9999-EXIT
054800     END-IF.
054900
055000     OPEN INPUT PAYRFILE.
055100     READ PAYRFILE INTO PYR-RECORD
055200         AT END
055300             DISPLAY "BOND1099: PAYRFILE IS EMPTY - ABENDING"
055400             MOVE 16 TO RETURN-CODE
055500             GO TO 9999-EXIT
055600     END-READ.
055700     CLOSE PAYRFILE.
055800     IF PYR-TIN NOT NUMERIC
055900         OR PYR-TCC = SPACES
056000         OR PYR-NAME = SPACES
056100         OR PYR-ADDRESS = SPACES
056200         DISPLAY "BOND1099: PAYRFILE LACKS THE PAYER TIN, "
056300             "CONTROL CODE, NAME OR ADDRESS - ABENDING"
056400         MOVE 16 TO RETURN-CODE
056500         GO TO 9999-EXIT
056600     END-IF.
056700     MOVE PYR-TIN(1:2) TO WS-PTE-PREFIX.
056800     MOVE PYR-TIN(3:7) TO WS-PTE-SUFFIX.
056900     STRING PYR-CITY DELIMITED BY "  "
057000         ", " DELIMITED BY SIZE
057100         PYR-STATE DELIMITED BY SIZE
057200         "  " DELIMITED BY SIZE
057300         PYR-ZIP DELIMITED BY SPACE
057400         INTO WS-PAYER-CITY-LINE.
057500
057600     OPEN INPUT RDMLEDGR.
057700     OPEN INPUT HOLDREG.
057800     OPEN OUTPUT RCPTRPT.
057900     INITIATE RECIPIENT-COPY-REPORT.
058000     OPEN OUTPUT TAXRPT.
058100     INITIATE TAX-CONTROL-REPORT.
058200 1000-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600*    2000-READ-ONE-REDEMPTION                                    *
058700*    PRICES ONE LEDGER ENTRY'S INTEREST AND DECIDES THE YEAR IT  *
058800*    IS REPORTED IN.  THE RECONCILIATION COUNTS EVERY ENTRY      *
058900*    SETTLED IN THE TAX YEAR, AND THE MATURED ENTRIES THAT MOVE  *
059000*    INTO OR OUT OF IT; ONLY THE TAX YEAR'S ENTRIES ARE POSTED   *
059100*    TO THEIR HOLDER.                                            *
059200******************************************************************
059300 2000-READ-ONE-REDEMPTION.
059400     READ RDMLEDGR
059500         AT END
059600             MOVE "Y" TO WS-EOF-SWITCH
059700             GO TO 2000-EXIT
059800     END-READ.
059900     ADD 1 TO WS-LEDGER-COUNTER.
060000     MOVE RDL-SETTLE-DATE TO WS-SETTLE-DATE.
060100     IF RDL-NET-PAID > RDL-PURCHASE-PRICE
060200         SUBTRACT RDL-PURCHASE-PRICE FROM RDL-NET-PAID
060300             GIVING WS-BOND-INTEREST
060400     ELSE
060500         MOVE 0 TO WS-BOND-INTEREST
060600     END-IF.
060700     IF RDL-MATURED
060800         MOVE RDL-FINAL-MAT-YEAR TO WS-REPORT-YEAR
060900     ELSE
061000         MOVE WS-SETTLE-YEAR TO WS-REPORT-YEAR
061100     END-IF.
061200
061300     IF WS-SETTLE-YEAR = WS-TAX-YEAR
061400         ADD 1 TO WS-LDG-SETTLED-COUNT
061500         ADD WS-BOND-INTEREST TO WS-LDG-SETTLED-INT
061600         IF WS-REPORT-YEAR NOT = WS-TAX-YEAR
061700             ADD 1 TO WS-MAT-OUT-COUNT
061800             ADD WS-BOND-INTEREST TO WS-MAT-OUT-INT
061900         END-IF
062000     ELSE
062100         IF WS-REPORT-YEAR = WS-TAX-YEAR
062200             ADD 1 TO WS-MAT-IN-COUNT
062300             ADD WS-BOND-INTEREST TO WS-MAT-IN-INT
062400         END-IF
062500     END-IF.
062600     IF WS-REPORT-YEAR NOT = WS-TAX-YEAR
062700         GO TO 2000-EXIT.
062800
062900     ADD 1 TO WS-SELECTED-COUNTER.
063000     ADD WS-BOND-INTEREST TO WS-REPORTABLE-INT.
063100     PERFORM 2100-POST-TO-HOLDER THRU 2100-EXIT.
063200 2000-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*    2100-POST-TO-HOLDER                                         *
063700*    FINDS THE HOLDER'S SLOT IN THE TABLE, OPENING ONE IN        *
063800*    HOLDER-ID ORDER FOR A HOLDER NOT YET SEEN, AND ADDS THE     *
063900*    BOND TO IT.                                                 *
064000******************************************************************
064100 2100-POST-TO-HOLDER.
064200     MOVE 0 TO WS-HLD-STOP-SWITCH.
064300     COMPUTE WS-HLD-POS = WS-HLD-COUNT + 1.
064400     PERFORM 2110-CHECK-ONE-SLOT THRU 2110-EXIT
064500         VARYING WS-HLD-SUB FROM 1 BY 1
064600             UNTIL WS-HLD-SUB > WS-HLD-COUNT
064700                 OR WS-HLD-STOP.
064800     IF WS-HLD-POS NOT > WS-HLD-COUNT
064900         IF WS-HLD-ID(WS-HLD-POS) = RDL-HOLDER-ID
065000             GO TO 2100-ADD-BOND
065100         END-IF
065200     END-IF.
065300
065400     IF WS-HLD-COUNT = WS-HLD-MAX
065500         DISPLAY "BOND1099: MORE THAN " WS-HLD-MAX
065600             " HOLDERS HAVE INTEREST FOR " WS-TAX-YEAR
065700             " - THE FILING WOULD BE INCOMPLETE - ABENDING"
065800         MOVE 16 TO RETURN-CODE
065900         GO TO 9999-EXIT
066000     END-IF.
066100     PERFORM 2120-SHIFT-ONE-UP THRU 2120-EXIT
066200         VARYING WS-SHIFT-SUB FROM WS-HLD-COUNT BY -1
066300             UNTIL WS-SHIFT-SUB < WS-HLD-POS.
066400     ADD 1 TO WS-HLD-COUNT.
066500     MOVE RDL-HOLDER-ID TO WS-HLD-ID(WS-HLD-POS).
066600     MOVE 0 TO WS-HLD-BONDS(WS-HLD-POS).
066700     MOVE 0 TO WS-HLD-MATURED(WS-HLD-POS).
066800     MOVE 0 TO WS-HLD-INTEREST(WS-HLD-POS).
066900     MOVE SPACE TO WS-HLD-STATUS(WS-HLD-POS).
067000 2100-ADD-BOND.
067100     ADD 1 TO WS-HLD-BONDS(WS-HLD-POS).
067200     IF RDL-MATURED
067300         ADD 1 TO WS-HLD-MATURED(WS-HLD-POS)
067400     END-IF.
067500     ADD WS-BOND-INTEREST TO WS-HLD-INTEREST(WS-HLD-POS).
067600 2100-EXIT.
067700     EXIT.
067800
067900 2110-CHECK-ONE-SLOT.
068000     IF WS-HLD-ID(WS-HLD-SUB) NOT < RDL-HOLDER-ID
068100         MOVE WS-HLD-SUB TO WS-HLD-POS
068200         MOVE 1 TO WS-HLD-STOP-SWITCH
068300     END-IF.
068400 2110-EXIT.
068500     EXIT.
068600
068700 2120-SHIFT-ONE-UP.
068800     MOVE WS-HLD-ENTRY(WS-SHIFT-SUB)
068900         TO WS-HLD-ENTRY(WS-SHIFT-SUB + 1).
069000 2120-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400*    2500-READ-SETTLEMENT-REGISTER                               *
069500*    ADDS UP THE CONTROL RECORDS OF EVERY SETTLEMENT RUN DATED   *
069600*    IN THE TAX YEAR - WHAT THE LEDGER'S ENTRIES FOR THE YEAR    *
069700*    MUST PROVE BACK TO.                                         *
069800******************************************************************
069900 2500-READ-SETTLEMENT-REGISTER.
070000     OPEN INPUT SETLREG.
070100     MOVE "N" TO WS-EOF-SWITCH.
070200     PERFORM 2510-READ-ONE-SETTLEMENT THRU 2510-EXIT
070300         UNTIL WS-EOF-YES.
070400     CLOSE SETLREG.
070500     MOVE "N" TO WS-EOF-SWITCH.
070600 2500-EXIT.
070700     EXIT.
070800
070900 2510-READ-ONE-SETTLEMENT.
071000     READ SETLREG
071100         AT END
071200             MOVE "Y" TO WS-EOF-SWITCH
071300             GO TO 2510-EXIT
071400     END-READ.
071500     MOVE STL-RUN-DATE TO WS-SETTLE-DATE.
071600     IF WS-SETTLE-YEAR NOT = WS-TAX-YEAR
071700         GO TO 2510-EXIT.
071800     ADD 1 TO WS-STL-RUN-COUNTER.
071900     ADD STL-SETTLED-COUNT TO WS-STL-SETTLED-COUNT.
072000     ADD STL-INTEREST-TOTAL TO WS-STL-INTEREST.
072100 2510-EXIT.
072200     EXIT.
072300
072400******************************************************************
072500*    3000-CLASSIFY-ONE-HOLDER                                    *
072600*    DECIDES WHETHER ONE HOLDER IS FILED.  A HOLDER MISSING FROM *
072700*    THE REGISTER HAS NO NAME OR ADDRESS TO FILE UNDER; ONE      *
072800*    UNDER THE MINIMUM IS NOT REPORTABLE; ONE WITHOUT A VALID    *
072900*    TIN CANNOT GO INTO THE FILE.  THE PAYEE COUNT HAS TO BE     *
073000*    KNOWN BEFORE THE TRANSMITTER RECORD IS WRITTEN, SO THIS     *
073100*    PASS RUNS AHEAD OF THE FILING.                              *
073200******************************************************************
073300 3000-CLASSIFY-ONE-HOLDER.
073400     PERFORM 3050-READ-HOLDER THRU 3050-EXIT.
073500     IF REG-HOLDER-ID = SPACES
073600         MOVE "R" TO WS-HLD-STATUS(WS-HLD-SUB)
073700         ADD 1 TO WS-NOT-REG-COUNTER
073800         ADD WS-HLD-INTEREST(WS-HLD-SUB) TO WS-NOT-REG-INT
073900         GO TO 3000-EXIT
074000     END-IF.
074100     IF WS-HLD-INTEREST(WS-HLD-SUB) < WS-REPORT-MINIMUM
074200         MOVE "M" TO WS-HLD-STATUS(WS-HLD-SUB)
074300         ADD 1 TO WS-UNDER-MIN-COUNTER
074400         ADD WS-HLD-INTEREST(WS-HLD-SUB) TO WS-UNDER-MIN-INT
074500         GO TO 3000-EXIT
074600     END-IF.
074700     PERFORM 3100-CHECK-TIN THRU 3100-EXIT.
074800     IF NOT WS-TIN-VALID
074900         MOVE "T" TO WS-HLD-STATUS(WS-HLD-SUB)
075000         ADD 1 TO WS-NO-TIN-COUNTER
075100         ADD WS-HLD-INTEREST(WS-HLD-SUB) TO WS-NO-TIN-INT
075200         GO TO 3000-EXIT
075300     END-IF.
075400     MOVE "F" TO WS-HLD-STATUS(WS-HLD-SUB).
075500     ADD 1 TO WS-FILED-COUNTER.
075600 3000-EXIT.
075700     EXIT.
075800
075900******************************************************************
076000*    3050-READ-HOLDER                                            *
076100*    READS THE HOLDER RECORD FOR THE CURRENT TABLE ENTRY.  THE   *
076200*    RECORD AREA IS UNDEFINED AFTER A FAILED READ, SO A HOLDER   *
076300*    NOT ON THE REGISTER COMES BACK WITH A BLANK HOLDER ID.      *
076400******************************************************************
076500 3050-READ-HOLDER.
076600     MOVE WS-HLD-ID(WS-HLD-SUB) TO REG-HOLDER-ID.
076700     MOVE "1" TO REG-REC-TYPE.
076800     MOVE SPACES TO REG-SERIAL.
076900     READ HOLDREG
077000         INVALID KEY
077100             MOVE SPACES TO REG-RECORD
077200     END-READ.
077300 3050-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700*    3100-CHECK-TIN                                              *
077800*    A TIN IS FILED ONLY WHEN IT IS NINE DIGITS WITH ITS TYPE,   *
077900*    IS NOT ONE DIGIT REPEATED (ALL ZEROS INCLUDED) AND IS NOT   *
078000*    THE 123456789 PLACEHOLDER.                                  *
078100******************************************************************
078200 3100-CHECK-TIN.
078300     MOVE 0 TO WS-TIN-VALID-SWITCH.
078400     IF REG-TIN NOT NUMERIC
078500         GO TO 3100-EXIT.
078600     IF NOT REG-TIN-EIN AND NOT REG-TIN-SSN
078700         GO TO 3100-EXIT.
078800     IF REG-TIN = "123456789"
078900         GO TO 3100-EXIT.
079000     MOVE REG-TIN(1:1) TO WS-TIN-FIRST.
079100     MOVE 0 TO WS-TIN-TALLY.
079200     INSPECT REG-TIN TALLYING WS-TIN-TALLY
079300         FOR ALL WS-TIN-FIRST.
079400     IF WS-TIN-TALLY = 9
079500         GO TO 3100-EXIT.
079600     MOVE 1 TO WS-TIN-VALID-SWITCH.
079700 3100-EXIT.
079800     EXIT.
079900
080000******************************************************************
080100*    4000-WRITE-FILING                                           *
080200*    WRITES IRS1099.TXT - TRANSMITTER, PAYER, ONE PAYEE RECORD   *
080300*    PER FILED HOLDER WITH ITS RECIPIENT COPY AND LISTING LINE,  *
080400*    THE PAYER'S CONTROL TOTALS AND THE END OF TRANSMISSION -    *
080500*    THEN LISTS THE HOLDERS HELD OUT.  WITH NOBODY TO FILE THE   *
080600*    FILE IS LEFT EMPTY RATHER THAN HOLDING LAST YEAR'S.         *
080700******************************************************************
080800 4000-WRITE-FILING.
080900     OPEN OUTPUT IRSFILE.
081000     GENERATE FILED-HEADER-DETAIL.
081100     IF WS-FILED-COUNTER > 0
081200         PERFORM 4100-WRITE-TRANSMITTER THRU 4100-EXIT
081300         PERFORM 4200-WRITE-PAYER THRU 4200-EXIT
081400         PERFORM 4300-FILE-ONE-HOLDER THRU 4300-EXIT
081500             VARYING WS-HLD-SUB FROM 1 BY 1
081600                 UNTIL WS-HLD-SUB > WS-HLD-COUNT
081700         PERFORM 4400-WRITE-END-OF-PAYER THRU 4400-EXIT
081800         PERFORM 4500-WRITE-END-OF-FILE THRU 4500-EXIT
081900     ELSE
082000         GENERATE NO-EXCEPTION-DETAIL
082100     END-IF.
082200     CLOSE IRSFILE.
082300
082400     GENERATE EXCEPTION-HEADER-DETAIL.
082500     ADD WS-NO-TIN-COUNTER WS-NOT-REG-COUNTER WS-UNDER-MIN-COUNTER
082600         GIVING WS-HELD-OUT-COUNTER.
082700     IF WS-HELD-OUT-COUNTER > 0
082800         PERFORM 4600-LIST-ONE-EXCEPTION THRU 4600-EXIT
082900             VARYING WS-HLD-SUB FROM 1 BY 1
083000                 UNTIL WS-HLD-SUB > WS-HLD-COUNT
083100     ELSE
083200         GENERATE NO-EXCEPTION-DETAIL
083300     END-IF.
083400 4000-EXIT.
083500     EXIT.
083600
083700 4100-WRITE-TRANSMITTER.
083800     MOVE SPACES TO IRS-RECORD.
083900     INITIALIZE IRS-T-VIEW.
084000     MOVE "T" TO IRS-REC-TYPE.
084100     MOVE WS-TAX-YEAR TO IRS-T-PAYMENT-YEAR.
084200     MOVE PYR-TIN TO IRS-T-TIN.
084300     MOVE PYR-TCC TO IRS-T-TCC.
084400     IF PYR-TEST-FILE
084500         MOVE "T" TO IRS-T-TEST-IND
084600     END-IF.
084700     MOVE PYR-NAME TO IRS-T-NAME.
084800     MOVE PYR-NAME-2 TO IRS-T-NAME-2.
084900     MOVE PYR-NAME TO IRS-T-COMPANY.
085000     MOVE PYR-NAME-2 TO IRS-T-COMPANY-2.
085100     MOVE PYR-ADDRESS TO IRS-T-ADDRESS.
085200     MOVE PYR-CITY TO IRS-T-CITY.
085300     MOVE PYR-STATE TO IRS-T-STATE.
085400     MOVE PYR-ZIP TO IRS-T-ZIP.
085500     MOVE WS-FILED-COUNTER TO IRS-T-PAYEE-COUNT.
085600     MOVE PYR-CONTACT-NAME TO IRS-T-CONTACT-NAME.
085700     MOVE PYR-PHONE TO IRS-T-CONTACT-PHONE.
085800     MOVE PYR-CONTACT-EMAIL TO IRS-T-CONTACT-EMAIL.
085900     MOVE "I" TO IRS-T-VENDOR-IND.
086000     ADD 1 TO WS-RECORD-SEQ.
086100     MOVE WS-RECORD-SEQ TO IRS-T-SEQUENCE.
086200     WRITE IRS-RECORD.
086300 4100-EXIT.
086400     EXIT.
086500
086600*    RETURN TYPE 6 IS FORM 1099-INT; AMOUNT CODE 3 IS INTEREST   *
086700*    ON U.S. SAVINGS BONDS AND TREASURY OBLIGATIONS.             *
086800 4200-WRITE-PAYER.
086900     MOVE SPACES TO IRS-RECORD.
087000     INITIALIZE IRS-A-VIEW.
087100     MOVE "A" TO IRS-REC-TYPE.
087200     MOVE WS-TAX-YEAR TO IRS-A-PAYMENT-YEAR.
087300     MOVE PYR-TIN TO IRS-A-TIN.
087400     MOVE PYR-NAME-CONTROL TO IRS-A-NAME-CONTROL.
087500     MOVE "6" TO IRS-A-RETURN-TYPE.
087600     MOVE "3" TO IRS-A-AMOUNT-CODES.
087700     MOVE PYR-NAME TO IRS-A-NAME.
087800     MOVE PYR-NAME-2 TO IRS-A-NAME-2.
087900     MOVE "0" TO IRS-A-TRANSFER-IND.
088000     MOVE PYR-ADDRESS TO IRS-A-ADDRESS.
088100     MOVE PYR-CITY TO IRS-A-CITY.
088200     MOVE PYR-STATE TO IRS-A-STATE.
088300     MOVE PYR-ZIP TO IRS-A-ZIP.
088400     MOVE PYR-PHONE TO IRS-A-PHONE.
088500     ADD 1 TO WS-RECORD-SEQ.
088600     MOVE WS-RECORD-SEQ TO IRS-A-SEQUENCE.
088700     WRITE IRS-RECORD.
088800 4200-EXIT.
088900     EXIT.
089000
089100******************************************************************
089200*    4300-FILE-ONE-HOLDER                                        *
089300*    ONE PAYEE RECORD, RECIPIENT COPY AND LISTING LINE FOR A     *
089400*    FILED HOLDER.  THE REGISTER'S TWO ADDRESS LINES SHARE THE   *
089500*    FILE'S ONE MAILING-ADDRESS FIELD, AND ITS ZIP LOSES THE     *
089600*    HYPHEN THE FILE DOES NOT TAKE.                              *
089700******************************************************************
089800 4300-FILE-ONE-HOLDER.
089900     IF NOT WS-HLD-FILED(WS-HLD-SUB)
090000         GO TO 4300-EXIT.
090100     PERFORM 3050-READ-HOLDER THRU 3050-EXIT.
090200     IF REG-HOLDER-ID = SPACES
090300         DISPLAY "BOND1099: HOLDER " WS-HLD-ID(WS-HLD-SUB)
090400             " LEFT THE REGISTER DURING THE RUN - ABENDING"
090500         MOVE 16 TO RETURN-CODE
090600         GO TO 9999-EXIT
090700     END-IF.
090800
090900     MOVE SPACES TO IRS-RECORD.
091000     INITIALIZE IRS-B-VIEW.
091100     MOVE "B" TO IRS-REC-TYPE.
091200     MOVE WS-TAX-YEAR TO IRS-B-PAYMENT-YEAR.
091300     MOVE REG-TIN-TYPE TO IRS-B-TIN-TYPE.
091400     MOVE REG-TIN TO IRS-B-TIN.
091500     MOVE REG-HOLDER-ID TO IRS-B-ACCOUNT.
091600     MOVE WS-HLD-INTEREST(WS-HLD-SUB) TO IRS-B-AMOUNT(3).
091700     MOVE REG-NAME TO IRS-B-NAME.
091800     IF REG-ADDR-LINE-2 = SPACES
091900         MOVE REG-ADDR-LINE-1 TO IRS-B-ADDRESS
092000     ELSE
092100         STRING REG-ADDR-LINE-1 DELIMITED BY "  "
092200             " " DELIMITED BY SIZE
092300             REG-ADDR-LINE-2 DELIMITED BY "  "
092400             INTO IRS-B-ADDRESS
092500     END-IF.
092600     MOVE REG-CITY TO IRS-B-CITY.
092700     MOVE REG-STATE TO IRS-B-STATE.
092800     MOVE REG-ZIP(1:5) TO IRS-B-ZIP(1:5).
092900     IF REG-ZIP(6:1) = "-"
093000         MOVE REG-ZIP(7:4) TO IRS-B-ZIP(6:4)
093100     ELSE
093200         MOVE REG-ZIP(6:4) TO IRS-B-ZIP(6:4)
093300     END-IF.
093400     ADD 1 TO WS-RECORD-SEQ.
093500     MOVE WS-RECORD-SEQ TO IRS-B-SEQUENCE.
093600     WRITE IRS-RECORD.
093700     ADD WS-HLD-INTEREST(WS-HLD-SUB) TO WS-FILED-INT.
093800
093900     PERFORM 4350-SET-REPORT-FIELDS THRU 4350-EXIT.
094000     GENERATE RECIPIENT-COPY.
094100     GENERATE FILED-DETAIL.
094200 4300-EXIT.
094300     EXIT.
094400
094500 4350-SET-REPORT-FIELDS.
094600     MOVE WS-HLD-ID(WS-HLD-SUB) TO WS-RPT-HOLDER-ID.
094700     MOVE REG-NAME TO WS-RPT-NAME.
094800     MOVE REG-ADDR-LINE-1 TO WS-RPT-ADDR-LINE-1.
094900     MOVE REG-ADDR-LINE-2 TO WS-RPT-ADDR-LINE-2.
095000     MOVE SPACES TO WS-RPT-CITY-LINE.
095100     IF REG-CITY NOT = SPACES
095200         STRING REG-CITY DELIMITED BY "  "
095300             ", " DELIMITED BY SIZE
095400             REG-STATE DELIMITED BY SIZE
095500             "  " DELIMITED BY SIZE
095600             REG-ZIP DELIMITED BY SPACE
095700             INTO WS-RPT-CITY-LINE
095800     END-IF.
095900     IF REG-TIN = SPACES
096000         MOVE "NONE" TO WS-RPT-TIN
096100     ELSE
096200         MOVE REG-TIN(6:4) TO WS-MASK-LAST-4
096300         MOVE WS-MASKED-TIN TO WS-RPT-TIN
096400     END-IF.
096500     MOVE WS-HLD-BONDS(WS-HLD-SUB) TO WS-RPT-BONDS.
096600     MOVE WS-HLD-MATURED(WS-HLD-SUB) TO WS-RPT-MATURED.
096700     MOVE WS-HLD-INTEREST(WS-HLD-SUB) TO WS-RPT-INTEREST.
096800 4350-EXIT.
096900     EXIT.
097000
097100 4400-WRITE-END-OF-PAYER.
097200     MOVE SPACES TO IRS-RECORD.
097300     INITIALIZE IRS-C-VIEW.
097400     MOVE "C" TO IRS-REC-TYPE.
097500     MOVE WS-FILED-COUNTER TO IRS-C-PAYEE-COUNT.
097600     MOVE WS-FILED-INT TO IRS-C-CONTROL-TOTAL(3).
097700     ADD 1 TO WS-RECORD-SEQ.
097800     MOVE WS-RECORD-SEQ TO IRS-C-SEQUENCE.
097900     WRITE IRS-RECORD.
098000 4400-EXIT.
098100     EXIT.
098200
098300 4500-WRITE-END-OF-FILE.
098400     MOVE SPACES TO IRS-RECORD.
098500     INITIALIZE IRS-F-VIEW.
098600     MOVE "F" TO IRS-REC-TYPE.
098700     MOVE 1 TO IRS-F-PAYER-COUNT.
098800     MOVE WS-FILED-COUNTER TO IRS-F-PAYEE-COUNT.
098900     ADD 1 TO WS-RECORD-SEQ.
099000     MOVE WS-RECORD-SEQ TO IRS-F-SEQUENCE.
099100     WRITE IRS-RECORD.
099200 4500-EXIT.
099300     EXIT.
099400
099500******************************************************************
099600*    4600-LIST-ONE-EXCEPTION                                     *
099700*    ONE EXCEPTION-LIST LINE FOR A HOLDER HELD OUT OF THE FILE.  *
099800******************************************************************
099900 4600-LIST-ONE-EXCEPTION.
100000     IF WS-HLD-FILED(WS-HLD-SUB)
100100         GO TO 4600-EXIT.
100200     PERFORM 3050-READ-HOLDER THRU 3050-EXIT.
100300     PERFORM 4350-SET-REPORT-FIELDS THRU 4350-EXIT.
100400     EVALUATE TRUE
100500         WHEN WS-HLD-NOT-ON-REGISTER(WS-HLD-SUB)
100600             MOVE "** NOT ON HOLDER REGISTER **" TO WS-RPT-NAME
100700             MOVE SPACES TO WS-RPT-TIN
100800             MOVE "HOLDER NOT ON REGISTER" TO WS-RPT-REASON
100900         WHEN WS-HLD-NO-TIN(WS-HLD-SUB)
101000             MOVE "NO VALID TIN - SOLICIT W-9" TO WS-RPT-REASON
101100         WHEN OTHER
101200             MOVE "UNDER 10.00 - NOT REPORTABLE" TO WS-RPT-REASON
101300     END-EVALUATE.
101400     GENERATE EXCEPTION-DETAIL.
101500 4600-EXIT.
101600     EXIT.
101700
101800******************************************************************
101900*    5000-FINALIZE                                               *
102000*    PROVES THE LEDGER TO THE SETTLEMENT REGISTER AND THE FILE   *
102100*    TO THE REPORTABLE INTEREST, PRINTS THE RECONCILIATION PAGE, *
102200*    SETS THE RETURN CODE AND SIGNS THE STEP TOKEN.              *
102300******************************************************************
102400 5000-FINALIZE.
102500     COMPUTE WS-LEDGER-DIFF =
102600         WS-STL-INTEREST - WS-LDG-SETTLED-INT.
102700     COMPUTE WS-COUNT-DIFF =
102800         WS-STL-SETTLED-COUNT - WS-LDG-SETTLED-COUNT.
102900     COMPUTE WS-WALKED-INT = WS-REPORTABLE-INT - WS-NO-TIN-INT
103000         - WS-NOT-REG-INT - WS-UNDER-MIN-INT.
103100     COMPUTE WS-FILE-DIFF = WS-WALKED-INT - WS-FILED-INT.
103200     IF WS-LEDGER-DIFF NOT = 0
103300         OR WS-COUNT-DIFF NOT = 0
103400         OR WS-FILE-DIFF NOT = 0
103500         MOVE 1 TO WS-BALANCE-SWITCH
103600     END-IF.
103700
103800     ADD WS-NO-TIN-COUNTER WS-NOT-REG-COUNTER
103900         GIVING WS-HELD-OUT-COUNTER.
104000     EVALUATE TRUE
104100         WHEN WS-OUT-OF-BALANCE
104200             MOVE 8 TO WS-TAX-RC
104300             MOVE "OUT OF BALANCE - HOLD" TO WS-RPT-STATUS
104400             MOVE "OUT-OF-BALANCE" TO WS-STEP-VERDICT-HOLD
104500         WHEN WS-HELD-OUT-COUNTER > 0
104600             MOVE 4 TO WS-TAX-RC
104700             MOVE "FILED WITH EXCEPTIONS" TO WS-RPT-STATUS
104800             MOVE "FILED-EXCEPTS" TO WS-STEP-VERDICT-HOLD
104900         WHEN WS-FILED-COUNTER = 0
105000             MOVE 4 TO WS-TAX-RC
105100             MOVE "NOTHING TO FILE" TO WS-RPT-STATUS
105200             MOVE "NOTHING-FILED" TO WS-STEP-VERDICT-HOLD
105300         WHEN OTHER
105400             MOVE 0 TO WS-TAX-RC
105500             MOVE "FILED" TO WS-RPT-STATUS
105600             MOVE "FILED" TO WS-STEP-VERDICT-HOLD
105700     END-EVALUATE.
105800
105900     GENERATE RECONCILIATION-DETAIL.
106000     TERMINATE TAX-CONTROL-REPORT.
106100     CLOSE TAXRPT.
106200     TERMINATE RECIPIENT-COPY-REPORT.
106300     CLOSE RCPTRPT.
106400     CLOSE HOLDREG.
106500
106600     PERFORM 5400-WRITE-STEP-TOKEN THRU 5400-EXIT.
106700     MOVE WS-TAX-RC TO RETURN-CODE.
106800     DISPLAY "BOND1099 COMPLETED - SEE TAX1099 AND RCPT1099".
106900     DISPLAY "TAX YEAR..................: " WS-TAX-YEAR.
107000     DISPLAY "LEDGER ENTRIES READ.......: " WS-LEDGER-COUNTER.
107100     DISPLAY "BONDS REPORTABLE..........: " WS-SELECTED-COUNTER.
107200     DISPLAY "HOLDERS FILED.............: " WS-FILED-COUNTER.
107300     DISPLAY "HOLDERS WITH NO VALID TIN.: " WS-NO-TIN-COUNTER.
107400     DISPLAY "HOLDERS NOT ON REGISTER...: " WS-NOT-REG-COUNTER.
107500     DISPLAY "HOLDERS UNDER MINIMUM.....: " WS-UNDER-MIN-COUNTER.
107600     DISPLAY "RUN STATUS................: " WS-RPT-STATUS.
107700     IF WS-OUT-OF-BALANCE
107800         DISPLAY "BOND1099: LEDGER DOES NOT RECONCILE - DO NOT "
107900             "SEND IRS1099"
108000     END-IF.
108100 5000-EXIT.
108200     EXIT.
108300
108400******************************************************************
108500*    5400-WRITE-STEP-TOKEN                                       *
108600*    APPENDS THIS RUN'S COMPLETION TOKEN TO THE SHARED STEPLOG   *
108700*    LEDGER.                                                     *
108800******************************************************************
108900 5400-WRITE-STEP-TOKEN.
109000     OPEN EXTEND STEPLOG.
109100     MOVE "BOND1099" TO STEP-PROGRAM.
109200     MOVE WS-RUN-DATE TO STEP-DATE.
109300     ACCEPT WS-STEP-TIME-RAW FROM TIME.
109400     MOVE WS-STEP-TIME-RAW(1:6) TO STEP-TIME.
109500     MOVE "RDMLEDGR" TO STEP-IN-FILENAME.
109600     MOVE WS-TAX-RC TO STEP-RC.
109700     MOVE WS-STEP-VERDICT-HOLD TO STEP-VERDICT.
109800     WRITE STEP-RECORD.
109900     CLOSE STEPLOG.
110000 5400-EXIT.
110100     EXIT.
110200
110300 9999-EXIT.
110400     STOP RUN.
