000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDSTMT.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDSTMT (HOLDER VALUATION STATEMENTS)                        *
000900*    THE DESK USED TO BUILD HOLDER STATEMENTS BY HAND FROM         *
001000*    MTRXRPT - LOOK UP EACH BOND'S ROW, MULTIPLY FOR THE           *
001100*    DENOMINATION, ADD IT UP.  THIS MONTHLY RUN PASSES THE HOLDER  *
001200*    REGISTER (HOLDREG.DAT, SEE BONDREG.CPY) IN KEY ORDER AND      *
001300*    PRINTS ONE STATEMENT BLOCK PER HOLDER:                        *
001400*        - NAME AND MAILING ADDRESS FROM THE HOLDER RECORD         *
001500*        - ONE LINE PER OUTSTANDING BOND, PRICED OFF THE BOND      *
001600*          MASTER (BONDMSTR.DAT) FOR THE RUN YEAR/MONTH - THE      *
001700*          TABLE FIGURE TIMES DENOMINATION OVER THE SERFILE BASE   *
001800*          DENOMINATION, EXACTLY AS BONDQUOT PRICES A QUOTE -      *
001900*          WITH ITS INTEREST EARNED OVER THE PURCHASE PRICE AND A  *
002000*          FINAL-MATURITY FLAG WHEN ITS CURVE HAS GONE FLAT (THE   *
002100*          SAME TEST BONDGRWX APPLIES)                             *
002200*        - THE HOLDER'S TOTALS                                     *
002300*    A GRAND TOTAL FOLLOWS THE LAST STATEMENT, THEN A FACE PROOF   *
002400*    OF THE REGISTER'S OUTSTANDING DENOMINATIONS BY SERIES/IYEAR   *
002500*    AGAINST FACEFILE, BOTH WAYS, HELD TO CTL-FACE-TOLERANCE.      *
002600*    RETURN CODE 4 FLAGS AN UNPRICED BOND, A BOND WITH NO HOLDER   *
002700*    RECORD, OR A FACE PROOF BREAK.                                *
002800*                                                                *
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CTLFILE ASSIGN "CTLFILE"
003700         ORGANIZATION LINE SEQUENTIAL.
003800
003900     SELECT HOLDREG ASSIGN "HOLDREG.DAT"
004000         ORGANIZATION INDEXED
004100         ACCESS MODE SEQUENTIAL
004200         RECORD KEY IS REG-KEY.
004300
004400     SELECT BONDMSTR ASSIGN "BONDMSTR.DAT"
004500         ORGANIZATION INDEXED
004600         ACCESS MODE DYNAMIC
004700         RECORD KEY IS MST-KEY.
004800
004900     SELECT FACEFILE ASSIGN "FACEFILE"
005000         ORGANIZATION LINE SEQUENTIAL.
005100
005200     SELECT SERFILE ASSIGN "SERFILE"
005300         ORGANIZATION LINE SEQUENTIAL.
005400
005500     SELECT STMTRPT ASSIGN "STMTRPT.TXT"
005600         ORGANIZATION LINE SEQUENTIAL.
005700
005800     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
005900         ORGANIZATION LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300
006400 FD  CTLFILE.
006500 01  CTL-FILE-RECORD             PIC X(200).
006600
006700 FD  HOLDREG.
006800*    KEYED HOLDER REGISTER - SEE BONDREG.CPY.                    *
006900     COPY "BONDREG.CPY".
007000
007100 FD  BONDMSTR.
007200*    ONE ROW PER STAGED TREASURY TABLE ROW, KEYED SERIES/IYEAR/  *
007300*    RYEAR/RMONTH, AS LOADED BY BONDLOAD - SEE BONDMST.CPY.      *
007400     COPY "BONDMST.CPY".
007500
007600 FD  FACEFILE.
007700*    RAW RECORD - SEE BONDFAC.CPY IN WORKING-STORAGE FOR THE     *
007800*    TYPED LAYOUT THIS IS READ INTO.                             *
007900 01  FACE-FILE-RECORD            PIC X(20).
008000
008100 FD  SERFILE.
008200*    RAW RECORD - SEE BONDSER.CPY IN WORKING-STORAGE FOR THE     *
008300*    TYPED LAYOUT THIS IS READ INTO.                             *
008400 01  SER-FILE-RECORD             PIC X(25).
008500
008600 FD  STMTRPT
008700     REPORT IS HOLDER-STATEMENT-REPORT.
008800
008900 FD  STEPLOG.
009000*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.                    *
009100     COPY "BONDSTP.CPY".
009200
009300 WORKING-STORAGE SECTION.
009400
009500     COPY "BONDCTL.CPY".
009600
009700*****************************************************************
009800*    TYPED VIEWS OF THE INPUT RECORDS.                           *
009900*****************************************************************
010000     COPY "BONDFAC.CPY".
010100     COPY "BONDSER.CPY".
010200
010300 77  WS-EOF-SWITCH               PIC X     VALUE "N".
010400     88  WS-EOF-YES              VALUE "Y".
010500     88  WS-EOF-NO               VALUE "N".
010600
010700 77  WS-MONTH-IDX                PIC 9(02) COMP.
010800 77  WS-REG-COUNTER              PIC 9(07) VALUE 0.
010900 77  WS-HOLDER-COUNTER           PIC 9(07) VALUE 0.
011000 77  WS-ORPHAN-COUNTER           PIC 9(07) VALUE 0.
011100 77  WS-PRICED-COUNTER           PIC 9(07) VALUE 0.
011200 77  WS-NOTPRICED-COUNTER        PIC 9(07) VALUE 0.
011300 77  WS-REDEEMED-COUNTER         PIC 9(07) VALUE 0.
011400 77  WS-MATURED-COUNTER          PIC 9(07) VALUE 0.
011500 77  WS-PROOF-BREAK-COUNTER      PIC 9(07) VALUE 0.
011600 77  WS-STMT-RC                  PIC 9(02) VALUE 0.
011700
011800*****************************************************************
011900*    THE YEAR/MONTH EVERY BOND IS PRICED FOR - THE RUN MONTH.    *
012000*****************************************************************
012100 77  WS-RUN-DATE                 PIC 9(08).
012200 77  WS-PRICE-RYEAR              PIC 9(04) VALUE 0.
012300 77  WS-PRICE-RMONTH             PIC 9(02) VALUE 0.
012400
012500*****************************************************************
012600*    SERIES REFERENCE MASTER, LOADED FROM SERFILE AT STARTUP -   *
012700*    EACH SERIES' BASE DENOMINATION IS THE DOLLAR DENOMINATION   *
012800*    THE TABLE'S MONTH FIGURES ARE QUOTED FOR.  SEE BONDSER.CPY  *
012900*    / BONDSRT.CPY.                                              *
013000*****************************************************************
013100     COPY "BONDSRT.CPY".
013200 77  WS-SREF-COUNT               PIC 9(02) VALUE 0.
013300 77  WS-SREF-FULL-SWITCH         PIC 9     VALUE 0.
013400     88  WS-SREF-TABLE-FULL      VALUE 1.
013500 77  WS-BASE-FOUND-SWITCH        PIC 9     VALUE 0.
013600     88  WS-BASE-FOUND           VALUE 1.
013700 77  WS-MATCHED-BASE-DENOM       PIC 9(05)V99 VALUE 0.
013800
013900*****************************************************************
014000*    FACEFILE SIDE OF THE FACE PROOF, LOADED AT STARTUP.  AN     *
014100*    ENTRY THE REGISTER NEVER MATCHES IS LISTED AT THE END.      *
014200*****************************************************************
014300 77  WS-FACE-COUNT               PIC 9(04) VALUE 0.
014400 77  WS-FACE-FULL-SWITCH         PIC 9     VALUE 0.
014500     88  WS-FACE-TABLE-FULL      VALUE 1.
014600 01  WS-FACE-TABLE.
014700     05  WS-FACE-ENTRY           OCCURS 2000 TIMES
014800                                 INDEXED BY WS-FACE-IDX.
014900         10  WS-FACE-SERIES      PIC X.
015000         10  WS-FACE-IYEAR       PIC 9(04).
015100         10  WS-FACE-VALUE       PIC 9(11)V99.
015200         10  WS-FACE-MATCH-SW    PIC 9.
015300             88  WS-FACE-MATCHED VALUE 1.
015400
015500 77  WS-FACE-FOUND-SWITCH        PIC 9     VALUE 0.
015600     88  WS-FACE-FOUND           VALUE 1.
015700 77  WS-MATCHED-FACE-IDX         PIC 9(04) VALUE 0.
015800
015900*****************************************************************
016000*    REGISTER SIDE OF THE FACE PROOF - OUTSTANDING DENOMINATION  *
016100*    ACCUMULATED BY SERIES/IYEAR AS THE BONDS GO BY.             *
016200*****************************************************************
016300 77  WS-RFAC-COUNT               PIC 9(04) VALUE 0.
016400 77  WS-RFAC-FULL-SWITCH         PIC 9     VALUE 0.
016500     88  WS-RFAC-TABLE-FULL      VALUE 1.
016600 01  WS-RFAC-TABLE.
016700     05  WS-RFAC-ENTRY           OCCURS 2000 TIMES
016800                                 INDEXED BY WS-RFAC-IDX.
016900         10  WS-RFAC-SERIES      PIC X.
017000         10  WS-RFAC-IYEAR       PIC 9(04).
017100         10  WS-RFAC-VALUE       PIC 9(11)V99.
017200
017300 77  WS-RFAC-FOUND-SWITCH        PIC 9     VALUE 0.
017400     88  WS-RFAC-FOUND           VALUE 1.
017500 77  WS-MATCHED-RFAC-IDX         PIC 9(04) VALUE 0.
017600
017700*****************************************************************
017800*    BOND MASTER LOOKUP STATE.  THE BROWSE STARTS AT THE BOND'S  *
017900*    SERIES/IYEAR/RUN YEAR AND KEEPS THE LAST ROW CARRYING THAT  *
018000*    KEY - A LATER RELEASE OF THE SAME YEAR SORTS AFTER AN       *
018100*    EARLIER ONE, SO THE LATEST FIGURES WIN.                     *
018200*****************************************************************
018300 77  WS-MST-DONE-SWITCH          PIC X     VALUE "N".
018400     88  WS-MST-DONE             VALUE "Y".
018500 77  WS-ROW-HELD-SWITCH          PIC 9     VALUE 0.
018600     88  WS-ROW-HELD             VALUE 1.
018700 01  WS-HOLD-ROW.
018800     05  WS-HOLD-MONTH-VAL       PIC 9(04)V99 OCCURS 12 TIMES.
018900
019000*****************************************************************
019100*    PRICING WORK FIELDS.  THE MULTIPLIER IS THE DENOMINATION    *
019200*    OVER THE SERIES' BASE DENOMINATION, CARRIED TO FOUR         *
019300*    DECIMALS, THE SAME AS BONDQUOT.                             *
019400*****************************************************************
019500 77  WS-PRICED-SWITCH            PIC 9     VALUE 0.
019600     88  WS-BOND-PRICED          VALUE 1.
019700 77  WS-QUOTE-MULTIPLIER         PIC 9(05)V9(04) VALUE 0.
019800 77  WS-CURRENT-VALUE            PIC 9(09)V99 VALUE 0.
019900 77  WS-INTEREST-EARNED          PIC S9(09)V99 VALUE 0.
020000 77  WS-LAST-RISE                PIC 9(02) VALUE 0.
020100 77  WS-MATURED-SWITCH           PIC 9     VALUE 0.
020200     88  WS-BOND-MATURED         VALUE 1.
020300
020400*****************************************************************
020500*    CURRENT HOLDER AND ITS STATEMENT TOTALS.                    *
020600*****************************************************************
020700 77  WS-CUR-HOLDER-ID            PIC X(10) VALUE LOW-VALUES.
020800 77  WS-HOLDER-OPEN-SWITCH       PIC 9     VALUE 0.
020900     88  WS-HOLDER-OPEN          VALUE 1.
021000 77  WS-HLD-BOND-COUNT           PIC 9(05) VALUE 0.
021100 77  WS-HLD-FACE-SUM             PIC 9(11)V99 VALUE 0.
021200 77  WS-HLD-VALUE-SUM            PIC 9(11)V99 VALUE 0.
021300 77  WS-HLD-INTEREST-SUM         PIC S9(11)V99 VALUE 0.
021400
021500*****************************************************************
021600*    GRAND TOTALS ACROSS EVERY STATEMENT.                        *
021700*****************************************************************
021800 77  WS-GRAND-FACE-SUM           PIC 9(13)V99 VALUE 0.
021900 77  WS-GRAND-VALUE-SUM          PIC 9(13)V99 VALUE 0.
022000 77  WS-GRAND-INTEREST-SUM       PIC S9(13)V99 VALUE 0.
022100
022200*****************************************************************
022300*    FACE PROOF WORK FIELDS.                                     *
022400*****************************************************************
022500 77  WS-PROOF-DIFF               PIC S9(11)V99 VALUE 0.
022600 77  WS-PROOF-ABS-DIFF           PIC 9(11)V99 VALUE 0.
022700
022800*****************************************************************
022900*    STEP-LEDGER STATE - THE LAST TOKEN FOUND FOR BONDLOAD,      *
023000*    AND THIS RUN'S OWN OUTGOING TOKEN.                          *
023100*****************************************************************
023200 77  WS-STEP-WANTED              PIC X(08) VALUE SPACES.
023300 77  WS-STEP-FOUND-SWITCH        PIC 9     VALUE 0.
023400     88  WS-STEP-FOUND           VALUE 1.
023500 77  WS-STEP-DATE-HOLD           PIC 9(08) VALUE 0.
023600 77  WS-STEP-RC-HOLD             PIC 9(02) VALUE 0.
023700 77  WS-STEP-VERDICT-HOLD        PIC X(14) VALUE SPACES.
023800 77  WS-STEP-TIME-RAW            PIC 9(08).
023900
024000*****************************************************************
024100*    FIELDS FEEDING THE STMTRPT STATEMENT REPORT.                *
024200*****************************************************************
024300 01  WS-RPT-HOLDER.
024400     05  WS-RPT-HOLDER-ID        PIC X(10).
024500     05  WS-RPT-NAME             PIC X(30).
024600     05  WS-RPT-ADDR-LINE-1      PIC X(30).
024700     05  WS-RPT-ADDR-LINE-2      PIC X(30).
024800     05  WS-RPT-CITY             PIC X(20).
024900     05  WS-RPT-STATE            PIC X(02).
025000     05  WS-RPT-ZIP              PIC X(10).
025100 01  WS-RPT-BOND.
025200     05  WS-RPT-SERIAL           PIC X(12).
025300     05  WS-RPT-SERIES           PIC X.
025400     05  WS-RPT-IYEAR            PIC 9(04).
025500     05  WS-RPT-IMONTH           PIC 9(02).
025600     05  WS-RPT-DENOM            PIC 9(05).
025700     05  WS-RPT-PRICE            PIC 9(05)V99.
025800     05  WS-RPT-VALUE            PIC 9(09)V99.
025900     05  WS-RPT-INTEREST         PIC S9(09)V99.
026000     05  WS-RPT-MATURED          PIC X(03).
026100 01  WS-RPT-PROOF.
026200     05  WS-RPT-PRF-SERIES       PIC X.
026300     05  WS-RPT-PRF-IYEAR        PIC 9(04).
026400     05  WS-RPT-PRF-REG-FACE     PIC 9(11)V99.
026500     05  WS-RPT-PRF-FAC-FACE     PIC 9(11)V99.
026600     05  WS-RPT-PRF-DIFF         PIC S9(11)V99.
026700     05  WS-RPT-PRF-TAG          PIC X(16).
026800
026900 REPORT SECTION.
027000*****************************************************************
027100*    HOLDER-STATEMENT-REPORT                                     *
027200*    ONE STATEMENT BLOCK PER HOLDER - ADDRESS, A LINE PER        *
027300*    OUTSTANDING BOND AND THE HOLDER'S TOTALS - THEN THE GRAND   *
027400*    TOTAL AND THE REGISTER-TO-FACEFILE FACE PROOF.              *
027500*****************************************************************
027600 RD  HOLDER-STATEMENT-REPORT
027700     PAGE LIMIT 60 LINES
027800     FIRST DETAIL 4
027900     LAST DETAIL 56.
028000
028100 01  TYPE PAGE HEADING.
028200     05  LINE 1.
028300         10  COLUMN  1  PIC X(38)
028400             VALUE "REGISTERED HOLDER VALUATION STATEMENTS".
028500     05  LINE 2.
028600         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
028700         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
028800         10  COLUMN 25  PIC X(13) VALUE "PRICED AS OF:".
028900         10  COLUMN 39  PIC 9(04) SOURCE WS-PRICE-RYEAR.
029000         10  COLUMN 43  PIC X     VALUE "/".
029100         10  COLUMN 44  PIC 9(02) SOURCE WS-PRICE-RMONTH.
029200
029300 01  HOLDER-HEADER-DETAIL TYPE DETAIL.
029400     05  LINE PLUS 3.
029500         10  COLUMN  1  PIC X(07) VALUE "HOLDER:".
029600         10  COLUMN  9  PIC X(10) SOURCE WS-RPT-HOLDER-ID.
029700         10  COLUMN 21  PIC X(30) SOURCE WS-RPT-NAME.
029800     05  LINE PLUS 1.
029900         10  COLUMN 21  PIC X(30) SOURCE WS-RPT-ADDR-LINE-1.
030000     05  LINE PLUS 1.
030100         10  COLUMN 21  PIC X(30) SOURCE WS-RPT-ADDR-LINE-2.
030200     05  LINE PLUS 1.
030300         10  COLUMN 21  PIC X(20) SOURCE WS-RPT-CITY.
030400         10  COLUMN 42  PIC X(02) SOURCE WS-RPT-STATE.
030500         10  COLUMN 45  PIC X(10) SOURCE WS-RPT-ZIP.
030600     05  LINE PLUS 2.
030700         10  COLUMN  3  PIC X(06) VALUE "SERIAL".
030800         10  COLUMN 16  PIC X(06) VALUE "SERIES".
030900         10  COLUMN 23  PIC X(06) VALUE "ISSUED".
031000         10  COLUMN 32  PIC X(05) VALUE "DENOM".
031100         10  COLUMN 40  PIC X(08) VALUE "PURCHASE".
031200         10  COLUMN 52  PIC X(13) VALUE "CURRENT VALUE".
031300         10  COLUMN 68  PIC X(15) VALUE "INTEREST EARNED".
031400         10  COLUMN 85  PIC X(14) VALUE "FINAL MATURITY".
031500
031600 01  BOND-PRICED-DETAIL TYPE DETAIL.
031700     05  LINE PLUS 1.
031800         10  COLUMN  3  PIC X(12)    SOURCE WS-RPT-SERIAL.
031900         10  COLUMN 18  PIC X        SOURCE WS-RPT-SERIES.
032000         10  COLUMN 23  PIC 9(04)    SOURCE WS-RPT-IYEAR.
032100         10  COLUMN 27  PIC X        VALUE "/".
032200         10  COLUMN 28  PIC 9(02)    SOURCE WS-RPT-IMONTH.
032300         10  COLUMN 32  PIC ZZZZ9    SOURCE WS-RPT-DENOM.
032400         10  COLUMN 39  PIC ZZZZ9.99 SOURCE WS-RPT-PRICE.
032500         10  COLUMN 52  PIC ZZZZZZZZ9.99
032600             SOURCE WS-RPT-VALUE.
032700         10  COLUMN 68  PIC +ZZZZZZZZ9.99
032800             SOURCE WS-RPT-INTEREST.
032900         10  COLUMN 89  PIC X(03)    SOURCE WS-RPT-MATURED.
033000
033100 01  BOND-NOT-PRICED-DETAIL TYPE DETAIL.
033200     05  LINE PLUS 1.
033300         10  COLUMN  3  PIC X(12)    SOURCE WS-RPT-SERIAL.
033400         10  COLUMN 18  PIC X        SOURCE WS-RPT-SERIES.
033500         10  COLUMN 23  PIC 9(04)    SOURCE WS-RPT-IYEAR.
033600         10  COLUMN 27  PIC X        VALUE "/".
033700         10  COLUMN 28  PIC 9(02)    SOURCE WS-RPT-IMONTH.
033800         10  COLUMN 32  PIC ZZZZ9    SOURCE WS-RPT-DENOM.
033900         10  COLUMN 39  PIC ZZZZ9.99 SOURCE WS-RPT-PRICE.
034000         10  COLUMN 52  PIC X(40)
034100             VALUE "NOT PRICED - NO TABLE ROW FOR THIS MONTH".
034200
034300 01  HOLDER-TOTAL-DETAIL TYPE DETAIL.
034400     05  LINE PLUS 2.
034500         10  COLUMN  3  PIC X(14) VALUE "HOLDER TOTALS:".
034600         10  COLUMN 18  PIC ZZZZ9 SOURCE WS-HLD-BOND-COUNT.
034700         10  COLUMN 24  PIC X(05) VALUE "BONDS".
034800         10  COLUMN 30  PIC X(05) VALUE "FACE:".
034900         10  COLUMN 36  PIC ZZZZZZZZZZ9.99
035000             SOURCE WS-HLD-FACE-SUM.
035100     05  LINE PLUS 1.
035200         10  COLUMN 30  PIC X(06) VALUE "VALUE:".
035300         10  COLUMN 50  PIC ZZZZZZZZZZ9.99
035400             SOURCE WS-HLD-VALUE-SUM.
035500         10  COLUMN 66  PIC +ZZZZZZZZZZ9.99
035600             SOURCE WS-HLD-INTEREST-SUM.
035700
035800 01  GRAND-TOTAL-DETAIL TYPE DETAIL.
035900     05  LINE PLUS 3.
036000         10  COLUMN  1  PIC X(36)
036100             VALUE "GRAND TOTAL - ALL REGISTERED HOLDERS".
036200     05  LINE PLUS 1.
036300         10  COLUMN  3  PIC X(26)
036400             VALUE "HOLDERS STATED..........:".
036500         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-HOLDER-COUNTER.
036600     05  LINE PLUS 1.
036700         10  COLUMN  3  PIC X(26)
036800             VALUE "BONDS PRICED............:".
036900         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-PRICED-COUNTER.
037000     05  LINE PLUS 1.
037100         10  COLUMN  3  PIC X(26)
037200             VALUE "BONDS NOT PRICED........:".
037300         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-NOTPRICED-COUNTER.
037400     05  LINE PLUS 1.
037500         10  COLUMN  3  PIC X(26)
037600             VALUE "BONDS AT FINAL MATURITY.:".
037700         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-MATURED-COUNTER.
037800     05  LINE PLUS 1.
037900         10  COLUMN  3  PIC X(26)
038000             VALUE "TOTAL FACE..............:".
038100         10  COLUMN 30  PIC ZZZZZZZZZZZZ9.99
038200             SOURCE WS-GRAND-FACE-SUM.
038300     05  LINE PLUS 1.
038400         10  COLUMN  3  PIC X(26)
038500             VALUE "TOTAL CURRENT VALUE.....:".
038600         10  COLUMN 30  PIC ZZZZZZZZZZZZ9.99
038700             SOURCE WS-GRAND-VALUE-SUM.
038800     05  LINE PLUS 1.
038900         10  COLUMN  3  PIC X(26)
039000             VALUE "TOTAL INTEREST EARNED...:".
039100         10  COLUMN 29  PIC +ZZZZZZZZZZZZ9.99
039200             SOURCE WS-GRAND-INTEREST-SUM.
039300
039400 01  PROOF-HEADER-DETAIL TYPE DETAIL.
039500     05  LINE PLUS 3.
039600         10  COLUMN  1  PIC X(42)
039700             VALUE "REGISTER FACE PROOF AGAINST FACEFILE".
039800     05  LINE PLUS 2.
039900         10  COLUMN  1  PIC X(06) VALUE "SERIES".
040000         10  COLUMN  9  PIC X(05) VALUE "IYEAR".
040100         10  COLUMN 18  PIC X(13) VALUE "REGISTER FACE".
040200         10  COLUMN 36  PIC X(13) VALUE "FACEFILE FACE".
040300         10  COLUMN 54  PIC X(10) VALUE "DIFFERENCE".
040400         10  COLUMN 72  PIC X(06) VALUE "STATUS".
040500
040600 01  PROOF-DETAIL TYPE DETAIL.
040700     05  LINE PLUS 1.
040800         10  COLUMN  3  PIC X        SOURCE WS-RPT-PRF-SERIES.
040900         10  COLUMN  9  PIC 9(04)    SOURCE WS-RPT-PRF-IYEAR.
041000         10  COLUMN 16  PIC ZZZZZZZZZZ9.99
041100             SOURCE WS-RPT-PRF-REG-FACE.
041200         10  COLUMN 34  PIC ZZZZZZZZZZ9.99
041300             SOURCE WS-RPT-PRF-FAC-FACE.
041400         10  COLUMN 51  PIC +ZZZZZZZZZZ9.99
041500             SOURCE WS-RPT-PRF-DIFF.
041600         10  COLUMN 72  PIC X(16)    SOURCE WS-RPT-PRF-TAG.
041700
041800 01  PROOF-TOTAL-DETAIL TYPE DETAIL.
041900     05  LINE PLUS 2.
042000         10  COLUMN  1  PIC X(26)
042100             VALUE "FACE PROOF BREAKS.......:".
042200         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-PROOF-BREAK-COUNTER.
042300
042400 PROCEDURE DIVISION.
042500*****************************************************************
042600*    0000-MAINLINE                                               *
042700*****************************************************************
042800 0000-MAINLINE.
042900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043000     PERFORM 2000-READ-REGISTER THRU 2000-EXIT
043100         UNTIL WS-EOF-YES.
043200     PERFORM 3000-FINALIZE THRU 3000-EXIT.
043300     GO TO 9999-EXIT.
043400
043500*****************************************************************
043600*    1000-INITIALIZE                                             *
043700*    READS THE CONTROL RECORD FOR THE FACE TOLERANCE, GATES ON   *
043800*    THE STEP LEDGER, SETS THE PRICING MONTH, LOADS THE SERIES   *
043900*    AND FACE TABLES AND OPENS THE FILES.                        *
044000*****************************************************************
044100 1000-INITIALIZE.
044200     OPEN INPUT CTLFILE.
044300     READ CTLFILE INTO CTL-RECORD
044400         AT END
044500             DISPLAY "BONDSTMT: CTLFILE IS EMPTY - ABENDING"
044600             GO TO 9999-EXIT
044700     END-READ.
044800     CLOSE CTLFILE.
044900
045000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
045100     PERFORM 1060-CHECK-UPSTREAM THRU 1060-EXIT.
045200     MOVE WS-RUN-DATE(1:4) TO WS-PRICE-RYEAR.
045300     MOVE WS-RUN-DATE(5:2) TO WS-PRICE-RMONTH.
045400
045500     PERFORM 1030-LOAD-SERIES-TABLE THRU 1030-EXIT.
045600     IF WS-SREF-COUNT = 0
045700         DISPLAY "BONDSTMT: SERFILE IS EMPTY - ABENDING"
045800         MOVE 16 TO RETURN-CODE
045900         GO TO 9999-EXIT
046000     END-IF.
046100     PERFORM 1050-LOAD-FACE-TABLE THRU 1050-EXIT.
046200
046300     OPEN INPUT HOLDREG.
046400     OPEN INPUT BONDMSTR.
046500     OPEN OUTPUT STMTRPT.
046600     INITIATE HOLDER-STATEMENT-REPORT.
046700 1000-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100*    1030-LOAD-SERIES-TABLE                                      *
047200*    LOADS THE SERIES REFERENCE MASTER INTO THE LOOKUP TABLE     *
047300*    ONE TIME AT STARTUP.                                        *
047400*****************************************************************
047500 1030-LOAD-SERIES-TABLE.
047600     OPEN INPUT SERFILE.
047700     MOVE "N" TO WS-EOF-SWITCH.
047800     PERFORM 1035-LOAD-ONE-SERIES THRU 1035-EXIT
047900         UNTIL WS-EOF-YES.
048000     CLOSE SERFILE.
048100     MOVE "N" TO WS-EOF-SWITCH.
048200 1030-EXIT.
048300     EXIT.
048400
048500 1035-LOAD-ONE-SERIES.
048600     READ SERFILE INTO SER-RECORD
048700         AT END
048800             MOVE "Y" TO WS-EOF-SWITCH
048900             GO TO 1035-EXIT
049000     END-READ.
049100     IF WS-SREF-COUNT = 12
049200         IF NOT WS-SREF-TABLE-FULL
049300             DISPLAY "BONDSTMT: SERFILE EXCEEDS TABLE SIZE - "
049400                 "SKIPPING REMAINING SERIES"
049500             MOVE 1 TO WS-SREF-FULL-SWITCH
049600         END-IF
049700         GO TO 1035-EXIT
049800     END-IF.
049900     ADD 1 TO WS-SREF-COUNT.
050000     SET WS-SREF-IDX TO WS-SREF-COUNT.
050100     MOVE SER-SERIES TO WS-SREF-SERIES(WS-SREF-IDX).
050200     MOVE SER-DESC TO WS-SREF-DESC(WS-SREF-IDX).
050300     MOVE SER-ACTIVE-FLAG TO WS-SREF-ACTIVE-FLAG(WS-SREF-IDX).
050400     MOVE SER-BASE-DENOM TO WS-SREF-BASE-DENOM(WS-SREF-IDX).
050500 1035-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*    1050-LOAD-FACE-TABLE                                        *
051000*    LOADS FACEFILE INTO THE FACE PROOF TABLE ONE TIME AT        *
051100*    STARTUP.                                                    *
051200*****************************************************************
051300 1050-LOAD-FACE-TABLE.
051400     OPEN INPUT FACEFILE.
051500     MOVE "N" TO WS-EOF-SWITCH.
051600     PERFORM 1055-LOAD-ONE-FACE-ENTRY THRU 1055-EXIT
051700         UNTIL WS-EOF-YES.
051800     CLOSE FACEFILE.
051900     MOVE "N" TO WS-EOF-SWITCH.
052000 1050-EXIT.
052100     EXIT.
052200
052300 1055-LOAD-ONE-FACE-ENTRY.
052400     READ FACEFILE INTO FACE-RECORD
052500         AT END
052600             MOVE "Y" TO WS-EOF-SWITCH
052700             GO TO 1055-EXIT
052800     END-READ.
052900     IF WS-FACE-COUNT = 2000
053000         IF NOT WS-FACE-TABLE-FULL
053100             DISPLAY "BONDSTMT: FACEFILE EXCEEDS TABLE SIZE - "
053200                 "SKIPPING REMAINING ENTRIES"
053300             MOVE 1 TO WS-FACE-FULL-SWITCH
053400         END-IF
053500         GO TO 1055-EXIT
053600     END-IF.
053700     ADD 1 TO WS-FACE-COUNT.
053800     SET WS-FACE-IDX TO WS-FACE-COUNT.
053900     MOVE FAC-SERIES TO WS-FACE-SERIES(WS-FACE-IDX).
054000     MOVE FAC-IYEAR TO WS-FACE-IYEAR(WS-FACE-IDX).
054100     MOVE FAC-FACE-VALUE TO WS-FACE-VALUE(WS-FACE-IDX).
054200     MOVE 0 TO WS-FACE-MATCH-SW(WS-FACE-IDX).
054300 1055-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700*    1060-CHECK-UPSTREAM                                         *
054800*    BONDLOAD MUST HAVE APPENDED AN ACCEPTED (RC 0 OR 4) TOKEN   *
054900*    TO THE STEP LEDGER TODAY - STATEMENTS PRICED OFF AN EMPTY   *
055000*    OR STALE MASTER WOULD GO OUT TO HOLDERS WRONG.              *
055100*****************************************************************
055200 1060-CHECK-UPSTREAM.
055300     MOVE "BONDLOAD" TO WS-STEP-WANTED.
055400     PERFORM 1065-FIND-STEP-TOKEN THRU 1065-EXIT.
055500     IF NOT WS-STEP-FOUND
055600         OR WS-STEP-DATE-HOLD NOT = WS-RUN-DATE
055700         OR WS-STEP-RC-HOLD > 4
055800         DISPLAY "BONDSTMT: BONDLOAD HAS NOT BUILT TODAY'S "
055900             "BOND MASTER - IT IS EMPTY OR STALE - STOPPING"
056000         MOVE 16 TO RETURN-CODE
056100         GO TO 9999-EXIT
056200     END-IF.
056300 1060-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700*    1065-FIND-STEP-TOKEN                                        *
056800*    READS THE WHOLE LEDGER AND KEEPS THE LAST TOKEN WRITTEN     *
056900*    FOR THE WANTED PROGRAM.                                     *
057000*****************************************************************
057100 1065-FIND-STEP-TOKEN.
057200     MOVE 0 TO WS-STEP-FOUND-SWITCH.
057300     OPEN INPUT STEPLOG.
057400     MOVE "N" TO WS-EOF-SWITCH.
057500     PERFORM 1070-READ-ONE-TOKEN THRU 1070-EXIT
057600         UNTIL WS-EOF-YES.
057700     CLOSE STEPLOG.
057800     MOVE "N" TO WS-EOF-SWITCH.
057900 1065-EXIT.
058000     EXIT.
058100
058200 1070-READ-ONE-TOKEN.
058300     READ STEPLOG
058400         AT END
058500             MOVE "Y" TO WS-EOF-SWITCH
058600             GO TO 1070-EXIT
058700     END-READ.
058800     IF STEP-PROGRAM = WS-STEP-WANTED
058900         MOVE 1 TO WS-STEP-FOUND-SWITCH
059000         MOVE STEP-DATE TO WS-STEP-DATE-HOLD
059100         MOVE STEP-RC TO WS-STEP-RC-HOLD
059200         MOVE STEP-VERDICT TO WS-STEP-VERDICT-HOLD
059300     END-IF.
059400 1070-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800*    2000-READ-REGISTER                                          *
059900*    DRIVES THE KEY-ORDER PASS OVER THE REGISTER.  A NEW HOLDER  *
060000*    ID CLOSES THE PREVIOUS STATEMENT AND OPENS THE NEXT; EACH   *
060100*    OUTSTANDING BOND IS PRICED ONTO THE OPEN STATEMENT.  A      *
060200*    REDEEMED BOND IS HISTORY AND IS NEITHER STATED NOR PROVED.  *
060300*****************************************************************
060400 2000-READ-REGISTER.
060500     READ HOLDREG NEXT RECORD
060600         AT END
060700             MOVE "Y" TO WS-EOF-SWITCH
060800             GO TO 2000-EXIT
060900     END-READ.
061000     ADD 1 TO WS-REG-COUNTER.
061100     IF REG-HOLDER-ID NOT = WS-CUR-HOLDER-ID
061200         PERFORM 2100-OPEN-STATEMENT THRU 2100-EXIT.
061300     IF REG-HOLDER-REC
061400         GO TO 2000-EXIT.
061500     IF REG-REDEEMED
061600         ADD 1 TO WS-REDEEMED-COUNTER
061700         GO TO 2000-EXIT.
061800
061900     MOVE REG-SERIAL TO WS-RPT-SERIAL.
062000     MOVE REG-SERIES TO WS-RPT-SERIES.
062100     MOVE REG-IYEAR TO WS-RPT-IYEAR.
062200     MOVE REG-IMONTH TO WS-RPT-IMONTH.
062300     MOVE REG-DENOM TO WS-RPT-DENOM.
062400     MOVE REG-PURCHASE-PRICE TO WS-RPT-PRICE.
062500     ADD 1 TO WS-HLD-BOND-COUNT.
062600     ADD REG-DENOM TO WS-HLD-FACE-SUM.
062700     PERFORM 2400-ADD-REGISTER-FACE THRU 2400-EXIT.
062800
062900     PERFORM 2200-PRICE-ONE-BOND THRU 2200-EXIT.
063000     IF NOT WS-BOND-PRICED
063100         GENERATE BOND-NOT-PRICED-DETAIL
063200         ADD 1 TO WS-NOTPRICED-COUNTER
063300         GO TO 2000-EXIT.
063400
063500     MOVE WS-CURRENT-VALUE TO WS-RPT-VALUE.
063600     MOVE WS-INTEREST-EARNED TO WS-RPT-INTEREST.
063700     IF WS-BOND-MATURED
063800         MOVE "YES" TO WS-RPT-MATURED
063900         ADD 1 TO WS-MATURED-COUNTER
064000     ELSE
064100         MOVE SPACES TO WS-RPT-MATURED
064200     END-IF.
064300     GENERATE BOND-PRICED-DETAIL.
064400     ADD 1 TO WS-PRICED-COUNTER.
064500     ADD WS-CURRENT-VALUE TO WS-HLD-VALUE-SUM.
064600     ADD WS-INTEREST-EARNED TO WS-HLD-INTEREST-SUM.
064700 2000-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100*    2100-OPEN-STATEMENT                                         *
065200*    CLOSES THE PREVIOUS HOLDER'S STATEMENT AND PRINTS THE NEW   *
065300*    HOLDER'S ADDRESS BLOCK.  BONDS WHOSE HOLDER RECORD HAS      *
065400*    GONE MISSING STILL PRINT, UNDER A WARNING NAME LINE.        *
065500*****************************************************************
065600 2100-OPEN-STATEMENT.
065700     IF WS-HOLDER-OPEN
065800         PERFORM 2150-CLOSE-STATEMENT THRU 2150-EXIT.
065900     MOVE REG-HOLDER-ID TO WS-CUR-HOLDER-ID.
066000     MOVE REG-HOLDER-ID TO WS-RPT-HOLDER-ID.
066100     MOVE 0 TO WS-HLD-BOND-COUNT.
066200     MOVE 0 TO WS-HLD-FACE-SUM.
066300     MOVE 0 TO WS-HLD-VALUE-SUM.
066400     MOVE 0 TO WS-HLD-INTEREST-SUM.
066500     IF REG-HOLDER-REC
066600         MOVE REG-NAME TO WS-RPT-NAME
066700         MOVE REG-ADDR-LINE-1 TO WS-RPT-ADDR-LINE-1
066800         MOVE REG-ADDR-LINE-2 TO WS-RPT-ADDR-LINE-2
066900         MOVE REG-CITY TO WS-RPT-CITY
067000         MOVE REG-STATE TO WS-RPT-STATE
067100         MOVE REG-ZIP TO WS-RPT-ZIP
067200     ELSE
067300         MOVE "** NO HOLDER RECORD **" TO WS-RPT-NAME
067400         MOVE SPACES TO WS-RPT-ADDR-LINE-1
067500         MOVE SPACES TO WS-RPT-ADDR-LINE-2
067600         MOVE SPACES TO WS-RPT-CITY
067700         MOVE SPACES TO WS-RPT-STATE
067800         MOVE SPACES TO WS-RPT-ZIP
067900         ADD 1 TO WS-ORPHAN-COUNTER
068000     END-IF.
068100     GENERATE HOLDER-HEADER-DETAIL.
068200     MOVE 1 TO WS-HOLDER-OPEN-SWITCH.
068300     ADD 1 TO WS-HOLDER-COUNTER.
068400 2100-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*    2150-CLOSE-STATEMENT                                        *
068900*    PRINTS THE OPEN HOLDER'S TOTALS AND ROLLS THEM INTO THE     *
069000*    GRAND TOTALS.                                               *
069100*****************************************************************
069200 2150-CLOSE-STATEMENT.
069300     GENERATE HOLDER-TOTAL-DETAIL.
069400     ADD WS-HLD-FACE-SUM TO WS-GRAND-FACE-SUM.
069500     ADD WS-HLD-VALUE-SUM TO WS-GRAND-VALUE-SUM.
069600     ADD WS-HLD-INTEREST-SUM TO WS-GRAND-INTEREST-SUM.
069700     MOVE 0 TO WS-HOLDER-OPEN-SWITCH.
069800 2150-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*    2200-PRICE-ONE-BOND                                         *
070300*    FINDS THE BOND'S TABLE ROW FOR THE PRICING YEAR ON THE      *
070400*    MASTER, TAKES THE PRICING MONTH'S FIGURE AND APPLIES THE    *
070500*    DENOMINATION MULTIPLIER.  INTEREST EARNED IS THE CURRENT    *
070600*    VALUE LESS WHAT THE HOLDER PAID.  NO ROW, A NON-NUMERIC     *
070700*    FIGURE OR AN UNKNOWN BASE DENOMINATION LEAVES IT UNPRICED.  *
070800*****************************************************************
070900 2200-PRICE-ONE-BOND.
071000     MOVE 0 TO WS-PRICED-SWITCH.
071100     MOVE 0 TO WS-MATURED-SWITCH.
071200     PERFORM 2300-LOOKUP-BASE-DENOM THRU 2300-EXIT.
071300     IF NOT WS-BASE-FOUND
071400         OR WS-MATCHED-BASE-DENOM = 0
071500         GO TO 2200-EXIT.
071600
071700     MOVE 0 TO WS-ROW-HELD-SWITCH.
071800     MOVE "N" TO WS-MST-DONE-SWITCH.
071900     MOVE REG-SERIES TO MST-SERIES.
072000     MOVE REG-IYEAR TO MST-IYEAR.
072100     MOVE WS-PRICE-RYEAR TO MST-RYEAR.
072200     MOVE ZEROS TO MST-RMONTH.
072300     START BONDMSTR KEY NOT < MST-KEY
072400         INVALID KEY
072500             GO TO 2200-EXIT
072600     END-START.
072700     PERFORM 2210-READ-ONE-MASTER-ROW THRU 2210-EXIT
072800         UNTIL WS-MST-DONE.
072900     IF NOT WS-ROW-HELD
073000         GO TO 2200-EXIT.
073100     IF WS-HOLD-MONTH-VAL(WS-PRICE-RMONTH) NOT NUMERIC
073200         GO TO 2200-EXIT.
073300
073400     DIVIDE REG-DENOM BY WS-MATCHED-BASE-DENOM
073500         GIVING WS-QUOTE-MULTIPLIER.
073600     MULTIPLY WS-HOLD-MONTH-VAL(WS-PRICE-RMONTH)
073700         BY WS-QUOTE-MULTIPLIER
073800         GIVING WS-CURRENT-VALUE ROUNDED.
073900     SUBTRACT REG-PURCHASE-PRICE FROM WS-CURRENT-VALUE
074000         GIVING WS-INTEREST-EARNED.
074100     MOVE 1 TO WS-PRICED-SWITCH.
074200
074300     PERFORM 2250-WALK-ONE-CURVE THRU 2250-EXIT.
074400 2200-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800*    2210-READ-ONE-MASTER-ROW                                    *
074900*    READS FORWARD FROM THE STARTED KEY WHILE THE ROW STILL      *
075000*    CARRIES THE BOND'S SERIES/IYEAR AND THE PRICING YEAR,       *
075100*    HOLDING EACH ONE - THE LAST HELD IS THE LATEST RELEASE.     *
075200*****************************************************************
075300 2210-READ-ONE-MASTER-ROW.
075400     READ BONDMSTR NEXT RECORD
075500         AT END
075600             MOVE "Y" TO WS-MST-DONE-SWITCH
075700             GO TO 2210-EXIT
075800     END-READ.
075900     IF MST-SERIES NOT = REG-SERIES
076000         OR MST-IYEAR NOT = REG-IYEAR
076100         OR MST-RYEAR NOT = WS-PRICE-RYEAR
076200         MOVE "Y" TO WS-MST-DONE-SWITCH
076300         GO TO 2210-EXIT
076400     END-IF.
076500     PERFORM 2220-HOLD-ONE-MONTH THRU 2220-EXIT
076600         VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL WS-MONTH-IDX > 12.
076700     MOVE 1 TO WS-ROW-HELD-SWITCH.
076800 2210-EXIT.
076900     EXIT.
077000
077100 2220-HOLD-ONE-MONTH.
077200     MOVE MST-MONTH-VAL(WS-MONTH-IDX)
077300         TO WS-HOLD-MONTH-VAL(WS-MONTH-IDX).
077400 2220-EXIT.
077500     EXIT.
077600
077700*****************************************************************
077800*    2250-WALK-ONE-CURVE                                         *
077900*    NO MONTH-TO-MONTH RISE ANYWHERE IN THE HELD ROW MEANS THE   *
078000*    CURVE IS FLAT FROM MONTH 01 - THE BOND HAS REACHED FINAL    *
078100*    MATURITY, THE SAME TEST BONDGRWX APPLIES.                   *
078200*****************************************************************
078300 2250-WALK-ONE-CURVE.
078400     MOVE 0 TO WS-LAST-RISE.
078500     PERFORM 2260-CHECK-ONE-RISE THRU 2260-EXIT
078600         VARYING WS-MONTH-IDX FROM 1 BY 1
078700             UNTIL WS-MONTH-IDX > 11.
078800     IF WS-LAST-RISE = 0
078900         MOVE 1 TO WS-MATURED-SWITCH.
079000 2250-EXIT.
079100     EXIT.
079200
079300 2260-CHECK-ONE-RISE.
079400     IF WS-HOLD-MONTH-VAL(WS-MONTH-IDX) NOT NUMERIC
079500         OR WS-HOLD-MONTH-VAL(WS-MONTH-IDX + 1) NOT NUMERIC
079600         GO TO 2260-EXIT.
079700     IF WS-HOLD-MONTH-VAL(WS-MONTH-IDX + 1)
079800         > WS-HOLD-MONTH-VAL(WS-MONTH-IDX)
079900         MOVE WS-MONTH-IDX TO WS-LAST-RISE.
080000 2260-EXIT.
080100     EXIT.
080200
080300*****************************************************************
080400*    2300-LOOKUP-BASE-DENOM                                      *
080500*    FINDS THE BOND'S SERIES IN THE REFERENCE TABLE AND PICKS    *
080600*    UP ITS BASE DENOMINATION.                                   *
080700*****************************************************************
080800 2300-LOOKUP-BASE-DENOM.
080900     MOVE 0 TO WS-BASE-FOUND-SWITCH.
081000     MOVE 0 TO WS-MATCHED-BASE-DENOM.
081100     PERFORM 2310-CHECK-ONE-BASE THRU 2310-EXIT
081200         VARYING WS-SREF-IDX FROM 1 BY 1
081300             UNTIL WS-SREF-IDX > WS-SREF-COUNT
081400                 OR WS-BASE-FOUND.
081500 2300-EXIT.
081600     EXIT.
081700
081800 2310-CHECK-ONE-BASE.
081900     IF WS-SREF-SERIES(WS-SREF-IDX) = REG-SERIES
082000         MOVE WS-SREF-BASE-DENOM(WS-SREF-IDX)
082100             TO WS-MATCHED-BASE-DENOM
082200         MOVE 1 TO WS-BASE-FOUND-SWITCH
082300     END-IF.
082400 2310-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082800*    2400-ADD-REGISTER-FACE                                      *
082900*    ADDS THE BOND'S DENOMINATION INTO THE REGISTER SIDE OF THE  *
083000*    FACE PROOF UNDER ITS SERIES/IYEAR.                          *
083100*****************************************************************
083200 2400-ADD-REGISTER-FACE.
083300     MOVE 0 TO WS-RFAC-FOUND-SWITCH.
083400     MOVE 0 TO WS-MATCHED-RFAC-IDX.
083500     IF WS-RFAC-COUNT > 0
083600         PERFORM 2410-MATCH-ONE-RFAC THRU 2410-EXIT
083700             VARYING WS-RFAC-IDX FROM 1 BY 1
083800                 UNTIL WS-RFAC-IDX > WS-RFAC-COUNT
083900                     OR WS-RFAC-FOUND
084000     END-IF.
084100     IF WS-RFAC-FOUND
084200         ADD REG-DENOM TO WS-RFAC-VALUE(WS-MATCHED-RFAC-IDX)
084300         GO TO 2400-EXIT.
084400     IF WS-RFAC-COUNT = 2000
084500         IF NOT WS-RFAC-TABLE-FULL
084600             DISPLAY "BONDSTMT: REGISTER FACE TABLE IS FULL - "
084700                 "FACE PROOF IS INCOMPLETE"
084800             MOVE 1 TO WS-RFAC-FULL-SWITCH
084900         END-IF
085000         GO TO 2400-EXIT
085100     END-IF.
085200     ADD 1 TO WS-RFAC-COUNT.
085300     SET WS-RFAC-IDX TO WS-RFAC-COUNT.
085400     MOVE REG-SERIES TO WS-RFAC-SERIES(WS-RFAC-IDX).
085500     MOVE REG-IYEAR TO WS-RFAC-IYEAR(WS-RFAC-IDX).
085600     MOVE REG-DENOM TO WS-RFAC-VALUE(WS-RFAC-IDX).
085700 2400-EXIT.
085800     EXIT.
085900
086000 2410-MATCH-ONE-RFAC.
086100     IF WS-RFAC-SERIES(WS-RFAC-IDX) = REG-SERIES
086200         AND WS-RFAC-IYEAR(WS-RFAC-IDX) = REG-IYEAR
086300         MOVE 1 TO WS-RFAC-FOUND-SWITCH
086400         SET WS-MATCHED-RFAC-IDX TO WS-RFAC-IDX
086500     END-IF.
086600 2410-EXIT.
086700     EXIT.
086800
086900*****************************************************************
087000*    3000-FINALIZE                                               *
087100*    CLOSES THE LAST STATEMENT, PRINTS THE GRAND TOTAL AND THE   *
087200*    FACE PROOF, CLOSES UP, APPENDS THE LEDGER TOKEN AND SETS    *
087300*    THE SCHEDULER RETURN CODE.                                  *
087400*****************************************************************
087500 3000-FINALIZE.
087600     IF WS-HOLDER-OPEN
087700         PERFORM 2150-CLOSE-STATEMENT THRU 2150-EXIT.
087800     CLOSE HOLDREG.
087900     CLOSE BONDMSTR.
088000     GENERATE GRAND-TOTAL-DETAIL.
088100
088200     GENERATE PROOF-HEADER-DETAIL.
088300     IF WS-RFAC-COUNT > 0
088400         PERFORM 3100-PROVE-ONE-REGISTER-FACE THRU 3100-EXIT
088500             VARYING WS-RFAC-IDX FROM 1 BY 1
088600                 UNTIL WS-RFAC-IDX > WS-RFAC-COUNT
088700     END-IF.
088800     IF WS-FACE-COUNT > 0
088900         PERFORM 3200-LIST-ONE-UNMATCHED-FACE THRU 3200-EXIT
089000             VARYING WS-FACE-IDX FROM 1 BY 1
089100                 UNTIL WS-FACE-IDX > WS-FACE-COUNT
089200     END-IF.
089300     GENERATE PROOF-TOTAL-DETAIL.
089400     TERMINATE HOLDER-STATEMENT-REPORT.
089500     CLOSE STMTRPT.
089600
089700     IF WS-NOTPRICED-COUNTER > 0
089800         OR WS-ORPHAN-COUNTER > 0
089900         OR WS-PROOF-BREAK-COUNTER > 0
090000         MOVE 4 TO WS-STMT-RC
090100     ELSE
090200         MOVE 0 TO WS-STMT-RC
090300     END-IF.
090400     PERFORM 3400-WRITE-STEP-TOKEN THRU 3400-EXIT.
090500     MOVE WS-STMT-RC TO RETURN-CODE.
090600
090700     IF WS-STMT-RC = 0
090800         DISPLAY "BONDSTMT COMPLETED NORMALLY - SEE STMTRPT FOR "
090900             "THE STATEMENTS"
091000     ELSE
091100         DISPLAY "BONDSTMT: EXCEPTIONS OR FACE PROOF BREAKS - "
091200             "SEE STMTRPT"
091300     END-IF.
091400     DISPLAY "REGISTER RECORDS READ......: " WS-REG-COUNTER.
091500     DISPLAY "HOLDERS STATED.............: " WS-HOLDER-COUNTER.
091600     DISPLAY "HOLDERS WITH NO RECORD.....: " WS-ORPHAN-COUNTER.
091700     DISPLAY "BONDS PRICED...............: " WS-PRICED-COUNTER.
091800     DISPLAY "BONDS NOT PRICED...........: "
091900         WS-NOTPRICED-COUNTER.
092000     DISPLAY "REDEEMED BONDS SKIPPED.....: " WS-REDEEMED-COUNTER.
092100     DISPLAY "FACE PROOF BREAKS..........: "
092200         WS-PROOF-BREAK-COUNTER.
092300 3000-EXIT.
092400     EXIT.
092500
092600*****************************************************************
092700*    3100-PROVE-ONE-REGISTER-FACE                                *
092800*    COMPARES ONE SERIES/IYEAR'S REGISTERED DENOMINATIONS WITH   *
092900*    ITS FACEFILE OUTSTANDING FACE.  A DIFFERENCE BEYOND         *
093000*    CTL-FACE-TOLERANCE, OR NO FACEFILE ENTRY AT ALL, IS A       *
093100*    BREAK.                                                      *
093200*****************************************************************
093300 3100-PROVE-ONE-REGISTER-FACE.
093400     MOVE 0 TO WS-FACE-FOUND-SWITCH.
093500     MOVE 0 TO WS-MATCHED-FACE-IDX.
093600     IF WS-FACE-COUNT > 0
093700         PERFORM 3110-MATCH-ONE-FACE THRU 3110-EXIT
093800             VARYING WS-FACE-IDX FROM 1 BY 1
093900                 UNTIL WS-FACE-IDX > WS-FACE-COUNT
094000                     OR WS-FACE-FOUND
094100     END-IF.
094200     MOVE WS-RFAC-SERIES(WS-RFAC-IDX) TO WS-RPT-PRF-SERIES.
094300     MOVE WS-RFAC-IYEAR(WS-RFAC-IDX) TO WS-RPT-PRF-IYEAR.
094400     MOVE WS-RFAC-VALUE(WS-RFAC-IDX) TO WS-RPT-PRF-REG-FACE.
094500     IF WS-FACE-FOUND
094600         MOVE WS-FACE-VALUE(WS-MATCHED-FACE-IDX)
094700             TO WS-RPT-PRF-FAC-FACE
094800         MOVE 1 TO WS-FACE-MATCH-SW(WS-MATCHED-FACE-IDX)
094900     ELSE
095000         MOVE 0 TO WS-RPT-PRF-FAC-FACE
095100     END-IF.
095200     PERFORM 3300-JUDGE-PROOF-LINE THRU 3300-EXIT.
095300     IF NOT WS-FACE-FOUND
095400         MOVE "NOT ON FACEFILE" TO WS-RPT-PRF-TAG.
095500     GENERATE PROOF-DETAIL.
095600 3100-EXIT.
095700     EXIT.
095800
095900 3110-MATCH-ONE-FACE.
096000     IF WS-FACE-SERIES(WS-FACE-IDX) = WS-RFAC-SERIES(WS-RFAC-IDX)
096100         AND WS-FACE-IYEAR(WS-FACE-IDX)
096200             = WS-RFAC-IYEAR(WS-RFAC-IDX)
096300         MOVE 1 TO WS-FACE-FOUND-SWITCH
096400         SET WS-MATCHED-FACE-IDX TO WS-FACE-IDX
096500     END-IF.
096600 3110-EXIT.
096700     EXIT.
096800
096900*****************************************************************
097000*    3200-LIST-ONE-UNMATCHED-FACE                                *
097100*    A FACEFILE ENTRY WITH OUTSTANDING FACE THAT NO REGISTERED   *
097200*    BOND ANSWERS FOR IS THE OTHER SIDE OF THE PROOF.            *
097300*****************************************************************
097400 3200-LIST-ONE-UNMATCHED-FACE.
097500     IF WS-FACE-MATCHED(WS-FACE-IDX)
097600         OR WS-FACE-VALUE(WS-FACE-IDX) = 0
097700         GO TO 3200-EXIT.
097800     MOVE WS-FACE-SERIES(WS-FACE-IDX) TO WS-RPT-PRF-SERIES.
097900     MOVE WS-FACE-IYEAR(WS-FACE-IDX) TO WS-RPT-PRF-IYEAR.
098000     MOVE 0 TO WS-RPT-PRF-REG-FACE.
098100     MOVE WS-FACE-VALUE(WS-FACE-IDX) TO WS-RPT-PRF-FAC-FACE.
098200     PERFORM 3300-JUDGE-PROOF-LINE THRU 3300-EXIT.
098300     IF WS-RPT-PRF-TAG NOT = "AGREES"
098400         MOVE "NOT ON REGISTER" TO WS-RPT-PRF-TAG.
098500     GENERATE PROOF-DETAIL.
098600 3200-EXIT.
098700     EXIT.
098800
098900*****************************************************************
099000*    3300-JUDGE-PROOF-LINE                                       *
099100*    REGISTER LESS FACEFILE, HELD TO CTL-FACE-TOLERANCE.         *
099200*****************************************************************
099300 3300-JUDGE-PROOF-LINE.
099400     SUBTRACT WS-RPT-PRF-FAC-FACE FROM WS-RPT-PRF-REG-FACE
099500         GIVING WS-PROOF-DIFF.
099600     MOVE WS-PROOF-DIFF TO WS-RPT-PRF-DIFF.
099700     IF WS-PROOF-DIFF < 0
099800         MULTIPLY WS-PROOF-DIFF BY -1 GIVING WS-PROOF-ABS-DIFF
099900     ELSE
100000         MOVE WS-PROOF-DIFF TO WS-PROOF-ABS-DIFF
100100     END-IF.
100200     IF WS-PROOF-ABS-DIFF > CTL-FACE-TOLERANCE
100300         MOVE "OUT OF BALANCE" TO WS-RPT-PRF-TAG
100400         ADD 1 TO WS-PROOF-BREAK-COUNTER
100500     ELSE
100600         MOVE "AGREES" TO WS-RPT-PRF-TAG
100700     END-IF.
100800 3300-EXIT.
100900     EXIT.
101000
101100*****************************************************************
101200*    3400-WRITE-STEP-TOKEN                                       *
101300*    APPENDS THIS RUN'S COMPLETION TOKEN TO THE SHARED STEPLOG   *
101400*    LEDGER - IN-BALANCE WHEN THE FACE PROOF HELD.               *
101500*****************************************************************
101600 3400-WRITE-STEP-TOKEN.
101700     OPEN EXTEND STEPLOG.
101800     MOVE "BONDSTMT" TO STEP-PROGRAM.
101900     MOVE WS-RUN-DATE TO STEP-DATE.
102000     ACCEPT WS-STEP-TIME-RAW FROM TIME.
102100     MOVE WS-STEP-TIME-RAW(1:6) TO STEP-TIME.
102200     MOVE "HOLDREG.DAT" TO STEP-IN-FILENAME.
102300     MOVE WS-STMT-RC TO STEP-RC.
102400     IF WS-PROOF-BREAK-COUNTER = 0
102500         MOVE "IN-BALANCE" TO STEP-VERDICT
102600     ELSE
102700         MOVE "OUT-OF-BALANCE" TO STEP-VERDICT
102800     END-IF.
102900     WRITE STEP-RECORD.
103000     CLOSE STEPLOG.
103100 3400-EXIT.
103200     EXIT.
103300
103400 9999-EXIT.
103500     STOP RUN.
