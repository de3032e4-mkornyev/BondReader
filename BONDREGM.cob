000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDREGM.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDREGM (HOLDER REGISTER MAINTENANCE)                        *
000900*    THE HOLDER REGISTER (HOLDREG.DAT, SEE BONDREG.CPY) IS THE     *
001000*    ONLY PLACE THE SUITE KNOWS WHO HOLDS WHICH BOND, SO IT GETS   *
001100*    THE SAME DISCIPLINE BONDFACM GIVES FACEFILE.  THIS PROGRAM    *
001200*    APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM REGTRAN TO THE    *
001300*    KEYED REGISTER IN PLACE:                                      *
001400*        - A HOLDER TRANSACTION CARRIES THE NAME AND MAILING       *
001500*          ADDRESS - NAME AND FIRST ADDRESS LINE ARE REQUIRED,     *
001600*          AND A HOLDER STILL OWNING BONDS CANNOT BE DELETED       *
001700*        - A BOND TRANSACTION CARRIES THE SERIAL NUMBER, SERIES,   *
001800*          ISSUE YEAR/MONTH, DENOMINATION AND PURCHASE PRICE -     *
001900*          KNOWN SERIES (ON THE SERFILE REFERENCE MASTER), SANE    *
002000*          ISSUE YEAR AND MONTH, NUMERIC AMOUNTS, A PURCHASE       *
002100*          PRICE NO GREATER THAN THE DENOMINATION, AND THE         *
002200*          HOLDER ALREADY ON THE REGISTER                          *
002300*        - A REDEEMED BOND IS HISTORY AND CANNOT BE CHANGED -      *
002400*          ONLY BONDRDMP MOVES A BOND TO REDEEMED                  *
002500*    REJECTED TRANSACTIONS ARE LISTED WITH REASONS AND EVERY       *
002600*    APPLIED CHANGE PRINTS A BEFORE/AFTER AUDIT LINE.  RETURN      *
002700*    CODE 4 FLAGS ANY REJECTED TRANSACTION FOR THE SCHEDULER.      *
002800*                                                                *
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
003110*    10/15/26   DLR   HOLDER TRANSACTIONS CARRY THE TAXPAYER ID  *
003120*                     AND ITS TYPE - NINE DIGITS WITH TYPE 1     *
003130*                     (EIN) OR 2 (SSN), OR BOTH LEFT BLANK.      *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL HOLDREG ASSIGN "HOLDREG.DAT"
003700         ORGANIZATION INDEXED
003800         ACCESS MODE DYNAMIC
003900         RECORD KEY IS REG-KEY.
004000
004100     SELECT REGTRAN ASSIGN "REGTRAN"
004200         ORGANIZATION LINE SEQUENTIAL.
004300
004400     SELECT SERFILE ASSIGN "SERFILE"
004500         ORGANIZATION LINE SEQUENTIAL.
004600
004700     SELECT REGMRPT ASSIGN "REGMRPT.TXT"
004800         ORGANIZATION LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200
005300 FD  HOLDREG.
005400*    KEYED HOLDER REGISTER - SEE BONDREG.CPY.                    *
005500     COPY "BONDREG.CPY".
005600
005700 FD  REGTRAN.
005800*    ONE MAINTENANCE TRANSACTION PER LINE - SEE RTR-RECORD IN    *
005900*    WORKING-STORAGE FOR THE TYPED LAYOUT.                       *
006000 01  REG-TRAN-RECORD             PIC X(164).
006100
006200 FD  SERFILE.
006300*    RAW RECORD - SEE BONDSER.CPY IN WORKING-STORAGE FOR THE     *
006400*    TYPED LAYOUT THIS IS READ INTO.                             *
006500 01  SER-FILE-RECORD             PIC X(25).
006600
006700 FD  REGMRPT
006800     REPORT IS REGISTER-MAINT-REPORT.
006900
007000 WORKING-STORAGE SECTION.
007100
007200*****************************************************************
007300*    TYPED VIEW OF THE SERIES REFERENCE RECORD.                  *
007400*****************************************************************
007500     COPY "BONDSER.CPY".
007600
007700*****************************************************************
007800*    TYPED VIEW OF ONE MAINTENANCE TRANSACTION - THE ACTION      *
007900*    BYTE FOLLOWED BY A REGISTER RECORD IMAGE.  THE BOND'S       *
008000*    NUMERIC FIELDS ARE HELD AS DISPLAY CHARACTERS WITH NUMERIC  *
008100*    REDEFINITIONS SO A GARBAGE FIELD CAN BE REJECTED INSTEAD    *
008200*    OF ABENDING THE RUN.                                        *
008300*****************************************************************
008400 01  RTR-RECORD.
008500     05  RTR-ACTION              PIC X.
008600         88  RTR-ADD             VALUE "A".
008700         88  RTR-CHANGE          VALUE "C".
008800         88  RTR-DELETE          VALUE "D".
008900         88  RTR-ACTION-VALID    VALUES "A" "C" "D".
009000     05  RTR-KEY.
009100         10  RTR-HOLDER-ID       PIC X(10).
009200         10  RTR-REC-TYPE        PIC X.
009300             88  RTR-HOLDER-TRAN VALUE "1".
009400             88  RTR-BOND-TRAN   VALUE "2".
009500             88  RTR-TYPE-VALID  VALUES "1" "2".
009600         10  RTR-SERIAL          PIC X(12).
009700     05  RTR-BODY                PIC X(140).
009800     05  RTR-HOLDER-VIEW REDEFINES RTR-BODY.
009900         10  RTR-NAME            PIC X(30).
010000         10  RTR-ADDR-LINE-1     PIC X(30).
010100         10  RTR-ADDR-LINE-2     PIC X(30).
010200         10  RTR-CITY            PIC X(20).
010300         10  RTR-STATE           PIC X(02).
010400         10  RTR-ZIP             PIC X(10).
010410         10  RTR-TIN             PIC X(09).
010420         10  RTR-TIN-TYPE        PIC X.
010430             88  RTR-TIN-TYPE-VALID VALUES "1" "2".
010500         10  FILLER              PIC X(08).
010600     05  RTR-BOND-VIEW REDEFINES RTR-BODY.
010700         10  RTR-SERIES          PIC X.
010800         10  RTR-IYEAR-X         PIC X(04).
010900         10  RTR-IYEAR REDEFINES RTR-IYEAR-X
011000                                 PIC 9(04).
011100         10  RTR-IMONTH-X        PIC X(02).
011200         10  RTR-IMONTH REDEFINES RTR-IMONTH-X
011300                                 PIC 9(02).
011400         10  RTR-DENOM-X         PIC X(05).
011500         10  RTR-DENOM REDEFINES RTR-DENOM-X
011600                                 PIC 9(05).
011700         10  RTR-PRICE-X         PIC X(07).
011800         10  RTR-PRICE REDEFINES RTR-PRICE-X
011900                                 PIC 9(05)V99.
012000         10  FILLER              PIC X(121).
012100
012200 77  WS-EOF-SWITCH               PIC X     VALUE "N".
012300     88  WS-EOF-YES              VALUE "Y".
012400     88  WS-EOF-NO               VALUE "N".
012500
012600 77  WS-TRAN-COUNTER             PIC 9(07) VALUE 0.
012700 77  WS-APPLIED-COUNTER          PIC 9(07) VALUE 0.
012800 77  WS-REJECT-COUNTER           PIC 9(07) VALUE 0.
012900
013000*****************************************************************
013100*    EARLIEST AND LATEST ISSUE YEARS A REGISTERED BOND COULD     *
013200*    PLAUSIBLY CARRY - THE SAME RANGE BONDEDIT APPLIES TO THE    *
013300*    TREASURY TABLE.                                             *
013400*****************************************************************
013500 77  WS-IYEAR-FLOOR              PIC 9(04) VALUE 1935.
013600 77  WS-IYEAR-CEILING            PIC 9(04) VALUE 2099.
013700
013800*****************************************************************
013900*    SERIES REFERENCE MASTER, LOADED FROM SERFILE AT STARTUP -   *
014000*    A BOND TRANSACTION'S SERIES MUST APPEAR ON THE MASTER.      *
014100*    SEE BONDSER.CPY / BONDSRT.CPY.                              *
014200*****************************************************************
014300     COPY "BONDSRT.CPY".
014400 77  WS-SREF-COUNT               PIC 9(02) VALUE 0.
014500 77  WS-SREF-FULL-SWITCH         PIC 9     VALUE 0.
014600     88  WS-SREF-TABLE-FULL      VALUE 1.
014700 77  WS-SREF-FOUND-SWITCH        PIC 9     VALUE 0.
014800     88  WS-SREF-FOUND           VALUE 1.
014900
015000*****************************************************************
015100*    REGISTER LOOKUP STATE.  THE RECORD AREA IS UNDEFINED AFTER  *
015200*    AN UNSUCCESSFUL READ, SO THE TARGET KEY IS HELD HERE AND    *
015300*    RESTORED BEFORE EVERY WRITE.                                *
015400*****************************************************************
015500 77  WS-REG-FOUND-SWITCH         PIC 9     VALUE 0.
015600     88  WS-REG-FOUND            VALUE 1.
015700 77  WS-HOLDER-BONDS-SWITCH      PIC 9     VALUE 0.
015800     88  WS-HOLDER-HAS-BONDS     VALUE 1.
015900 01  WS-REG-KEY-HOLD             PIC X(23) VALUE SPACES.
016000 01  WS-REG-BODY-HOLD            PIC X(140) VALUE SPACES.
016100
016200*****************************************************************
016300*    PRINTABLE IMAGE OF ONE BOND FOR THE BEFORE/AFTER TAGS.      *
016400*****************************************************************
016500 01  WS-BOND-TAG.
016600     05  WS-TAG-SERIES           PIC X.
016700     05  FILLER                  PIC X     VALUE SPACE.
016800     05  WS-TAG-IYEAR            PIC 9(04).
016900     05  FILLER                  PIC X     VALUE "/".
017000     05  WS-TAG-IMONTH           PIC 9(02).
017100     05  FILLER                  PIC X     VALUE SPACE.
017200     05  WS-TAG-DENOM            PIC ZZZZ9.
017300     05  FILLER                  PIC X     VALUE SPACE.
017400     05  WS-TAG-PRICE            PIC ZZZZ9.99.
017500     05  FILLER                  PIC X     VALUE SPACE.
017600     05  WS-TAG-STATUS           PIC X.
017700
017800*****************************************************************
017900*    FIELDS FEEDING THE REGMRPT MAINTENANCE REPORT.              *
018000*****************************************************************
018100 77  WS-RPT-RUN-DATE             PIC 9(08).
018200 01  WS-RPT-LINE.
018300     05  WS-RPT-ACTION           PIC X.
018400     05  WS-RPT-HOLDER-ID        PIC X(10).
018500     05  WS-RPT-REC-TYPE         PIC X.
018600     05  WS-RPT-SERIAL           PIC X(12).
018700     05  WS-RPT-BEFORE-TAG       PIC X(30).
018800     05  WS-RPT-AFTER-TAG        PIC X(30).
018850     05  WS-RPT-IMAGE-TAG        PIC X(30).
018900     05  WS-RPT-REASON           PIC X(30).
019000
019100 REPORT SECTION.
019200*****************************************************************
019300*    REGISTER-MAINT-REPORT                                       *
019400*    ONE AUDIT LINE PER APPLIED TRANSACTION (BEFORE AND AFTER    *
019500*    IMAGES), ONE REASONED LINE PER REJECT, AND THE RUN TOTALS.  *
019600*****************************************************************
019700 RD  REGISTER-MAINT-REPORT
019800     PAGE LIMIT 60 LINES
019900     FIRST DETAIL 5
020000     LAST DETAIL 56.
020100
020200 01  TYPE PAGE HEADING.
020300     05  LINE 1.
020400         10  COLUMN  1  PIC X(39)
020500             VALUE "HOLDER REGISTER MAINTENANCE AND AUDIT".
020600     05  LINE 2.
020700         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
020800         10  COLUMN 11  PIC 9(08) SOURCE WS-RPT-RUN-DATE.
020900     05  LINE 4.
021000         10  COLUMN  1  PIC X(03) VALUE "ACT".
021100         10  COLUMN  5  PIC X(06) VALUE "HOLDER".
021200         10  COLUMN 17  PIC X(04) VALUE "TYPE".
021300         10  COLUMN 21  PIC X(06) VALUE "SERIAL".
021400         10  COLUMN 34  PIC X(06) VALUE "BEFORE".
021500         10  COLUMN 65  PIC X(05) VALUE "AFTER".
021600         10  COLUMN 96  PIC X(06) VALUE "REASON".
021700
021800 01  AUDIT-DETAIL TYPE DETAIL.
021900     05  LINE PLUS 1.
022000         10  COLUMN  1  PIC X        SOURCE WS-RPT-ACTION.
022100         10  COLUMN  5  PIC X(10)    SOURCE WS-RPT-HOLDER-ID.
022200         10  COLUMN 17  PIC X        SOURCE WS-RPT-REC-TYPE.
022300         10  COLUMN 21  PIC X(12)    SOURCE WS-RPT-SERIAL.
022400         10  COLUMN 34  PIC X(30)    SOURCE WS-RPT-BEFORE-TAG.
022500         10  COLUMN 65  PIC X(30)    SOURCE WS-RPT-AFTER-TAG.
022600
022700 01  REJECT-DETAIL TYPE DETAIL.
022800     05  LINE PLUS 1.
022900         10  COLUMN  1  PIC X        SOURCE WS-RPT-ACTION.
023000         10  COLUMN  5  PIC X(10)    SOURCE WS-RPT-HOLDER-ID.
023100         10  COLUMN 17  PIC X        SOURCE WS-RPT-REC-TYPE.
023200         10  COLUMN 21  PIC X(12)    SOURCE WS-RPT-SERIAL.
023300         10  COLUMN 34  PIC X(08)    VALUE "REJECTED".
023400         10  COLUMN 96  PIC X(30)    SOURCE WS-RPT-REASON.
023500
023600 01  TOTALS-DETAIL TYPE DETAIL.
023700     05  LINE PLUS 2.
023800         10  COLUMN  1  PIC X(26)
023900             VALUE "TRANSACTIONS READ.......:".
024000         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-TRAN-COUNTER.
024100     05  LINE PLUS 1.
024200         10  COLUMN  1  PIC X(26)
024300             VALUE "TRANSACTIONS APPLIED....:".
024400         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-APPLIED-COUNTER.
024500     05  LINE PLUS 1.
024600         10  COLUMN  1  PIC X(26)
024700             VALUE "TRANSACTIONS REJECTED...:".
024800         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-REJECT-COUNTER.
024900
025000 PROCEDURE DIVISION.
025100*****************************************************************
025200*    0000-MAINLINE                                               *
025300*****************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
025700         UNTIL WS-EOF-YES.
025800     PERFORM 3000-FINALIZE THRU 3000-EXIT.
025900     GO TO 9999-EXIT.
026000
026100*****************************************************************
026200*    1000-INITIALIZE                                             *
026300*    LOADS THE SERIES REFERENCE MASTER, OPENS THE REGISTER FOR   *
026400*    UPDATE, THE TRANSACTIONS AND THE REPORT.  THE REGISTER IS   *
026500*    OPTIONAL SO THE FIRST RUN OF ADDS BUILDS IT.                *
026600*****************************************************************
026700 1000-INITIALIZE.
026800     PERFORM 1030-LOAD-SERIES-TABLE THRU 1030-EXIT.
026900     IF WS-SREF-COUNT = 0
027000         DISPLAY "BONDREGM: SERFILE IS EMPTY - ABENDING"
027100         MOVE 16 TO RETURN-CODE
027200         GO TO 9999-EXIT
027300     END-IF.
027400
027500     OPEN I-O HOLDREG.
027600     OPEN INPUT REGTRAN.
027700     ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
027800     OPEN OUTPUT REGMRPT.
027900     INITIATE REGISTER-MAINT-REPORT.
028000 1000-EXIT.
028100     EXIT.
028200
028300 1030-LOAD-SERIES-TABLE.
028400     OPEN INPUT SERFILE.
028500     MOVE "N" TO WS-EOF-SWITCH.
028600     PERFORM 1035-LOAD-ONE-SERIES THRU 1035-EXIT
028700         UNTIL WS-EOF-YES.
028800     CLOSE SERFILE.
028900     MOVE "N" TO WS-EOF-SWITCH.
029000 1030-EXIT.
029100     EXIT.
029200
029300 1035-LOAD-ONE-SERIES.
029400     READ SERFILE INTO SER-RECORD
029500         AT END
029600             MOVE "Y" TO WS-EOF-SWITCH
029700             GO TO 1035-EXIT
029800     END-READ.
029900     IF WS-SREF-COUNT = 12
030000         IF NOT WS-SREF-TABLE-FULL
030100             DISPLAY "BONDREGM: SERFILE EXCEEDS TABLE SIZE - "
030200                 "SKIPPING REMAINING SERIES"
030300             MOVE 1 TO WS-SREF-FULL-SWITCH
030400         END-IF
030500         GO TO 1035-EXIT
030600     END-IF.
030700     ADD 1 TO WS-SREF-COUNT.
030800     SET WS-SREF-IDX TO WS-SREF-COUNT.
030900     MOVE SER-SERIES TO WS-SREF-SERIES(WS-SREF-IDX).
031000     MOVE SER-DESC TO WS-SREF-DESC(WS-SREF-IDX).
031100     MOVE SER-ACTIVE-FLAG TO WS-SREF-ACTIVE-FLAG(WS-SREF-IDX).
031200     MOVE SER-BASE-DENOM TO WS-SREF-BASE-DENOM(WS-SREF-IDX).
031300 1035-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700*    2000-APPLY-ONE-TRAN                                         *
031800*    RUNS EVERY EDIT AGAINST ONE TRANSACTION.  THE FIRST CHECK   *
031900*    THAT FAILS PRINTS THE REJECT AND ABANDONS THE TRANSACTION   *
032000*    - ONE THAT SURVIVES EVERY CHECK IS APPLIED AND AUDITED,     *
032100*    THE SAME FIRST-FAILURE STYLE AS BONDFACM.                   *
032200*****************************************************************
032300 2000-APPLY-ONE-TRAN.
032400     READ REGTRAN INTO RTR-RECORD
032500         AT END
032600             MOVE "Y" TO WS-EOF-SWITCH
032700             GO TO 2000-EXIT
032800     END-READ.
032900     ADD 1 TO WS-TRAN-COUNTER.
033000     MOVE RTR-ACTION TO WS-RPT-ACTION.
033100     MOVE RTR-HOLDER-ID TO WS-RPT-HOLDER-ID.
033200     MOVE RTR-REC-TYPE TO WS-RPT-REC-TYPE.
033300     MOVE RTR-SERIAL TO WS-RPT-SERIAL.
033400     MOVE SPACES TO WS-RPT-BEFORE-TAG.
033500     MOVE SPACES TO WS-RPT-AFTER-TAG.
033550     MOVE SPACES TO WS-RPT-REASON.
033600
033700     IF NOT RTR-ACTION-VALID
033800         MOVE "ACTION NOT A/C/D" TO WS-RPT-REASON
033900         GO TO 2000-REJECT.
034000
034100     IF NOT RTR-TYPE-VALID
034200         MOVE "RECORD TYPE NOT 1 OR 2" TO WS-RPT-REASON
034300         GO TO 2000-REJECT.
034400
034500     IF RTR-HOLDER-ID = SPACES
034600         MOVE "HOLDER ID IS BLANK" TO WS-RPT-REASON
034700         GO TO 2000-REJECT.
034800
034900     IF RTR-HOLDER-TRAN
035000         PERFORM 2100-EDIT-HOLDER-TRAN THRU 2100-EXIT
035100     ELSE
035200         PERFORM 2200-EDIT-BOND-TRAN THRU 2200-EXIT
035300     END-IF.
035400     IF WS-RPT-REASON NOT = SPACES
035500         GO TO 2000-REJECT.
035600
035700     PERFORM 2300-FIND-REGISTER-ENTRY THRU 2300-EXIT.
035800
035900     EVALUATE TRUE
036000         WHEN RTR-ADD AND WS-REG-FOUND
036100             MOVE "KEY ALREADY ON REGISTER" TO WS-RPT-REASON
036200             GO TO 2000-REJECT
036300         WHEN RTR-ADD
036400             PERFORM 2500-APPLY-ADD THRU 2500-EXIT
036500         WHEN NOT WS-REG-FOUND
036600             MOVE "KEY NOT ON REGISTER" TO WS-RPT-REASON
036700             GO TO 2000-REJECT
036800         WHEN RTR-BOND-TRAN AND REG-REDEEMED
036900             MOVE "BOND ALREADY REDEEMED" TO WS-RPT-REASON
037000             GO TO 2000-REJECT
037100         WHEN RTR-CHANGE
037200             PERFORM 2600-APPLY-CHANGE THRU 2600-EXIT
037300         WHEN RTR-DELETE
037400             PERFORM 2700-APPLY-DELETE THRU 2700-EXIT
037500     END-EVALUATE.
037600     IF WS-RPT-REASON NOT = SPACES
037700         GO TO 2000-REJECT.
037800     GENERATE AUDIT-DETAIL.
037900     ADD 1 TO WS-APPLIED-COUNTER.
038000     GO TO 2000-EXIT.
038100
038200 2000-REJECT.
038300     GENERATE REJECT-DETAIL.
038400     ADD 1 TO WS-REJECT-COUNTER.
038500 2000-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*    2100-EDIT-HOLDER-TRAN                                       *
039000*    A HOLDER RECORD CARRIES NO SERIAL, AND AN ADD OR CHANGE     *
039100*    MUST CARRY A NAME AND A FIRST ADDRESS LINE.  A TAXPAYER ID  *
039110*    IS NINE DIGITS WITH ITS TYPE, OR BOTH ARE LEFT BLANK UNTIL  *
039120*    THE HOLDER SUPPLIES ONE.  LEAVES THE REASON BLANK WHEN      *
039200*    EVERY EDIT PASSES.                                          *
039300*****************************************************************
039400 2100-EDIT-HOLDER-TRAN.
039500     MOVE SPACES TO WS-RPT-REASON.
039600     IF RTR-SERIAL NOT = SPACES
039700         MOVE "SERIAL GIVEN ON HOLDER RECORD" TO WS-RPT-REASON
039800         GO TO 2100-EXIT.
039900     IF RTR-DELETE
040000         GO TO 2100-EXIT.
040100     IF RTR-NAME = SPACES
040200         MOVE "HOLDER NAME IS BLANK" TO WS-RPT-REASON
040300         GO TO 2100-EXIT.
040400     IF RTR-ADDR-LINE-1 = SPACES
040500         MOVE "HOLDER ADDRESS IS BLANK" TO WS-RPT-REASON
040600         GO TO 2100-EXIT.
040610     IF RTR-TIN = SPACES
040620         IF RTR-TIN-TYPE NOT = SPACE
040630             MOVE "TIN TYPE GIVEN WITHOUT A TIN" TO WS-RPT-REASON
040640         END-IF
040650         GO TO 2100-EXIT
040660     END-IF.
040670     IF RTR-TIN NOT NUMERIC
040680         MOVE "TIN IS NOT NINE DIGITS" TO WS-RPT-REASON
040690         GO TO 2100-EXIT.
040692     IF NOT RTR-TIN-TYPE-VALID
040694         MOVE "TIN TYPE NOT 1 OR 2" TO WS-RPT-REASON
040696         GO TO 2100-EXIT.
040700 2100-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*    2200-EDIT-BOND-TRAN                                         *
041200*    A BOND RECORD MUST CARRY A SERIAL, AND AN ADD OR CHANGE     *
041300*    MUST CARRY A KNOWN SERIES, A SANE ISSUE YEAR AND MONTH,     *
041400*    A NONZERO DENOMINATION AND A PURCHASE PRICE NO GREATER      *
041500*    THAN IT.  AN ADD ALSO NEEDS THE HOLDER ON THE REGISTER.     *
041600*    LEAVES THE REASON BLANK WHEN EVERY EDIT PASSES.             *
041700*****************************************************************
041800 2200-EDIT-BOND-TRAN.
041900     MOVE SPACES TO WS-RPT-REASON.
042000     IF RTR-SERIAL = SPACES
042100         MOVE "SERIAL NUMBER IS BLANK" TO WS-RPT-REASON
042200         GO TO 2200-EXIT.
042300     IF RTR-DELETE
042400         GO TO 2200-EXIT.
042500
042600     PERFORM 2250-FIND-SERIES THRU 2250-EXIT.
042700     IF NOT WS-SREF-FOUND
042800         MOVE "SERIES NOT ON REFERENCE MASTER" TO WS-RPT-REASON
042900         GO TO 2200-EXIT.
043000
043100     IF RTR-IYEAR-X NOT NUMERIC
043200         MOVE "NON-NUMERIC ISSUE YEAR" TO WS-RPT-REASON
043300         GO TO 2200-EXIT.
043400     IF RTR-IYEAR < WS-IYEAR-FLOOR
043500         OR RTR-IYEAR > WS-IYEAR-CEILING
043600         MOVE "IYEAR OUT OF PLAUSIBLE RANGE" TO WS-RPT-REASON
043700         GO TO 2200-EXIT.
043800     IF RTR-IMONTH-X NOT NUMERIC
043900         MOVE "NON-NUMERIC ISSUE MONTH" TO WS-RPT-REASON
044000         GO TO 2200-EXIT.
044100     IF RTR-IMONTH < 1
044200         OR RTR-IMONTH > 12
044300         MOVE "ISSUE MONTH NOT 01-12" TO WS-RPT-REASON
044400         GO TO 2200-EXIT.
044500
044600     IF RTR-DENOM-X NOT NUMERIC
044700         MOVE "NON-NUMERIC DENOMINATION" TO WS-RPT-REASON
044800         GO TO 2200-EXIT.
044900     IF RTR-DENOM = 0
045000         MOVE "DENOMINATION IS ZERO" TO WS-RPT-REASON
045100         GO TO 2200-EXIT.
045200     IF RTR-PRICE-X NOT NUMERIC
045300         MOVE "NON-NUMERIC PURCHASE PRICE" TO WS-RPT-REASON
045400         GO TO 2200-EXIT.
045500     IF RTR-PRICE = 0
045600         OR RTR-PRICE > RTR-DENOM
045700         MOVE "PRICE ZERO OR OVER DENOMINATION" TO WS-RPT-REASON
045800         GO TO 2200-EXIT.
045900
046000     IF RTR-ADD
046100         PERFORM 2400-FIND-HOLDER-RECORD THRU 2400-EXIT
046200         IF NOT WS-REG-FOUND
046300             MOVE "HOLDER NOT ON REGISTER" TO WS-RPT-REASON
046400         END-IF
046500     END-IF.
046600 2200-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000*    2250-FIND-SERIES                                            *
047100*    LOOKS THE TRANSACTION'S SERIES UP IN THE REFERENCE TABLE.   *
047200*****************************************************************
047300 2250-FIND-SERIES.
047400     MOVE 0 TO WS-SREF-FOUND-SWITCH.
047500     IF WS-SREF-COUNT > 0
047600         PERFORM 2260-CHECK-ONE-SERIES THRU 2260-EXIT
047700             VARYING WS-SREF-IDX FROM 1 BY 1
047800                 UNTIL WS-SREF-IDX > WS-SREF-COUNT
047900                     OR WS-SREF-FOUND
048000     END-IF.
048100 2250-EXIT.
048200     EXIT.
048300
048400 2260-CHECK-ONE-SERIES.
048500     IF WS-SREF-SERIES(WS-SREF-IDX) = RTR-SERIES
048600         MOVE 1 TO WS-SREF-FOUND-SWITCH.
048700 2260-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100*    2300-FIND-REGISTER-ENTRY                                    *
049200*    RANDOM READ OF THE TRANSACTION'S KEY.  ON A HIT THE         *
049300*    REGISTER RECORD AREA HOLDS THE BEFORE IMAGE.                *
049400*****************************************************************
049500 2300-FIND-REGISTER-ENTRY.
049600     MOVE RTR-KEY TO WS-REG-KEY-HOLD.
049700     MOVE RTR-KEY TO REG-KEY.
049800     MOVE 1 TO WS-REG-FOUND-SWITCH.
049900     READ HOLDREG
050000         INVALID KEY
050100             MOVE 0 TO WS-REG-FOUND-SWITCH
050200     END-READ.
050300 2300-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*    2400-FIND-HOLDER-RECORD                                     *
050800*    RANDOM READ OF THE TYPE-1 HOLDER RECORD FOR THE             *
050900*    TRANSACTION'S HOLDER ID.                                    *
051000*****************************************************************
051100 2400-FIND-HOLDER-RECORD.
051200     MOVE RTR-HOLDER-ID TO REG-HOLDER-ID.
051300     MOVE "1" TO REG-REC-TYPE.
051400     MOVE SPACES TO REG-SERIAL.
051500     MOVE 1 TO WS-REG-FOUND-SWITCH.
051600     READ HOLDREG
051700         INVALID KEY
051800             MOVE 0 TO WS-REG-FOUND-SWITCH
051900     END-READ.
052000 2400-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*    2450-CHECK-HOLDER-BONDS                                     *
052500*    POSITIONS ON THE FIRST TYPE-2 KEY FOR THE HOLDER - IF THE   *
052600*    NEXT RECORD STILL BELONGS TO THE HOLDER, BONDS REMAIN.      *
052700*****************************************************************
052800 2450-CHECK-HOLDER-BONDS.
052900     MOVE 0 TO WS-HOLDER-BONDS-SWITCH.
053000     MOVE RTR-HOLDER-ID TO REG-HOLDER-ID.
053100     MOVE "2" TO REG-REC-TYPE.
053200     MOVE LOW-VALUES TO REG-SERIAL.
053300     START HOLDREG KEY NOT < REG-KEY
053400         INVALID KEY
053500             GO TO 2450-EXIT
053600     END-START.
053700     READ HOLDREG NEXT RECORD
053800         AT END
053900             GO TO 2450-EXIT
054000     END-READ.
054100     IF REG-HOLDER-ID = RTR-HOLDER-ID
054200         MOVE 1 TO WS-HOLDER-BONDS-SWITCH.
054300 2450-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700*    2500-APPLY-ADD                                              *
054800*    WRITES THE NEW REGISTER RECORD - A NEW BOND GOES ON AS      *
054900*    OUTSTANDING AS OF TODAY.  NO BEFORE IMAGE TO SHOW.          *
055000*****************************************************************
055100 2500-APPLY-ADD.
055200     MOVE WS-REG-KEY-HOLD TO REG-KEY.
055300     MOVE RTR-BODY TO REG-BODY.
055400     IF RTR-BOND-TRAN
055500         MOVE "O" TO REG-BOND-STATUS
055600         MOVE WS-RPT-RUN-DATE TO REG-STATUS-DATE
055700     END-IF.
055800     WRITE REG-RECORD
055900         INVALID KEY
056000             MOVE "REGISTER WRITE FAILED" TO WS-RPT-REASON
056100             GO TO 2500-EXIT
056200     END-WRITE.
056300     MOVE "  (NO ENTRY)" TO WS-RPT-BEFORE-TAG.
056400     PERFORM 2800-TAG-REGISTER-IMAGE THRU 2800-EXIT.
056500     MOVE WS-RPT-IMAGE-TAG TO WS-RPT-AFTER-TAG.
056700 2500-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100*    2600-APPLY-CHANGE                                           *
057200*    REPLACES THE MATCHED RECORD'S BODY AND PRINTS THE BEFORE    *
057300*    AND AFTER IMAGES.  A BOND KEEPS ITS STATUS AND STATUS DATE  *
057400*    - ONLY THE DESCRIPTIVE FIELDS CHANGE.                       *
057500*****************************************************************
057600 2600-APPLY-CHANGE.
057700     PERFORM 2800-TAG-REGISTER-IMAGE THRU 2800-EXIT.
057800     MOVE WS-RPT-IMAGE-TAG TO WS-RPT-BEFORE-TAG.
057900     MOVE REG-BODY TO WS-REG-BODY-HOLD.
058000     MOVE RTR-BODY TO REG-BODY.
058100     IF RTR-BOND-TRAN
058200         MOVE WS-REG-BODY-HOLD(20:9) TO REG-BODY(20:9)
058300     END-IF.
058400     REWRITE REG-RECORD
058500         INVALID KEY
058600             MOVE "REGISTER REWRITE FAILED" TO WS-RPT-REASON
058700             GO TO 2600-EXIT
058800     END-REWRITE.
058900     PERFORM 2800-TAG-REGISTER-IMAGE THRU 2800-EXIT.
059000     MOVE WS-RPT-IMAGE-TAG TO WS-RPT-AFTER-TAG.
059300 2600-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700*    2700-APPLY-DELETE                                           *
059800*    DELETES THE MATCHED RECORD AND PRINTS ITS LAST IMAGE.  A    *
059900*    HOLDER WHO STILL OWNS BONDS STAYS - THE BONDS MUST GO       *
060000*    FIRST, OR THEY WOULD PRINT WITH NO NAME OR ADDRESS.         *
060100*****************************************************************
060200 2700-APPLY-DELETE.
060300     PERFORM 2800-TAG-REGISTER-IMAGE THRU 2800-EXIT.
060350     MOVE WS-RPT-IMAGE-TAG TO WS-RPT-BEFORE-TAG.
060400     IF RTR-HOLDER-TRAN
060500         PERFORM 2450-CHECK-HOLDER-BONDS THRU 2450-EXIT
060600         IF WS-HOLDER-HAS-BONDS
060700             MOVE "HOLDER STILL HAS BONDS" TO WS-RPT-REASON
060800             GO TO 2700-EXIT
060900         END-IF
061000         MOVE WS-REG-KEY-HOLD TO REG-KEY
061100     END-IF.
061200     DELETE HOLDREG RECORD
061300         INVALID KEY
061400             MOVE "REGISTER DELETE FAILED" TO WS-RPT-REASON
061500             GO TO 2700-EXIT
061600     END-DELETE.
061700     MOVE "  (DELETED)" TO WS-RPT-AFTER-TAG.
061800 2700-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200*    2800-TAG-REGISTER-IMAGE                                     *
062300*    EDITS THE CURRENT REGISTER RECORD AREA INTO THE IMAGE TAG   *
062400*    - THE NAME FOR A HOLDER, THE BOND FIGURES FOR A BOND.       *
062500*****************************************************************
062600 2800-TAG-REGISTER-IMAGE.
062700     MOVE SPACES TO WS-RPT-IMAGE-TAG.
062800     IF RTR-HOLDER-TRAN
062900         MOVE REG-NAME TO WS-RPT-IMAGE-TAG
063000         GO TO 2800-EXIT.
063100     MOVE REG-SERIES TO WS-TAG-SERIES.
063200     MOVE REG-IYEAR TO WS-TAG-IYEAR.
063300     MOVE REG-IMONTH TO WS-TAG-IMONTH.
063400     MOVE REG-DENOM TO WS-TAG-DENOM.
063500     MOVE REG-PURCHASE-PRICE TO WS-TAG-PRICE.
063600     MOVE REG-BOND-STATUS TO WS-TAG-STATUS.
063700     MOVE WS-BOND-TAG TO WS-RPT-IMAGE-TAG.
063800 2800-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200*    3000-FINALIZE                                               *
064300*    CLOSES UP, PRINTS THE TOTALS AND SETS THE SCHEDULER RETURN  *
064400*    CODE.                                                       *
064500*****************************************************************
064600 3000-FINALIZE.
064700     CLOSE REGTRAN.
064800     CLOSE HOLDREG.
064900
065000     GENERATE TOTALS-DETAIL.
065100     TERMINATE REGISTER-MAINT-REPORT.
065200     CLOSE REGMRPT.
065300
065400     IF WS-REJECT-COUNTER = 0
065500         MOVE 0 TO RETURN-CODE
065600         DISPLAY "BONDREGM COMPLETED NORMALLY - SEE REGMRPT FOR "
065700             "THE AUDIT TRAIL"
065800     ELSE
065900         MOVE 4 TO RETURN-CODE
066000         DISPLAY "BONDREGM: TRANSACTIONS REJECTED - SEE REGMRPT"
066100     END-IF.
066200     DISPLAY "TRANSACTIONS READ..........: " WS-TRAN-COUNTER.
066300     DISPLAY "TRANSACTIONS APPLIED.......: " WS-APPLIED-COUNTER.
066400     DISPLAY "TRANSACTIONS REJECTED......: " WS-REJECT-COUNTER.
066500 3000-EXIT.
066600     EXIT.
066700
066800 9999-EXIT.
066900     STOP RUN.
