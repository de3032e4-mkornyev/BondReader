000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDCTLM.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDCTLM (CONTROL-RECORD MAINTENANCE)                       *
000900*    CTLFILE (BONDCTL.CPY) IS READ BY NEARLY EVERY PROGRAM IN    *
001000*    THE SUITE AND WAS STILL KEYED BY HAND IN A TEXT EDITOR - A  *
001100*    ONE-COLUMN SLIP SHIFTED CTL-ARCH-RETAIN-MONTHS INTO THE     *
001200*    DORMANCY YEARS AND QUIETLY CHANGED WHAT BONDARCH PURGED.    *
001300*    THIS PROGRAM APPLIES NAMED FIELD-CHANGE TRANSACTIONS FROM   *
001400*    CTLTRAN INSTEAD (THE DATA NAME AS IN BONDCTL.CPY AND THE    *
001500*    NEW VALUE, LEFT-JUSTIFIED, DECIMAL POINT WRITTEN OUT):      *
001600*        - EACH VALUE IS EDITED AGAINST ITS FIELD - NUMERIC AND  *
001700*          FITTING THE PICTURE, Y OR N FOR A SWITCH, NO LONGER   *
001800*          THAN THE FIELD FOR A NAME                             *
001900*        - THE RESULTING RECORD IS THEN EDITED AS A WHOLE -      *
002000*          EVERY NUMERIC FIELD NUMERIC, EVERY SWITCH Y OR N, LOW *
002100*          THRESHOLD BELOW HIGH, ESCHEAT REPORT YEARS ABOVE THE  *
002200*          OUTREACH YEARS, CTL-MATRIX-SERIES ON SERFILE, THE     *
002300*          INPUT AND COMPARE TABLE NAMES DIFFERENT, AND THE      *
002400*          RANGE CHECKS THE NEWER FIELDS CARRY                   *
002500*        - A "ROLLBACK" TRANSACTION RESTORES A WHOLE PRIOR       *
002600*          VERSION BY NUMBER; AN "AS-OF" TRANSACTION PRINTS THE  *
002700*          VERSION THAT WAS IN FORCE AT A GIVEN DATE AND TIME    *
002800*    EVERY VERSION OF THE RECORD IS KEPT ON CTLHIST, WITH THE    *
002900*    DATE AND TIME IT TOOK EFFECT (SEE BONDCTH.CPY).  AN IMAGE   *
003000*    ON CTLFILE THAT HISTORY DOES NOT HOLD IS RECORDED BEFORE    *
003100*    ANYTHING IS CHANGED, SO A HAND EDIT CANNOT SLIP PAST        *
003200*    UNRECORDED.                                                 *
003300*    CTLFILE IS REWRITTEN ONLY WHEN THE FINISHED RECORD PASSES   *
003400*    EVERY EDIT - RUN WITH AN EMPTY CTLTRAN IT SIMPLY EDITS AND  *
003500*    RECORDS WHAT IS THERE.  CTLMRPT PRINTS EACH TRANSACTION,    *
003600*    THE WHOLE RECORD BEFORE AND AFTER, AND ANY EDIT FAILURE.    *
003700*    RETURN CODE 4 FLAGS A REJECTED TRANSACTION, 8 A RECORD THAT *
003800*    FAILED ITS EDITS AND WAS NOT WRITTEN.                       *
003900*                                                                *
004000*    MODIFICATION HISTORY                                        *
004100*    DATE       INIT  DESCRIPTION                                *
004200*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
004210*    10/15/26   DLR   ADDED CTL-BKUP-GENERATIONS TO THE FIELD    *
004220*                     TABLE.                                     *
004230*    10/15/26   DLR   ADDED THE FIVE CTL-PART-SERIES SETS TO THE *
004240*                     FIELD TABLE - A SET MAY ONLY NAME SERFILE  *
004250*                     SERIES, EACH IN ONE SET AT MOST.           *
004260*    10/15/26   DLR   ADDED CTL-TAX-YEAR TO THE FIELD TABLE - A  *
004270*                     YEAR GIVEN MUST BE A CLOSED ONE.           *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CTLFILE ASSIGN "CTLFILE"
004800         ORGANIZATION LINE SEQUENTIAL.
004900
005000     SELECT CTLTRAN ASSIGN "CTLTRAN"
005100         ORGANIZATION LINE SEQUENTIAL.
005200
005300     SELECT SERFILE ASSIGN "SERFILE"
005400         ORGANIZATION LINE SEQUENTIAL.
005500
005600     SELECT OPTIONAL CTLHIST ASSIGN "CTLHIST"
005700         ORGANIZATION LINE SEQUENTIAL.
005800
005900     SELECT CTLMRPT ASSIGN "CTLMRPT.TXT"
006000         ORGANIZATION LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400
006500 FD  CTLFILE.
006600 01  CTL-FILE-RECORD             PIC X(200).
006700
006800 FD  CTLTRAN.
006900*    ONE FIELD CHANGE PER LINE - SEE CTT-RECORD IN WORKING-      *
007000*    STORAGE FOR THE TYPED LAYOUT.                               *
007100 01  CTL-TRAN-RECORD             PIC X(65).
007200
007300 FD  SERFILE.
007400*    RAW RECORD - SEE BONDSER.CPY IN WORKING-STORAGE FOR THE     *
007500*    TYPED LAYOUT THIS IS READ INTO.                             *
007600 01  SER-FILE-RECORD             PIC X(25).
007700
007800 FD  CTLHIST.
007900*    EVERY VERSION OF THE CONTROL RECORD - SEE BONDCTH.CPY.      *
008000     COPY "BONDCTH.CPY".
008100
008200 FD  CTLMRPT
008300     REPORT IS CTL-MAINT-REPORT.
008400
008500 WORKING-STORAGE SECTION.
008600
008700*****************************************************************
008800*    CTL-RECORD IS THE WORKING COPY THE TRANSACTIONS CHANGE -    *
008900*    WS-BEFORE-IMAGE KEEPS THE RECORD AS IT WAS READ.            *
009000*****************************************************************
009100     COPY "BONDCTL.CPY".
009200     COPY "BONDSER.CPY".
009300 77  WS-BEFORE-IMAGE             PIC X(200).
009400
009500*****************************************************************
009600*    TYPED VIEW OF ONE MAINTENANCE TRANSACTION - A BONDCTL.CPY   *
009700*    DATA NAME (OR ROLLBACK / AS-OF) AND ITS VALUE.              *
009800*****************************************************************
009900 01  CTT-RECORD.
010000     05  CTT-FIELD-NAME          PIC X(24).
010100         88  CTT-ROLLBACK        VALUE "ROLLBACK".
010200         88  CTT-AS-OF           VALUE "AS-OF".
010300     05  FILLER                  PIC X.
010400     05  CTT-VALUE               PIC X(40).
010500
010600*****************************************************************
010700*    ONE ENTRY PER BONDCTL.CPY FIELD - ITS NAME, TYPE (A NAME OR *
010800*    CODE, N NUMERIC, S Y/N SWITCH), STARTING POSITION, LENGTH   *
010900*    AND IMPLIED DECIMALS.  A FIELD ADDED TO THE COPYBOOK IS     *
011000*    ADDED HERE IN THE SAME POSITION.                            *
011100*****************************************************************
011200 01  WS-FIELD-DEFS.
011300     05  FILLER                  PIC X(31) VALUE
011400         "CTL-IN-FILENAME         A001200".
011500     05  FILLER                  PIC X(31) VALUE
011600         "CTL-LOW-THRESHOLD       N021052".
011700     05  FILLER                  PIC X(31) VALUE
011800         "CTL-HIGH-THRESHOLD      N026052".
011900     05  FILLER                  PIC X(31) VALUE
012000         "CTL-CHECKPOINT-INTRVL   N031070".
012100     05  FILLER                  PIC X(31) VALUE
012200         "CTL-RESTART-SWITCH      S038010".
012300     05  FILLER                  PIC X(31) VALUE
012400         "CTL-MATRIX-SERIES       A039010".
012500     05  FILLER                  PIC X(31) VALUE
012600         "CTL-DELTA-TOL-PCT       N040052".
012700     05  FILLER                  PIC X(31) VALUE
012800         "CTL-EXPECT-RYEAR        N045040".
012900     05  FILLER                  PIC X(31) VALUE
013000         "CTL-EXPECT-RMONTH       N049020".
013100     05  FILLER                  PIC X(31) VALUE
013200         "CTL-REJECT-LIMIT        N051050".
013300     05  FILLER                  PIC X(31) VALUE
013400         "CTL-BAND-SWITCH         S056010".
013500     05  FILLER                  PIC X(31) VALUE
013600         "CTL-FACE-TOLERANCE      N057112".
013700     05  FILLER                  PIC X(31) VALUE
013800         "CTL-FACE-REFRESH-SWITCH S068010".
013900     05  FILLER                  PIC X(31) VALUE
014000         "CTL-HIST-RUN-COUNT      N069030".
014100     05  FILLER                  PIC X(31) VALUE
014200         "CTL-HIST-PCT-TOLER      N072030".
014300     05  FILLER                  PIC X(31) VALUE
014400         "CTL-MAX-EXC-COUNT       N075070".
014500     05  FILLER                  PIC X(31) VALUE
014600         "CTL-MAX-EXC-RATE-PCT    N082030".
014700     05  FILLER                  PIC X(31) VALUE
014800         "CTL-EXC-CEILING         N085070".
014900     05  FILLER                  PIC X(31) VALUE
015000         "CTL-COMPARE-FILENAME    A092200".
015100     05  FILLER                  PIC X(31) VALUE
015200         "CTL-ARCH-RETAIN-MONTHS  N112030".
015300     05  FILLER                  PIC X(31) VALUE
015400         "CTL-ESCH-OUTREACH-YEARS N115020".
015500     05  FILLER                  PIC X(31) VALUE
015600         "CTL-ESCH-REPORT-YEARS   N117020".
015700     05  FILLER                  PIC X(31) VALUE
015800         "CTL-VRFY-TOLERANCE      N119052".
015900     05  FILLER                  PIC X(31) VALUE
016000         "CTL-FCST-YEARS          N124020".
016010     05  FILLER                  PIC X(31) VALUE
016020         "CTL-BKUP-GENERATIONS    N126020".
016030     05  FILLER                  PIC X(31) VALUE
016040         "CTL-PART-SERIES-1       A128120".
016050     05  FILLER                  PIC X(31) VALUE
016060         "CTL-PART-SERIES-2       A140120".
016070     05  FILLER                  PIC X(31) VALUE
016080         "CTL-PART-SERIES-3       A152120".
016090     05  FILLER                  PIC X(31) VALUE
016092         "CTL-PART-SERIES-4       A164120".
016094     05  FILLER                  PIC X(31) VALUE
016096         "CTL-PART-SERIES-5       A176120".
016097     05  FILLER                  PIC X(31) VALUE
016098         "CTL-TAX-YEAR            N188040".
016100 01  WS-FIELD-TABLE REDEFINES WS-FIELD-DEFS.
016200     05  WS-FLD-ENTRY            OCCURS 31 TIMES
016300                                 INDEXED BY WS-FLD-IDX.
016400         10  WS-FLD-NAME         PIC X(24).
016500         10  WS-FLD-TYPE         PIC X.
016600             88  WS-FLD-ALPHA    VALUE "A".
016700             88  WS-FLD-NUMERIC  VALUE "N".
016800             88  WS-FLD-SWITCH   VALUE "S".
016900         10  WS-FLD-OFFSET       PIC 9(03).
017000         10  WS-FLD-LENGTH       PIC 9(02).
017100         10  WS-FLD-DECIMALS     PIC 9.
017200 77  WS-FLD-COUNT                PIC 9(02) VALUE 31.
017300 77  WS-FLD-FOUND-SWITCH         PIC 9     VALUE 0.
017400     88  WS-FLD-FOUND            VALUE 1.
017500 77  WS-MATCHED-FLD-IDX          PIC 9(02) VALUE 0.
017600 77  WS-LOOKUP-NAME              PIC X(24) VALUE SPACES.
017700
017800*****************************************************************
017900*    THE FIELD BEING WORKED ON, LIFTED FROM ITS TABLE ENTRY.     *
018000*    WS-CUR-WHOLE IS THE DIGITS AHEAD OF THE IMPLIED POINT.      *
018100*****************************************************************
018200 77  WS-CUR-OFFSET               PIC 9(03) VALUE 0.
018300 77  WS-CUR-LENGTH               PIC 9(02) VALUE 0.
018400 77  WS-CUR-DECIMALS             PIC 9     VALUE 0.
018500 77  WS-CUR-WHOLE                PIC 9(02) VALUE 0.
018600 77  WS-CUR-FRAC-START           PIC 9(03) VALUE 0.
018700
018800*****************************************************************
018900*    NUMERIC VALUE PARSE - DIGITS WITH AT MOST ONE DECIMAL POINT *
019000*    AND TWO DECIMALS, BUILT UP INTO A WHOLE PART AND A FRACTION *
019100*    SO THE FIELD'S OWN PICTURE CAN BE CHECKED AND FILLED.       *
019200*****************************************************************
019300 77  WS-CHAR-IDX                 PIC 9(02) COMP.
019400 77  WS-PARSE-CHAR               PIC X     VALUE SPACE.
019500 77  WS-PARSE-DIGIT              PIC 9     VALUE 0.
019600 77  WS-INT-DIGITS               PIC 9(02) VALUE 0.
019700 77  WS-FRAC-DIGITS              PIC 9     VALUE 0.
019800 77  WS-POINT-SWITCH             PIC 9     VALUE 0.
019900     88  WS-POINT-SEEN           VALUE 1.
020000 77  WS-PARSE-END-SWITCH         PIC 9     VALUE 0.
020100     88  WS-PARSE-DONE           VALUE 1.
020200 77  WS-PARSE-BAD-SWITCH         PIC 9     VALUE 0.
020300     88  WS-PARSE-BAD            VALUE 1.
020400 01  WS-NUM-INT                  PIC 9(11) VALUE 0.
020500 01  WS-NUM-INT-X REDEFINES WS-NUM-INT
020600                                 PIC X(11).
020700 77  WS-NUM-FRAC-X               PIC X(02) VALUE "00".
020800
020900*****************************************************************
021000*    CONTROL HISTORY - THE LAST VERSION ON CTLHIST, THE VERSION  *
021100*    A ROLLBACK OR AS-OF ASKED FOR, AND WHAT THIS RUN WROTE.     *
021200*****************************************************************
021300 77  WS-HIST-COUNT               PIC 9(05) VALUE 0.
021400 77  WS-LAST-VERSION             PIC 9(05) VALUE 0.
021500 77  WS-LAST-IMAGE               PIC X(200) VALUE SPACES.
021600 77  WS-WANTED-VERSION           PIC 9(05) VALUE 0.
021700 77  WS-ROLLBACK-VERSION         PIC 9(05) VALUE 0.
021800 77  WS-VERSION-FOUND-SWITCH     PIC 9     VALUE 0.
021900     88  WS-VERSION-FOUND        VALUE 1.
022000 77  WS-FOUND-IMAGE              PIC X(200) VALUE SPACES.
022100 77  WS-FOUND-VERSION            PIC 9(05) VALUE 0.
022200 77  WS-FOUND-DATE               PIC 9(08) VALUE 0.
022300 77  WS-FOUND-TIME               PIC 9(06) VALUE 0.
022400 77  WS-ASOF-DATE                PIC 9(08) VALUE 0.
022500 77  WS-ASOF-TIME                PIC 9(06) VALUE 0.
022600 77  WS-UNRECORDED-SWITCH        PIC 9     VALUE 0.
022700     88  WS-IMAGE-UNRECORDED     VALUE 1.
022800
022900 77  WS-EOF-SWITCH               PIC X     VALUE "N".
023000     88  WS-EOF-YES              VALUE "Y".
023100     88  WS-EOF-NO               VALUE "N".
023200 77  WS-HIST-EOF-SWITCH          PIC X     VALUE "N".
023300     88  WS-HIST-EOF             VALUE "Y".
023400
023500 77  WS-TRAN-COUNTER             PIC 9(07) VALUE 0.
023600 77  WS-APPLIED-COUNTER          PIC 9(07) VALUE 0.
023700 77  WS-REJECT-COUNTER           PIC 9(07) VALUE 0.
023800 77  WS-INQUIRY-COUNTER          PIC 9(07) VALUE 0.
023900 77  WS-EDIT-FAIL-COUNTER        PIC 9(07) VALUE 0.
024000 77  WS-NUMERIC-FAIL-COUNTER     PIC 9(07) VALUE 0.
024100 77  WS-CHANGED-FIELD-COUNTER    PIC 9(03) VALUE 0.
024200 77  WS-CTLM-RC                  PIC 9(02) VALUE 0.
024300 77  WS-RUN-DATE                 PIC 9(08).
024400 77  WS-RUN-TIME                 PIC 9(06).
024500 77  WS-TIME-RAW                 PIC 9(08).
024600
024700*****************************************************************
024800*    SERIES REFERENCE MASTER, LOADED FROM SERFILE AT STARTUP -   *
024900*    CTL-MATRIX-SERIES MUST APPEAR ON IT.  SEE BONDSER.CPY /     *
025000*    BONDSRT.CPY.                                                *
025100*****************************************************************
025200     COPY "BONDSRT.CPY".
025300 77  WS-SREF-COUNT               PIC 9(02) VALUE 0.
025400 77  WS-SREF-FULL-SWITCH         PIC 9     VALUE 0.
025500     88  WS-SREF-TABLE-FULL      VALUE 1.
025600 77  WS-SREF-FOUND-SWITCH        PIC 9     VALUE 0.
025700     88  WS-SREF-FOUND           VALUE 1.
025710
025720*****************************************************************
025730*    PARTITION SERIES-SET EDIT - THE SET, THE CODE POSITION      *
025740*    WITHIN IT AND THE LAST PROBLEM FOUND IN THE SET.            *
025750*****************************************************************
025760 77  WS-PART-SUB                 PIC 9     VALUE 0.
025770 77  WS-PART-POS                 PIC 9(02) VALUE 0.
025780 77  WS-PART-CODE                PIC X     VALUE SPACE.
025790 77  WS-PART-TALLY               PIC 9(03) VALUE 0.
025792 77  WS-PART-BAD-SWITCH          PIC 9     VALUE 0.
025794     88  WS-PART-BAD             VALUE 1.
025796 77  WS-PART-REASON              PIC X(40) VALUE SPACES.
025800
025900*****************************************************************
026000*    FIELDS FEEDING THE CTLMRPT MAINTENANCE REPORT.              *
026100*****************************************************************
026200 77  WS-FMT-IMAGE                PIC X(200) VALUE SPACES.
026300 77  WS-FMT-TEXT                 PIC X(24)  VALUE SPACES.
026400 01  WS-RPT-LINE.
026500     05  WS-RPT-FIELD            PIC X(24).
026600     05  WS-RPT-VALUE            PIC X(24).
026700     05  WS-RPT-BEFORE           PIC X(24).
026800     05  WS-RPT-AFTER            PIC X(24).
026900     05  WS-RPT-MARK             PIC X(07).
027000     05  WS-RPT-REASON           PIC X(40).
027100     05  WS-RPT-NOTE             PIC X(80).
027200
027300 REPORT SECTION.
027400*****************************************************************
027500*    CTL-MAINT-REPORT                                            *
027600*    ONE LINE PER TRANSACTION (APPLIED WITH ITS BEFORE AND AFTER *
027700*    VALUE, OR REJECTED WITH ITS REASON), ANY AS-OF LISTINGS,    *
027800*    THE WHOLE RECORD BEFORE AND AFTER, THE EDIT FAILURES, THE   *
027900*    DISPOSITION OF CTLFILE AND THE RUN TOTALS.                  *
028000*****************************************************************
028100 RD  CTL-MAINT-REPORT
028200     PAGE LIMIT 60 LINES
028300     FIRST DETAIL 5
028400     LAST DETAIL 56.
028500
028600 01  TYPE PAGE HEADING.
028700     05  LINE 1.
028800         10  COLUMN  1  PIC X(37)
028900             VALUE "CONTROL RECORD MAINTENANCE AND AUDIT".
029000     05  LINE 2.
029100         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
029200         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
029300         10  COLUMN 21  PIC 9(06) SOURCE WS-RUN-TIME.
029400         10  COLUMN 29  PIC X(21)
029500             VALUE "LAST HISTORY VERSION:".
029600         10  COLUMN 51  PIC 9(05) SOURCE WS-LAST-VERSION.
029700     05  LINE 4.
029800         10  COLUMN  1  PIC X(05) VALUE "FIELD".
029900         10  COLUMN 27  PIC X(06) VALUE "BEFORE".
030000         10  COLUMN 53  PIC X(05) VALUE "AFTER".
030100         10  COLUMN 79  PIC X(06) VALUE "RESULT".
030200
030300 01  AUDIT-DETAIL TYPE DETAIL.
030400     05  LINE PLUS 1.
030500         10  COLUMN  1  PIC X(24)    SOURCE WS-RPT-FIELD.
030600         10  COLUMN 27  PIC X(24)    SOURCE WS-RPT-BEFORE.
030700         10  COLUMN 53  PIC X(24)    SOURCE WS-RPT-AFTER.
030800         10  COLUMN 79  PIC X(07)    VALUE "APPLIED".
030900
031000 01  REJECT-DETAIL TYPE DETAIL.
031100     05  LINE PLUS 1.
031200         10  COLUMN  1  PIC X(24)    SOURCE WS-RPT-FIELD.
031300         10  COLUMN 27  PIC X(24)    SOURCE WS-RPT-VALUE.
031400         10  COLUMN 53  PIC X(08)    VALUE "REJECTED".
031500         10  COLUMN 79  PIC X(40)    SOURCE WS-RPT-REASON.
031600
031700 01  ASOF-HEADER-DETAIL TYPE DETAIL.
031800     05  LINE PLUS 2.
031900         10  COLUMN  1  PIC X(21)
032000             VALUE "SETTINGS IN FORCE AT".
032100         10  COLUMN 22  PIC 9(08)    SOURCE WS-ASOF-DATE.
032200         10  COLUMN 31  PIC 9(06)    SOURCE WS-ASOF-TIME.
032300         10  COLUMN 39  PIC X(07)    VALUE "VERSION".
032400         10  COLUMN 47  PIC 9(05)    SOURCE WS-FOUND-VERSION.
032500         10  COLUMN 53  PIC X(09)    VALUE "EFFECTIVE".
032600         10  COLUMN 63  PIC 9(08)    SOURCE WS-FOUND-DATE.
032700         10  COLUMN 72  PIC 9(06)    SOURCE WS-FOUND-TIME.
032800
032900 01  ASOF-FIELD-DETAIL TYPE DETAIL.
033000     05  LINE PLUS 1.
033100         10  COLUMN  3  PIC X(24)    SOURCE WS-RPT-FIELD.
033200         10  COLUMN 53  PIC X(24)    SOURCE WS-RPT-AFTER.
033300
033400 01  IMAGE-HEADER-DETAIL TYPE DETAIL.
033500     05  LINE PLUS 2.
033600         10  COLUMN  1  PIC X(37)
033700             VALUE "CONTROL RECORD BEFORE AND AFTER RUN".
033800
033900 01  IMAGE-DETAIL TYPE DETAIL.
034000     05  LINE PLUS 1.
034100         10  COLUMN  1  PIC X(24)    SOURCE WS-RPT-FIELD.
034200         10  COLUMN 27  PIC X(24)    SOURCE WS-RPT-BEFORE.
034300         10  COLUMN 53  PIC X(24)    SOURCE WS-RPT-AFTER.
034400         10  COLUMN 79  PIC X(07)    SOURCE WS-RPT-MARK.
034500
034600 01  EDIT-FAIL-DETAIL TYPE DETAIL.
034700     05  LINE PLUS 1.
034800         10  COLUMN  1  PIC X(24)    SOURCE WS-RPT-FIELD.
034900         10  COLUMN 27  PIC X(24)    SOURCE WS-RPT-AFTER.
035000         10  COLUMN 53  PIC X(11)    VALUE "FAILED EDIT".
035100         10  COLUMN 79  PIC X(40)    SOURCE WS-RPT-REASON.
035200
035300 01  NOTE-DETAIL TYPE DETAIL.
035400     05  LINE PLUS 2.
035500         10  COLUMN  1  PIC X(80)    SOURCE WS-RPT-NOTE.
035600
035700 01  TOTALS-DETAIL TYPE DETAIL.
035800     05  LINE PLUS 2.
035900         10  COLUMN  1  PIC X(26)
036000             VALUE "TRANSACTIONS READ.......:".
036100         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-TRAN-COUNTER.
036200     05  LINE PLUS 1.
036300         10  COLUMN  1  PIC X(26)
036400             VALUE "TRANSACTIONS APPLIED....:".
036500         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-APPLIED-COUNTER.
036600     05  LINE PLUS 1.
036700         10  COLUMN  1  PIC X(26)
036800             VALUE "TRANSACTIONS REJECTED...:".
036900         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-REJECT-COUNTER.
037000     05  LINE PLUS 1.
037100         10  COLUMN  1  PIC X(26)
037200             VALUE "AS-OF INQUIRIES.........:".
037300         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-INQUIRY-COUNTER.
037400     05  LINE PLUS 1.
037500         10  COLUMN  1  PIC X(26)
037600             VALUE "RECORD EDITS FAILED.....:".
037700         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-EDIT-FAIL-COUNTER.
037800
037900 PROCEDURE DIVISION.
038000*****************************************************************
038100*    0000-MAINLINE                                               *
038200*****************************************************************
038300 0000-MAINLINE.
038400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038500     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
038600         UNTIL WS-EOF-YES.
038700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
038800     GO TO 9999-EXIT.
038900
039000*****************************************************************
039100*    1000-INITIALIZE                                             *
039200*    READS THE CURRENT CONTROL RECORD, LOADS THE SERIES          *
039300*    REFERENCE MASTER, FINDS THE LAST VERSION ON CTLHIST AND     *
039400*    OPENS THE TRANSACTIONS AND THE REPORT.                      *
039500*****************************************************************
039600 1000-INITIALIZE.
039700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039800     ACCEPT WS-TIME-RAW FROM TIME.
039900     MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME.
040000
040100     OPEN INPUT CTLFILE.
040200     READ CTLFILE INTO CTL-RECORD
040300         AT END
040400             DISPLAY "BONDCTLM: CTLFILE IS EMPTY - ABENDING"
040500             MOVE 16 TO RETURN-CODE
040600             GO TO 9999-EXIT
040700     END-READ.
040800     MOVE CTL-FILE-RECORD TO WS-BEFORE-IMAGE.
040900     CLOSE CTLFILE.
041000
041100     PERFORM 1030-LOAD-SERIES-TABLE THRU 1030-EXIT.
041200     PERFORM 1100-FIND-LAST-VERSION THRU 1100-EXIT.
041300     IF WS-HIST-COUNT = 0
041400         OR WS-LAST-IMAGE NOT = WS-BEFORE-IMAGE
041500         MOVE 1 TO WS-UNRECORDED-SWITCH
041600     END-IF.
041700
041800     OPEN INPUT CTLTRAN.
041900     OPEN OUTPUT CTLMRPT.
042000     INITIATE CTL-MAINT-REPORT.
042100 1000-EXIT.
042200     EXIT.
042300
042400*****************************************************************
042500*    1030-LOAD-SERIES-TABLE                                      *
042600*    LOADS THE SERIES REFERENCE MASTER INTO THE LOOKUP TABLE     *
042700*    ONE TIME AT STARTUP.                                        *
042800*****************************************************************
042900 1030-LOAD-SERIES-TABLE.
043000     OPEN INPUT SERFILE.
043100     MOVE "N" TO WS-EOF-SWITCH.
043200     PERFORM 1035-LOAD-ONE-SERIES THRU 1035-EXIT
043300         UNTIL WS-EOF-YES.
043400     CLOSE SERFILE.
043500     MOVE "N" TO WS-EOF-SWITCH.
043600 1030-EXIT.
043700     EXIT.
043800
043900 1035-LOAD-ONE-SERIES.
044000     READ SERFILE INTO SER-RECORD
044100         AT END
044200             MOVE "Y" TO WS-EOF-SWITCH
044300             GO TO 1035-EXIT
044400     END-READ.
044500     IF WS-SREF-COUNT = 12
044600         IF NOT WS-SREF-TABLE-FULL
044700             DISPLAY "BONDCTLM: SERFILE EXCEEDS TABLE SIZE - "
044800                 "SKIPPING REMAINING SERIES"
044900             MOVE 1 TO WS-SREF-FULL-SWITCH
045000         END-IF
045100         GO TO 1035-EXIT
045200     END-IF.
045300     ADD 1 TO WS-SREF-COUNT.
045400     SET WS-SREF-IDX TO WS-SREF-COUNT.
045500     MOVE SER-SERIES TO WS-SREF-SERIES(WS-SREF-IDX).
045600     MOVE SER-DESC TO WS-SREF-DESC(WS-SREF-IDX).
045700     MOVE SER-ACTIVE-FLAG TO WS-SREF-ACTIVE-FLAG(WS-SREF-IDX).
045800     MOVE SER-BASE-DENOM TO WS-SREF-BASE-DENOM(WS-SREF-IDX).
045900 1035-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*    1100-FIND-LAST-VERSION                                      *
046400*    READS CTLHIST THROUGH FOR ITS LAST VERSION NUMBER AND       *
046500*    IMAGE - A MISSING HISTORY FILE READS AS NO VERSIONS YET.    *
046600*****************************************************************
046700 1100-FIND-LAST-VERSION.
046800     OPEN INPUT CTLHIST.
046900     MOVE "N" TO WS-HIST-EOF-SWITCH.
047000     PERFORM 1110-READ-ONE-VERSION THRU 1110-EXIT
047100         UNTIL WS-HIST-EOF.
047200     CLOSE CTLHIST.
047300 1100-EXIT.
047400     EXIT.
047500
047600 1110-READ-ONE-VERSION.
047700     READ CTLHIST
047800         AT END
047900             MOVE "Y" TO WS-HIST-EOF-SWITCH
048000             GO TO 1110-EXIT
048100     END-READ.
048200     ADD 1 TO WS-HIST-COUNT.
048300     MOVE CTH-VERSION TO WS-LAST-VERSION.
048400     MOVE CTH-CTL-IMAGE TO WS-LAST-IMAGE.
048500 1110-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900*    2000-APPLY-ONE-TRAN                                         *
049000*    EDITS ONE FIELD CHANGE AGAINST ITS FIELD AND, IF IT PASSES, *
049100*    APPLIES IT TO THE WORKING RECORD AND PRINTS THE BEFORE AND  *
049200*    AFTER VALUES.  THE FIRST CHECK THAT FAILS PRINTS THE REJECT *
049300*    AND ABANDONS THE TRANSACTION, AS IN BONDFACM.               *
049400*****************************************************************
049500 2000-APPLY-ONE-TRAN.
049600     READ CTLTRAN INTO CTT-RECORD
049700         AT END
049800             MOVE "Y" TO WS-EOF-SWITCH
049900             GO TO 2000-EXIT
050000     END-READ.
050100     ADD 1 TO WS-TRAN-COUNTER.
050200     MOVE CTT-FIELD-NAME TO WS-RPT-FIELD.
050300     MOVE CTT-VALUE TO WS-RPT-VALUE.
050400
050500     IF CTT-ROLLBACK
050600         PERFORM 2400-APPLY-ROLLBACK THRU 2400-EXIT
050700         GO TO 2000-EXIT.
050800     IF CTT-AS-OF
050900         PERFORM 2500-SHOW-AS-OF THRU 2500-EXIT
051000         GO TO 2000-EXIT.
051100
051200     MOVE CTT-FIELD-NAME TO WS-LOOKUP-NAME.
051300     PERFORM 2050-FIND-FIELD THRU 2050-EXIT.
051400     IF NOT WS-FLD-FOUND
051500         MOVE "FIELD NAME NOT ON CONTROL RECORD" TO WS-RPT-REASON
051600         GO TO 2000-REJECT.
051700     SET WS-FLD-IDX TO WS-MATCHED-FLD-IDX.
051800     PERFORM 2060-SET-CURRENT-FIELD THRU 2060-EXIT.
051900
052000     EVALUATE TRUE
052100         WHEN WS-FLD-SWITCH(WS-FLD-IDX)
052200             IF CTT-VALUE NOT = "Y"
052300                 AND CTT-VALUE NOT = "N"
052400                 MOVE "SWITCH MUST BE Y OR N" TO WS-RPT-REASON
052500                 GO TO 2000-REJECT
052600             END-IF
052700         WHEN WS-FLD-ALPHA(WS-FLD-IDX)
052800             IF CTT-VALUE(WS-CUR-LENGTH + 1:) NOT = SPACES
052900                 MOVE "VALUE LONGER THAN THE FIELD"
053000                     TO WS-RPT-REASON
053100                 GO TO 2000-REJECT
053200             END-IF
053300         WHEN OTHER
053400             PERFORM 2600-PARSE-NUMBER THRU 2600-EXIT
053500             IF WS-PARSE-BAD
053600                 GO TO 2000-REJECT
053700             END-IF
053800             IF WS-CUR-WHOLE < 11
053900                 AND WS-NUM-INT-X(1:11 - WS-CUR-WHOLE) NOT = ZEROS
054000                 MOVE "TOO MANY DIGITS FOR THE FIELD"
054100                     TO WS-RPT-REASON
054200                 GO TO 2000-REJECT
054300             END-IF
054400             IF WS-CUR-DECIMALS = 0
054500                 AND WS-NUM-FRAC-X NOT = "00"
054600                 MOVE "FIELD TAKES NO DECIMALS" TO WS-RPT-REASON
054700                 GO TO 2000-REJECT
054800             END-IF
054900     END-EVALUATE.
055000
055100     MOVE CTL-RECORD TO WS-FMT-IMAGE.
055200     PERFORM 2800-FORMAT-FIELD THRU 2800-EXIT.
055300     MOVE WS-FMT-TEXT TO WS-RPT-BEFORE.
055400     IF WS-FLD-NUMERIC(WS-FLD-IDX)
055500         MOVE WS-NUM-INT-X(12 - WS-CUR-WHOLE:WS-CUR-WHOLE)
055600             TO CTL-RECORD(WS-CUR-OFFSET:WS-CUR-WHOLE)
055700         IF WS-CUR-DECIMALS > 0
055800             MOVE WS-NUM-FRAC-X(1:WS-CUR-DECIMALS)
055900                 TO CTL-RECORD(WS-CUR-FRAC-START:WS-CUR-DECIMALS)
056000         END-IF
056100     ELSE
056200         MOVE CTT-VALUE(1:WS-CUR-LENGTH)
056300             TO CTL-RECORD(WS-CUR-OFFSET:WS-CUR-LENGTH)
056400     END-IF.
056500     MOVE CTL-RECORD TO WS-FMT-IMAGE.
056600     PERFORM 2800-FORMAT-FIELD THRU 2800-EXIT.
056700     MOVE WS-FMT-TEXT TO WS-RPT-AFTER.
056800     GENERATE AUDIT-DETAIL.
056900     ADD 1 TO WS-APPLIED-COUNTER.
057000     GO TO 2000-EXIT.
057100
057200 2000-REJECT.
057300     GENERATE REJECT-DETAIL.
057400     ADD 1 TO WS-REJECT-COUNTER.
057500 2000-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900*    2050-FIND-FIELD                                             *
058000*    LOOKS WS-LOOKUP-NAME UP IN THE FIELD TABLE.                 *
058100*****************************************************************
058200 2050-FIND-FIELD.
058300     MOVE 0 TO WS-FLD-FOUND-SWITCH.
058400     MOVE 0 TO WS-MATCHED-FLD-IDX.
058500     PERFORM 2055-CHECK-ONE-FIELD THRU 2055-EXIT
058600         VARYING WS-FLD-IDX FROM 1 BY 1
058700             UNTIL WS-FLD-IDX > WS-FLD-COUNT
058800                 OR WS-FLD-FOUND.
058900 2050-EXIT.
059000     EXIT.
059100
059200 2055-CHECK-ONE-FIELD.
059300     IF WS-FLD-NAME(WS-FLD-IDX) = WS-LOOKUP-NAME
059400         MOVE 1 TO WS-FLD-FOUND-SWITCH
059500         SET WS-MATCHED-FLD-IDX TO WS-FLD-IDX
059600     END-IF.
059700 2055-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*    2060-SET-CURRENT-FIELD                                      *
060200*    LIFTS THE POSITION AND SHAPE OF THE FIELD AT WS-FLD-IDX.    *
060300*****************************************************************
060400 2060-SET-CURRENT-FIELD.
060500     MOVE WS-FLD-OFFSET(WS-FLD-IDX) TO WS-CUR-OFFSET.
060600     MOVE WS-FLD-LENGTH(WS-FLD-IDX) TO WS-CUR-LENGTH.
060700     MOVE WS-FLD-DECIMALS(WS-FLD-IDX) TO WS-CUR-DECIMALS.
060800     COMPUTE WS-CUR-WHOLE = WS-CUR-LENGTH - WS-CUR-DECIMALS.
060900     COMPUTE WS-CUR-FRAC-START = WS-CUR-OFFSET + WS-CUR-WHOLE.
061000 2060-EXIT.
061100     EXIT.
061200
061300*****************************************************************
061400*    2400-APPLY-ROLLBACK                                         *
061500*    REPLACES THE WHOLE WORKING RECORD WITH THE NAMED VERSION    *
061600*    FROM CTLHIST.  FIELD CHANGES LATER IN CTLTRAN APPLY ON TOP  *
061700*    OF IT, AND IT STILL HAS TO PASS THE RECORD EDITS.           *
061800*****************************************************************
061900 2400-APPLY-ROLLBACK.
062000     PERFORM 2600-PARSE-NUMBER THRU 2600-EXIT.
062100     IF WS-PARSE-BAD
062200         OR WS-NUM-FRAC-X NOT = "00"
062300         OR WS-NUM-INT > 99999
062400         MOVE "ROLLBACK NEEDS A VERSION NUMBER" TO WS-RPT-REASON
062500         GENERATE REJECT-DETAIL
062600         ADD 1 TO WS-REJECT-COUNTER
062700         GO TO 2400-EXIT
062800     END-IF.
062900     MOVE WS-NUM-INT TO WS-WANTED-VERSION.
063000     PERFORM 2410-FIND-VERSION THRU 2410-EXIT.
063100     IF NOT WS-VERSION-FOUND
063200         MOVE "VERSION NOT ON CTLHIST" TO WS-RPT-REASON
063300         GENERATE REJECT-DETAIL
063400         ADD 1 TO WS-REJECT-COUNTER
063500         GO TO 2400-EXIT
063600     END-IF.
063700     MOVE WS-FOUND-IMAGE TO CTL-RECORD.
063800     MOVE WS-FOUND-VERSION TO WS-ROLLBACK-VERSION.
063900     MOVE "WHOLE RECORD" TO WS-RPT-BEFORE.
064000     MOVE SPACES TO WS-RPT-AFTER.
064100     STRING "VERSION " WS-FOUND-VERSION " " WS-FOUND-DATE
064200         DELIMITED BY SIZE INTO WS-RPT-AFTER.
064300     GENERATE AUDIT-DETAIL.
064400     ADD 1 TO WS-APPLIED-COUNTER.
064500 2400-EXIT.
064600     EXIT.
064700
064800*****************************************************************
064900*    2410-FIND-VERSION                                           *
065000*    SCANS CTLHIST FOR VERSION WS-WANTED-VERSION.                *
065100*****************************************************************
065200 2410-FIND-VERSION.
065300     MOVE 0 TO WS-VERSION-FOUND-SWITCH.
065400     OPEN INPUT CTLHIST.
065500     MOVE "N" TO WS-HIST-EOF-SWITCH.
065600     PERFORM 2415-MATCH-ONE-VERSION THRU 2415-EXIT
065700         UNTIL WS-HIST-EOF
065800             OR WS-VERSION-FOUND.
065900     CLOSE CTLHIST.
066000 2410-EXIT.
066100     EXIT.
066200
066300 2415-MATCH-ONE-VERSION.
066400     READ CTLHIST
066500         AT END
066600             MOVE "Y" TO WS-HIST-EOF-SWITCH
066700             GO TO 2415-EXIT
066800     END-READ.
066900     IF CTH-VERSION = WS-WANTED-VERSION
067000         MOVE 1 TO WS-VERSION-FOUND-SWITCH
067100         PERFORM 2450-KEEP-FOUND-VERSION THRU 2450-EXIT
067200     END-IF.
067300 2415-EXIT.
067400     EXIT.
067500
067600 2450-KEEP-FOUND-VERSION.
067700     MOVE CTH-VERSION TO WS-FOUND-VERSION.
067800     MOVE CTH-EFF-DATE TO WS-FOUND-DATE.
067900     MOVE CTH-EFF-TIME TO WS-FOUND-TIME.
068000     MOVE CTH-CTL-IMAGE TO WS-FOUND-IMAGE.
068100 2450-EXIT.
068200     EXIT.
068300
068400*****************************************************************
068500*    2500-SHOW-AS-OF                                             *
068600*    PRINTS EVERY FIELD OF THE VERSION IN FORCE AT THE DATE      *
068700*    (YYYYMMDD) AND OPTIONAL TIME (HHMMSS) ON THE TRANSACTION -  *
068800*    THE LATEST VERSION EFFECTIVE AT OR BEFORE THAT MOMENT.      *
068900*    NOTHING IS CHANGED.                                         *
069000*****************************************************************
069100 2500-SHOW-AS-OF.
069200     IF CTT-VALUE(1:8) NOT NUMERIC
069300         OR (CTT-VALUE(9:6) NOT NUMERIC
069400             AND CTT-VALUE(9:6) NOT = SPACES)
069500         OR CTT-VALUE(15:) NOT = SPACES
069600         MOVE "AS-OF NEEDS YYYYMMDD OR YYYYMMDDHHMMSS"
069700             TO WS-RPT-REASON
069800         GENERATE REJECT-DETAIL
069900         ADD 1 TO WS-REJECT-COUNTER
070000         GO TO 2500-EXIT
070100     END-IF.
070200     MOVE CTT-VALUE(1:8) TO WS-ASOF-DATE.
070300     IF CTT-VALUE(9:6) = SPACES
070400         MOVE 235959 TO WS-ASOF-TIME
070500     ELSE
070600         MOVE CTT-VALUE(9:6) TO WS-ASOF-TIME
070700     END-IF.
070800
070900     MOVE 0 TO WS-VERSION-FOUND-SWITCH.
071000     OPEN INPUT CTLHIST.
071100     MOVE "N" TO WS-HIST-EOF-SWITCH.
071200     PERFORM 2510-CHECK-ONE-AS-OF THRU 2510-EXIT
071300         UNTIL WS-HIST-EOF.
071400     CLOSE CTLHIST.
071500     IF NOT WS-VERSION-FOUND
071600         MOVE "NO VERSION IN FORCE AT THAT TIME" TO WS-RPT-REASON
071700         GENERATE REJECT-DETAIL
071800         ADD 1 TO WS-REJECT-COUNTER
071900         GO TO 2500-EXIT
072000     END-IF.
072100
072200     GENERATE ASOF-HEADER-DETAIL.
072300     MOVE WS-FOUND-IMAGE TO WS-FMT-IMAGE.
072400     PERFORM 2520-SHOW-ONE-FIELD THRU 2520-EXIT
072500         VARYING WS-FLD-IDX FROM 1 BY 1
072600             UNTIL WS-FLD-IDX > WS-FLD-COUNT.
072700     ADD 1 TO WS-INQUIRY-COUNTER.
072800 2500-EXIT.
072900     EXIT.
073000
073100 2510-CHECK-ONE-AS-OF.
073200     READ CTLHIST
073300         AT END
073400             MOVE "Y" TO WS-HIST-EOF-SWITCH
073500             GO TO 2510-EXIT
073600     END-READ.
073700     IF CTH-EFF-DATE < WS-ASOF-DATE
073800         OR (CTH-EFF-DATE = WS-ASOF-DATE
073900             AND CTH-EFF-TIME NOT > WS-ASOF-TIME)
074000         MOVE 1 TO WS-VERSION-FOUND-SWITCH
074100         PERFORM 2450-KEEP-FOUND-VERSION THRU 2450-EXIT
074200     END-IF.
074300 2510-EXIT.
074400     EXIT.
074500
074600 2520-SHOW-ONE-FIELD.
074700     PERFORM 2060-SET-CURRENT-FIELD THRU 2060-EXIT.
074800     PERFORM 2800-FORMAT-FIELD THRU 2800-EXIT.
074900     MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-RPT-FIELD.
075000     MOVE WS-FMT-TEXT TO WS-RPT-AFTER.
075100     GENERATE ASOF-FIELD-DETAIL.
075200 2520-EXIT.
075300     EXIT.
075400
075500*****************************************************************
075600*    2600-PARSE-NUMBER                                           *
075700*    BREAKS CTT-VALUE INTO WS-NUM-INT AND WS-NUM-FRAC-X.  ONLY   *
075800*    DIGITS AND ONE DECIMAL POINT ARE TAKEN, UP TO THE FIRST     *
075900*    SPACE - ANYTHING AFTER IT MUST BE SPACES TOO.               *
076000*****************************************************************
076100 2600-PARSE-NUMBER.
076200     MOVE 0 TO WS-NUM-INT.
076300     MOVE "00" TO WS-NUM-FRAC-X.
076400     MOVE 0 TO WS-INT-DIGITS.
076500     MOVE 0 TO WS-FRAC-DIGITS.
076600     MOVE 0 TO WS-POINT-SWITCH.
076700     MOVE 0 TO WS-PARSE-END-SWITCH.
076800     MOVE 0 TO WS-PARSE-BAD-SWITCH.
076900     MOVE SPACES TO WS-RPT-REASON.
077000     PERFORM 2610-PARSE-ONE-CHAR THRU 2610-EXIT
077100         VARYING WS-CHAR-IDX FROM 1 BY 1
077200             UNTIL WS-CHAR-IDX > 40
077300                 OR WS-PARSE-DONE
077400                 OR WS-PARSE-BAD.
077500     IF NOT WS-PARSE-BAD
077600         AND WS-INT-DIGITS = 0
077700         AND WS-FRAC-DIGITS = 0
077800         MOVE 1 TO WS-PARSE-BAD-SWITCH
077900         MOVE "VALUE MISSING" TO WS-RPT-REASON
078000     END-IF.
078100 2600-EXIT.
078200     EXIT.
078300
078400 2610-PARSE-ONE-CHAR.
078500     MOVE CTT-VALUE(WS-CHAR-IDX:1) TO WS-PARSE-CHAR.
078600     IF WS-PARSE-CHAR = SPACE
078700         MOVE 1 TO WS-PARSE-END-SWITCH
078800         IF CTT-VALUE(WS-CHAR-IDX:) NOT = SPACES
078900             MOVE 1 TO WS-PARSE-BAD-SWITCH
079000             MOVE "EMBEDDED SPACE IN VALUE" TO WS-RPT-REASON
079100         END-IF
079200         GO TO 2610-EXIT
079300     END-IF.
079400     IF WS-PARSE-CHAR = "."
079500         IF WS-POINT-SEEN
079600             MOVE 1 TO WS-PARSE-BAD-SWITCH
079700             MOVE "MORE THAN ONE DECIMAL POINT" TO WS-RPT-REASON
079800         ELSE
079900             MOVE 1 TO WS-POINT-SWITCH
080000         END-IF
080100         GO TO 2610-EXIT
080200     END-IF.
080300     IF WS-PARSE-CHAR NOT NUMERIC
080400         MOVE 1 TO WS-PARSE-BAD-SWITCH
080500         MOVE "VALUE NOT NUMERIC" TO WS-RPT-REASON
080600         GO TO 2610-EXIT
080700     END-IF.
080800     MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT.
080900     IF WS-POINT-SEEN
081000         IF WS-FRAC-DIGITS = 2
081100             MOVE 1 TO WS-PARSE-BAD-SWITCH
081200             MOVE "MORE THAN TWO DECIMALS" TO WS-RPT-REASON
081300         ELSE
081400             ADD 1 TO WS-FRAC-DIGITS
081500             MOVE WS-PARSE-CHAR TO WS-NUM-FRAC-X(WS-FRAC-DIGITS:1)
081600         END-IF
081700     ELSE
081800         IF WS-INT-DIGITS = 11
081900             MOVE 1 TO WS-PARSE-BAD-SWITCH
082000             MOVE "TOO MANY DIGITS FOR THE FIELD" TO WS-RPT-REASON
082100         ELSE
082200             ADD 1 TO WS-INT-DIGITS
082300             COMPUTE WS-NUM-INT = WS-NUM-INT * 10 + WS-PARSE-DIGIT
082400         END-IF
082500     END-IF.
082600 2610-EXIT.
082700     EXIT.
082800
082900*****************************************************************
083000*    2800-FORMAT-FIELD                                           *
083100*    PRINTABLE TEXT OF THE CURRENT FIELD IN WS-FMT-IMAGE - THE   *
083200*    POSITIONS AS THEY STAND, WITH THE IMPLIED POINT WRITTEN IN, *
083300*    SO A SLIPPED COLUMN SHOWS UP ON THE AUDIT.                  *
083400*****************************************************************
083500 2800-FORMAT-FIELD.
083600     MOVE SPACES TO WS-FMT-TEXT.
083700     IF WS-FLD-NUMERIC(WS-FLD-IDX)
083800         AND WS-CUR-DECIMALS > 0
083900         STRING WS-FMT-IMAGE(WS-CUR-OFFSET:WS-CUR-WHOLE)
084000             "."
084100             WS-FMT-IMAGE(WS-CUR-FRAC-START:WS-CUR-DECIMALS)
084200             DELIMITED BY SIZE INTO WS-FMT-TEXT
084300     ELSE
084400         MOVE WS-FMT-IMAGE(WS-CUR-OFFSET:WS-CUR-LENGTH)
084500             TO WS-FMT-TEXT
084600     END-IF.
084700 2800-EXIT.
084800     EXIT.
084900
085000*****************************************************************
085100*    2900-EDIT-RECORD                                            *
085200*    EDITS THE FINISHED WORKING RECORD AS A WHOLE.  EACH FAILURE *
085300*    PRINTS ONE LINE; ANY FAILURE KEEPS CTLFILE AS IT WAS.  THE  *
085400*    CROSS-FIELD CHECKS ONLY RUN ONCE EVERY NUMERIC FIELD IS     *
085500*    NUMERIC - COMPARING A SLIPPED FIELD PROVES NOTHING.         *
085600*****************************************************************
085700 2900-EDIT-RECORD.
085800     MOVE CTL-RECORD TO WS-FMT-IMAGE.
085900     PERFORM 2910-EDIT-ONE-FIELD THRU 2910-EXIT
086000         VARYING WS-FLD-IDX FROM 1 BY 1
086100             UNTIL WS-FLD-IDX > WS-FLD-COUNT.
086200
086300     IF CTL-IN-FILENAME = SPACES
086400         MOVE "CTL-IN-FILENAME" TO WS-RPT-FIELD
086500         MOVE "INPUT TABLE NAME IS BLANK" TO WS-RPT-REASON
086600         PERFORM 2980-NAMED-FIELD-FAILED THRU 2980-EXIT
086700     END-IF.
086800     IF CTL-IN-FILENAME = CTL-COMPARE-FILENAME
086900         MOVE "CTL-COMPARE-FILENAME" TO WS-RPT-FIELD
087000         MOVE "SAME TABLE AS CTL-IN-FILENAME" TO WS-RPT-REASON
087100         PERFORM 2980-NAMED-FIELD-FAILED THRU 2980-EXIT
087200     END-IF.
087300     PERFORM 2950-FIND-MATRIX-SERIES THRU 2950-EXIT.
087400     IF NOT WS-SREF-FOUND
087500         MOVE "CTL-MATRIX-SERIES" TO WS-RPT-FIELD
087600         MOVE "SERIES NOT ON SERFILE" TO WS-RPT-REASON
087700         PERFORM 2980-NAMED-FIELD-FAILED THRU 2980-EXIT
087800     END-IF.
087810     PERFORM 2960-EDIT-ONE-PART-SET THRU 2960-EXIT
087820         VARYING WS-PART-SUB FROM 1 BY 1
087830             UNTIL WS-PART-SUB > 5.
087900
088000     IF WS-NUMERIC-FAIL-COUNTER > 0
088100         GO TO 2900-EXIT.
088200
088300     IF CTL-LOW-THRESHOLD NOT < CTL-HIGH-THRESHOLD
088400         MOVE "CTL-LOW-THRESHOLD" TO WS-RPT-FIELD
088500         MOVE "LOW THRESHOLD NOT BELOW HIGH" TO WS-RPT-REASON
088600         PERFORM 2990-EDIT-FAILED THRU 2990-EXIT
088700     END-IF.
088800     IF CTL-ESCH-REPORT-YEARS NOT > CTL-ESCH-OUTREACH-YEARS
088900         MOVE "CTL-ESCH-REPORT-YEARS" TO WS-RPT-FIELD
089000         MOVE "REPORT YEARS NOT ABOVE OUTREACH YEARS"
089100             TO WS-RPT-REASON
089200         PERFORM 2990-EDIT-FAILED THRU 2990-EXIT
089300     END-IF.
089400     IF CTL-EXPECT-RYEAR > 0
089500         AND (CTL-EXPECT-RMONTH < 1 OR CTL-EXPECT-RMONTH > 12)
089600         MOVE "CTL-EXPECT-RMONTH" TO WS-RPT-FIELD
089700         MOVE "EXPECTED RELEASE MONTH NOT 01-12" TO WS-RPT-REASON
089800         PERFORM 2990-EDIT-FAILED THRU 2990-EXIT
089900     END-IF.
090000     IF CTL-MAX-EXC-RATE-PCT > 100
090100         MOVE "CTL-MAX-EXC-RATE-PCT" TO WS-RPT-FIELD
090200         MOVE "EXCEPTION RATE OVER 100 PERCENT" TO WS-RPT-REASON
090300         PERFORM 2990-EDIT-FAILED THRU 2990-EXIT
090400     END-IF.
090500     IF CTL-FCST-YEARS < 1 OR CTL-FCST-YEARS > 10
090600         MOVE "CTL-FCST-YEARS" TO WS-RPT-FIELD
090700         MOVE "FORECAST HORIZON NOT 1-10 YEARS" TO WS-RPT-REASON
090800         PERFORM 2990-EDIT-FAILED THRU 2990-EXIT
090900     END-IF.
090910     IF CTL-TAX-YEAR > 0
090920         AND (CTL-TAX-YEAR < 2000
090930             OR CTL-TAX-YEAR NOT < WS-RUN-DATE(1:4))
090940         MOVE "CTL-TAX-YEAR" TO WS-RPT-FIELD
090950         MOVE "TAX YEAR NOT A CLOSED YEAR" TO WS-RPT-REASON
090960         PERFORM 2990-EDIT-FAILED THRU 2990-EXIT
090970     END-IF.
091000 2900-EXIT.
091100     EXIT.
091200
091300*****************************************************************
091400*    2910-EDIT-ONE-FIELD                                         *
091500*    EVERY NUMERIC FIELD MUST BE ALL DIGITS AND EVERY SWITCH Y   *
091600*    OR N - THE FIRST SIGN OF A ONE-COLUMN SLIP.                 *
091700*****************************************************************
091800 2910-EDIT-ONE-FIELD.
091900     PERFORM 2060-SET-CURRENT-FIELD THRU 2060-EXIT.
092000     MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-RPT-FIELD.
092100     PERFORM 2800-FORMAT-FIELD THRU 2800-EXIT.
092200     MOVE WS-FMT-TEXT TO WS-RPT-AFTER.
092300     IF WS-FLD-NUMERIC(WS-FLD-IDX)
092400         AND CTL-RECORD(WS-CUR-OFFSET:WS-CUR-LENGTH) NOT NUMERIC
092500         MOVE "NOT NUMERIC - CHECK THE COLUMNS" TO WS-RPT-REASON
092600         ADD 1 TO WS-NUMERIC-FAIL-COUNTER
092700         PERFORM 2990-EDIT-FAILED THRU 2990-EXIT
092800     END-IF.
092900     IF WS-FLD-SWITCH(WS-FLD-IDX)
093000         AND CTL-RECORD(WS-CUR-OFFSET:1) NOT = "Y"
093100         AND CTL-RECORD(WS-CUR-OFFSET:1) NOT = "N"
093200         MOVE "SWITCH NOT Y OR N" TO WS-RPT-REASON
093300         PERFORM 2990-EDIT-FAILED THRU 2990-EXIT
093400     END-IF.
093500 2910-EXIT.
093600     EXIT.
093700
093800 2950-FIND-MATRIX-SERIES.
093900     MOVE 0 TO WS-SREF-FOUND-SWITCH.
094000     IF WS-SREF-COUNT > 0
094100         PERFORM 2955-CHECK-ONE-SERIES THRU 2955-EXIT
094200             VARYING WS-SREF-IDX FROM 1 BY 1
094300                 UNTIL WS-SREF-IDX > WS-SREF-COUNT
094400                     OR WS-SREF-FOUND
094500     END-IF.
094600 2950-EXIT.
094700     EXIT.
094800
094900 2955-CHECK-ONE-SERIES.
095000     IF WS-SREF-SERIES(WS-SREF-IDX) = CTL-MATRIX-SERIES
095100         MOVE 1 TO WS-SREF-FOUND-SWITCH.
095200 2955-EXIT.
095300     EXIT.
095301
095302*****************************************************************
095303*    2960-EDIT-ONE-PART-SET                                      *
095304*    EVERY CODE IN A PARTITION SERIES SET MUST BE ON SERFILE AND *
095305*    IN NO OTHER SET (NOR TWICE IN ITS OWN) - A SERIES READ BY   *
095306*    TWO PARTITIONS WOULD BE COUNTED TWICE IN THE MERGE.  A SET  *
095307*    WITH ANY BAD CODE PRINTS ONE LINE.                          *
095308*****************************************************************
095309 2960-EDIT-ONE-PART-SET.
095310     IF CTL-PART-SERIES-SET(WS-PART-SUB) = SPACES
095311         GO TO 2960-EXIT.
095312     MOVE 0 TO WS-PART-BAD-SWITCH.
095313     PERFORM 2965-EDIT-ONE-PART-CODE THRU 2965-EXIT
095314         VARYING WS-PART-POS FROM 1 BY 1
095315             UNTIL WS-PART-POS > 12.
095316     IF WS-PART-BAD
095317         MOVE SPACES TO WS-RPT-FIELD
095318         STRING "CTL-PART-SERIES-" WS-PART-SUB
095319             DELIMITED BY SIZE INTO WS-RPT-FIELD
095320         MOVE WS-PART-REASON TO WS-RPT-REASON
095321         PERFORM 2980-NAMED-FIELD-FAILED THRU 2980-EXIT
095322     END-IF.
095323 2960-EXIT.
095324     EXIT.
095325
095326 2965-EDIT-ONE-PART-CODE.
095327     MOVE CTL-PART-SERIES-SET(WS-PART-SUB)(WS-PART-POS:1)
095328         TO WS-PART-CODE.
095329     IF WS-PART-CODE = SPACE
095330         GO TO 2965-EXIT.
095331     MOVE 0 TO WS-PART-TALLY.
095332     INSPECT CTL-PART-SERIES-SETS
095333         TALLYING WS-PART-TALLY FOR ALL WS-PART-CODE.
095334     IF WS-PART-TALLY > 1
095335         MOVE 1 TO WS-PART-BAD-SWITCH
095336         MOVE "SERIES IN MORE THAN ONE PARTITION SET"
095337             TO WS-PART-REASON
095338     END-IF.
095339     MOVE 0 TO WS-SREF-FOUND-SWITCH.
095340     IF WS-SREF-COUNT > 0
095341         PERFORM 2970-CHECK-ONE-PART-SERIES THRU 2970-EXIT
095342             VARYING WS-SREF-IDX FROM 1 BY 1
095343                 UNTIL WS-SREF-IDX > WS-SREF-COUNT
095344                     OR WS-SREF-FOUND
095345     END-IF.
095346     IF NOT WS-SREF-FOUND
095347         MOVE 1 TO WS-PART-BAD-SWITCH
095348         MOVE "SERIES NOT ON SERFILE" TO WS-PART-REASON
095349     END-IF.
095350 2965-EXIT.
095351     EXIT.
095352
095353 2970-CHECK-ONE-PART-SERIES.
095354     IF WS-SREF-SERIES(WS-SREF-IDX) = WS-PART-CODE
095355         MOVE 1 TO WS-SREF-FOUND-SWITCH.
095356 2970-EXIT.
095357     EXIT.
095400
095500*****************************************************************
095600*    2980-NAMED-FIELD-FAILED                                     *
095700*    A CROSS-FIELD FAILURE AGAINST THE FIELD NAMED IN            *
095800*    WS-RPT-FIELD - SHOWS THAT FIELD AS IT STANDS.               *
095900*****************************************************************
096000 2980-NAMED-FIELD-FAILED.
096100     MOVE WS-RPT-FIELD TO WS-LOOKUP-NAME.
096200     PERFORM 2050-FIND-FIELD THRU 2050-EXIT.
096300     SET WS-FLD-IDX TO WS-MATCHED-FLD-IDX.
096400     PERFORM 2060-SET-CURRENT-FIELD THRU 2060-EXIT.
096500     PERFORM 2800-FORMAT-FIELD THRU 2800-EXIT.
096600     MOVE WS-FMT-TEXT TO WS-RPT-AFTER.
096700     PERFORM 2990-EDIT-FAILED THRU 2990-EXIT.
096800 2980-EXIT.
096900     EXIT.
097000
097100*****************************************************************
097200*    2990-EDIT-FAILED                                            *
097300*    PRINTS ONE RECORD-EDIT FAILURE - THE CALLER HAS SET THE     *
097400*    FIELD, ITS VALUE AS IT STANDS AND THE REASON.               *
097500*****************************************************************
097600 2990-EDIT-FAILED.
097700     GENERATE EDIT-FAIL-DETAIL.
097800     ADD 1 TO WS-EDIT-FAIL-COUNTER.
097900 2990-EXIT.
098000     EXIT.
098100
098200*****************************************************************
098300*    3000-FINALIZE                                               *
098400*    EDITS THE FINISHED RECORD, PRINTS IT BEFORE AND AFTER,      *
098500*    RECORDS ANY UNRECORDED IMAGE AND THE NEW VERSION ON         *
098600*    CTLHIST, REWRITES CTLFILE WHEN THE RECORD PASSED AND SETS   *
098700*    THE SCHEDULER RETURN CODE.                                  *
098800*****************************************************************
098900 3000-FINALIZE.
099000     CLOSE CTLTRAN.
099100
099200     GENERATE IMAGE-HEADER-DETAIL.
099300     PERFORM 3100-SHOW-ONE-FIELD THRU 3100-EXIT
099400         VARYING WS-FLD-IDX FROM 1 BY 1
099500             UNTIL WS-FLD-IDX > WS-FLD-COUNT.
099600     PERFORM 2900-EDIT-RECORD THRU 2900-EXIT.
099700
099800     OPEN EXTEND CTLHIST.
099900     IF WS-IMAGE-UNRECORDED
100000         MOVE WS-BEFORE-IMAGE TO CTH-CTL-IMAGE
100100         MOVE "F" TO CTH-ACTION
100200         MOVE 0 TO CTH-SOURCE-VERSION
100300         MOVE 0 TO CTH-CHANGE-COUNT
100400         PERFORM 3200-WRITE-VERSION THRU 3200-EXIT
100500         MOVE SPACES TO WS-RPT-NOTE
100600         STRING "CTLFILE AS FOUND WAS NOT ON CTLHIST - RECORDED "
100700             "AS VERSION " WS-LAST-VERSION
100800             DELIMITED BY SIZE INTO WS-RPT-NOTE
100900         GENERATE NOTE-DETAIL
101000     END-IF.
101100
101200     MOVE SPACES TO WS-RPT-NOTE.
101300     EVALUATE TRUE
101400         WHEN WS-EDIT-FAIL-COUNTER > 0
101500             MOVE 8 TO WS-CTLM-RC
101600             MOVE "RECORD FAILED ITS EDITS - CTLFILE NOT CHANGED"
101700                 TO WS-RPT-NOTE
101800         WHEN WS-CHANGED-FIELD-COUNTER = 0
101900             IF WS-REJECT-COUNTER > 0
102000                 MOVE 4 TO WS-CTLM-RC
102100             END-IF
102200             STRING "NO CHANGE - CTLFILE STANDS AS VERSION "
102300                 WS-LAST-VERSION
102400                 DELIMITED BY SIZE INTO WS-RPT-NOTE
102500         WHEN OTHER
102600             IF WS-REJECT-COUNTER > 0
102700                 MOVE 4 TO WS-CTLM-RC
102800             END-IF
102900             PERFORM 3300-REWRITE-CONTROL THRU 3300-EXIT
103000             STRING "CTLFILE REWRITTEN AS VERSION "
103100                 WS-LAST-VERSION
103200                 DELIMITED BY SIZE INTO WS-RPT-NOTE
103300     END-EVALUATE.
103400     CLOSE CTLHIST.
103500     GENERATE NOTE-DETAIL.
103600
103700     GENERATE TOTALS-DETAIL.
103800     TERMINATE CTL-MAINT-REPORT.
103900     CLOSE CTLMRPT.
104000     MOVE WS-CTLM-RC TO RETURN-CODE.
104100
104200     EVALUATE WS-CTLM-RC
104300         WHEN 0
104400             DISPLAY "BONDCTLM COMPLETED NORMALLY - SEE CTLMRPT "
104500                 "FOR THE AUDIT TRAIL"
104600         WHEN 4
104700             DISPLAY "BONDCTLM: TRANSACTIONS REJECTED - "
104800                 "SEE CTLMRPT"
104900         WHEN OTHER
105000             DISPLAY "BONDCTLM: CONTROL RECORD FAILED ITS "
105100                 "EDITS - CTLFILE NOT CHANGED - SEE CTLMRPT"
105200     END-EVALUATE.
105300     DISPLAY "TRANSACTIONS READ..........: " WS-TRAN-COUNTER.
105400     DISPLAY "TRANSACTIONS APPLIED.......: " WS-APPLIED-COUNTER.
105500     DISPLAY "TRANSACTIONS REJECTED......: " WS-REJECT-COUNTER.
105600     DISPLAY "RECORD EDITS FAILED........: " WS-EDIT-FAIL-COUNTER.
105700     DISPLAY "CONTROL VERSION IN FORCE...: " WS-LAST-VERSION.
105800 3000-EXIT.
105900     EXIT.
106000
106100*****************************************************************
106200*    3100-SHOW-ONE-FIELD                                         *
106300*    ONE FIELD OF THE BEFORE AND AFTER IMAGES, MARKED WHEN THE   *
106400*    RUN CHANGED IT.                                             *
106500*****************************************************************
106600 3100-SHOW-ONE-FIELD.
106700     PERFORM 2060-SET-CURRENT-FIELD THRU 2060-EXIT.
106800     MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-RPT-FIELD.
106900     MOVE WS-BEFORE-IMAGE TO WS-FMT-IMAGE.
107000     PERFORM 2800-FORMAT-FIELD THRU 2800-EXIT.
107100     MOVE WS-FMT-TEXT TO WS-RPT-BEFORE.
107200     MOVE CTL-RECORD TO WS-FMT-IMAGE.
107300     PERFORM 2800-FORMAT-FIELD THRU 2800-EXIT.
107400     MOVE WS-FMT-TEXT TO WS-RPT-AFTER.
107500     IF WS-RPT-BEFORE = WS-RPT-AFTER
107600         MOVE SPACES TO WS-RPT-MARK
107700     ELSE
107800         MOVE "CHANGED" TO WS-RPT-MARK
107900         ADD 1 TO WS-CHANGED-FIELD-COUNTER
108000     END-IF.
108100     GENERATE IMAGE-DETAIL.
108200 3100-EXIT.
108300     EXIT.
108400
108500*****************************************************************
108600*    3200-WRITE-VERSION                                          *
108700*    APPENDS THE NEXT VERSION TO CTLHIST - THE CALLER HAS SET    *
108800*    THE IMAGE, ACTION, SOURCE VERSION AND CHANGE COUNT.         *
108900*****************************************************************
109000 3200-WRITE-VERSION.
109100     ADD 1 TO WS-LAST-VERSION.
109200     MOVE WS-LAST-VERSION TO CTH-VERSION.
109300     MOVE WS-RUN-DATE TO CTH-EFF-DATE.
109400     MOVE WS-RUN-TIME TO CTH-EFF-TIME.
109500     WRITE CTH-RECORD.
109600 3200-EXIT.
109700     EXIT.
109800
109900*****************************************************************
110000*    3300-REWRITE-CONTROL                                        *
110100*    RECORDS THE NEW VERSION, THEN REPLACES CTLFILE WITH IT.     *
110200*****************************************************************
110300 3300-REWRITE-CONTROL.
110400     MOVE SPACES TO CTH-CTL-IMAGE.
110500     MOVE CTL-RECORD TO CTH-CTL-IMAGE.
110600     IF WS-ROLLBACK-VERSION > 0
110700         MOVE "R" TO CTH-ACTION
110800     ELSE
110900         MOVE "C" TO CTH-ACTION
111000     END-IF.
111100     MOVE WS-ROLLBACK-VERSION TO CTH-SOURCE-VERSION.
111200     MOVE WS-CHANGED-FIELD-COUNTER TO CTH-CHANGE-COUNT.
111300     PERFORM 3200-WRITE-VERSION THRU 3200-EXIT.
111400
111500     OPEN OUTPUT CTLFILE.
111600     WRITE CTL-FILE-RECORD FROM CTL-RECORD.
111700     CLOSE CTLFILE.
111800 3300-EXIT.
111900     EXIT.
112000
112100 9999-EXIT.
112200     STOP RUN.
