000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDACCR.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDACCR (MONTH-END INTEREST ACCRUAL)                       *
000900*    BONDXTRT SHIPS ACCOUNTING THE QUALIFYING-MONTH DETAIL AND   *
001000*    THE SUMFILE SUBTOTALS - NEITHER IS THE INTEREST LIABILITY   *
001100*    THE LEDGER HAS TO ACCRUE AT MONTH-END.  THIS STEP ACCRUES   *
001200*    IT ON EVERYTHING OUTSTANDING.  FOR EACH FACEFILE ENTRY:     *
001300*        - CLOSING LIABILITY IS THE OUTSTANDING FACE PRICED OFF  *
001400*          THE BOND MASTER FOR THE RUN YEAR/MONTH, SCALED BY THE *
001500*          SERFILE BASE DENOMINATION                             *
001600*        - OPENING LIABILITY IS THE VALUE CARRIED AT LAST        *
001700*          MONTH-END ON THE RETAINED SNAPSHOT (ACCRSNAP.DAT, SEE *
001800*          BONDSNP.CPY) - WITH NO SNAPSHOT YET IT IS PRICED OFF  *
001900*          THE MASTER FOR LAST MONTH ON THE FACE THEN HELD       *
002000*        - REDEMPTIONS ARE THE GROSS VALUE SETTLED THIS MONTH ON *
002100*          THE BONDRDMP REDEMPTION LEDGER (BONDRDL.CPY)          *
002200*        - ACCRUAL IS CLOSING LESS OPENING PLUS REDEMPTIONS, SO  *
002300*          OPENING + ACCRUAL - REDEMPTIONS = CLOSING HOLDS       *
002400*    THE ACCRUAL IS POSTED BY SERIES TO ACCRJRNL AS A BALANCED   *
002500*    PAIR OF LINES - DEBIT INTEREST EXPENSE, CREDIT ACCRUED      *
002600*    LIABILITY (REVERSED FOR A NEGATIVE ACCRUAL) - IN THE SAME   *
002700*    PIPE-DELIMITED SHAPE AS GLXTRACT:                           *
002800*        H|RUN DATE|ACCRUAL PERIOD|ACCRUAL                       *
002900*        D|SERIES|ACCOUNT|DR OR CR|AMOUNT                        *
003000*        T|LINE COUNT|DEBIT TOTAL|CREDIT TOTAL                   *
003100*    THIS MONTH'S CLOSING VALUES ARE WRITTEN TO THE SNAPSHOT     *
003200*    FOR NEXT MONTH, AND ACCRRPT ROLLS OPENING THROUGH CLOSING   *
003300*    BY SERIES/IYEAR, BY SERIES AND IN TOTAL.  RETURN CODE 4     *
003400*    FLAGS AN ENTRY THAT COULD NOT BE PRICED OR HAS LEFT         *
003500*    FACEFILE.                                                   *
003600*                                                                *
003700*    MODIFICATION HISTORY                                        *
003800*    DATE       INIT  DESCRIPTION                                *
003900*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FACEFILE ASSIGN "FACEFILE"
004500         ORGANIZATION LINE SEQUENTIAL.
004600
004700     SELECT BONDMSTR ASSIGN "BONDMSTR.DAT"
004800         ORGANIZATION INDEXED
004900         ACCESS MODE DYNAMIC
005000         RECORD KEY IS MST-KEY.
005100
005200     SELECT SERFILE ASSIGN "SERFILE"
005300         ORGANIZATION LINE SEQUENTIAL.
005400
005500     SELECT OPTIONAL RDMLEDGR ASSIGN "RDMLEDGR"
005600         ORGANIZATION LINE SEQUENTIAL.
005700
005800     SELECT OPTIONAL SNAPFILE ASSIGN "ACCRSNAP.DAT"
005900         ORGANIZATION INDEXED
006000         ACCESS MODE DYNAMIC
006100         RECORD KEY IS SNP-KEY.
006200
006300     SELECT JRNLFILE ASSIGN "ACCRJRNL.TXT"
006400         ORGANIZATION LINE SEQUENTIAL.
006500
006600     SELECT ACCRRPT ASSIGN "ACCRRPT.TXT"
006700         ORGANIZATION LINE SEQUENTIAL.
006800
006900     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
007000         ORGANIZATION LINE SEQUENTIAL.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400
007500 FD  FACEFILE.
007600*    RAW RECORD - SEE BONDFAC.CPY IN WORKING-STORAGE FOR THE     *
007700*    TYPED LAYOUT THIS IS READ INTO.                             *
007800 01  FACE-FILE-RECORD            PIC X(20).
007900
008000 FD  BONDMSTR.
008100*    ONE ROW PER STAGED TREASURY TABLE ROW, KEYED SERIES/IYEAR/  *
008200*    RYEAR/RMONTH, AS LOADED BY BONDLOAD - SEE BONDMST.CPY.      *
008300     COPY "BONDMST.CPY".
008400
008500 FD  SERFILE.
008600*    RAW RECORD - SEE BONDSER.CPY IN WORKING-STORAGE FOR THE     *
008700*    TYPED LAYOUT THIS IS READ INTO.                             *
008800 01  SER-FILE-RECORD             PIC X(25).
008900
009000 FD  RDMLEDGR.
009100*    CUMULATIVE REDEMPTION LEDGER - SEE BONDRDL.CPY.             *
009200     COPY "BONDRDL.CPY".
009300
009400 FD  SNAPFILE.
009500*    RETAINED MONTH-END SNAPSHOT - SEE BONDSNP.CPY.              *
009600     COPY "BONDSNP.CPY".
009700
009800 FD  JRNLFILE.
009900*    ONE DELIMITED JOURNAL LINE PER WRITE.                       *
010000 01  JRNL-RECORD                 PIC X(80).
010100
010200 FD  ACCRRPT
010300     REPORT IS ACCRUAL-ROLL-REPORT.
010400
010500 FD  STEPLOG.
010600*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.                    *
010700     COPY "BONDSTP.CPY".
010800
010900 WORKING-STORAGE SECTION.
011000
011100*****************************************************************
011200*    TYPED VIEWS OF THE INPUT RECORDS.                           *
011300*****************************************************************
011400     COPY "BONDFAC.CPY".
011500     COPY "BONDSER.CPY".
011600
011700 77  WS-EOF-SWITCH               PIC X     VALUE "N".
011800     88  WS-EOF-YES              VALUE "Y".
011900     88  WS-EOF-NO               VALUE "N".
012000
012100 77  WS-MONTH-IDX                PIC 9(02) COMP.
012200 77  WS-FACE-COUNTER             PIC 9(07) VALUE 0.
012300 77  WS-ACCRUED-COUNTER          PIC 9(07) VALUE 0.
012400 77  WS-EXCEPTION-COUNTER        PIC 9(07) VALUE 0.
012500 77  WS-SNAP-WRITTEN-COUNTER     PIC 9(07) VALUE 0.
012600 77  WS-OVERLAY-COUNTER          PIC 9(07) VALUE 0.
012700 77  WS-ACCR-RC                  PIC 9(02) VALUE 0.
012800
012900*****************************************************************
013000*    THE ACCRUAL PERIOD IS THE RUN YEAR/MONTH - THE OPENING      *
013100*    SNAPSHOT IS THE MONTH BEFORE IT.                            *
013200*****************************************************************
013300 77  WS-RUN-DATE                 PIC 9(08).
013400 01  WS-PERIOD.
013500     05  WS-PERIOD-YEAR          PIC 9(04).
013600     05  WS-PERIOD-MONTH         PIC 9(02).
013700 01  WS-PERIOD-N REDEFINES WS-PERIOD
013800                                 PIC 9(06).
013900 01  WS-PRIOR-PERIOD.
014000     05  WS-PRIOR-YEAR           PIC 9(04).
014100     05  WS-PRIOR-MONTH          PIC 9(02).
014200 01  WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD
014300                                 PIC 9(06).
014400
014500*****************************************************************
014600*    GENERAL LEDGER ACCOUNTS THE ACCRUAL POSTS TO.               *
014700*****************************************************************
014800 77  WS-EXPENSE-ACCOUNT          PIC X(20)
014900                                 VALUE "INTEREST-EXPENSE".
015000 77  WS-LIABILITY-ACCOUNT        PIC X(20)
015100                                 VALUE "ACCRUED-INT-LIAB".
015200
015300*****************************************************************
015400*    SERIES REFERENCE MASTER, LOADED FROM SERFILE AT STARTUP -   *
015500*    EACH SERIES' BASE DENOMINATION IS THE DOLLAR DENOMINATION   *
015600*    THE TABLE'S MONTH FIGURES ARE QUOTED FOR.  SEE BONDSER.CPY  *
015700*    / BONDSRT.CPY.  THE SERIES ROLL-UP TABLE RUNS PARALLEL TO   *
015800*    IT, ONE ENTRY PER REFERENCE ENTRY.                          *
015900*****************************************************************
016000     COPY "BONDSRT.CPY".
016100 77  WS-SREF-COUNT               PIC 9(02) VALUE 0.
016200 77  WS-SREF-FULL-SWITCH         PIC 9     VALUE 0.
016300     88  WS-SREF-TABLE-FULL      VALUE 1.
016400 77  WS-SREF-FOUND-SWITCH        PIC 9     VALUE 0.
016500     88  WS-SREF-FOUND           VALUE 1.
016600 77  WS-MATCHED-SREF-IDX         PIC 9(02) VALUE 0.
016700 77  WS-MATCHED-BASE-DENOM       PIC 9(05)V99 VALUE 0.
016800
016900 01  WS-SERIES-ROLL-TABLE.
017000     05  WS-SROLL-ENTRY          OCCURS 12 TIMES
017100                                 INDEXED BY WS-SROLL-IDX.
017200         10  WS-SROLL-OPENING    PIC 9(13)V99.
017300         10  WS-SROLL-ACCRUAL    PIC S9(13)V99.
017400         10  WS-SROLL-REDEEMED   PIC 9(13)V99.
017500         10  WS-SROLL-CLOSING    PIC 9(13)V99.
017600
017700*****************************************************************
017800*    LAST MONTH-END'S SNAPSHOT, LOADED AT STARTUP.  AN ENTRY NO  *
017900*    FACEFILE ENTRY ANSWERS FOR HAS LEFT FACEFILE SINCE.         *
018000*****************************************************************
018100 77  WS-PRIOR-COUNT              PIC 9(04) VALUE 0.
018200 77  WS-PRIOR-FULL-SWITCH        PIC 9     VALUE 0.
018300     88  WS-PRIOR-TABLE-FULL     VALUE 1.
018400 01  WS-PRIOR-TABLE.
018500     05  WS-PRIOR-ENTRY          OCCURS 2000 TIMES
018600                                 INDEXED BY WS-PRIOR-IDX.
018700         10  WS-PRIOR-SERIES     PIC X.
018800         10  WS-PRIOR-IYEAR      PIC 9(04).
018900         10  WS-PRIOR-CARRIED    PIC 9(13)V99.
019000         10  WS-PRIOR-MATCH-SW   PIC 9.
019100             88  WS-PRIOR-MATCHED VALUE 1.
019200
019300 77  WS-PRIOR-FOUND-SWITCH       PIC 9     VALUE 0.
019400     88  WS-PRIOR-FOUND          VALUE 1.
019500 77  WS-MATCHED-PRIOR-IDX        PIC 9(04) VALUE 0.
019600 77  WS-SNAP-DONE-SWITCH         PIC X     VALUE "N".
019700     88  WS-SNAP-DONE            VALUE "Y".
019800
019900*****************************************************************
020000*    THIS MONTH'S REDEMPTIONS OFF THE LEDGER, BY SERIES/IYEAR -  *
020100*    FACE REDEEMED AND GROSS VALUE RELEASED.                     *
020200*****************************************************************
020300 77  WS-RDM-COUNT                PIC 9(04) VALUE 0.
020400 77  WS-RDM-FULL-SWITCH          PIC 9     VALUE 0.
020500     88  WS-RDM-TABLE-FULL       VALUE 1.
020600 01  WS-RDM-TABLE.
020700     05  WS-RDM-ENTRY            OCCURS 2000 TIMES
020800                                 INDEXED BY WS-RDM-IDX.
020900         10  WS-RDM-SERIES       PIC X.
021000         10  WS-RDM-IYEAR        PIC 9(04).
021100         10  WS-RDM-FACE         PIC 9(11)V99.
021200         10  WS-RDM-GROSS        PIC 9(13)V99.
021300
021400 77  WS-RDM-FOUND-SWITCH         PIC 9     VALUE 0.
021500     88  WS-RDM-FOUND            VALUE 1.
021600 77  WS-MATCHED-RDM-IDX          PIC 9(04) VALUE 0.
021700 77  WS-LEDGER-COUNTER           PIC 9(07) VALUE 0.
021800
021900*****************************************************************
022000*    BOND MASTER LOOKUP STATE.  THE BROWSE STARTS AT THE WANTED  *
022100*    SERIES/IYEAR/RYEAR AND KEEPS THE LAST ROW CARRYING THAT     *
022200*    KEY - A LATER RELEASE OF THE SAME YEAR SORTS AFTER AN       *
022300*    EARLIER ONE, SO THE LATEST FIGURES WIN.                     *
022400*****************************************************************
022500 77  WS-FETCH-SERIES             PIC X     VALUE SPACE.
022600 77  WS-FETCH-IYEAR              PIC 9(04) VALUE 0.
022700 77  WS-FETCH-RYEAR              PIC 9(04) VALUE 0.
022800 77  WS-MST-DONE-SWITCH          PIC X     VALUE "N".
022900     88  WS-MST-DONE             VALUE "Y".
023000 77  WS-ROW-HELD-SWITCH          PIC 9     VALUE 0.
023100     88  WS-ROW-HELD             VALUE 1.
023200 01  WS-HOLD-ROW.
023300     05  WS-HOLD-MONTH-VAL       PIC 9(04)V99 OCCURS 12 TIMES.
023400
023500*****************************************************************
023600*    ONE ROLL-FORWARD LINE.                                      *
023700*****************************************************************
023800 77  WS-LINE-FACE                PIC 9(11)V99 VALUE 0.
023900 77  WS-LINE-OPENING             PIC 9(13)V99 VALUE 0.
024000 77  WS-LINE-ACCRUAL             PIC S9(13)V99 VALUE 0.
024100 77  WS-LINE-REDEEMED            PIC 9(13)V99 VALUE 0.
024200 77  WS-LINE-CLOSING             PIC 9(13)V99 VALUE 0.
024300 77  WS-LINE-OPEN-FACE           PIC 9(11)V99 VALUE 0.
024400 77  WS-LINE-NOTE                PIC X(20) VALUE SPACES.
024500
024600*****************************************************************
024700*    GRAND TOTALS AND JOURNAL CONTROL TOTALS.                    *
024800*****************************************************************
024900 77  WS-GRAND-OPENING            PIC 9(13)V99 VALUE 0.
025000 77  WS-GRAND-ACCRUAL            PIC S9(13)V99 VALUE 0.
025100 77  WS-GRAND-REDEEMED           PIC 9(13)V99 VALUE 0.
025200 77  WS-GRAND-CLOSING            PIC 9(13)V99 VALUE 0.
025300 77  WS-JRNL-LINE-COUNTER        PIC 9(07) VALUE 0.
025400 77  WS-JRNL-DEBIT-TOTAL         PIC 9(13)V99 VALUE 0.
025500 77  WS-JRNL-CREDIT-TOTAL        PIC 9(13)V99 VALUE 0.
025600 77  WS-JRNL-AMOUNT              PIC 9(13)V99 VALUE 0.
025700
025800*****************************************************************
025900*    DISPLAY-FORM FIELDS FOR THE DELIMITED JOURNAL COLUMNS -     *
026000*    AMOUNTS GO OUT WITH AN EXPLICIT DECIMAL POINT, THE SAME AS  *
026100*    GLXTRACT.                                                   *
026200*****************************************************************
026300 77  WS-JR-AMOUNT                PIC 9(13).99.
026400 77  WS-JR-COUNT                 PIC 9(07).
026500 77  WS-JR-DEBIT                 PIC 9(13).99.
026600 77  WS-JR-CREDIT                PIC 9(13).99.
026700 77  WS-JR-DRCR                  PIC X(02).
026800 77  WS-JR-ACCOUNT               PIC X(20).
026900
027000*****************************************************************
027100*    STEP-LEDGER STATE - THE LAST TOKEN FOUND FOR BONDLOAD,      *
027200*    AND THIS RUN'S OWN OUTGOING TOKEN.                          *
027300*****************************************************************
027400 77  WS-STEP-WANTED              PIC X(08) VALUE SPACES.
027500 77  WS-STEP-FOUND-SWITCH        PIC 9     VALUE 0.
027600     88  WS-STEP-FOUND           VALUE 1.
027700 77  WS-STEP-DATE-HOLD           PIC 9(08) VALUE 0.
027800 77  WS-STEP-RC-HOLD             PIC 9(02) VALUE 0.
027900 77  WS-STEP-VERDICT-HOLD        PIC X(14) VALUE SPACES.
028000 77  WS-STEP-TIME-RAW            PIC 9(08).
028100
028200*****************************************************************
028300*    FIELDS FEEDING THE ACCRRPT ROLL-FORWARD REPORT.             *
028400*****************************************************************
028500 01  WS-RPT-LINE.
028600     05  WS-RPT-SERIES           PIC X.
028700     05  WS-RPT-IYEAR            PIC 9(04).
028800
028900 REPORT SECTION.
029000*****************************************************************
029100*    ACCRUAL-ROLL-REPORT                                         *
029200*    OPENING + ACCRUAL - REDEMPTIONS = CLOSING, ONE LINE PER     *
029300*    SERIES/IYEAR, THEN ONE PER SERIES, THE GRAND TOTAL AND THE  *
029400*    JOURNAL CONTROL TOTALS.                                     *
029500*****************************************************************
029600 RD  ACCRUAL-ROLL-REPORT
029700     PAGE LIMIT 60 LINES
029800     FIRST DETAIL 5
029900     LAST DETAIL 56.
030000
030100 01  TYPE PAGE HEADING.
030200     05  LINE 1.
030300         10  COLUMN  1  PIC X(44)
030400             VALUE "MONTH-END INTEREST ACCRUAL ROLL-FORWARD".
030500     05  LINE 2.
030600         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
030700         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
030800         10  COLUMN 25  PIC X(07) VALUE "PERIOD:".
030900         10  COLUMN 33  PIC 9(06) SOURCE WS-PERIOD-N.
031000         10  COLUMN 42  PIC X(16) VALUE "OPENING PERIOD:".
031100         10  COLUMN 58  PIC 9(06) SOURCE WS-PRIOR-PERIOD-N.
031200     05  LINE 4.
031300         10  COLUMN  1  PIC X(03) VALUE "SER".
031400         10  COLUMN  5  PIC X(05) VALUE "IYEAR".
031500         10  COLUMN 19  PIC X(04) VALUE "FACE".
031600         10  COLUMN 34  PIC X(07) VALUE "OPENING".
031700         10  COLUMN 51  PIC X(07) VALUE "ACCRUAL".
031800         10  COLUMN 66  PIC X(09) VALUE "REDEEMED".
031900         10  COLUMN 84  PIC X(07) VALUE "CLOSING".
032000         10  COLUMN 93  PIC X(04) VALUE "NOTE".
032100
032200 01  ROLL-DETAIL TYPE DETAIL.
032300     05  LINE PLUS 1.
032400         10  COLUMN  2  PIC X        SOURCE WS-RPT-SERIES.
032500         10  COLUMN  5  PIC 9(04)    SOURCE WS-RPT-IYEAR.
032600         10  COLUMN 10  PIC ZZZZZZZZZZ9.99
032700             SOURCE WS-LINE-FACE.
032800         10  COLUMN 25  PIC ZZZZZZZZZZZZ9.99
032900             SOURCE WS-LINE-OPENING.
033000         10  COLUMN 42  PIC +ZZZZZZZZZZZZ9.99
033100             SOURCE WS-LINE-ACCRUAL.
033200         10  COLUMN 60  PIC ZZZZZZZZZZZZ9.99
033300             SOURCE WS-LINE-REDEEMED.
033400         10  COLUMN 77  PIC ZZZZZZZZZZZZ9.99
033500             SOURCE WS-LINE-CLOSING.
033600         10  COLUMN 93  PIC X(20)    SOURCE WS-LINE-NOTE.
033700
033800 01  SERIES-HEADER-DETAIL TYPE DETAIL.
033900     05  LINE PLUS 2.
034000         10  COLUMN  1  PIC X(17) VALUE "TOTALS BY SERIES".
034100
034200 01  SERIES-ROLL-DETAIL TYPE DETAIL.
034300     05  LINE PLUS 1.
034400         10  COLUMN  2  PIC X        SOURCE WS-RPT-SERIES.
034500         10  COLUMN 25  PIC ZZZZZZZZZZZZ9.99
034600             SOURCE WS-SROLL-OPENING(WS-SROLL-IDX).
034700         10  COLUMN 42  PIC +ZZZZZZZZZZZZ9.99
034800             SOURCE WS-SROLL-ACCRUAL(WS-SROLL-IDX).
034900         10  COLUMN 60  PIC ZZZZZZZZZZZZ9.99
035000             SOURCE WS-SROLL-REDEEMED(WS-SROLL-IDX).
035100         10  COLUMN 77  PIC ZZZZZZZZZZZZ9.99
035200             SOURCE WS-SROLL-CLOSING(WS-SROLL-IDX).
035300
035400 01  GRAND-TOTAL-DETAIL TYPE DETAIL.
035500     05  LINE PLUS 2.
035600         10  COLUMN  1  PIC X(05) VALUE "TOTAL".
035700         10  COLUMN 25  PIC ZZZZZZZZZZZZ9.99
035800             SOURCE WS-GRAND-OPENING.
035900         10  COLUMN 42  PIC +ZZZZZZZZZZZZ9.99
036000             SOURCE WS-GRAND-ACCRUAL.
036100         10  COLUMN 60  PIC ZZZZZZZZZZZZ9.99
036200             SOURCE WS-GRAND-REDEEMED.
036300         10  COLUMN 77  PIC ZZZZZZZZZZZZ9.99
036400             SOURCE WS-GRAND-CLOSING.
036500     05  LINE PLUS 2.
036600         10  COLUMN  1  PIC X(26)
036700             VALUE "FACEFILE ENTRIES ACCRUED:".
036800         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-ACCRUED-COUNTER.
036900     05  LINE PLUS 1.
037000         10  COLUMN  1  PIC X(26)
037100             VALUE "EXCEPTIONS..............:".
037200         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-EXCEPTION-COUNTER.
037300     05  LINE PLUS 1.
037400         10  COLUMN  1  PIC X(26)
037500             VALUE "JOURNAL LINES WRITTEN...:".
037600         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-JRNL-LINE-COUNTER.
037700     05  LINE PLUS 1.
037800         10  COLUMN  1  PIC X(26)
037900             VALUE "JOURNAL DEBITS..........:".
038000         10  COLUMN 28  PIC ZZZZZZZZZZZZ9.99
038100             SOURCE WS-JRNL-DEBIT-TOTAL.
038200     05  LINE PLUS 1.
038300         10  COLUMN  1  PIC X(26)
038400             VALUE "JOURNAL CREDITS.........:".
038500         10  COLUMN 28  PIC ZZZZZZZZZZZZ9.99
038600             SOURCE WS-JRNL-CREDIT-TOTAL.
038700
038800 PROCEDURE DIVISION.
038900*****************************************************************
039000*    0000-MAINLINE                                               *
039100*****************************************************************
039200 0000-MAINLINE.
039300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039400     PERFORM 2000-ACCRUE-ONE-ENTRY THRU 2000-EXIT
039500         UNTIL WS-EOF-YES.
039600     PERFORM 2500-ROLL-DROPPED-ENTRIES THRU 2500-EXIT.
039700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
039800     GO TO 9999-EXIT.
039900
040000*****************************************************************
040100*    1000-INITIALIZE                                             *
040200*    GATES ON THE STEP LEDGER, SETS THE ACCRUAL AND OPENING      *
040300*    PERIODS, LOADS THE SERIES TABLE, LAST MONTH'S SNAPSHOT AND  *
040400*    THIS MONTH'S REDEMPTIONS, OPENS THE FILES AND WRITES THE    *
040500*    JOURNAL HEADER.                                             *
040600*****************************************************************
040700 1000-INITIALIZE.
040800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040900     PERFORM 1060-CHECK-UPSTREAM THRU 1060-EXIT.
041000     MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR.
041100     MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH.
041200     MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR.
041300     MOVE WS-PERIOD-MONTH TO WS-PRIOR-MONTH.
041400     IF WS-PRIOR-MONTH = 1
041500         SUBTRACT 1 FROM WS-PRIOR-YEAR
041600         MOVE 12 TO WS-PRIOR-MONTH
041700     ELSE
041800         SUBTRACT 1 FROM WS-PRIOR-MONTH
041900     END-IF.
042000
042100     PERFORM 1030-LOAD-SERIES-TABLE THRU 1030-EXIT.
042200     IF WS-SREF-COUNT = 0
042300         DISPLAY "BONDACCR: SERFILE IS EMPTY - ABENDING"
042400         MOVE 16 TO RETURN-CODE
042500         GO TO 9999-EXIT
042600     END-IF.
042700
042800     OPEN I-O SNAPFILE.
042900     PERFORM 1100-LOAD-PRIOR-SNAPSHOT THRU 1100-EXIT.
043000     PERFORM 1200-LOAD-REDEMPTIONS THRU 1200-EXIT.
043100
043200     OPEN INPUT FACEFILE.
043300     OPEN INPUT BONDMSTR.
043400     OPEN OUTPUT JRNLFILE.
043500     OPEN OUTPUT ACCRRPT.
043600     INITIATE ACCRUAL-ROLL-REPORT.
043700
043800     MOVE SPACES TO JRNL-RECORD.
043900     STRING "H|" WS-RUN-DATE "|" WS-PERIOD-N "|ACCRUAL"
044000         DELIMITED BY SIZE INTO JRNL-RECORD.
044100     WRITE JRNL-RECORD.
044200 1000-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600*    1030-LOAD-SERIES-TABLE                                      *
044700*    LOADS THE SERIES REFERENCE MASTER INTO THE LOOKUP TABLE     *
044800*    ONE TIME AT STARTUP AND CLEARS ITS ROLL-UP ENTRY.           *
044900*****************************************************************
045000 1030-LOAD-SERIES-TABLE.
045100     OPEN INPUT SERFILE.
045200     MOVE "N" TO WS-EOF-SWITCH.
045300     PERFORM 1035-LOAD-ONE-SERIES THRU 1035-EXIT
045400         UNTIL WS-EOF-YES.
045500     CLOSE SERFILE.
045600     MOVE "N" TO WS-EOF-SWITCH.
045700 1030-EXIT.
045800     EXIT.
045900
046000 1035-LOAD-ONE-SERIES.
046100     READ SERFILE INTO SER-RECORD
046200         AT END
046300             MOVE "Y" TO WS-EOF-SWITCH
046400             GO TO 1035-EXIT
046500     END-READ.
046600     IF WS-SREF-COUNT = 12
046700         IF NOT WS-SREF-TABLE-FULL
046800             DISPLAY "BONDACCR: SERFILE EXCEEDS TABLE SIZE - "
046900                 "SKIPPING REMAINING SERIES"
047000             MOVE 1 TO WS-SREF-FULL-SWITCH
047100         END-IF
047200         GO TO 1035-EXIT
047300     END-IF.
047400     ADD 1 TO WS-SREF-COUNT.
047500     SET WS-SREF-IDX TO WS-SREF-COUNT.
047600     MOVE SER-SERIES TO WS-SREF-SERIES(WS-SREF-IDX).
047700     MOVE SER-DESC TO WS-SREF-DESC(WS-SREF-IDX).
047800     MOVE SER-ACTIVE-FLAG TO WS-SREF-ACTIVE-FLAG(WS-SREF-IDX).
047900     MOVE SER-BASE-DENOM TO WS-SREF-BASE-DENOM(WS-SREF-IDX).
048000     SET WS-SROLL-IDX TO WS-SREF-COUNT.
048100     MOVE 0 TO WS-SROLL-OPENING(WS-SROLL-IDX).
048200     MOVE 0 TO WS-SROLL-ACCRUAL(WS-SROLL-IDX).
048300     MOVE 0 TO WS-SROLL-REDEEMED(WS-SROLL-IDX).
048400     MOVE 0 TO WS-SROLL-CLOSING(WS-SROLL-IDX).
048500 1035-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900*    1060-CHECK-UPSTREAM                                         *
049000*    BONDLOAD MUST HAVE APPENDED AN ACCEPTED (RC 0 OR 4) TOKEN   *
049100*    TO THE STEP LEDGER TODAY - A LIABILITY PRICED OFF AN EMPTY  *
049200*    OR STALE MASTER WOULD POST A WRONG ACCRUAL TO THE LEDGER.   *
049300*****************************************************************
049400 1060-CHECK-UPSTREAM.
049500     MOVE "BONDLOAD" TO WS-STEP-WANTED.
049600     PERFORM 1065-FIND-STEP-TOKEN THRU 1065-EXIT.
049700     IF NOT WS-STEP-FOUND
049800         OR WS-STEP-DATE-HOLD NOT = WS-RUN-DATE
049900         OR WS-STEP-RC-HOLD > 4
050000         DISPLAY "BONDACCR: BONDLOAD HAS NOT BUILT TODAY'S "
050100             "BOND MASTER - IT IS EMPTY OR STALE - STOPPING"
050200         MOVE 16 TO RETURN-CODE
050300         GO TO 9999-EXIT
050400     END-IF.
050500 1060-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*    1065-FIND-STEP-TOKEN                                        *
051000*    READS THE WHOLE LEDGER AND KEEPS THE LAST TOKEN WRITTEN     *
051100*    FOR THE WANTED PROGRAM.                                     *
051200*****************************************************************
051300 1065-FIND-STEP-TOKEN.
051400     MOVE 0 TO WS-STEP-FOUND-SWITCH.
051500     OPEN INPUT STEPLOG.
051600     MOVE "N" TO WS-EOF-SWITCH.
051700     PERFORM 1070-READ-ONE-TOKEN THRU 1070-EXIT
051800         UNTIL WS-EOF-YES.
051900     CLOSE STEPLOG.
052000     MOVE "N" TO WS-EOF-SWITCH.
052100 1065-EXIT.
052200     EXIT.
052300
052400 1070-READ-ONE-TOKEN.
052500     READ STEPLOG
052600         AT END
052700             MOVE "Y" TO WS-EOF-SWITCH
052800             GO TO 1070-EXIT
052900     END-READ.
053000     IF STEP-PROGRAM = WS-STEP-WANTED
053100         MOVE 1 TO WS-STEP-FOUND-SWITCH
053200         MOVE STEP-DATE TO WS-STEP-DATE-HOLD
053300         MOVE STEP-RC TO WS-STEP-RC-HOLD
053400         MOVE STEP-VERDICT TO WS-STEP-VERDICT-HOLD
053500     END-IF.
053600 1070-EXIT.
053700     EXIT.
053800
053900*****************************************************************
054000*    1100-LOAD-PRIOR-SNAPSHOT                                    *
054100*    POSITIONS ON LAST MONTH-END'S PERIOD AND LOADS EVERY        *
054200*    SNAPSHOT RECORD CARRYING IT.                                *
054300*****************************************************************
054400 1100-LOAD-PRIOR-SNAPSHOT.
054500     MOVE "N" TO WS-SNAP-DONE-SWITCH.
054600     MOVE WS-PRIOR-PERIOD-N TO SNP-PERIOD.
054700     MOVE LOW-VALUES TO SNP-SERIES.
054800     MOVE ZEROS TO SNP-IYEAR.
054900     START SNAPFILE KEY NOT < SNP-KEY
055000         INVALID KEY
055100             GO TO 1100-EXIT
055200     END-START.
055300     PERFORM 1110-LOAD-ONE-SNAPSHOT THRU 1110-EXIT
055400         UNTIL WS-SNAP-DONE.
055500 1100-EXIT.
055600     EXIT.
055700
055800 1110-LOAD-ONE-SNAPSHOT.
055900     READ SNAPFILE NEXT RECORD
056000         AT END
056100             MOVE "Y" TO WS-SNAP-DONE-SWITCH
056200             GO TO 1110-EXIT
056300     END-READ.
056400     IF SNP-PERIOD NOT = WS-PRIOR-PERIOD-N
056500         MOVE "Y" TO WS-SNAP-DONE-SWITCH
056600         GO TO 1110-EXIT
056700     END-IF.
056800     IF WS-PRIOR-COUNT = 2000
056900         IF NOT WS-PRIOR-TABLE-FULL
057000             DISPLAY "BONDACCR: SNAPSHOT EXCEEDS TABLE SIZE - "
057100                 "SKIPPING REMAINING ENTRIES"
057200             MOVE 1 TO WS-PRIOR-FULL-SWITCH
057300         END-IF
057400         GO TO 1110-EXIT
057500     END-IF.
057600     ADD 1 TO WS-PRIOR-COUNT.
057700     SET WS-PRIOR-IDX TO WS-PRIOR-COUNT.
057800     MOVE SNP-SERIES TO WS-PRIOR-SERIES(WS-PRIOR-IDX).
057900     MOVE SNP-IYEAR TO WS-PRIOR-IYEAR(WS-PRIOR-IDX).
058000     MOVE SNP-CARRIED-VALUE TO WS-PRIOR-CARRIED(WS-PRIOR-IDX).
058100     MOVE 0 TO WS-PRIOR-MATCH-SW(WS-PRIOR-IDX).
058200 1110-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*    1200-LOAD-REDEMPTIONS                                       *
058700*    TOTALS THE LEDGER'S REDEMPTIONS SETTLED IN THE ACCRUAL      *
058800*    PERIOD BY SERIES/IYEAR.                                     *
058900*****************************************************************
059000 1200-LOAD-REDEMPTIONS.
059100     OPEN INPUT RDMLEDGR.
059200     MOVE "N" TO WS-EOF-SWITCH.
059300     PERFORM 1210-LOAD-ONE-REDEMPTION THRU 1210-EXIT
059400         UNTIL WS-EOF-YES.
059500     CLOSE RDMLEDGR.
059600     MOVE "N" TO WS-EOF-SWITCH.
059700 1200-EXIT.
059800     EXIT.
059900
060000 1210-LOAD-ONE-REDEMPTION.
060100     READ RDMLEDGR
060200         AT END
060300             MOVE "Y" TO WS-EOF-SWITCH
060400             GO TO 1210-EXIT
060500     END-READ.
060600     IF RDL-SETTLE-DATE(1:6) NOT = WS-PERIOD
060700         GO TO 1210-EXIT.
060800     ADD 1 TO WS-LEDGER-COUNTER.
060900     MOVE RDL-SERIES TO WS-FETCH-SERIES.
061000     MOVE RDL-IYEAR TO WS-FETCH-IYEAR.
061100     PERFORM 2200-FIND-REDEMPTIONS THRU 2200-EXIT.
061200     IF WS-RDM-FOUND
061300         ADD RDL-DENOM TO WS-RDM-FACE(WS-MATCHED-RDM-IDX)
061400         ADD RDL-GROSS-VALUE TO WS-RDM-GROSS(WS-MATCHED-RDM-IDX)
061500         GO TO 1210-EXIT
061600     END-IF.
061700     IF WS-RDM-COUNT = 2000
061800         IF NOT WS-RDM-TABLE-FULL
061900             DISPLAY "BONDACCR: REDEMPTIONS EXCEED TABLE SIZE - "
062000                 "ROLL-FORWARD IS INCOMPLETE"
062100             MOVE 1 TO WS-RDM-FULL-SWITCH
062200         END-IF
062300         GO TO 1210-EXIT
062400     END-IF.
062500     ADD 1 TO WS-RDM-COUNT.
062600     SET WS-RDM-IDX TO WS-RDM-COUNT.
062700     MOVE RDL-SERIES TO WS-RDM-SERIES(WS-RDM-IDX).
062800     MOVE RDL-IYEAR TO WS-RDM-IYEAR(WS-RDM-IDX).
062900     MOVE RDL-DENOM TO WS-RDM-FACE(WS-RDM-IDX).
063000     MOVE RDL-GROSS-VALUE TO WS-RDM-GROSS(WS-RDM-IDX).
063100 1210-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500*    2000-ACCRUE-ONE-ENTRY                                       *
063600*    ROLLS ONE FACEFILE SERIES/IYEAR FROM LAST MONTH-END'S       *
063700*    CARRIED VALUE TO THIS MONTH'S.  NO SNAPSHOT ENTRY - A NEW   *
063800*    ENTRY OR THE FIRST MONTH - PRICES THE OPENING OFF THE       *
063900*    MASTER FOR LAST MONTH ON THE FACE THEN OUTSTANDING (TODAY'S *
064000*    FACE PLUS THIS MONTH'S REDEMPTIONS).  NO TABLE FIGURE FOR   *
064100*    THIS MONTH CARRIES THE OPENING FORWARD LESS REDEMPTIONS,    *
064200*    ACCRUES NOTHING AND IS FLAGGED.                             *
064300*****************************************************************
064400 2000-ACCRUE-ONE-ENTRY.
064500     READ FACEFILE INTO FACE-RECORD
064600         AT END
064700             MOVE "Y" TO WS-EOF-SWITCH
064800             GO TO 2000-EXIT
064900     END-READ.
065000     ADD 1 TO WS-FACE-COUNTER.
065100     MOVE FAC-SERIES TO WS-FETCH-SERIES.
065200     MOVE FAC-IYEAR TO WS-FETCH-IYEAR.
065300     MOVE FAC-FACE-VALUE TO WS-LINE-FACE.
065400     MOVE SPACES TO WS-LINE-NOTE.
065500
065600     PERFORM 2100-FIND-SERIES THRU 2100-EXIT.
065700     IF NOT WS-SREF-FOUND
065800         OR WS-MATCHED-BASE-DENOM = 0
065900         MOVE 0 TO WS-LINE-OPENING
066000         MOVE 0 TO WS-LINE-ACCRUAL
066100         MOVE 0 TO WS-LINE-REDEEMED
066200         MOVE 0 TO WS-LINE-CLOSING
066300         MOVE "SERIES NOT ON SERFILE" TO WS-LINE-NOTE
066400         MOVE FAC-SERIES TO WS-RPT-SERIES
066500         MOVE FAC-IYEAR TO WS-RPT-IYEAR
066600         GENERATE ROLL-DETAIL
066700         ADD 1 TO WS-EXCEPTION-COUNTER
066800         GO TO 2000-EXIT
066900     END-IF.
067000
067100     PERFORM 2200-FIND-REDEMPTIONS THRU 2200-EXIT.
067200     IF WS-RDM-FOUND
067300         MOVE WS-RDM-GROSS(WS-MATCHED-RDM-IDX) TO WS-LINE-REDEEMED
067400         ADD WS-RDM-FACE(WS-MATCHED-RDM-IDX) FAC-FACE-VALUE
067500             GIVING WS-LINE-OPEN-FACE
067600     ELSE
067700         MOVE 0 TO WS-LINE-REDEEMED
067800         MOVE FAC-FACE-VALUE TO WS-LINE-OPEN-FACE
067900     END-IF.
068000
068100     PERFORM 2300-FIND-PRIOR-SNAPSHOT THRU 2300-EXIT.
068200     IF WS-PRIOR-FOUND
068300         MOVE WS-PRIOR-CARRIED(WS-MATCHED-PRIOR-IDX)
068400             TO WS-LINE-OPENING
068500         MOVE 1 TO WS-PRIOR-MATCH-SW(WS-MATCHED-PRIOR-IDX)
068600     ELSE
068700         PERFORM 2400-PRICE-OPENING THRU 2400-EXIT
068800     END-IF.
068900
069000     MOVE WS-PERIOD-YEAR TO WS-FETCH-RYEAR.
069100     PERFORM 2700-FETCH-MASTER-ROW THRU 2700-EXIT.
069200     IF WS-ROW-HELD
069300         AND WS-HOLD-MONTH-VAL(WS-PERIOD-MONTH) NUMERIC
069400         COMPUTE WS-LINE-CLOSING ROUNDED =
069500             WS-HOLD-MONTH-VAL(WS-PERIOD-MONTH) * FAC-FACE-VALUE
069600                 / WS-MATCHED-BASE-DENOM
069700     ELSE
069800         MOVE "NOT PRICED - CARRIED" TO WS-LINE-NOTE
069900         ADD 1 TO WS-EXCEPTION-COUNTER
070000         IF WS-LINE-OPENING > WS-LINE-REDEEMED
070100             SUBTRACT WS-LINE-REDEEMED FROM WS-LINE-OPENING
070200                 GIVING WS-LINE-CLOSING
070300         ELSE
070400             MOVE 0 TO WS-LINE-CLOSING
070500         END-IF
070600     END-IF.
070700
070800     PERFORM 2800-POST-ROLL-LINE THRU 2800-EXIT.
070900     PERFORM 2900-WRITE-SNAPSHOT THRU 2900-EXIT.
071000     ADD 1 TO WS-ACCRUED-COUNTER.
071100 2000-EXIT.
071200     EXIT.
071300
071400*****************************************************************
071500*    2100-FIND-SERIES                                            *
071600*    LOOKS THE WANTED SERIES UP IN THE REFERENCE TABLE AND       *
071700*    PICKS UP ITS BASE DENOMINATION AND ROLL-UP ENTRY.           *
071800*****************************************************************
071900 2100-FIND-SERIES.
072000     MOVE 0 TO WS-SREF-FOUND-SWITCH.
072100     MOVE 0 TO WS-MATCHED-SREF-IDX.
072200     MOVE 0 TO WS-MATCHED-BASE-DENOM.
072300     PERFORM 2110-CHECK-ONE-SERIES THRU 2110-EXIT
072400         VARYING WS-SREF-IDX FROM 1 BY 1
072500             UNTIL WS-SREF-IDX > WS-SREF-COUNT
072600                 OR WS-SREF-FOUND.
072700 2100-EXIT.
072800     EXIT.
072900
073000 2110-CHECK-ONE-SERIES.
073100     IF WS-SREF-SERIES(WS-SREF-IDX) = WS-FETCH-SERIES
073200         MOVE WS-SREF-BASE-DENOM(WS-SREF-IDX)
073300             TO WS-MATCHED-BASE-DENOM
073400         SET WS-MATCHED-SREF-IDX TO WS-SREF-IDX
073500         MOVE 1 TO WS-SREF-FOUND-SWITCH
073600     END-IF.
073700 2110-EXIT.
073800     EXIT.
073900
074000*****************************************************************
074100*    2200-FIND-REDEMPTIONS                                       *
074200*    FINDS THE WANTED SERIES/IYEAR IN THIS MONTH'S REDEMPTIONS.  *
074300*****************************************************************
074400 2200-FIND-REDEMPTIONS.
074500     MOVE 0 TO WS-RDM-FOUND-SWITCH.
074600     MOVE 0 TO WS-MATCHED-RDM-IDX.
074700     IF WS-RDM-COUNT > 0
074800         PERFORM 2210-MATCH-ONE-REDEMPTION THRU 2210-EXIT
074900             VARYING WS-RDM-IDX FROM 1 BY 1
075000                 UNTIL WS-RDM-IDX > WS-RDM-COUNT
075100                     OR WS-RDM-FOUND
075200     END-IF.
075300 2200-EXIT.
075400     EXIT.
075500
075600 2210-MATCH-ONE-REDEMPTION.
075700     IF WS-RDM-SERIES(WS-RDM-IDX) = WS-FETCH-SERIES
075800         AND WS-RDM-IYEAR(WS-RDM-IDX) = WS-FETCH-IYEAR
075900         MOVE 1 TO WS-RDM-FOUND-SWITCH
076000         SET WS-MATCHED-RDM-IDX TO WS-RDM-IDX
076100     END-IF.
076200 2210-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600*    2300-FIND-PRIOR-SNAPSHOT                                    *
076700*    FINDS THE WANTED SERIES/IYEAR ON LAST MONTH-END'S SNAPSHOT. *
076800*****************************************************************
076900 2300-FIND-PRIOR-SNAPSHOT.
077000     MOVE 0 TO WS-PRIOR-FOUND-SWITCH.
077100     MOVE 0 TO WS-MATCHED-PRIOR-IDX.
077200     IF WS-PRIOR-COUNT > 0
077300         PERFORM 2310-MATCH-ONE-PRIOR THRU 2310-EXIT
077400             VARYING WS-PRIOR-IDX FROM 1 BY 1
077500                 UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
077600                     OR WS-PRIOR-FOUND
077700     END-IF.
077800 2300-EXIT.
077900     EXIT.
078000
078100 2310-MATCH-ONE-PRIOR.
078200     IF WS-PRIOR-SERIES(WS-PRIOR-IDX) = WS-FETCH-SERIES
078300         AND WS-PRIOR-IYEAR(WS-PRIOR-IDX) = WS-FETCH-IYEAR
078400         MOVE 1 TO WS-PRIOR-FOUND-SWITCH
078500         SET WS-MATCHED-PRIOR-IDX TO WS-PRIOR-IDX
078600     END-IF.
078700 2310-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*    2400-PRICE-OPENING                                          *
079200*    NO CARRIED VALUE ON THE SNAPSHOT - PRICES LAST MONTH-END'S  *
079300*    LIABILITY OFF THE MASTER ON THE FACE THEN OUTSTANDING.      *
079400*****************************************************************
079500 2400-PRICE-OPENING.
079600     MOVE 0 TO WS-LINE-OPENING.
079700     MOVE WS-PRIOR-YEAR TO WS-FETCH-RYEAR.
079800     PERFORM 2700-FETCH-MASTER-ROW THRU 2700-EXIT.
079900     IF NOT WS-ROW-HELD
080000         OR WS-HOLD-MONTH-VAL(WS-PRIOR-MONTH) NOT NUMERIC
080100         MOVE "NO OPENING VALUE" TO WS-LINE-NOTE
080200         ADD 1 TO WS-EXCEPTION-COUNTER
080300         GO TO 2400-EXIT.
080400     COMPUTE WS-LINE-OPENING ROUNDED =
080500         WS-HOLD-MONTH-VAL(WS-PRIOR-MONTH) * WS-LINE-OPEN-FACE
080600             / WS-MATCHED-BASE-DENOM.
080700     MOVE "OPENING PRICED" TO WS-LINE-NOTE.
080800 2400-EXIT.
080900     EXIT.
081000
081100*****************************************************************
081200*    2500-ROLL-DROPPED-ENTRIES                                   *
081300*    A SERIES/IYEAR CARRIED AT LAST MONTH-END THAT IS NO LONGER  *
081400*    ON FACEFILE CLOSES AT ZERO - ITS LIABILITY IS RELEASED      *
081500*    THROUGH THE ACCRUAL AND FLAGGED FOR REVIEW.                 *
081600*****************************************************************
081700 2500-ROLL-DROPPED-ENTRIES.
081800     IF WS-PRIOR-COUNT > 0
081900         PERFORM 2510-ROLL-ONE-DROPPED THRU 2510-EXIT
082000             VARYING WS-PRIOR-IDX FROM 1 BY 1
082100                 UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
082200     END-IF.
082300 2500-EXIT.
082400     EXIT.
082500
082600 2510-ROLL-ONE-DROPPED.
082700     IF WS-PRIOR-MATCHED(WS-PRIOR-IDX)
082800         GO TO 2510-EXIT.
082900     MOVE WS-PRIOR-SERIES(WS-PRIOR-IDX) TO WS-FETCH-SERIES.
083000     MOVE WS-PRIOR-IYEAR(WS-PRIOR-IDX) TO WS-FETCH-IYEAR.
083100     MOVE 0 TO WS-LINE-FACE.
083200     MOVE WS-PRIOR-CARRIED(WS-PRIOR-IDX) TO WS-LINE-OPENING.
083300     MOVE 0 TO WS-LINE-CLOSING.
083400     MOVE "LEFT FACEFILE" TO WS-LINE-NOTE.
083500     PERFORM 2200-FIND-REDEMPTIONS THRU 2200-EXIT.
083600     IF WS-RDM-FOUND
083700         MOVE WS-RDM-GROSS(WS-MATCHED-RDM-IDX) TO WS-LINE-REDEEMED
083800     ELSE
083900         MOVE 0 TO WS-LINE-REDEEMED
084000     END-IF.
084100     PERFORM 2100-FIND-SERIES THRU 2100-EXIT.
084200     PERFORM 2800-POST-ROLL-LINE THRU 2800-EXIT.
084300     ADD 1 TO WS-EXCEPTION-COUNTER.
084400 2510-EXIT.
084500     EXIT.
084600
084700*****************************************************************
084800*    2700-FETCH-MASTER-ROW                                       *
084900*    POSITIONS ON THE WANTED SERIES/IYEAR/RYEAR AND HOLDS THE    *
085000*    LATEST ROW CARRYING THAT KEY.                               *
085100*****************************************************************
085200 2700-FETCH-MASTER-ROW.
085300     MOVE 0 TO WS-ROW-HELD-SWITCH.
085400     MOVE "N" TO WS-MST-DONE-SWITCH.
085500     MOVE WS-FETCH-SERIES TO MST-SERIES.
085600     MOVE WS-FETCH-IYEAR TO MST-IYEAR.
085700     MOVE WS-FETCH-RYEAR TO MST-RYEAR.
085800     MOVE ZEROS TO MST-RMONTH.
085900     START BONDMSTR KEY NOT < MST-KEY
086000         INVALID KEY
086100             GO TO 2700-EXIT
086200     END-START.
086300     PERFORM 2710-READ-ONE-MASTER-ROW THRU 2710-EXIT
086400         UNTIL WS-MST-DONE.
086500 2700-EXIT.
086600     EXIT.
086700
086800 2710-READ-ONE-MASTER-ROW.
086900     READ BONDMSTR NEXT RECORD
087000         AT END
087100             MOVE "Y" TO WS-MST-DONE-SWITCH
087200             GO TO 2710-EXIT
087300     END-READ.
087400     IF MST-SERIES NOT = WS-FETCH-SERIES
087500         OR MST-IYEAR NOT = WS-FETCH-IYEAR
087600         OR MST-RYEAR NOT = WS-FETCH-RYEAR
087700         MOVE "Y" TO WS-MST-DONE-SWITCH
087800         GO TO 2710-EXIT
087900     END-IF.
088000     PERFORM 2720-HOLD-ONE-MONTH THRU 2720-EXIT
088100         VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL WS-MONTH-IDX > 12.
088200     MOVE 1 TO WS-ROW-HELD-SWITCH.
088300 2710-EXIT.
088400     EXIT.
088500
088600 2720-HOLD-ONE-MONTH.
088700     MOVE MST-MONTH-VAL(WS-MONTH-IDX)
088800         TO WS-HOLD-MONTH-VAL(WS-MONTH-IDX).
088900 2720-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300*    2800-POST-ROLL-LINE                                         *
089400*    ACCRUAL = CLOSING - OPENING + REDEMPTIONS.  PRINTS THE LINE *
089500*    AND ROLLS IT INTO THE SERIES AND GRAND TOTALS.              *
089600*****************************************************************
089700 2800-POST-ROLL-LINE.
089800     COMPUTE WS-LINE-ACCRUAL =
089900         WS-LINE-CLOSING - WS-LINE-OPENING + WS-LINE-REDEEMED.
090000     MOVE WS-FETCH-SERIES TO WS-RPT-SERIES.
090100     MOVE WS-FETCH-IYEAR TO WS-RPT-IYEAR.
090200     GENERATE ROLL-DETAIL.
090300
090400     ADD WS-LINE-OPENING TO WS-GRAND-OPENING.
090500     ADD WS-LINE-ACCRUAL TO WS-GRAND-ACCRUAL.
090600     ADD WS-LINE-REDEEMED TO WS-GRAND-REDEEMED.
090700     ADD WS-LINE-CLOSING TO WS-GRAND-CLOSING.
090800     IF NOT WS-SREF-FOUND
090900         GO TO 2800-EXIT.
091000     SET WS-SROLL-IDX TO WS-MATCHED-SREF-IDX.
091100     ADD WS-LINE-OPENING TO WS-SROLL-OPENING(WS-SROLL-IDX).
091200     ADD WS-LINE-ACCRUAL TO WS-SROLL-ACCRUAL(WS-SROLL-IDX).
091300     ADD WS-LINE-REDEEMED TO WS-SROLL-REDEEMED(WS-SROLL-IDX).
091400     ADD WS-LINE-CLOSING TO WS-SROLL-CLOSING(WS-SROLL-IDX).
091500 2800-EXIT.
091600     EXIT.
091700
091800*****************************************************************
091900*    2900-WRITE-SNAPSHOT                                         *
092000*    CARRIES THIS MONTH'S CLOSING VALUE FORWARD.  A RERUN OF THE *
092100*    SAME PERIOD REGENERATES THE SAME KEY - THE REWRITE ON       *
092200*    INVALID KEY OVERLAYS IT, THE SAME AS BONDARCH.              *
092300*****************************************************************
092400 2900-WRITE-SNAPSHOT.
092500     MOVE WS-PERIOD-N TO SNP-PERIOD.
092600     MOVE FAC-SERIES TO SNP-SERIES.
092700     MOVE FAC-IYEAR TO SNP-IYEAR.
092800     MOVE FAC-FACE-VALUE TO SNP-FACE-VALUE.
092900     MOVE WS-LINE-CLOSING TO SNP-CARRIED-VALUE.
093000     MOVE WS-RUN-DATE TO SNP-RUN-DATE.
093100     WRITE SNP-RECORD
093200         INVALID KEY
093300             REWRITE SNP-RECORD
093400             ADD 1 TO WS-OVERLAY-COUNTER
093500     END-WRITE.
093600     ADD 1 TO WS-SNAP-WRITTEN-COUNTER.
093700 2900-EXIT.
093800     EXIT.
093900
094000*****************************************************************
094100*    3000-FINALIZE                                               *
094200*    POSTS THE JOURNAL BY SERIES, WRITES ITS TRAILER, PRINTS THE *
094300*    SERIES AND GRAND TOTALS, APPENDS THE LEDGER TOKEN AND SETS  *
094400*    THE SCHEDULER RETURN CODE.                                  *
094500*****************************************************************
094600 3000-FINALIZE.
094700     CLOSE FACEFILE.
094800     CLOSE BONDMSTR.
094900     CLOSE SNAPFILE.
095000
095100     GENERATE SERIES-HEADER-DETAIL.
095200     PERFORM 3100-POST-ONE-SERIES THRU 3100-EXIT
095300         VARYING WS-SROLL-IDX FROM 1 BY 1
095400             UNTIL WS-SROLL-IDX > WS-SREF-COUNT.
095500
095600     MOVE WS-JRNL-LINE-COUNTER TO WS-JR-COUNT.
095700     MOVE WS-JRNL-DEBIT-TOTAL TO WS-JR-DEBIT.
095800     MOVE WS-JRNL-CREDIT-TOTAL TO WS-JR-CREDIT.
095900     MOVE SPACES TO JRNL-RECORD.
096000     STRING "T|" WS-JR-COUNT
096100         "|" WS-JR-DEBIT
096200         "|" WS-JR-CREDIT
096300         DELIMITED BY SIZE INTO JRNL-RECORD.
096400     WRITE JRNL-RECORD.
096500     CLOSE JRNLFILE.
096600
096700     GENERATE GRAND-TOTAL-DETAIL.
096800     TERMINATE ACCRUAL-ROLL-REPORT.
096900     CLOSE ACCRRPT.
097000
097100     IF WS-EXCEPTION-COUNTER = 0
097200         MOVE 0 TO WS-ACCR-RC
097300     ELSE
097400         MOVE 4 TO WS-ACCR-RC
097500     END-IF.
097600     PERFORM 3400-WRITE-STEP-TOKEN THRU 3400-EXIT.
097700     MOVE WS-ACCR-RC TO RETURN-CODE.
097800
097900     IF WS-ACCR-RC = 0
098000         DISPLAY "BONDACCR COMPLETED NORMALLY - SEE ACCRRPT FOR "
098100             "THE ROLL-FORWARD"
098200     ELSE
098300         DISPLAY "BONDACCR: ACCRUAL EXCEPTIONS - SEE ACCRRPT"
098400     END-IF.
098500     DISPLAY "FACEFILE ENTRIES READ......: " WS-FACE-COUNTER.
098600     DISPLAY "ENTRIES ACCRUED............: " WS-ACCRUED-COUNTER.
098700     DISPLAY "EXCEPTIONS.................: " WS-EXCEPTION-COUNTER.
098800     DISPLAY "LEDGER REDEMPTIONS IN MONTH: " WS-LEDGER-COUNTER.
098900     DISPLAY "SNAPSHOT RECORDS WRITTEN...: "
099000         WS-SNAP-WRITTEN-COUNTER.
099100     DISPLAY "SNAPSHOT RECORDS OVERLAID..: " WS-OVERLAY-COUNTER.
099200     DISPLAY "JOURNAL LINES WRITTEN......: " WS-JRNL-LINE-COUNTER.
099300 3000-EXIT.
099400     EXIT.
099500
099600*****************************************************************
099700*    3100-POST-ONE-SERIES                                        *
099800*    PRINTS ONE SERIES' ROLL-FORWARD AND WRITES ITS BALANCED     *
099900*    JOURNAL PAIR - DEBIT EXPENSE / CREDIT LIABILITY FOR AN      *
100000*    INCREASE, THE REVERSE FOR A DECREASE, NOTHING FOR ZERO.     *
100100*****************************************************************
100200 3100-POST-ONE-SERIES.
100300     SET WS-SREF-IDX TO WS-SROLL-IDX.
100400     MOVE WS-SREF-SERIES(WS-SREF-IDX) TO WS-RPT-SERIES.
100500     GENERATE SERIES-ROLL-DETAIL.
100600     IF WS-SROLL-ACCRUAL(WS-SROLL-IDX) = 0
100700         GO TO 3100-EXIT.
100800     IF WS-SROLL-ACCRUAL(WS-SROLL-IDX) > 0
100900         MOVE WS-SROLL-ACCRUAL(WS-SROLL-IDX) TO WS-JRNL-AMOUNT
101000         MOVE WS-EXPENSE-ACCOUNT TO WS-JR-ACCOUNT
101100         MOVE "DR" TO WS-JR-DRCR
101200         PERFORM 3150-WRITE-JOURNAL-LINE THRU 3150-EXIT
101300         MOVE WS-LIABILITY-ACCOUNT TO WS-JR-ACCOUNT
101400         MOVE "CR" TO WS-JR-DRCR
101500         PERFORM 3150-WRITE-JOURNAL-LINE THRU 3150-EXIT
101600     ELSE
101700         MULTIPLY WS-SROLL-ACCRUAL(WS-SROLL-IDX) BY -1
101800             GIVING WS-JRNL-AMOUNT
101900         MOVE WS-LIABILITY-ACCOUNT TO WS-JR-ACCOUNT
102000         MOVE "DR" TO WS-JR-DRCR
102100         PERFORM 3150-WRITE-JOURNAL-LINE THRU 3150-EXIT
102200         MOVE WS-EXPENSE-ACCOUNT TO WS-JR-ACCOUNT
102300         MOVE "CR" TO WS-JR-DRCR
102400         PERFORM 3150-WRITE-JOURNAL-LINE THRU 3150-EXIT
102500     END-IF.
102600 3100-EXIT.
102700     EXIT.
102800
102900 3150-WRITE-JOURNAL-LINE.
103000     MOVE WS-JRNL-AMOUNT TO WS-JR-AMOUNT.
103100     MOVE SPACES TO JRNL-RECORD.
103200     STRING "D|" WS-RPT-SERIES
103300         "|" WS-JR-ACCOUNT
103400         "|" WS-JR-DRCR
103500         "|" WS-JR-AMOUNT
103600         DELIMITED BY SIZE INTO JRNL-RECORD.
103700     WRITE JRNL-RECORD.
103800     ADD 1 TO WS-JRNL-LINE-COUNTER.
103900     IF WS-JR-DRCR = "DR"
104000         ADD WS-JRNL-AMOUNT TO WS-JRNL-DEBIT-TOTAL
104100     ELSE
104200         ADD WS-JRNL-AMOUNT TO WS-JRNL-CREDIT-TOTAL
104300     END-IF.
104400 3150-EXIT.
104500     EXIT.
104600
104700*****************************************************************
104800*    3400-WRITE-STEP-TOKEN                                       *
104900*    APPENDS THIS RUN'S COMPLETION TOKEN TO THE SHARED STEPLOG   *
105000*    LEDGER.                                                     *
105100*****************************************************************
105200 3400-WRITE-STEP-TOKEN.
105300     OPEN EXTEND STEPLOG.
105400     MOVE "BONDACCR" TO STEP-PROGRAM.
105500     MOVE WS-RUN-DATE TO STEP-DATE.
105600     ACCEPT WS-STEP-TIME-RAW FROM TIME.
105700     MOVE WS-STEP-TIME-RAW(1:6) TO STEP-TIME.
105800     MOVE "FACEFILE" TO STEP-IN-FILENAME.
105900     MOVE WS-ACCR-RC TO STEP-RC.
106000     IF WS-ACCR-RC = 0
106100         MOVE "POSTED" TO STEP-VERDICT
106200     ELSE
106300         MOVE "POSTED-EXCEPTS" TO STEP-VERDICT
106400     END-IF.
106500     WRITE STEP-RECORD.
106600     CLOSE STEPLOG.
106700 3400-EXIT.
106800     EXIT.
106900
107000 9999-EXIT.
107100     STOP RUN.
