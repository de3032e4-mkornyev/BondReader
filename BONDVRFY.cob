000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDVRFY.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDVRFY (TABLE VALUE VERIFICATION)                         *
000900*    BONDEDIT PROVES THE .ASC IS WELL-FORMED AND BONDCMPR PROVES *
001000*    WHETHER IT MOVED SINCE THE PRIOR RELEASE - NEITHER PROVES   *
001100*    THE VALUES ARE RIGHT.  THIS PROGRAM RECOMPUTES EVERY MONTH  *
001200*    CELL OF THE BOND MASTER (BONDMSTR.DAT) FROM THE ANNOUNCED   *
001300*    RATES ON THE RATE MASTER (RATEFILE, SEE BONDRAT.CPY) AND    *
001400*    REPORTS EVERY CELL THAT DIFFERS BY MORE THAN THE CTLFILE    *
001500*    CELL TOLERANCE.  FOR A SERIES/IYEAR ROW THE BOND IS TAKEN   *
001600*    AS ISSUED IN JANUARY OF THE ISSUE YEAR AT THE SERIES' ISSUE *
001700*    PERCENT OF THE SERFILE BASE DENOMINATION; IT EARNS IN SIX-  *
001800*    MONTH PERIODS FROM ISSUE, COMPOUNDED SEMIANNUALLY, WITH     *
001900*    THE MONTHS INSIDE A PERIOD EARNING THEIR SHARE OF IT:       *
002000*        - A FIXED-METHOD SERIES (EE) EARNS THE FIXED RATE IN    *
002100*          FORCE AT ISSUE.  AT THE GUARANTEE POINT (20 YEARS)   *
002200*          THE VALUE IS RAISED TO THE GUARANTEED MULTIPLE OF THE *
002300*          ISSUE PRICE IF IT HAS NOT GOT THERE ON ITS OWN        *
002400*        - A COMPOSITE-METHOD SERIES (I) EARNS, EACH PERIOD, THE *
002500*          FIXED RATE IN FORCE AT ISSUE PLUS TWICE THE           *
002600*          SEMIANNUAL INFLATION RATE IN FORCE WHEN THE PERIOD    *
002700*          STARTS PLUS THEIR PRODUCT, NEVER LESS THAN ZERO       *
002800*        - NOTHING IS EARNED PAST FINAL MATURITY                 *
002900*    A SERIES WITH NO TERMS RECORD ON THE RATE MASTER IS OUTSIDE *
003000*    ITS COVERAGE AND IS COUNTED, NOT CHECKED.  A BLANK OR ZERO  *
003100*    CELL, OR ONE DATED BEFORE ISSUE, IS NOT A QUOTE.            *
003200*    THE RETURN CODE LETS THE SCHEDULER HOLD THE STREAM BEFORE   *
003300*    BONDREAD, BONDXTRT AND BONDQUOT SPREAD A BAD VALUE:         *
003400*        0 - EVERY COVERED CELL IS WITHIN TOLERANCE              *
003500*        4 - SOME CELLS COULD NOT BE CHECKED - A RATE IS MISSING *
003600*            FROM THE RATE MASTER                                *
003700*        8 - CELLS ARE OUT OF TOLERANCE - HOLD THE RUN           *
003800*                                                                *
003900*    MODIFICATION HISTORY                                        *
004000*    DATE       INIT  DESCRIPTION                                *
004100*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CTLFILE ASSIGN "CTLFILE"
004700         ORGANIZATION LINE SEQUENTIAL.
004800
004900     SELECT BONDMSTR ASSIGN "BONDMSTR.DAT"
005000         ORGANIZATION INDEXED
005100         ACCESS MODE SEQUENTIAL
005200         RECORD KEY IS MST-KEY.
005300
005400     SELECT SERFILE ASSIGN "SERFILE"
005500         ORGANIZATION LINE SEQUENTIAL.
005600
005700     SELECT RATEFILE ASSIGN "RATEFILE"
005800         ORGANIZATION LINE SEQUENTIAL.
005900
006000     SELECT VRFYRPT ASSIGN "VRFYRPT.TXT"
006100         ORGANIZATION LINE SEQUENTIAL.
006200
006300     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
006400         ORGANIZATION LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800
006900 FD  CTLFILE.
007000 01  CTL-FILE-RECORD             PIC X(200).
007100
007200 FD  BONDMSTR.
007300*    ONE ROW PER STAGED TREASURY TABLE ROW, KEYED SERIES/IYEAR/  *
007400*    RYEAR/RMONTH, AS LOADED BY BONDLOAD - SEE BONDMST.CPY.      *
007500     COPY "BONDMST.CPY".
007600
007700 FD  SERFILE.
007800*    RAW RECORD - SEE BONDSER.CPY IN WORKING-STORAGE FOR THE     *
007900*    TYPED LAYOUT THIS IS READ INTO.                             *
008000 01  SER-FILE-RECORD             PIC X(25).
008100
008200 FD  RATEFILE.
008300*    RAW RECORD - SEE BONDRAT.CPY IN WORKING-STORAGE FOR THE     *
008400*    TYPED LAYOUT THIS IS READ INTO.                             *
008500 01  RATE-FILE-RECORD            PIC X(30).
008600
008700 FD  VRFYRPT
008800     REPORT IS VERIFICATION-REPORT.
008900
009000 FD  STEPLOG.
009100*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.                    *
009200     COPY "BONDSTP.CPY".
009300
009400 WORKING-STORAGE SECTION.
009500
009600     COPY "BONDCTL.CPY".
009700     COPY "BONDSER.CPY".
009800     COPY "BONDRAT.CPY".
009900
010000 77  WS-EOF-SWITCH               PIC X     VALUE "N".
010100     88  WS-EOF-YES              VALUE "Y".
010200     88  WS-EOF-NO               VALUE "N".
010300
010400 77  WS-MONTH-IDX                PIC 9(02) COMP.
010500 77  WS-ROW-COUNTER              PIC 9(07) VALUE 0.
010600 77  WS-RATE-REC-COUNTER         PIC 9(05) VALUE 0.
010700 77  WS-RATE-REJECT-COUNTER      PIC 9(05) VALUE 0.
010800 77  WS-VRFY-RC                  PIC 9(02) VALUE 0.
010900 77  WS-RUN-DATE                 PIC 9(08).
011000
011100*****************************************************************
011200*    SERIES REFERENCE MASTER, LOADED FROM SERFILE AT STARTUP -   *
011300*    THE ENTRY SUBSCRIPT IS THE ROW OF THE SERIES TERMS AND THE  *
011400*    PER-SERIES CELL COUNTS.  SEE BONDSER.CPY / BONDSRT.CPY.     *
011500*****************************************************************
011600     COPY "BONDSRT.CPY".
011700 77  WS-SREF-COUNT               PIC 9(02) VALUE 0.
011800 77  WS-SREF-FULL-SWITCH         PIC 9     VALUE 0.
011900     88  WS-SREF-TABLE-FULL      VALUE 1.
012000 77  WS-SREF-FOUND-SWITCH        PIC 9     VALUE 0.
012100     88  WS-SREF-FOUND           VALUE 1.
012200 77  WS-MATCHED-SREF-IDX         PIC 9(02) VALUE 0.
012300 77  WS-LOOKUP-SERIES            PIC X     VALUE SPACE.
012400
012500*****************************************************************
012600*    EACH SERIES' EARNING TERMS FROM ITS RATE-MASTER T RECORD,   *
012700*    AND ITS CELL COUNTS.  PARALLEL TO THE REFERENCE TABLE.      *
012800*****************************************************************
012900 77  WS-TERMS-COUNT              PIC 9(02) VALUE 0.
013000 01  WS-SERIES-TERMS-TABLE.
013100     05  WS-TRM-ENTRY            OCCURS 12 TIMES.
013200         10  WS-TRM-LOADED-SW    PIC 9     VALUE 0.
013300             88  WS-TRM-LOADED   VALUE 1.
013400         10  WS-TRM-METHOD       PIC X     VALUE SPACE.
013500             88  WS-TRM-FIXED-METHOD     VALUE "F".
013600             88  WS-TRM-COMPOSITE-METHOD VALUE "C".
013700         10  WS-TRM-ISSUE-PCT    PIC 9(03)V99 VALUE 0.
013800         10  WS-TRM-GUAR-YEARS   PIC 9(02) VALUE 0.
013900         10  WS-TRM-GUAR-MULT    PIC 9(02)V99 VALUE 0.
014000         10  WS-TRM-FINAL-YEARS  PIC 9(02) VALUE 0.
014100         10  WS-TRM-CHECKED      PIC 9(07) VALUE 0.
014200         10  WS-TRM-OUT-OF-TOL   PIC 9(07) VALUE 0.
014300         10  WS-TRM-NO-RATE      PIC 9(07) VALUE 0.
014400         10  WS-TRM-NOT-COVERED  PIC 9(07) VALUE 0.
014500         10  WS-TRM-NOT-QUOTED   PIC 9(07) VALUE 0.
014600
014700*****************************************************************
014800*    FIXED AND INFLATION RATES FROM THE RATE MASTER, LOADED AT   *
014900*    STARTUP.  EFFECTIVE DATES ARE HELD AS ABSOLUTE MONTHS       *
015000*    (YEAR * 12 + MONTH - 1) SO "IN FORCE ON" IS ONE COMPARE.    *
015100*    OVERFLOW IS A HARD STOP - A PARTIAL LOAD WOULD REPORT GOOD  *
015200*    CELLS AS UNCHECKABLE OR PRICE THEM OFF A STALE RATE.        *
015300*****************************************************************
015400 77  WS-RATE-COUNT               PIC 9(04) VALUE 0.
015500 01  WS-RATE-TABLE.
015600     05  WS-RATE-ENTRY           OCCURS 1000 TIMES
015700                                 INDEXED BY WS-RATE-IDX.
015800         10  WS-RATE-TYPE        PIC X.
015900         10  WS-RATE-SERIES      PIC X.
016000         10  WS-RATE-EFF-ABS     PIC 9(06).
016100         10  WS-RATE-PCT         PIC S9(02)V9(04).
016200
016300 77  WS-WANT-TYPE                PIC X     VALUE SPACE.
016400 77  WS-WANT-ABS                 PIC 9(06) VALUE 0.
016500 77  WS-BEST-ABS                 PIC 9(06) VALUE 0.
016600 77  WS-BEST-RATE                PIC S9(02)V9(04) VALUE 0.
016700 77  WS-RATE-FOUND-SWITCH        PIC 9     VALUE 0.
016800     88  WS-RATE-FOUND           VALUE 1.
016900
017000*****************************************************************
017100*    ONE ROW'S EARNING SCHEDULE.  THE RATE FOR EACH SIX-MONTH    *
017200*    PERIOD FROM ISSUE IS WORKED OUT ONCE PER ROW AND SHARED BY  *
017300*    ITS 12 CELLS.  A PERIOD WITH NO RATE ON THE MASTER, AND     *
017400*    EVERY PERIOD AFTER IT, CANNOT BE PRICED - THE GAP PERIOD    *
017500*    MARKS WHERE THAT STARTS.  100 PERIODS IS 50 YEARS, PAST ANY *
017600*    SERIES' FINAL MATURITY.                                     *
017700*****************************************************************
017800 77  WS-ISSUE-ABS                PIC 9(06) VALUE 0.
017900 77  WS-ISSUE-PRICE              PIC 9(05)V9(04) VALUE 0.
018000 77  WS-GUAR-VALUE               PIC 9(07)V9(06) VALUE 0.
018100 77  WS-GUAR-MONTHS              PIC 9(04) VALUE 0.
018200 77  WS-FINAL-MONTHS             PIC 9(04) VALUE 0.
018300 77  WS-FIXED-RATE               PIC S9(02)V9(04) VALUE 0.
018400 77  WS-ROW-MAX-MONTHS           PIC S9(05) VALUE 0.
018500 77  WS-PERIODS-NEEDED           PIC 9(04) VALUE 0.
018600 77  WS-PERIOD-IDX               PIC 9(04) COMP.
018700 77  WS-GAP-PERIOD               PIC 9(04) VALUE 0.
018800 77  WS-GAP-ABS                  PIC 9(06) VALUE 0.
018900 77  WS-GAP-TYPE                 PIC X     VALUE SPACE.
019000 01  WS-PERIOD-RATE-TABLE.
019100     05  WS-PER-RATE             PIC S9(03)V9(06)
019200                                 OCCURS 100 TIMES.
019300 77  WS-ROW-GAP-SWITCH           PIC 9     VALUE 0.
019400     88  WS-ROW-GAP-REPORTED     VALUE 1.
019500
019600*****************************************************************
019700*    ONE CELL'S RECOMPUTATION.                                   *
019800*****************************************************************
019900 77  WS-ELAPSED-MONTHS           PIC S9(05) VALUE 0.
020000 77  WS-PERIOD-START             PIC 9(05) VALUE 0.
020100 77  WS-PERIOD-MONTHS            PIC 9(02) VALUE 0.
020200 77  WS-LAST-PERIOD              PIC 9(04) VALUE 0.
020300 77  WS-CALC-VALUE               PIC 9(07)V9(06) VALUE 0.
020400 77  WS-EXPECTED-VALUE           PIC 9(05)V99 VALUE 0.
020500 77  WS-CELL-DIFF                PIC S9(05)V99 VALUE 0.
020600 77  WS-CELL-ABS-DIFF            PIC 9(05)V99 VALUE 0.
020700 77  WS-COMPOSITE-RATE           PIC S9(03)V9(06) VALUE 0.
020800
020900*****************************************************************
021000*    RUN TOTALS.                                                 *
021100*****************************************************************
021200 77  WS-CHECKED-COUNTER          PIC 9(07) VALUE 0.
021300 77  WS-OUT-OF-TOL-COUNTER       PIC 9(07) VALUE 0.
021400 77  WS-NO-RATE-COUNTER          PIC 9(07) VALUE 0.
021500 77  WS-NOT-COVERED-COUNTER      PIC 9(07) VALUE 0.
021600 77  WS-NOT-QUOTED-COUNTER       PIC 9(07) VALUE 0.
021700
021800*****************************************************************
021900*    STEP-LEDGER STATE - THE LAST TOKEN FOUND FOR BONDLOAD,      *
022000*    AND THIS RUN'S OWN OUTGOING TOKEN.                          *
022100*****************************************************************
022200 77  WS-STEP-WANTED              PIC X(08) VALUE SPACES.
022300 77  WS-STEP-FOUND-SWITCH        PIC 9     VALUE 0.
022400     88  WS-STEP-FOUND           VALUE 1.
022500 77  WS-STEP-DATE-HOLD           PIC 9(08) VALUE 0.
022600 77  WS-STEP-RC-HOLD             PIC 9(02) VALUE 0.
022700 77  WS-STEP-VERDICT-HOLD        PIC X(14) VALUE SPACES.
022800 77  WS-STEP-TIME-RAW            PIC 9(08).
022900
023000*****************************************************************
023100*    FIELDS FEEDING THE VRFYRPT VERIFICATION REPORT.             *
023200*****************************************************************
023300 01  WS-RPT-CELL-LINE.
023400     05  WS-RPT-SERIES           PIC X.
023500     05  WS-RPT-IYEAR            PIC 9(04).
023600     05  WS-RPT-RYEAR            PIC 9(04).
023700     05  WS-RPT-RMONTH           PIC 9(02).
023800     05  WS-RPT-CELL-IDX         PIC 9(02).
023900     05  WS-RPT-TABLE-VALUE      PIC 9(04)V99.
024000     05  WS-RPT-EXPECTED         PIC 9(05)V99.
024100     05  WS-RPT-DIFF             PIC S9(05)V99.
024200 01  WS-RPT-GAP-LINE.
024300     05  WS-RPT-GAP-TEXT         PIC X(24).
024400     05  WS-RPT-GAP-YEAR         PIC 9(04).
024500     05  WS-RPT-GAP-MONTH        PIC 9(02).
024600 77  WS-GAP-YEAR-WORK            PIC 9(04) VALUE 0.
024700 77  WS-GAP-MONTH-WORK           PIC 9(02) VALUE 0.
024800
024900 REPORT SECTION.
025000*****************************************************************
025100*    VERIFICATION-REPORT                                         *
025200*    ONE LINE PER CELL OUT OF TOLERANCE, ONE PER ROW THAT RAN    *
025300*    OUT OF RATES, THE PER-SERIES COUNTS AND THE RUN TOTALS.     *
025400*****************************************************************
025500 RD  VERIFICATION-REPORT
025600     PAGE LIMIT 60 LINES
025700     FIRST DETAIL 5
025800     LAST DETAIL 56.
025900
026000 01  TYPE PAGE HEADING.
026100     05  LINE 1.
026200         10  COLUMN  1  PIC X(41)
026300             VALUE "TREASURY TABLE VALUE VERIFICATION REPORT".
026400     05  LINE 2.
026500         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
026600         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
026700         10  COLUMN 25  PIC X(10) VALUE "TOLERANCE:".
026800         10  COLUMN 36  PIC ZZ9.99 SOURCE CTL-VRFY-TOLERANCE.
026900     05  LINE 4.
027000         10  COLUMN  1  PIC X(06) VALUE "SERIES".
027100         10  COLUMN  8  PIC X(05) VALUE "IYEAR".
027200         10  COLUMN 14  PIC X(05) VALUE "RYEAR".
027300         10  COLUMN 20  PIC X(02) VALUE "RM".
027400         10  COLUMN 24  PIC X(02) VALUE "IX".
027500         10  COLUMN 28  PIC X(05) VALUE "TABLE".
027600         10  COLUMN 39  PIC X(08) VALUE "EXPECTED".
027700         10  COLUMN 50  PIC X(10) VALUE "DIFFERENCE".
027800
027900 01  OUT-OF-TOL-DETAIL TYPE DETAIL.
028000     05  LINE PLUS 1.
028100         10  COLUMN  1  PIC X        SOURCE WS-RPT-SERIES.
028200         10  COLUMN  8  PIC 9(04)    SOURCE WS-RPT-IYEAR.
028300         10  COLUMN 14  PIC 9(04)    SOURCE WS-RPT-RYEAR.
028400         10  COLUMN 20  PIC 9(02)    SOURCE WS-RPT-RMONTH.
028500         10  COLUMN 24  PIC Z9       SOURCE WS-RPT-CELL-IDX.
028600         10  COLUMN 28  PIC ZZZ9.99  SOURCE WS-RPT-TABLE-VALUE.
028700         10  COLUMN 38  PIC ZZZZ9.99 SOURCE WS-RPT-EXPECTED.
028800         10  COLUMN 50  PIC +ZZZZ9.99 SOURCE WS-RPT-DIFF.
028900
029000 01  NO-RATE-DETAIL TYPE DETAIL.
029100     05  LINE PLUS 1.
029200         10  COLUMN  1  PIC X        SOURCE WS-RPT-SERIES.
029300         10  COLUMN  8  PIC 9(04)    SOURCE WS-RPT-IYEAR.
029400         10  COLUMN 14  PIC 9(04)    SOURCE WS-RPT-RYEAR.
029500         10  COLUMN 20  PIC 9(02)    SOURCE WS-RPT-RMONTH.
029600         10  COLUMN 28  PIC X(24)    SOURCE WS-RPT-GAP-TEXT.
029700         10  COLUMN 53  PIC 9(04)    SOURCE WS-RPT-GAP-YEAR.
029800         10  COLUMN 57  PIC X        VALUE "/".
029900         10  COLUMN 58  PIC 9(02)    SOURCE WS-RPT-GAP-MONTH.
030000
030100 01  SERIES-HEADER-DETAIL TYPE DETAIL.
030200     05  LINE PLUS 2.
030300         10  COLUMN  1  PIC X(22)
030400             VALUE "VERIFICATION BY SERIES".
030500     05  LINE PLUS 1.
030600         10  COLUMN  1  PIC X(06) VALUE "SERIES".
030700         10  COLUMN  9  PIC X(07) VALUE "CHECKED".
030800         10  COLUMN 19  PIC X(10) VALUE "OUT OF TOL".
030900         10  COLUMN 32  PIC X(07) VALUE "NO RATE".
031000         10  COLUMN 42  PIC X(11) VALUE "NOT COVERED".
031100         10  COLUMN 56  PIC X(10) VALUE "NOT QUOTED".
031200
031300 01  SERIES-COUNT-DETAIL TYPE DETAIL.
031400     05  LINE PLUS 1.
031500         10  COLUMN  1  PIC X       SOURCE WS-RPT-SERIES.
031600         10  COLUMN  9  PIC ZZZZZZ9
031700             SOURCE WS-TRM-CHECKED(WS-SREF-IDX).
031800         10  COLUMN 19  PIC ZZZZZZ9
031900             SOURCE WS-TRM-OUT-OF-TOL(WS-SREF-IDX).
032000         10  COLUMN 32  PIC ZZZZZZ9
032100             SOURCE WS-TRM-NO-RATE(WS-SREF-IDX).
032200         10  COLUMN 42  PIC ZZZZZZ9
032300             SOURCE WS-TRM-NOT-COVERED(WS-SREF-IDX).
032400         10  COLUMN 56  PIC ZZZZZZ9
032500             SOURCE WS-TRM-NOT-QUOTED(WS-SREF-IDX).
032600
032700 01  TOTALS-DETAIL TYPE DETAIL.
032800     05  LINE PLUS 2.
032900         10  COLUMN  1  PIC X(28)
033000             VALUE "MASTER ROWS READ...........:".
033100         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-ROW-COUNTER.
033200     05  LINE PLUS 1.
033300         10  COLUMN  1  PIC X(28)
033400             VALUE "CELLS CHECKED..............:".
033500         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-CHECKED-COUNTER.
033600     05  LINE PLUS 1.
033700         10  COLUMN  1  PIC X(28)
033800             VALUE "CELLS OUT OF TOLERANCE.....:".
033900         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-OUT-OF-TOL-COUNTER.
034000     05  LINE PLUS 1.
034100         10  COLUMN  1  PIC X(28)
034200             VALUE "CELLS WITH NO RATE.........:".
034300         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-NO-RATE-COUNTER.
034400     05  LINE PLUS 1.
034500         10  COLUMN  1  PIC X(28)
034600             VALUE "CELLS NOT COVERED..........:".
034700         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-NOT-COVERED-COUNTER.
034800     05  LINE PLUS 1.
034900         10  COLUMN  1  PIC X(28)
035000             VALUE "CELLS NOT QUOTED...........:".
035100         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-NOT-QUOTED-COUNTER.
035200     05  LINE PLUS 1.
035300         10  COLUMN  1  PIC X(28)
035400             VALUE "RATE RECORDS REJECTED......:".
035500         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-RATE-REJECT-COUNTER.
035600
035700 PROCEDURE DIVISION.
035800*****************************************************************
035900*    0000-MAINLINE                                               *
036000*****************************************************************
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036300     PERFORM 2000-VERIFY-ONE-ROW THRU 2000-EXIT
036400         UNTIL WS-EOF-YES.
036500     PERFORM 3000-FINALIZE THRU 3000-EXIT.
036600     GO TO 9999-EXIT.
036700
036800*****************************************************************
036900*    1000-INITIALIZE                                             *
037000*    READS THE CONTROL RECORD FOR THE CELL TOLERANCE, GATES ON   *
037100*    THE STEP LEDGER, LOADS THE SERIES TABLE AND THE RATE        *
037200*    MASTER, AND OPENS THE MASTER AND THE REPORT.                *
037300*****************************************************************
037400 1000-INITIALIZE.
037500     OPEN INPUT CTLFILE.
037600     READ CTLFILE INTO CTL-RECORD
037700         AT END
037800             DISPLAY "BONDVRFY: CTLFILE IS EMPTY - ABENDING"
037900             MOVE 16 TO RETURN-CODE
038000             GO TO 9999-EXIT
038100     END-READ.
038200     CLOSE CTLFILE.
038300     IF CTL-VRFY-TOLERANCE NOT NUMERIC
038400         MOVE 0 TO CTL-VRFY-TOLERANCE.
038500
038600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038700     PERFORM 1060-CHECK-UPSTREAM THRU 1060-EXIT.
038800
038900     PERFORM 1030-LOAD-SERIES-TABLE THRU 1030-EXIT.
039000     IF WS-SREF-COUNT = 0
039100         DISPLAY "BONDVRFY: SERFILE IS EMPTY - ABENDING"
039200         MOVE 16 TO RETURN-CODE
039300         GO TO 9999-EXIT
039400     END-IF.
039500
039600     PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT.
039700     IF WS-TERMS-COUNT = 0
039800         DISPLAY "BONDVRFY: RATE MASTER CARRIES NO SERIES TERMS "
039900             "- NOTHING CAN BE VERIFIED - ABENDING"
040000         MOVE 16 TO RETURN-CODE
040100         GO TO 9999-EXIT
040200     END-IF.
040300
040400     OPEN INPUT BONDMSTR.
040500     OPEN OUTPUT VRFYRPT.
040600     INITIATE VERIFICATION-REPORT.
040700 1000-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*    1030-LOAD-SERIES-TABLE                                      *
041200*    LOADS THE SERIES REFERENCE MASTER INTO THE LOOKUP TABLE     *
041300*    ONE TIME AT STARTUP.                                        *
041400*****************************************************************
041500 1030-LOAD-SERIES-TABLE.
041600     OPEN INPUT SERFILE.
041700     MOVE "N" TO WS-EOF-SWITCH.
041800     PERFORM 1035-LOAD-ONE-SERIES THRU 1035-EXIT
041900         UNTIL WS-EOF-YES.
042000     CLOSE SERFILE.
042100     MOVE "N" TO WS-EOF-SWITCH.
042200 1030-EXIT.
042300     EXIT.
042400
042500 1035-LOAD-ONE-SERIES.
042600     READ SERFILE INTO SER-RECORD
042700         AT END
042800             MOVE "Y" TO WS-EOF-SWITCH
042900             GO TO 1035-EXIT
043000     END-READ.
043100     IF WS-SREF-COUNT = 12
043200         IF NOT WS-SREF-TABLE-FULL
043300             DISPLAY "BONDVRFY: SERFILE EXCEEDS TABLE SIZE - "
043400                 "SKIPPING REMAINING SERIES"
043500             MOVE 1 TO WS-SREF-FULL-SWITCH
043600         END-IF
043700         GO TO 1035-EXIT
043800     END-IF.
043900     ADD 1 TO WS-SREF-COUNT.
044000     SET WS-SREF-IDX TO WS-SREF-COUNT.
044100     MOVE SER-SERIES TO WS-SREF-SERIES(WS-SREF-IDX).
044200     MOVE SER-DESC TO WS-SREF-DESC(WS-SREF-IDX).
044300     MOVE SER-ACTIVE-FLAG TO WS-SREF-ACTIVE-FLAG(WS-SREF-IDX).
044400     MOVE SER-BASE-DENOM TO WS-SREF-BASE-DENOM(WS-SREF-IDX).
044500 1035-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    1060-CHECK-UPSTREAM                                         *
045000*    BONDLOAD MUST HAVE APPENDED AN ACCEPTED (RC 0 OR 4) TOKEN   *
045100*    TO THE STEP LEDGER TODAY - A CLEAN VERDICT ON AN EMPTY OR   *
045200*    STALE MASTER WOULD WAVE THE NEW RELEASE THROUGH UNCHECKED.  *
045300*****************************************************************
045400 1060-CHECK-UPSTREAM.
045500     MOVE "BONDLOAD" TO WS-STEP-WANTED.
045600     PERFORM 1065-FIND-STEP-TOKEN THRU 1065-EXIT.
045700     IF NOT WS-STEP-FOUND
045800         OR WS-STEP-DATE-HOLD NOT = WS-RUN-DATE
045900         OR WS-STEP-RC-HOLD > 4
046000         DISPLAY "BONDVRFY: BONDLOAD HAS NOT BUILT TODAY'S "
046100             "BOND MASTER - IT IS EMPTY OR STALE - STOPPING"
046200         MOVE 16 TO RETURN-CODE
046300         GO TO 9999-EXIT
046400     END-IF.
046500 1060-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900*    1065-FIND-STEP-TOKEN                                        *
047000*    READS THE WHOLE LEDGER AND KEEPS THE LAST TOKEN WRITTEN     *
047100*    FOR THE WANTED PROGRAM.                                     *
047200*****************************************************************
047300 1065-FIND-STEP-TOKEN.
047400     MOVE 0 TO WS-STEP-FOUND-SWITCH.
047500     OPEN INPUT STEPLOG.
047600     MOVE "N" TO WS-EOF-SWITCH.
047700     PERFORM 1070-READ-ONE-TOKEN THRU 1070-EXIT
047800         UNTIL WS-EOF-YES.
047900     CLOSE STEPLOG.
048000     MOVE "N" TO WS-EOF-SWITCH.
048100 1065-EXIT.
048200     EXIT.
048300
048400 1070-READ-ONE-TOKEN.
048500     READ STEPLOG
048600         AT END
048700             MOVE "Y" TO WS-EOF-SWITCH
048800             GO TO 1070-EXIT
048900     END-READ.
049000     IF STEP-PROGRAM = WS-STEP-WANTED
049100         MOVE 1 TO WS-STEP-FOUND-SWITCH
049200         MOVE STEP-DATE TO WS-STEP-DATE-HOLD
049300         MOVE STEP-RC TO WS-STEP-RC-HOLD
049400         MOVE STEP-VERDICT TO WS-STEP-VERDICT-HOLD
049500     END-IF.
049600 1070-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000*    1100-LOAD-RATE-MASTER                                       *
050100*    LOADS THE SERIES TERMS INTO THE TERMS TABLE AND THE FIXED   *
050200*    AND INFLATION RATES INTO THE RATE TABLE.                    *
050300*****************************************************************
050400 1100-LOAD-RATE-MASTER.
050500     OPEN INPUT RATEFILE.
050600     MOVE "N" TO WS-EOF-SWITCH.
050700     PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
050800         UNTIL WS-EOF-YES.
050900     CLOSE RATEFILE.
051000     MOVE "N" TO WS-EOF-SWITCH.
051100 1100-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500*    1110-LOAD-ONE-RATE                                          *
051600*    A RECORD FOR A SERIES NOT ON SERFILE, OR ONE THAT FAILS ITS *
051700*    EDITS, IS SKIPPED AND COUNTED - THE CELLS IT WOULD HAVE     *
051800*    PRICED SHOW UP AS NO RATE OR NOT COVERED.                   *
051900*****************************************************************
052000 1110-LOAD-ONE-RATE.
052100     READ RATEFILE INTO RAT-RECORD
052200         AT END
052300             MOVE "Y" TO WS-EOF-SWITCH
052400             GO TO 1110-EXIT
052500     END-READ.
052600     ADD 1 TO WS-RATE-REC-COUNTER.
052700     MOVE RAT-SERIES TO WS-LOOKUP-SERIES.
052800     PERFORM 2700-FIND-SERIES-INDEX THRU 2700-EXIT.
052900     IF NOT WS-SREF-FOUND
053000         DISPLAY "BONDVRFY: RATE RECORD FOR SERIES "
053100             RAT-SERIES " NOT ON SERFILE - SKIPPED"
053200         ADD 1 TO WS-RATE-REJECT-COUNTER
053300         GO TO 1110-EXIT
053400     END-IF.
053500
053600     IF RAT-TERMS-REC
053700         IF NOT (RAT-FIXED-METHOD OR RAT-COMPOSITE-METHOD)
053800             OR RAT-ISSUE-PCT NOT NUMERIC
053900             OR RAT-ISSUE-PCT = 0
054000             OR RAT-GUAR-YEARS NOT NUMERIC
054100             OR RAT-GUAR-MULT NOT NUMERIC
054200             OR RAT-FINAL-YEARS NOT NUMERIC
054300             DISPLAY "BONDVRFY: BAD TERMS RECORD FOR SERIES "
054400                 RAT-SERIES " - SKIPPED"
054500             ADD 1 TO WS-RATE-REJECT-COUNTER
054600             GO TO 1110-EXIT
054700         END-IF
054800         IF NOT WS-TRM-LOADED(WS-MATCHED-SREF-IDX)
054900             ADD 1 TO WS-TERMS-COUNT
055000         END-IF
055100         MOVE 1 TO WS-TRM-LOADED-SW(WS-MATCHED-SREF-IDX)
055200         MOVE RAT-METHOD TO WS-TRM-METHOD(WS-MATCHED-SREF-IDX)
055300         MOVE RAT-ISSUE-PCT
055400             TO WS-TRM-ISSUE-PCT(WS-MATCHED-SREF-IDX)
055500         MOVE RAT-GUAR-YEARS
055600             TO WS-TRM-GUAR-YEARS(WS-MATCHED-SREF-IDX)
055700         MOVE RAT-GUAR-MULT
055800             TO WS-TRM-GUAR-MULT(WS-MATCHED-SREF-IDX)
055900         MOVE RAT-FINAL-YEARS
056000             TO WS-TRM-FINAL-YEARS(WS-MATCHED-SREF-IDX)
056100         GO TO 1110-EXIT
056200     END-IF.
056300
056400     IF NOT (RAT-FIXED-REC OR RAT-INFLATION-REC)
056500         OR RAT-EFF-YEAR NOT NUMERIC
056600         OR RAT-EFF-MONTH NOT NUMERIC
056700         OR RAT-EFF-MONTH < 1
056800         OR RAT-EFF-MONTH > 12
056900         OR RAT-RATE NOT NUMERIC
057000         DISPLAY "BONDVRFY: BAD RATE RECORD FOR SERIES "
057100             RAT-SERIES " - SKIPPED"
057200         ADD 1 TO WS-RATE-REJECT-COUNTER
057300         GO TO 1110-EXIT
057400     END-IF.
057500     IF WS-RATE-COUNT = 1000
057600         DISPLAY "BONDVRFY: RATE MASTER EXCEEDS THE RATE TABLE "
057700             "- A PARTIAL LOAD WOULD MISPRICE THE CHECK - "
057800             "ABENDING"
057900         MOVE 16 TO RETURN-CODE
058000         GO TO 9999-EXIT
058100     END-IF.
058200     ADD 1 TO WS-RATE-COUNT.
058300     SET WS-RATE-IDX TO WS-RATE-COUNT.
058400     MOVE RAT-REC-TYPE TO WS-RATE-TYPE(WS-RATE-IDX).
058500     MOVE RAT-SERIES TO WS-RATE-SERIES(WS-RATE-IDX).
058600     COMPUTE WS-RATE-EFF-ABS(WS-RATE-IDX) =
058700         RAT-EFF-YEAR * 12 + RAT-EFF-MONTH - 1.
058800     MOVE RAT-RATE TO WS-RATE-PCT(WS-RATE-IDX).
058900 1110-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300*    2000-VERIFY-ONE-ROW                                         *
059400*    READS ONE MASTER ROW, WORKS OUT ITS EARNING SCHEDULE AND    *
059500*    CHECKS ITS 12 MONTH CELLS AGAINST IT.                       *
059600*****************************************************************
059700 2000-VERIFY-ONE-ROW.
059800     READ BONDMSTR NEXT RECORD
059900         AT END
060000             MOVE "Y" TO WS-EOF-SWITCH
060100             GO TO 2000-EXIT
060200     END-READ.
060300     ADD 1 TO WS-ROW-COUNTER.
060400     MOVE 0 TO WS-ROW-GAP-SWITCH.
060500     MOVE MST-SERIES TO WS-RPT-SERIES.
060600     MOVE MST-IYEAR TO WS-RPT-IYEAR.
060700     MOVE MST-RYEAR TO WS-RPT-RYEAR.
060800     MOVE MST-RMONTH TO WS-RPT-RMONTH.
060900
061000     MOVE MST-SERIES TO WS-LOOKUP-SERIES.
061100     PERFORM 2700-FIND-SERIES-INDEX THRU 2700-EXIT.
061200     IF NOT WS-SREF-FOUND
061300         ADD 12 TO WS-NOT-COVERED-COUNTER
061400         GO TO 2000-EXIT
061500     END-IF.
061600     IF NOT WS-TRM-LOADED(WS-MATCHED-SREF-IDX)
061700         ADD 12 TO WS-NOT-COVERED-COUNTER
061800         ADD 12 TO WS-TRM-NOT-COVERED(WS-MATCHED-SREF-IDX)
061900         GO TO 2000-EXIT
062000     END-IF.
062100
062200     PERFORM 2100-BUILD-SCHEDULE THRU 2100-EXIT.
062300     PERFORM 2200-VERIFY-ONE-CELL THRU 2200-EXIT
062400         VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL WS-MONTH-IDX > 12.
062500 2000-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900*    2100-BUILD-SCHEDULE                                         *
063000*    ISSUE PRICE, GUARANTEE AND MATURITY POINTS FOR THE ROW, AND *
063100*    THE RATE FOR EACH SIX-MONTH PERIOD ITS LATEST CELL REACHES. *
063200*    THE FIXED RATE IS THE ONE IN FORCE AT ISSUE; NO FIXED RATE  *
063300*    MEANS NO PERIOD CAN BE PRICED (GAP AT PERIOD 1).            *
063400*****************************************************************
063500 2100-BUILD-SCHEDULE.
063600     COMPUTE WS-ISSUE-ABS = MST-IYEAR * 12.
063700     COMPUTE WS-ISSUE-PRICE ROUNDED =
063800         WS-SREF-BASE-DENOM(WS-MATCHED-SREF-IDX)
063900             * WS-TRM-ISSUE-PCT(WS-MATCHED-SREF-IDX) / 100.
064000     COMPUTE WS-GUAR-VALUE =
064100         WS-ISSUE-PRICE * WS-TRM-GUAR-MULT(WS-MATCHED-SREF-IDX).
064200     COMPUTE WS-GUAR-MONTHS =
064300         WS-TRM-GUAR-YEARS(WS-MATCHED-SREF-IDX) * 12.
064400     COMPUTE WS-FINAL-MONTHS =
064500         WS-TRM-FINAL-YEARS(WS-MATCHED-SREF-IDX) * 12.
064600
064700     COMPUTE WS-ROW-MAX-MONTHS =
064800         MST-RYEAR * 12 + 11 - WS-ISSUE-ABS.
064900     IF WS-FINAL-MONTHS > 0
065000         AND WS-ROW-MAX-MONTHS > WS-FINAL-MONTHS
065100         MOVE WS-FINAL-MONTHS TO WS-ROW-MAX-MONTHS
065200     END-IF.
065300     MOVE 0 TO WS-PERIODS-NEEDED.
065400     IF WS-ROW-MAX-MONTHS > 0
065500         DIVIDE WS-ROW-MAX-MONTHS BY 6
065600             GIVING WS-PERIODS-NEEDED
065700         ADD 1 TO WS-PERIODS-NEEDED
065800     END-IF.
065900     MOVE 101 TO WS-GAP-PERIOD.
066000     IF WS-PERIODS-NEEDED > 100
066100         MOVE 100 TO WS-PERIODS-NEEDED
066200     END-IF.
066300
066400     MOVE "F" TO WS-WANT-TYPE.
066500     MOVE WS-ISSUE-ABS TO WS-WANT-ABS.
066600     PERFORM 2400-FIND-RATE THRU 2400-EXIT.
066700     IF NOT WS-RATE-FOUND
066800         MOVE 1 TO WS-GAP-PERIOD
066900         MOVE "F" TO WS-GAP-TYPE
067000         MOVE WS-ISSUE-ABS TO WS-GAP-ABS
067100         GO TO 2100-EXIT
067200     END-IF.
067300     MOVE WS-BEST-RATE TO WS-FIXED-RATE.
067400     IF WS-PERIODS-NEEDED > 0
067500         PERFORM 2110-RATE-ONE-PERIOD THRU 2110-EXIT
067600             VARYING WS-PERIOD-IDX FROM 1 BY 1
067700                 UNTIL WS-PERIOD-IDX > WS-PERIODS-NEEDED
067800                     OR WS-PERIOD-IDX NOT < WS-GAP-PERIOD
067900     END-IF.
068000 2100-EXIT.
068100     EXIT.
068200
068300*****************************************************************
068400*    2110-RATE-ONE-PERIOD                                        *
068500*    ANNUAL RATE FOR ONE PERIOD.  FOR THE COMPOSITE METHOD, WITH *
068600*    F THE FIXED AND S THE SEMIANNUAL INFLATION PERCENT:         *
068700*        F + 2 * S + F * S / 100, FLOORED AT ZERO.               *
068800*****************************************************************
068900 2110-RATE-ONE-PERIOD.
069000     IF WS-TRM-FIXED-METHOD(WS-MATCHED-SREF-IDX)
069100         MOVE WS-FIXED-RATE TO WS-PER-RATE(WS-PERIOD-IDX)
069200         GO TO 2110-EXIT
069300     END-IF.
069400     MOVE "S" TO WS-WANT-TYPE.
069500     COMPUTE WS-WANT-ABS =
069600         WS-ISSUE-ABS + (WS-PERIOD-IDX - 1) * 6.
069700     PERFORM 2400-FIND-RATE THRU 2400-EXIT.
069800     IF NOT WS-RATE-FOUND
069900         MOVE WS-PERIOD-IDX TO WS-GAP-PERIOD
070000         MOVE "S" TO WS-GAP-TYPE
070100         MOVE WS-WANT-ABS TO WS-GAP-ABS
070200         GO TO 2110-EXIT
070300     END-IF.
070400     COMPUTE WS-COMPOSITE-RATE =
070500         WS-FIXED-RATE + 2 * WS-BEST-RATE
070600             + WS-FIXED-RATE * WS-BEST-RATE / 100.
070700     IF WS-COMPOSITE-RATE < 0
070800         MOVE 0 TO WS-COMPOSITE-RATE.
070900     MOVE WS-COMPOSITE-RATE TO WS-PER-RATE(WS-PERIOD-IDX).
071000 2110-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400*    2200-VERIFY-ONE-CELL                                        *
071500*    RECOMPUTES ONE MONTH CELL AND COMPARES IT TO THE TABLE.     *
071600*****************************************************************
071700 2200-VERIFY-ONE-CELL.
071800     IF MST-MONTH-VAL(WS-MONTH-IDX) NOT NUMERIC
071900         OR MST-MONTH-VAL(WS-MONTH-IDX) = 0
072000         ADD 1 TO WS-NOT-QUOTED-COUNTER
072100         ADD 1 TO WS-TRM-NOT-QUOTED(WS-MATCHED-SREF-IDX)
072200         GO TO 2200-EXIT
072300     END-IF.
072400     COMPUTE WS-ELAPSED-MONTHS =
072500         MST-RYEAR * 12 + WS-MONTH-IDX - 1 - WS-ISSUE-ABS.
072600     IF WS-ELAPSED-MONTHS < 0
072700         ADD 1 TO WS-NOT-QUOTED-COUNTER
072800         ADD 1 TO WS-TRM-NOT-QUOTED(WS-MATCHED-SREF-IDX)
072900         GO TO 2200-EXIT
073000     END-IF.
073100     IF WS-FINAL-MONTHS > 0
073200         AND WS-ELAPSED-MONTHS > WS-FINAL-MONTHS
073300         MOVE WS-FINAL-MONTHS TO WS-ELAPSED-MONTHS
073400     END-IF.
073500
073600     MOVE 0 TO WS-LAST-PERIOD.
073700     IF WS-ELAPSED-MONTHS > 0
073800         COMPUTE WS-LAST-PERIOD =
073900             (WS-ELAPSED-MONTHS - 1) / 6 + 1
074000     END-IF.
074100     IF WS-LAST-PERIOD NOT < WS-GAP-PERIOD
074200         OR WS-LAST-PERIOD > 100
074300         ADD 1 TO WS-NO-RATE-COUNTER
074400         ADD 1 TO WS-TRM-NO-RATE(WS-MATCHED-SREF-IDX)
074500         PERFORM 2250-REPORT-RATE-GAP THRU 2250-EXIT
074600         GO TO 2200-EXIT
074700     END-IF.
074800
074900     PERFORM 2300-COMPUTE-EXPECTED THRU 2300-EXIT.
075000     ADD 1 TO WS-CHECKED-COUNTER.
075100     ADD 1 TO WS-TRM-CHECKED(WS-MATCHED-SREF-IDX).
075200     SUBTRACT WS-EXPECTED-VALUE FROM MST-MONTH-VAL(WS-MONTH-IDX)
075300         GIVING WS-CELL-DIFF.
075400     IF WS-CELL-DIFF < 0
075500         MULTIPLY WS-CELL-DIFF BY -1 GIVING WS-CELL-ABS-DIFF
075600     ELSE
075700         MOVE WS-CELL-DIFF TO WS-CELL-ABS-DIFF
075800     END-IF.
075900     IF WS-CELL-ABS-DIFF NOT > CTL-VRFY-TOLERANCE
076000         GO TO 2200-EXIT.
076100
076200     ADD 1 TO WS-OUT-OF-TOL-COUNTER.
076300     ADD 1 TO WS-TRM-OUT-OF-TOL(WS-MATCHED-SREF-IDX).
076400     MOVE WS-MONTH-IDX TO WS-RPT-CELL-IDX.
076500     MOVE MST-MONTH-VAL(WS-MONTH-IDX) TO WS-RPT-TABLE-VALUE.
076600     MOVE WS-EXPECTED-VALUE TO WS-RPT-EXPECTED.
076700     MOVE WS-CELL-DIFF TO WS-RPT-DIFF.
076800     GENERATE OUT-OF-TOL-DETAIL.
076900 2200-EXIT.
077000     EXIT.
077100
077200*****************************************************************
077300*    2250-REPORT-RATE-GAP                                        *
077400*    ONE LINE PER ROW NAMING THE FIRST RATE THE MASTER LACKS -   *
077500*    EVERY LATER CELL OF THE ROW IS SHORT THE SAME RATE.         *
077600*****************************************************************
077700 2250-REPORT-RATE-GAP.
077800     IF WS-ROW-GAP-REPORTED
077900         GO TO 2250-EXIT.
078000     MOVE 1 TO WS-ROW-GAP-SWITCH.
078100     IF WS-GAP-PERIOD > 100
078200         MOVE "PAST THE RATE SCHEDULE" TO WS-RPT-GAP-TEXT
078300         MOVE 0 TO WS-RPT-GAP-YEAR
078400         MOVE 0 TO WS-RPT-GAP-MONTH
078500         GENERATE NO-RATE-DETAIL
078600         GO TO 2250-EXIT
078700     END-IF.
078800     IF WS-GAP-TYPE = "F"
078900         MOVE "NO FIXED RATE FOR ISSUE" TO WS-RPT-GAP-TEXT
079000     ELSE
079100         MOVE "NO INFLATION RATE FOR" TO WS-RPT-GAP-TEXT
079200     END-IF.
079300     DIVIDE WS-GAP-ABS BY 12 GIVING WS-GAP-YEAR-WORK
079400         REMAINDER WS-GAP-MONTH-WORK.
079500     ADD 1 TO WS-GAP-MONTH-WORK.
079600     MOVE WS-GAP-YEAR-WORK TO WS-RPT-GAP-YEAR.
079700     MOVE WS-GAP-MONTH-WORK TO WS-RPT-GAP-MONTH.
079800     GENERATE NO-RATE-DETAIL.
079900 2250-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300*    2300-COMPUTE-EXPECTED                                       *
080400*    WALKS THE CELL'S ELAPSED MONTHS PERIOD BY PERIOD FROM THE   *
080500*    ISSUE PRICE.  A FULL PERIOD EARNS HALF THE ANNUAL RATE; A   *
080600*    PART PERIOD OF K MONTHS EARNS (1 + RATE/200) ** (K/6) - 1.  *
080700*    THE GUARANTEE FLOOR IS APPLIED ON REACHING ITS MONTH.       *
080800*****************************************************************
080900 2300-COMPUTE-EXPECTED.
081000     MOVE WS-ISSUE-PRICE TO WS-CALC-VALUE.
081100     MOVE 0 TO WS-PERIOD-START.
081200     PERFORM 2310-EARN-ONE-PERIOD THRU 2310-EXIT
081300         VARYING WS-PERIOD-IDX FROM 1 BY 1
081400             UNTIL WS-PERIOD-IDX > WS-LAST-PERIOD.
081500     IF WS-GUAR-MONTHS > 0
081600         AND WS-ELAPSED-MONTHS NOT < WS-GUAR-MONTHS
081700         AND WS-PERIOD-START = WS-GUAR-MONTHS
081800         AND WS-CALC-VALUE < WS-GUAR-VALUE
081900         MOVE WS-GUAR-VALUE TO WS-CALC-VALUE
082000     END-IF.
082100     COMPUTE WS-EXPECTED-VALUE ROUNDED = WS-CALC-VALUE.
082200 2300-EXIT.
082300     EXIT.
082400
082500 2310-EARN-ONE-PERIOD.
082600     IF WS-GUAR-MONTHS > 0
082700         AND WS-PERIOD-START = WS-GUAR-MONTHS
082800         AND WS-CALC-VALUE < WS-GUAR-VALUE
082900         MOVE WS-GUAR-VALUE TO WS-CALC-VALUE
083000     END-IF.
083100     COMPUTE WS-PERIOD-MONTHS =
083200         WS-ELAPSED-MONTHS - WS-PERIOD-START.
083300     IF WS-PERIOD-MONTHS > 6
083400         MOVE 6 TO WS-PERIOD-MONTHS.
083500     IF WS-PERIOD-MONTHS = 6
083600         COMPUTE WS-CALC-VALUE ROUNDED = WS-CALC-VALUE
083700             * (1 + WS-PER-RATE(WS-PERIOD-IDX) / 200)
083800     ELSE
083900         COMPUTE WS-CALC-VALUE ROUNDED = WS-CALC-VALUE
084000             * (1 + WS-PER-RATE(WS-PERIOD-IDX) / 200)
084100                 ** (WS-PERIOD-MONTHS / 6)
084200     END-IF.
084300     ADD WS-PERIOD-MONTHS TO WS-PERIOD-START.
084400 2310-EXIT.
084500     EXIT.
084600
084700*****************************************************************
084800*    2400-FIND-RATE                                              *
084900*    THE RATE OF THE WANTED TYPE FOR THE ROW'S SERIES IN FORCE   *
085000*    AT THE WANTED MONTH - THE LATEST EFFECTIVE DATE NOT AFTER   *
085100*    IT.  THE RATE MASTER NEED NOT BE IN DATE ORDER.             *
085200*****************************************************************
085300 2400-FIND-RATE.
085400     MOVE 0 TO WS-RATE-FOUND-SWITCH.
085500     MOVE 0 TO WS-BEST-ABS.
085600     MOVE 0 TO WS-BEST-RATE.
085700     IF WS-RATE-COUNT > 0
085800         PERFORM 2410-CHECK-ONE-RATE THRU 2410-EXIT
085900             VARYING WS-RATE-IDX FROM 1 BY 1
086000                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
086100     END-IF.
086200 2400-EXIT.
086300     EXIT.
086400
086500 2410-CHECK-ONE-RATE.
086600     IF WS-RATE-TYPE(WS-RATE-IDX) NOT = WS-WANT-TYPE
086700         OR WS-RATE-SERIES(WS-RATE-IDX) NOT = MST-SERIES
086800         OR WS-RATE-EFF-ABS(WS-RATE-IDX) > WS-WANT-ABS
086900         GO TO 2410-EXIT.
087000     IF WS-RATE-FOUND
087100         AND WS-RATE-EFF-ABS(WS-RATE-IDX) < WS-BEST-ABS
087200         GO TO 2410-EXIT.
087300     MOVE 1 TO WS-RATE-FOUND-SWITCH.
087400     MOVE WS-RATE-EFF-ABS(WS-RATE-IDX) TO WS-BEST-ABS.
087500     MOVE WS-RATE-PCT(WS-RATE-IDX) TO WS-BEST-RATE.
087600 2410-EXIT.
087700     EXIT.
087800
087900*****************************************************************
088000*    2700-FIND-SERIES-INDEX                                      *
088100*    FINDS WS-LOOKUP-SERIES IN THE REFERENCE TABLE.              *
088200*****************************************************************
088300 2700-FIND-SERIES-INDEX.
088400     MOVE 0 TO WS-SREF-FOUND-SWITCH.
088500     MOVE 0 TO WS-MATCHED-SREF-IDX.
088600     IF WS-SREF-COUNT > 0
088700         PERFORM 2710-CHECK-ONE-SERIES THRU 2710-EXIT
088800             VARYING WS-SREF-IDX FROM 1 BY 1
088900                 UNTIL WS-SREF-IDX > WS-SREF-COUNT
089000                     OR WS-SREF-FOUND
089100     END-IF.
089200 2700-EXIT.
089300     EXIT.
089400
089500 2710-CHECK-ONE-SERIES.
089600     IF WS-SREF-SERIES(WS-SREF-IDX) = WS-LOOKUP-SERIES
089700         MOVE 1 TO WS-SREF-FOUND-SWITCH
089800         SET WS-MATCHED-SREF-IDX TO WS-SREF-IDX
089900     END-IF.
090000 2710-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400*    3000-FINALIZE                                               *
090500*    PRINTS THE PER-SERIES COUNTS AND RUN TOTALS, APPENDS THE    *
090600*    LEDGER TOKEN AND SETS THE SCHEDULER RETURN CODE.            *
090700*****************************************************************
090800 3000-FINALIZE.
090900     CLOSE BONDMSTR.
091000
091100     GENERATE SERIES-HEADER-DETAIL.
091200     PERFORM 3100-PRINT-ONE-SERIES THRU 3100-EXIT
091300         VARYING WS-SREF-IDX FROM 1 BY 1
091400             UNTIL WS-SREF-IDX > WS-SREF-COUNT.
091500     GENERATE TOTALS-DETAIL.
091600     TERMINATE VERIFICATION-REPORT.
091700     CLOSE VRFYRPT.
091800
091900     EVALUATE TRUE
092000         WHEN WS-OUT-OF-TOL-COUNTER > 0
092100             MOVE 8 TO WS-VRFY-RC
092200             DISPLAY "BONDVRFY: TABLE CELLS OUT OF TOLERANCE - "
092300                 "HOLD THE RUN - SEE VRFYRPT"
092400         WHEN WS-NO-RATE-COUNTER > 0
092500             MOVE 4 TO WS-VRFY-RC
092600             DISPLAY "BONDVRFY: RATE MASTER IS MISSING RATES - "
092700                 "SOME CELLS UNCHECKED - SEE VRFYRPT"
092800         WHEN OTHER
092900             MOVE 0 TO WS-VRFY-RC
093000             DISPLAY "BONDVRFY COMPLETED NORMALLY - EVERY "
093100                 "COVERED CELL IS WITHIN TOLERANCE"
093200     END-EVALUATE.
093300     PERFORM 3400-WRITE-STEP-TOKEN THRU 3400-EXIT.
093400     MOVE WS-VRFY-RC TO RETURN-CODE.
093500
093600     DISPLAY "MASTER ROWS READ...........: " WS-ROW-COUNTER.
093700     DISPLAY "CELLS CHECKED..............: " WS-CHECKED-COUNTER.
093800     DISPLAY "CELLS OUT OF TOLERANCE.....: "
093900         WS-OUT-OF-TOL-COUNTER.
094000     DISPLAY "CELLS WITH NO RATE.........: " WS-NO-RATE-COUNTER.
094100     DISPLAY "CELLS NOT COVERED..........: "
094200         WS-NOT-COVERED-COUNTER.
094300     DISPLAY "CELLS NOT QUOTED...........: "
094400         WS-NOT-QUOTED-COUNTER.
094500     DISPLAY "RATE RECORDS READ..........: " WS-RATE-REC-COUNTER.
094600     DISPLAY "RATE RECORDS REJECTED......: "
094700         WS-RATE-REJECT-COUNTER.
094800 3000-EXIT.
094900     EXIT.
095000
095100 3100-PRINT-ONE-SERIES.
095200     MOVE WS-SREF-SERIES(WS-SREF-IDX) TO WS-RPT-SERIES.
095300     GENERATE SERIES-COUNT-DETAIL.
095400 3100-EXIT.
095500     EXIT.
095600
095700*****************************************************************
095800*    3400-WRITE-STEP-TOKEN                                       *
095900*    APPENDS THIS RUN'S COMPLETION TOKEN TO THE SHARED STEPLOG   *
096000*    LEDGER.                                                     *
096100*****************************************************************
096200 3400-WRITE-STEP-TOKEN.
096300     OPEN EXTEND STEPLOG.
096400     MOVE "BONDVRFY" TO STEP-PROGRAM.
096500     MOVE WS-RUN-DATE TO STEP-DATE.
096600     ACCEPT WS-STEP-TIME-RAW FROM TIME.
096700     MOVE WS-STEP-TIME-RAW(1:6) TO STEP-TIME.
096800     MOVE "BONDMSTR.DAT" TO STEP-IN-FILENAME.
096900     MOVE WS-VRFY-RC TO STEP-RC.
097000     EVALUATE WS-VRFY-RC
097100         WHEN 0
097200             MOVE "VERIFIED" TO STEP-VERDICT
097300         WHEN 4
097400             MOVE "PART-VERIFIED" TO STEP-VERDICT
097500         WHEN OTHER
097600             MOVE "OUT-OF-TOLER" TO STEP-VERDICT
097700     END-EVALUATE.
097800     WRITE STEP-RECORD.
097900     CLOSE STEPLOG.
098000 3400-EXIT.
098100     EXIT.
098200
098300 9999-EXIT.
098400     STOP RUN.
