000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDFCST.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDFCST (REDEMPTION CASH-FLOW FORECAST)                    *
000900*    BONDGRWX DERIVES EACH BOND'S IMPLIED ANNUAL GROWTH AND      *
001000*    FLAGS THE FLAT CURVES, BUT ONLY FOR THE CURRENT TABLE.      *
001100*    THIS PROGRAM PROJECTS THE OUTSTANDING FACE ON FACEFILE      *
001200*    FORWARD, QUARTER BY QUARTER, FOR CTL-FCST-YEARS YEARS FROM  *
001300*    THE QUARTER HOLDING THE RUN DATE.  FOR EACH SERIES/IYEAR:   *
001400*        - THE CURVE IS THE LATEST BOND MASTER ROW, HELD THE     *
001500*          SAME WAY BONDGRWX HOLDS IT, AND ITS GROWTH PERCENT IS *
001600*          BONDGRWX'S MONTH-01-TO-12 FIGURE                      *
001700*        - A VALUE INSIDE THE CURVE'S YEAR IS READ OFF THE       *
001800*          CURVE; PAST IT THE MONTH-12 VALUE IS COMPOUNDED AT    *
001900*          THE GROWTH PERCENT A YEAR, PRO RATA BY MONTH          *
002000*        - FINAL MATURITY IS JANUARY OF THE ISSUE YEAR PLUS THE  *
002100*          SERIES' FINAL-MATURITY YEARS FROM THE RATE MASTER     *
002200*          TERMS (RATEFILE, SEE BONDRAT.CPY) - NOTHING GROWS     *
002300*          PAST IT.  A FLAT CURVE HAS ALREADY MATURED            *
002400*    AND PER SERIES AND QUARTER IT FIGURES:                      *
002500*        - THE FACE REACHING FINAL MATURITY IN THE QUARTER       *
002600*        - THE REDEMPTION LIABILITY ON THAT FACE AT MATURITY     *
002700*          (VALUE PER BASE DENOMINATION * FACE / BASE)           *
002800*        - THE COUNT OF SERIES/IYEAR BONDS WHOSE VALUE MOVES     *
002900*          INTO THE CTLFILE QUALIFYING RANGE DURING THE QUARTER  *
003000*    FACE ALREADY PAST MATURITY BUT STILL OUTSTANDING IS SHOWN   *
003100*    AHEAD OF THE QUARTERS, AT TODAY'S VALUE.  FCSTRPT PRINTS    *
003200*    BY SERIES WITH GRAND TOTALS; FCSTFILE CARRIES THE SAME      *
003300*    FIGURES IN FIXED POSITIONS FOR THE FUNDING SPREADSHEET (SEE *
003400*    BONDFCS.CPY).  RETURN CODE 4 FLAGS FACE THAT COULD NOT BE   *
003500*    PROJECTED - NO CURVE, NO SERIES OR NO MATURITY TERMS.       *
003600*                                                                *
003700*    MODIFICATION HISTORY                                        *
003800*    DATE       INIT  DESCRIPTION                                *
003900*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CTLFILE ASSIGN "CTLFILE"
004500         ORGANIZATION LINE SEQUENTIAL.
004600
004700     SELECT BONDMSTR ASSIGN "BONDMSTR.DAT"
004800         ORGANIZATION INDEXED
004900         ACCESS MODE SEQUENTIAL
005000         RECORD KEY IS MST-KEY.
005100
005200     SELECT FACEFILE ASSIGN "FACEFILE"
005300         ORGANIZATION LINE SEQUENTIAL.
005400
005500     SELECT SERFILE ASSIGN "SERFILE"
005600         ORGANIZATION LINE SEQUENTIAL.
005700
005800     SELECT RATEFILE ASSIGN "RATEFILE"
005900         ORGANIZATION LINE SEQUENTIAL.
006000
006100     SELECT FCSTFILE ASSIGN "FCSTFILE"
006200         ORGANIZATION LINE SEQUENTIAL.
006300
006400     SELECT FCSTRPT ASSIGN "FCSTRPT.TXT"
006500         ORGANIZATION LINE SEQUENTIAL.
006600
006700     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
006800         ORGANIZATION LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300 FD  CTLFILE.
007400 01  CTL-FILE-RECORD             PIC X(200).
007500
007600 FD  BONDMSTR.
007700*    ONE ROW PER STAGED TREASURY TABLE ROW, KEYED SERIES/IYEAR/  *
007800*    RYEAR/RMONTH, AS LOADED BY BONDLOAD - SEE BONDMST.CPY.      *
007900     COPY "BONDMST.CPY".
008000
008100 FD  FACEFILE.
008200*    RAW RECORD - SEE BONDFAC.CPY IN WORKING-STORAGE FOR THE     *
008300*    TYPED LAYOUT THIS IS READ INTO.                             *
008400 01  FACE-FILE-RECORD            PIC X(20).
008500
008600 FD  SERFILE.
008700*    RAW RECORD - SEE BONDSER.CPY IN WORKING-STORAGE FOR THE     *
008800*    TYPED LAYOUT THIS IS READ INTO.                             *
008900 01  SER-FILE-RECORD             PIC X(25).
009000
009100 FD  RATEFILE.
009200*    RAW RECORD - SEE BONDRAT.CPY IN WORKING-STORAGE FOR THE     *
009300*    TYPED LAYOUT THIS IS READ INTO.                             *
009400 01  RATE-FILE-RECORD            PIC X(30).
009500
009600 FD  FCSTFILE.
009700*    FIXED-LAYOUT FORECAST EXTRACT - SEE BONDFCS.CPY.            *
009800     COPY "BONDFCS.CPY".
009900
010000 FD  FCSTRPT
010100     REPORT IS FORECAST-REPORT.
010200
010300 FD  STEPLOG.
010400*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.                    *
010500     COPY "BONDSTP.CPY".
010600
010700 WORKING-STORAGE SECTION.
010800
010900     COPY "BONDCTL.CPY".
011000     COPY "BONDRAT.CPY".
011100
011200 77  WS-EOF-SWITCH               PIC X     VALUE "N".
011300     88  WS-EOF-YES              VALUE "Y".
011400     88  WS-EOF-NO               VALUE "N".
011500
011600 77  WS-MONTH-IDX                PIC 9(02) COMP.
011700 77  WS-IN-COUNTER               PIC 9(07) VALUE 0.
011800 77  WS-SKIP-COUNTER             PIC 9(07) VALUE 0.
011900 77  WS-PROJECTED-COUNTER        PIC 9(07) VALUE 0.
012000 77  WS-MATURED-COUNTER          PIC 9(07) VALUE 0.
012100 77  WS-EXCEPTION-COUNTER        PIC 9(07) VALUE 0.
012200 77  WS-EXTRACT-COUNTER          PIC 9(07) VALUE 0.
012300 77  WS-FCST-RC                  PIC 9(02) VALUE 0.
012400 77  WS-RUN-DATE                 PIC 9(08).
012500 77  WS-RUN-YEAR                 PIC 9(04).
012600 77  WS-RUN-MONTH                PIC 9(02).
012700 77  WS-RUN-ABS                  PIC 9(06).
012800
012900*****************************************************************
013000*    STEP-LEDGER STATE - THE LAST TOKEN FOUND FOR BONDLOAD,      *
013100*    AND THIS RUN'S OWN OUTGOING TOKEN.                          *
013200*****************************************************************
013300 77  WS-STEP-WANTED              PIC X(08) VALUE SPACES.
013400 77  WS-STEP-FOUND-SWITCH        PIC 9     VALUE 0.
013500     88  WS-STEP-FOUND           VALUE 1.
013600 77  WS-STEP-DATE-HOLD           PIC 9(08) VALUE 0.
013700 77  WS-STEP-RC-HOLD             PIC 9(02) VALUE 0.
013800 77  WS-STEP-VERDICT-HOLD        PIC X(14) VALUE SPACES.
013900 77  WS-STEP-TIME-RAW            PIC 9(08).
014000
014100*****************************************************************
014200*    SERIES REFERENCE MASTER, LOADED FROM SERFILE AT STARTUP -   *
014300*    THE ENTRY SUBSCRIPT IS THE SERIES ROW OF THE FORECAST       *
014400*    TABLE.  SEE BONDSER.CPY / BONDSRT.CPY.  EACH SERIES' FINAL- *
014500*    MATURITY YEARS COME FROM ITS RATE-MASTER TERMS RECORD.      *
014600*****************************************************************
014700     COPY "BONDSER.CPY".
014800     COPY "BONDSRT.CPY".
014900 77  WS-SREF-COUNT               PIC 9(02) VALUE 0.
015000 77  WS-SREF-FULL-SWITCH         PIC 9     VALUE 0.
015100     88  WS-SREF-TABLE-FULL      VALUE 1.
015200 77  WS-SREF-FOUND-SWITCH        PIC 9     VALUE 0.
015300     88  WS-SREF-FOUND           VALUE 1.
015400 77  WS-MATCHED-SREF-IDX         PIC 9(02) VALUE 0.
015500 77  WS-LOOKUP-SERIES            PIC X     VALUE SPACE.
015600 01  WS-SERIES-FINAL-TABLE.
015700     05  WS-SFIN-YEARS           PIC 9(02) OCCURS 12 TIMES
015800                                 VALUE 0.
015900
016000*****************************************************************
016100*    OUTSTANDING FACE-VALUE TABLE, LOADED FROM FACEFILE AT       *
016200*    STARTUP THE SAME WAY BONDGRWX LOADS ITS COPY.               *
016300*****************************************************************
016400     COPY "BONDFAC.CPY".
016500 77  WS-FACE-COUNT               PIC 9(04) VALUE 0.
016600 77  WS-FACE-FULL-SWITCH         PIC 9     VALUE 0.
016700     88  WS-FACE-TABLE-FULL      VALUE 1.
016800 01  WS-FACE-TABLE.
016900     05  WS-FACE-ENTRY           OCCURS 2000 TIMES
017000                                 INDEXED BY WS-FACE-IDX.
017100         10  WS-FACE-SERIES      PIC X.
017200         10  WS-FACE-IYEAR       PIC 9(04).
017300         10  WS-FACE-VALUE       PIC 9(11)V99.
017400
017500*****************************************************************
017600*    ONE ROW PER DISTINCT SERIES/IYEAR SEEN, HOLDING THE LATEST  *
017700*    12-MONTH CURVE FOR THAT BOND, AS IN BONDGRWX.               *
017800*****************************************************************
017900 77  WS-ROW-COUNT                PIC 9(04) VALUE 0.
018000 77  WS-ROW-FULL-SWITCH          PIC 9     VALUE 0.
018100     88  WS-ROW-TABLE-FULL       VALUE 1.
018200 01  WS-CURVE-TABLE.
018300     05  WS-CURVE-ROW            OCCURS 800 TIMES
018400                                 INDEXED BY WS-ROW-IDX.
018500         10  WS-ROW-SERIES       PIC X.
018600         10  WS-ROW-IYEAR        PIC 9(04).
018700         10  WS-ROW-RYEAR        PIC 9(04).
018800         10  WS-ROW-MONTH-VAL    PIC 9(04)V99 OCCURS 12 TIMES.
018900
019000 77  WS-FOUND-ROW-SWITCH         PIC 9     VALUE 0.
019100     88  WS-FOUND-ROW            VALUE 1.
019200     88  WS-ROW-NOT-FOUND        VALUE 0.
019300 77  WS-MATCHED-ROW-IDX          PIC 9(04) VALUE 0.
019400 77  WS-BAD-MONTH-SWITCH         PIC 9     VALUE 0.
019500     88  WS-BAD-MONTH            VALUE 1.
019600
019700 77  WS-HOLD-VALID-SWITCH        PIC 9     VALUE 0.
019800     88  WS-HOLD-VALID           VALUE 1.
019900 01  WS-HOLD-ROW.
020000     05  WS-HOLD-SERIES          PIC X.
020100     05  WS-HOLD-IYEAR           PIC 9(04).
020200     05  WS-HOLD-RYEAR           PIC 9(04).
020300     05  WS-HOLD-MONTH-VAL       PIC 9(04)V99 OCCURS 12 TIMES.
020400
020500*****************************************************************
020600*    CURVE ANALYTICS, THE SAME FIELDS AND ARITHMETIC BONDGRWX    *
020700*    USES - WS-LAST-RISE ZERO MEANS THE CURVE NEVER RISES.       *
020800*****************************************************************
020900 77  WS-LAST-RISE                PIC 9(02) VALUE 0.
021000 77  WS-GROWTH-DELTA             PIC S9(05)V99 VALUE 0.
021100 77  WS-GROWTH-WORK              PIC S9(07)V99 VALUE 0.
021200 77  WS-GROWTH-PCT               PIC S999V99 VALUE 0.
021300 77  WS-MATURED-SWITCH           PIC 9     VALUE 0.
021400     88  WS-ROW-MATURED          VALUE 1.
021500
021600*****************************************************************
021700*    THE FORECAST QUARTERS.  QUARTER 1 HOLDS THE RUN DATE.       *
021800*    MONTHS ARE ABSOLUTE (YEAR * 12 + MONTH - 1).                *
021900*****************************************************************
022000 77  WS-QTR-COUNT                PIC 9(02) VALUE 0.
022100 77  WS-QTR-IDX                  PIC 9(02) COMP.
022200 77  WS-RUN-QTR                  PIC 9     VALUE 0.
022300 01  WS-QUARTER-TABLE.
022400     05  WS-QTR-ENTRY            OCCURS 40 TIMES.
022500         10  WS-QTR-YEAR         PIC 9(04).
022600         10  WS-QTR-NUMBER       PIC 9.
022700         10  WS-QTR-START-ABS    PIC 9(06).
022800         10  WS-QTR-END-ABS      PIC 9(06).
022900
023000*****************************************************************
023100*    FORECAST ACCUMULATORS - SERIES BY QUARTER, PARALLEL TO THE  *
023200*    REFERENCE TABLE, WITH EACH SERIES' ALREADY-MATURED FACE.    *
023300*    THE ALL-SERIES FIGURES ARE SUMMED AS THEY ARE PRINTED.      *
023400*****************************************************************
023500 01  WS-FORECAST-TABLE.
023600     05  WS-FSER-ENTRY           OCCURS 12 TIMES.
023700         10  WS-FSER-USED-SW     PIC 9     VALUE 0.
023800             88  WS-FSER-USED    VALUE 1.
023900         10  WS-FSER-PAST-FACE   PIC 9(13)V99 VALUE 0.
024000         10  WS-FSER-PAST-LIAB   PIC 9(13)V99 VALUE 0.
024100         10  WS-FSER-QTR         OCCURS 40 TIMES.
024200             15  WS-FQ-FACE      PIC 9(13)V99 VALUE 0.
024300             15  WS-FQ-LIAB      PIC 9(13)V99 VALUE 0.
024400             15  WS-FQ-ENTERING  PIC 9(07) VALUE 0.
024500 01  WS-GRAND-QTR-TABLE.
024600     05  WS-GQ-ENTRY             OCCURS 40 TIMES.
024700         10  WS-GQ-FACE          PIC 9(13)V99 VALUE 0.
024800         10  WS-GQ-LIAB          PIC 9(13)V99 VALUE 0.
024900         10  WS-GQ-ENTERING      PIC 9(07) VALUE 0.
025000 77  WS-GRAND-PAST-FACE          PIC 9(13)V99 VALUE 0.
025100 77  WS-GRAND-PAST-LIAB          PIC 9(13)V99 VALUE 0.
025200
025300*****************************************************************
025400*    ONE BOND'S PROJECTION.                                      *
025500*****************************************************************
025600 77  WS-BASE-DENOM               PIC 9(05)V99 VALUE 0.
025700 77  WS-MATURITY-ABS             PIC 9(06) VALUE 0.
025800 77  WS-CURVE-START-ABS          PIC 9(06) VALUE 0.
025900 77  WS-CURVE-END-ABS            PIC 9(06) VALUE 0.
026000 77  WS-AT-ABS                   PIC 9(06) VALUE 0.
026100 77  WS-AT-VALUE                 PIC 9(07)V99 VALUE 0.
026200 77  WS-AT-MONTHS                PIC 9(04) VALUE 0.
026300 77  WS-PRIOR-VALUE              PIC 9(07)V99 VALUE 0.
026400 77  WS-LIABILITY                PIC 9(13)V99 VALUE 0.
026500 77  WS-PRIOR-IN-RANGE-SW        PIC 9     VALUE 0.
026600     88  WS-PRIOR-IN-RANGE       VALUE 1.
026700
026800*****************************************************************
026900*    FIELDS FEEDING THE FCSTRPT FORECAST REPORT.                 *
027000*****************************************************************
027100 01  WS-RPT-LINE.
027200     05  WS-RPT-SERIES           PIC X.
027300     05  WS-RPT-DESC             PIC X(16).
027400     05  WS-RPT-QTR-YEAR         PIC 9(04).
027500     05  WS-RPT-QTR              PIC 9.
027600     05  WS-RPT-FACE             PIC 9(13)V99.
027700     05  WS-RPT-LIAB             PIC 9(13)V99.
027800     05  WS-RPT-ENTERING         PIC 9(07).
027900 77  WS-TOT-FACE                 PIC 9(13)V99 VALUE 0.
028000 77  WS-TOT-LIAB                 PIC 9(13)V99 VALUE 0.
028100 77  WS-TOT-ENTERING             PIC 9(07) VALUE 0.
028200
028300 REPORT SECTION.
028400*****************************************************************
028500*    FORECAST-REPORT                                             *
028600*    PER SERIES - THE ALREADY-MATURED LINE, ONE LINE PER         *
028700*    QUARTER AND A SERIES TOTAL - THEN THE SAME FOR ALL SERIES   *
028800*    AND THE RUN COUNTS.                                         *
028900*****************************************************************
029000 RD  FORECAST-REPORT
029100     PAGE LIMIT 60 LINES
029200     FIRST DETAIL 5
029300     LAST DETAIL 56.
029400
029500 01  TYPE PAGE HEADING.
029600     05  LINE 1.
029700         10  COLUMN  1  PIC X(42)
029800             VALUE "REDEMPTION CASH-FLOW AND MATURITY FORECAST".
029900     05  LINE 2.
030000         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
030100         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
030200         10  COLUMN 22  PIC X(08) VALUE "HORIZON:".
030300         10  COLUMN 31  PIC Z9    SOURCE CTL-FCST-YEARS.
030400         10  COLUMN 34  PIC X(05) VALUE "YEARS".
030500         10  COLUMN 42  PIC X(17) VALUE "QUALIFYING RANGE:".
030600         10  COLUMN 60  PIC ZZ9.99 SOURCE CTL-LOW-THRESHOLD.
030700         10  COLUMN 67  PIC X(02) VALUE "TO".
030800         10  COLUMN 70  PIC ZZ9.99 SOURCE CTL-HIGH-THRESHOLD.
030900     05  LINE 4.
031000         10  COLUMN  1  PIC X(03) VALUE "SER".
031100         10  COLUMN  5  PIC X(07) VALUE "QUARTER".
031200         10  COLUMN 20  PIC X(13) VALUE "MATURING FACE".
031300         10  COLUMN 36  PIC X(21)
031400             VALUE "LIABILITY AT MATURITY".
031500         10  COLUMN 60  PIC X(14) VALUE "ENTERING RANGE".
031600
031700 01  SERIES-HEADER-DETAIL TYPE DETAIL.
031800     05  LINE PLUS 2.
031900         10  COLUMN  1  PIC X(07) VALUE "SERIES ".
032000         10  COLUMN  8  PIC X        SOURCE WS-RPT-SERIES.
032100         10  COLUMN 10  PIC X(16)    SOURCE WS-RPT-DESC.
032200
032300 01  PAST-DUE-DETAIL TYPE DETAIL.
032400     05  LINE PLUS 1.
032500         10  COLUMN  2  PIC X        SOURCE WS-RPT-SERIES.
032600         10  COLUMN  5  PIC X(07)    VALUE "MATURED".
032700         10  COLUMN 14  PIC ZZZZZZZZZZZZ9.99
032800             SOURCE WS-RPT-FACE.
032900         10  COLUMN 36  PIC ZZZZZZZZZZZZ9.99
033000             SOURCE WS-RPT-LIAB.
033100         10  COLUMN 60  PIC X(20)
033200             VALUE "STILL OUTSTANDING".
033300
033400 01  QUARTER-DETAIL TYPE DETAIL.
033500     05  LINE PLUS 1.
033600         10  COLUMN  2  PIC X        SOURCE WS-RPT-SERIES.
033700         10  COLUMN  5  PIC 9(04)    SOURCE WS-RPT-QTR-YEAR.
033800         10  COLUMN 10  PIC X        VALUE "Q".
033900         10  COLUMN 11  PIC 9        SOURCE WS-RPT-QTR.
034000         10  COLUMN 14  PIC ZZZZZZZZZZZZ9.99
034100             SOURCE WS-RPT-FACE.
034200         10  COLUMN 36  PIC ZZZZZZZZZZZZ9.99
034300             SOURCE WS-RPT-LIAB.
034400         10  COLUMN 64  PIC ZZZZZZ9  SOURCE WS-RPT-ENTERING.
034500
034600 01  TOTAL-DETAIL TYPE DETAIL.
034700     05  LINE PLUS 1.
034800         10  COLUMN  2  PIC X        SOURCE WS-RPT-SERIES.
034900         10  COLUMN  5  PIC X(05)    VALUE "TOTAL".
035000         10  COLUMN 14  PIC ZZZZZZZZZZZZ9.99
035100             SOURCE WS-TOT-FACE.
035200         10  COLUMN 36  PIC ZZZZZZZZZZZZ9.99
035300             SOURCE WS-TOT-LIAB.
035400         10  COLUMN 64  PIC ZZZZZZ9  SOURCE WS-TOT-ENTERING.
035500
035600 01  GRAND-HEADER-DETAIL TYPE DETAIL.
035700     05  LINE PLUS 2.
035800         10  COLUMN  1  PIC X(10) VALUE "ALL SERIES".
035900
036000 01  RUN-COUNTS-DETAIL TYPE DETAIL.
036100     05  LINE PLUS 2.
036200         10  COLUMN  1  PIC X(28)
036300             VALUE "FACEFILE ENTRIES PROJECTED.:".
036400         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-PROJECTED-COUNTER.
036500     05  LINE PLUS 1.
036600         10  COLUMN  1  PIC X(28)
036700             VALUE "ALREADY MATURED............:".
036800         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-MATURED-COUNTER.
036900     05  LINE PLUS 1.
037000         10  COLUMN  1  PIC X(28)
037100             VALUE "NOT PROJECTED (EXCEPTIONS).:".
037200         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-EXCEPTION-COUNTER.
037300
037400 01  EXCEPTION-DETAIL TYPE DETAIL.
037500     05  LINE PLUS 1.
037600         10  COLUMN  1  PIC X(14) VALUE "NOT PROJECTED:".
037700         10  COLUMN 16  PIC X        SOURCE WS-RPT-SERIES.
037800         10  COLUMN 18  PIC 9(04)    SOURCE WS-RPT-QTR-YEAR.
037900         10  COLUMN 23  PIC ZZZZZZZZZZZZ9.99
038000             SOURCE WS-RPT-FACE.
038100         10  COLUMN 41  PIC X(16)    SOURCE WS-RPT-DESC.
038200
038300 PROCEDURE DIVISION.
038400*****************************************************************
038500*    0000-MAINLINE                                               *
038600*****************************************************************
038700 0000-MAINLINE.
038800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038900     PERFORM 2000-READ-AND-STORE THRU 2000-EXIT
039000         UNTIL WS-EOF-YES.
039100     IF WS-HOLD-VALID
039200         PERFORM 2080-FLUSH-HELD-ROW THRU 2080-EXIT
039300     END-IF.
039400     CLOSE BONDMSTR.
039500     IF WS-FACE-COUNT > 0
039600         PERFORM 2500-PROJECT-ONE-ENTRY THRU 2500-EXIT
039700             VARYING WS-FACE-IDX FROM 1 BY 1
039800                 UNTIL WS-FACE-IDX > WS-FACE-COUNT
039900     END-IF.
040000     PERFORM 3000-FINALIZE THRU 3000-EXIT.
040100     GO TO 9999-EXIT.
040200
040300*****************************************************************
040400*    1000-INITIALIZE                                             *
040500*    READS THE CONTROL RECORD FOR THE HORIZON AND QUALIFYING     *
040600*    RANGE, GATES ON THE STEP LEDGER, LOADS THE SERIES, TERMS    *
040700*    AND FACE TABLES, LAYS OUT THE QUARTERS AND OPENS THE FILES. *
040800*****************************************************************
040900 1000-INITIALIZE.
041000     OPEN INPUT CTLFILE.
041100     READ CTLFILE INTO CTL-RECORD
041200         AT END
041300             DISPLAY "BONDFCST: CTLFILE IS EMPTY - ABENDING"
041400             MOVE 16 TO RETURN-CODE
041500             GO TO 9999-EXIT
041600     END-READ.
041700     CLOSE CTLFILE.
041800     IF CTL-FCST-YEARS NOT NUMERIC
041900         OR CTL-FCST-YEARS = 0
042000         OR CTL-FCST-YEARS > 10
042100         DISPLAY "BONDFCST: FORECAST HORIZON ON CTLFILE MUST BE "
042200             "1 TO 10 YEARS - ABENDING"
042300         MOVE 16 TO RETURN-CODE
042400         GO TO 9999-EXIT
042500     END-IF.
042600
042700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042800     MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
042900     MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
043000     COMPUTE WS-RUN-ABS = WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1.
043100     PERFORM 1060-CHECK-UPSTREAM THRU 1060-EXIT.
043200
043300     PERFORM 1030-LOAD-SERIES-TABLE THRU 1030-EXIT.
043400     IF WS-SREF-COUNT = 0
043500         DISPLAY "BONDFCST: SERFILE IS EMPTY - ABENDING"
043600         MOVE 16 TO RETURN-CODE
043700         GO TO 9999-EXIT
043800     END-IF.
043900     PERFORM 1100-LOAD-TERMS THRU 1100-EXIT.
044000     PERFORM 1050-LOAD-FACE-TABLE THRU 1050-EXIT.
044100     PERFORM 1200-BUILD-QUARTERS THRU 1200-EXIT.
044200
044300     OPEN INPUT BONDMSTR.
044400     OPEN OUTPUT FCSTFILE.
044500     OPEN OUTPUT FCSTRPT.
044600     INITIATE FORECAST-REPORT.
044700 1000-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100*    1030-LOAD-SERIES-TABLE                                      *
045200*    LOADS THE SERIES REFERENCE MASTER INTO THE LOOKUP TABLE     *
045300*    ONE TIME AT STARTUP.                                        *
045400*****************************************************************
045500 1030-LOAD-SERIES-TABLE.
045600     OPEN INPUT SERFILE.
045700     MOVE "N" TO WS-EOF-SWITCH.
045800     PERFORM 1035-LOAD-ONE-SERIES THRU 1035-EXIT
045900         UNTIL WS-EOF-YES.
046000     CLOSE SERFILE.
046100     MOVE "N" TO WS-EOF-SWITCH.
046200 1030-EXIT.
046300     EXIT.
046400
046500 1035-LOAD-ONE-SERIES.
046600     READ SERFILE INTO SER-RECORD
046700         AT END
046800             MOVE "Y" TO WS-EOF-SWITCH
046900             GO TO 1035-EXIT
047000     END-READ.
047100     IF WS-SREF-COUNT = 12
047200         IF NOT WS-SREF-TABLE-FULL
047300             DISPLAY "BONDFCST: SERFILE EXCEEDS TABLE SIZE - "
047400                 "SKIPPING REMAINING SERIES"
047500             MOVE 1 TO WS-SREF-FULL-SWITCH
047600         END-IF
047700         GO TO 1035-EXIT
047800     END-IF.
047900     ADD 1 TO WS-SREF-COUNT.
048000     SET WS-SREF-IDX TO WS-SREF-COUNT.
048100     MOVE SER-SERIES TO WS-SREF-SERIES(WS-SREF-IDX).
048200     MOVE SER-DESC TO WS-SREF-DESC(WS-SREF-IDX).
048300     MOVE SER-ACTIVE-FLAG TO WS-SREF-ACTIVE-FLAG(WS-SREF-IDX).
048400     MOVE SER-BASE-DENOM TO WS-SREF-BASE-DENOM(WS-SREF-IDX).
048500 1035-EXIT.
048600     EXIT.
048700
048800 1050-LOAD-FACE-TABLE.
048900     OPEN INPUT FACEFILE.
049000     MOVE "N" TO WS-EOF-SWITCH.
049100     PERFORM 1055-LOAD-ONE-FACE-ENTRY THRU 1055-EXIT
049200         UNTIL WS-EOF-YES.
049300     CLOSE FACEFILE.
049400     MOVE "N" TO WS-EOF-SWITCH.
049500 1050-EXIT.
049600     EXIT.
049700
049800 1055-LOAD-ONE-FACE-ENTRY.
049900     READ FACEFILE INTO FACE-RECORD
050000         AT END
050100             MOVE "Y" TO WS-EOF-SWITCH
050200             GO TO 1055-EXIT
050300     END-READ.
050400     IF WS-FACE-COUNT = 2000
050500         IF NOT WS-FACE-TABLE-FULL
050600             DISPLAY "BONDFCST: FACEFILE EXCEEDS TABLE SIZE - "
050700                 "SKIPPING REMAINING ENTRIES"
050800             MOVE 1 TO WS-FACE-FULL-SWITCH
050900         END-IF
051000         GO TO 1055-EXIT
051100     END-IF.
051200     ADD 1 TO WS-FACE-COUNT.
051300     SET WS-FACE-IDX TO WS-FACE-COUNT.
051400     MOVE FAC-SERIES TO WS-FACE-SERIES(WS-FACE-IDX).
051500     MOVE FAC-IYEAR TO WS-FACE-IYEAR(WS-FACE-IDX).
051600     MOVE FAC-FACE-VALUE TO WS-FACE-VALUE(WS-FACE-IDX).
051700 1055-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100*    1060-CHECK-UPSTREAM                                         *
052200*    BONDLOAD MUST HAVE APPENDED AN ACCEPTED (RC 0 OR 4) TOKEN   *
052300*    TO THE STEP LEDGER TODAY - A FORECAST PROJECTED OFF AN      *
052400*    EMPTY OR STALE MASTER WOULD UNDERSTATE EVERY QUARTER.       *
052500*****************************************************************
052600 1060-CHECK-UPSTREAM.
052700     MOVE "BONDLOAD" TO WS-STEP-WANTED.
052800     PERFORM 1065-FIND-STEP-TOKEN THRU 1065-EXIT.
052900     IF NOT WS-STEP-FOUND
053000         OR WS-STEP-DATE-HOLD NOT = WS-RUN-DATE
053100         OR WS-STEP-RC-HOLD > 4
053200         DISPLAY "BONDFCST: BONDLOAD HAS NOT BUILT TODAY'S "
053300             "BOND MASTER - IT IS EMPTY OR STALE - STOPPING"
053400         MOVE 16 TO RETURN-CODE
053500         GO TO 9999-EXIT
053600     END-IF.
053700 1060-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100*    1065-FIND-STEP-TOKEN                                        *
054200*    READS THE WHOLE LEDGER AND KEEPS THE LAST TOKEN WRITTEN     *
054300*    FOR THE WANTED PROGRAM.                                     *
054400*****************************************************************
054500 1065-FIND-STEP-TOKEN.
054600     MOVE 0 TO WS-STEP-FOUND-SWITCH.
054700     OPEN INPUT STEPLOG.
054800     MOVE "N" TO WS-EOF-SWITCH.
054900     PERFORM 1070-READ-ONE-TOKEN THRU 1070-EXIT
055000         UNTIL WS-EOF-YES.
055100     CLOSE STEPLOG.
055200     MOVE "N" TO WS-EOF-SWITCH.
055300 1065-EXIT.
055400     EXIT.
055500
055600 1070-READ-ONE-TOKEN.
055700     READ STEPLOG
055800         AT END
055900             MOVE "Y" TO WS-EOF-SWITCH
056000             GO TO 1070-EXIT
056100     END-READ.
056200     IF STEP-PROGRAM = WS-STEP-WANTED
056300         MOVE 1 TO WS-STEP-FOUND-SWITCH
056400         MOVE STEP-DATE TO WS-STEP-DATE-HOLD
056500         MOVE STEP-RC TO WS-STEP-RC-HOLD
056600         MOVE STEP-VERDICT TO WS-STEP-VERDICT-HOLD
056700     END-IF.
056800 1070-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200*    1100-LOAD-TERMS                                             *
057300*    PICKS THE FINAL-MATURITY YEARS OFF EACH SERIES' TERMS       *
057400*    RECORD ON THE RATE MASTER - THE RATES THEMSELVES ARE        *
057500*    BONDVRFY'S BUSINESS, NOT THE FORECAST'S.                    *
057600*****************************************************************
057700 1100-LOAD-TERMS.
057800     OPEN INPUT RATEFILE.
057900     MOVE "N" TO WS-EOF-SWITCH.
058000     PERFORM 1110-LOAD-ONE-TERMS THRU 1110-EXIT
058100         UNTIL WS-EOF-YES.
058200     CLOSE RATEFILE.
058300     MOVE "N" TO WS-EOF-SWITCH.
058400 1100-EXIT.
058500     EXIT.
058600
058700 1110-LOAD-ONE-TERMS.
058800     READ RATEFILE INTO RAT-RECORD
058900         AT END
059000             MOVE "Y" TO WS-EOF-SWITCH
059100             GO TO 1110-EXIT
059200     END-READ.
059300     IF NOT RAT-TERMS-REC
059400         OR RAT-FINAL-YEARS NOT NUMERIC
059500         GO TO 1110-EXIT.
059600     MOVE RAT-SERIES TO WS-LOOKUP-SERIES.
059700     PERFORM 2700-FIND-SERIES-INDEX THRU 2700-EXIT.
059800     IF WS-SREF-FOUND
059900         MOVE RAT-FINAL-YEARS
060000             TO WS-SFIN-YEARS(WS-MATCHED-SREF-IDX)
060100     END-IF.
060200 1110-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600*    1200-BUILD-QUARTERS                                         *
060700*    LAYS OUT CTL-FCST-YEARS * 4 CALENDAR QUARTERS STARTING WITH *
060800*    THE ONE THAT HOLDS THE RUN DATE.                            *
060900*****************************************************************
061000 1200-BUILD-QUARTERS.
061100     COMPUTE WS-RUN-QTR = (WS-RUN-MONTH - 1) / 3 + 1.
061200     COMPUTE WS-QTR-COUNT = CTL-FCST-YEARS * 4.
061300     PERFORM 1210-BUILD-ONE-QUARTER THRU 1210-EXIT
061400         VARYING WS-QTR-IDX FROM 1 BY 1
061500             UNTIL WS-QTR-IDX > WS-QTR-COUNT.
061600 1200-EXIT.
061700     EXIT.
061800
061900 1210-BUILD-ONE-QUARTER.
062000     COMPUTE WS-QTR-START-ABS(WS-QTR-IDX) =
062100         WS-RUN-YEAR * 12 + (WS-RUN-QTR - 1) * 3
062200             + (WS-QTR-IDX - 1) * 3.
062300     COMPUTE WS-QTR-END-ABS(WS-QTR-IDX) =
062400         WS-QTR-START-ABS(WS-QTR-IDX) + 2.
062500     DIVIDE WS-QTR-START-ABS(WS-QTR-IDX) BY 12
062600         GIVING WS-QTR-YEAR(WS-QTR-IDX)
062700         REMAINDER WS-AT-MONTHS.
062800     COMPUTE WS-QTR-NUMBER(WS-QTR-IDX) = WS-AT-MONTHS / 3 + 1.
062900 1210-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*    2000-READ-AND-STORE                                         *
063400*    HOLDS EACH VALID ROW UNDER ITS SERIES/IYEAR GROUP - A NEW   *
063500*    GROUP FLUSHES THE PREVIOUS GROUP'S HELD (LATEST) ROW INTO   *
063600*    THE CURVE TABLE, EXACTLY AS BONDGRWX DOES.                  *
063700*****************************************************************
063800 2000-READ-AND-STORE.
063900     READ BONDMSTR NEXT RECORD
064000         AT END
064100             MOVE "Y" TO WS-EOF-SWITCH
064200             GO TO 2000-EXIT
064300     END-READ.
064400     ADD 1 TO WS-IN-COUNTER.
064500     MOVE MST-SERIES TO WS-LOOKUP-SERIES.
064600     PERFORM 2700-FIND-SERIES-INDEX THRU 2700-EXIT.
064700     IF NOT WS-SREF-FOUND
064800         ADD 1 TO WS-SKIP-COUNTER
064900         GO TO 2000-EXIT.
065000     MOVE 0 TO WS-BAD-MONTH-SWITCH.
065100     PERFORM 2050-CHECK-ONE-MONTH THRU 2050-EXIT
065200         VARYING WS-MONTH-IDX FROM 1 BY 1
065300             UNTIL WS-MONTH-IDX > 12
065400                 OR WS-BAD-MONTH.
065500     IF WS-BAD-MONTH
065600         ADD 1 TO WS-SKIP-COUNTER
065700         GO TO 2000-EXIT.
065800     IF WS-HOLD-VALID
065900         AND (MST-SERIES NOT = WS-HOLD-SERIES
066000             OR MST-IYEAR NOT = WS-HOLD-IYEAR)
066100         PERFORM 2080-FLUSH-HELD-ROW THRU 2080-EXIT
066200     END-IF.
066300     PERFORM 2090-HOLD-THIS-ROW THRU 2090-EXIT.
066400 2000-EXIT.
066500     EXIT.
066600
066700 2050-CHECK-ONE-MONTH.
066800     IF MST-MONTH-VAL(WS-MONTH-IDX) NOT NUMERIC
066900         MOVE 1 TO WS-BAD-MONTH-SWITCH.
067000 2050-EXIT.
067100     EXIT.
067200
067300 2080-FLUSH-HELD-ROW.
067400     PERFORM 2100-STORE-ONE-ROW THRU 2100-EXIT.
067500     MOVE 0 TO WS-HOLD-VALID-SWITCH.
067600 2080-EXIT.
067700     EXIT.
067800
067900 2090-HOLD-THIS-ROW.
068000     MOVE MST-SERIES TO WS-HOLD-SERIES.
068100     MOVE MST-IYEAR TO WS-HOLD-IYEAR.
068200     MOVE MST-RYEAR TO WS-HOLD-RYEAR.
068300     PERFORM 2095-HOLD-ONE-MONTH THRU 2095-EXIT
068400         VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL WS-MONTH-IDX > 12.
068500     MOVE 1 TO WS-HOLD-VALID-SWITCH.
068600 2090-EXIT.
068700     EXIT.
068800
068900 2095-HOLD-ONE-MONTH.
069000     MOVE MST-MONTH-VAL(WS-MONTH-IDX)
069100         TO WS-HOLD-MONTH-VAL(WS-MONTH-IDX).
069200 2095-EXIT.
069300     EXIT.
069400
069500*****************************************************************
069600*    2100-STORE-ONE-ROW                                          *
069700*    ADDS THE HELD BOND TO THE CURVE TABLE, OR REPLACES ITS      *
069800*    CURVE ON A REPEAT SIGHTING.                                 *
069900*****************************************************************
070000 2100-STORE-ONE-ROW.
070100     MOVE WS-HOLD-SERIES TO WS-LOOKUP-SERIES.
070200     PERFORM 2110-FIND-CURVE-ROW THRU 2110-EXIT.
070300     IF WS-ROW-NOT-FOUND
070400         IF WS-ROW-COUNT = 800
070500             IF NOT WS-ROW-TABLE-FULL
070600                 DISPLAY "BONDFCST: CURVE TABLE IS FULL - "
070700                     "SKIPPING REMAINING BONDS"
070800                 MOVE 1 TO WS-ROW-FULL-SWITCH
070900             END-IF
071000             GO TO 2100-EXIT
071100         END-IF
071200         ADD 1 TO WS-ROW-COUNT
071300         SET WS-ROW-IDX TO WS-ROW-COUNT
071400         MOVE WS-HOLD-SERIES TO WS-ROW-SERIES(WS-ROW-IDX)
071500         MOVE WS-HOLD-IYEAR TO WS-ROW-IYEAR(WS-ROW-IDX)
071600     ELSE
071700         SET WS-ROW-IDX TO WS-MATCHED-ROW-IDX
071800     END-IF.
071900     MOVE WS-HOLD-RYEAR TO WS-ROW-RYEAR(WS-ROW-IDX).
072000     PERFORM 2120-COPY-ONE-MONTH THRU 2120-EXIT
072100         VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL WS-MONTH-IDX > 12.
072200 2100-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*    2110-FIND-CURVE-ROW                                         *
072700*    LOOKS WS-LOOKUP-SERIES / WS-HOLD-IYEAR UP IN THE CURVE      *
072800*    TABLE.                                                      *
072900*****************************************************************
073000 2110-FIND-CURVE-ROW.
073100     MOVE 0 TO WS-FOUND-ROW-SWITCH.
073200     MOVE 0 TO WS-MATCHED-ROW-IDX.
073300     IF WS-ROW-COUNT > 0
073400         PERFORM 2115-CHECK-ONE-ROW THRU 2115-EXIT
073500             VARYING WS-ROW-IDX FROM 1 BY 1
073600                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
073700                     OR WS-FOUND-ROW
073800     END-IF.
073900 2110-EXIT.
074000     EXIT.
074100
074200 2115-CHECK-ONE-ROW.
074300     IF WS-ROW-SERIES(WS-ROW-IDX) = WS-LOOKUP-SERIES
074400         AND WS-ROW-IYEAR(WS-ROW-IDX) = WS-HOLD-IYEAR
074500         MOVE 1 TO WS-FOUND-ROW-SWITCH
074600         SET WS-MATCHED-ROW-IDX TO WS-ROW-IDX
074700     END-IF.
074800 2115-EXIT.
074900     EXIT.
075000
075100 2120-COPY-ONE-MONTH.
075200     MOVE WS-HOLD-MONTH-VAL(WS-MONTH-IDX)
075300         TO WS-ROW-MONTH-VAL(WS-ROW-IDX WS-MONTH-IDX).
075400 2120-EXIT.
075500     EXIT.
075600
075700*****************************************************************
075800*    2500-PROJECT-ONE-ENTRY                                      *
075900*    PROJECTS ONE FACEFILE SERIES/IYEAR ACROSS THE QUARTERS.     *
076000*    FACE WITH NO SERIES, NO CURVE OR NO MATURITY TERMS CANNOT   *
076100*    BE PLACED IN A QUARTER AND IS LISTED AS AN EXCEPTION.       *
076200*****************************************************************
076300 2500-PROJECT-ONE-ENTRY.
076400     IF WS-FACE-VALUE(WS-FACE-IDX) = 0
076500         GO TO 2500-EXIT.
076600     MOVE WS-FACE-SERIES(WS-FACE-IDX) TO WS-RPT-SERIES.
076700     MOVE WS-FACE-IYEAR(WS-FACE-IDX) TO WS-RPT-QTR-YEAR.
076800     MOVE WS-FACE-VALUE(WS-FACE-IDX) TO WS-RPT-FACE.
076900
077000     MOVE WS-FACE-SERIES(WS-FACE-IDX) TO WS-LOOKUP-SERIES.
077100     PERFORM 2700-FIND-SERIES-INDEX THRU 2700-EXIT.
077200     IF NOT WS-SREF-FOUND
077300         OR WS-SREF-BASE-DENOM(WS-MATCHED-SREF-IDX) = 0
077400         MOVE "NO SERIES" TO WS-RPT-DESC
077500         GO TO 2590-NOT-PROJECTED
077600     END-IF.
077700     MOVE WS-SREF-BASE-DENOM(WS-MATCHED-SREF-IDX)
077800         TO WS-BASE-DENOM.
077900     IF WS-SFIN-YEARS(WS-MATCHED-SREF-IDX) = 0
078000         MOVE "NO MATURITY TERM" TO WS-RPT-DESC
078100         GO TO 2590-NOT-PROJECTED
078200     END-IF.
078300     MOVE WS-FACE-IYEAR(WS-FACE-IDX) TO WS-HOLD-IYEAR.
078400     PERFORM 2110-FIND-CURVE-ROW THRU 2110-EXIT.
078500     IF NOT WS-FOUND-ROW
078600         MOVE "NO CURVE" TO WS-RPT-DESC
078700         GO TO 2590-NOT-PROJECTED
078800     END-IF.
078900     SET WS-ROW-IDX TO WS-MATCHED-ROW-IDX.
079000     MOVE 1 TO WS-FSER-USED-SW(WS-MATCHED-SREF-IDX).
079100     ADD 1 TO WS-PROJECTED-COUNTER.
079200
079300     PERFORM 2600-WALK-ONE-CURVE THRU 2600-EXIT.
079400     COMPUTE WS-MATURITY-ABS =
079500         (WS-FACE-IYEAR(WS-FACE-IDX)
079600             + WS-SFIN-YEARS(WS-MATCHED-SREF-IDX)) * 12.
079700     COMPUTE WS-CURVE-START-ABS = WS-ROW-RYEAR(WS-ROW-IDX) * 12.
079800     COMPUTE WS-CURVE-END-ABS = WS-CURVE-START-ABS + 11.
079900
080000     IF WS-ROW-MATURED
080100         OR WS-MATURITY-ABS < WS-QTR-START-ABS(1)
080200         MOVE WS-RUN-ABS TO WS-AT-ABS
080300         PERFORM 2650-VALUE-AT THRU 2650-EXIT
080400         COMPUTE WS-LIABILITY ROUNDED =
080500             WS-AT-VALUE * WS-FACE-VALUE(WS-FACE-IDX)
080600                 / WS-BASE-DENOM
080700         ADD WS-FACE-VALUE(WS-FACE-IDX)
080800             TO WS-FSER-PAST-FACE(WS-MATCHED-SREF-IDX)
080900         ADD WS-LIABILITY
081000             TO WS-FSER-PAST-LIAB(WS-MATCHED-SREF-IDX)
081100         ADD 1 TO WS-MATURED-COUNTER
081200         GO TO 2500-EXIT
081300     END-IF.
081400
081500     COMPUTE WS-AT-ABS = WS-QTR-START-ABS(1) - 1.
081600     PERFORM 2650-VALUE-AT THRU 2650-EXIT.
081700     MOVE WS-AT-VALUE TO WS-PRIOR-VALUE.
081800     PERFORM 2550-PROJECT-ONE-QUARTER THRU 2550-EXIT
081900         VARYING WS-QTR-IDX FROM 1 BY 1
082000             UNTIL WS-QTR-IDX > WS-QTR-COUNT.
082100     GO TO 2500-EXIT.
082200
082300 2590-NOT-PROJECTED.
082400     ADD 1 TO WS-EXCEPTION-COUNTER.
082500     GENERATE EXCEPTION-DETAIL.
082600 2500-EXIT.
082700     EXIT.
082800
082900*****************************************************************
083000*    2550-PROJECT-ONE-QUARTER                                    *
083100*    FACE MATURING INSIDE THE QUARTER IS BOOKED WITH ITS VALUE   *
083200*    AT MATURITY.  A BOND IS COUNTED INTO THE QUALIFYING RANGE   *
083300*    WHEN IT ENDS THE QUARTER INSIDE IT HAVING STARTED OUTSIDE.  *
083400*****************************************************************
083500 2550-PROJECT-ONE-QUARTER.
083600     IF WS-MATURITY-ABS < WS-QTR-START-ABS(WS-QTR-IDX)
083700         GO TO 2550-EXIT.
083800     MOVE 0 TO WS-PRIOR-IN-RANGE-SW.
083900     IF WS-PRIOR-VALUE NOT < CTL-LOW-THRESHOLD
084000         AND WS-PRIOR-VALUE NOT > CTL-HIGH-THRESHOLD
084100         MOVE 1 TO WS-PRIOR-IN-RANGE-SW
084200     END-IF.
084300     MOVE WS-QTR-END-ABS(WS-QTR-IDX) TO WS-AT-ABS.
084400     PERFORM 2650-VALUE-AT THRU 2650-EXIT.
084500     IF NOT WS-PRIOR-IN-RANGE
084600         AND WS-AT-VALUE NOT < CTL-LOW-THRESHOLD
084700         AND WS-AT-VALUE NOT > CTL-HIGH-THRESHOLD
084800         ADD 1 TO WS-FQ-ENTERING(WS-MATCHED-SREF-IDX WS-QTR-IDX)
084900     END-IF.
085000     MOVE WS-AT-VALUE TO WS-PRIOR-VALUE.
085100
085200     IF WS-MATURITY-ABS > WS-QTR-END-ABS(WS-QTR-IDX)
085300         GO TO 2550-EXIT.
085400     MOVE WS-MATURITY-ABS TO WS-AT-ABS.
085500     PERFORM 2650-VALUE-AT THRU 2650-EXIT.
085600     COMPUTE WS-LIABILITY ROUNDED =
085700         WS-AT-VALUE * WS-FACE-VALUE(WS-FACE-IDX) / WS-BASE-DENOM.
085800     ADD WS-FACE-VALUE(WS-FACE-IDX)
085900         TO WS-FQ-FACE(WS-MATCHED-SREF-IDX WS-QTR-IDX).
086000     ADD WS-LIABILITY
086100         TO WS-FQ-LIAB(WS-MATCHED-SREF-IDX WS-QTR-IDX).
086200 2550-EXIT.
086300     EXIT.
086400
086500*****************************************************************
086600*    2600-WALK-ONE-CURVE                                         *
086700*    BONDGRWX'S CURVE TEST AND GROWTH PERCENT - NO MONTH-TO-     *
086800*    MONTH RISE MEANS THE BOND HAS MATURED; THE GROWTH IS THE    *
086900*    MONTH-01-TO-12 CHANGE AS A PERCENT OF MONTH 01.             *
087000*****************************************************************
087100 2600-WALK-ONE-CURVE.
087200     MOVE 0 TO WS-LAST-RISE.
087300     PERFORM 2610-CHECK-ONE-RISE THRU 2610-EXIT
087400         VARYING WS-MONTH-IDX FROM 1 BY 1
087500             UNTIL WS-MONTH-IDX > 11.
087600     IF WS-LAST-RISE = 0
087700         MOVE 1 TO WS-MATURED-SWITCH
087800     ELSE
087900         MOVE 0 TO WS-MATURED-SWITCH
088000     END-IF.
088100
088200     IF WS-ROW-MONTH-VAL(WS-ROW-IDX 1) = 0
088300         MOVE 0 TO WS-GROWTH-PCT
088400     ELSE
088500         SUBTRACT WS-ROW-MONTH-VAL(WS-ROW-IDX 1)
088600             FROM WS-ROW-MONTH-VAL(WS-ROW-IDX 12)
088700             GIVING WS-GROWTH-DELTA
088800         MULTIPLY WS-GROWTH-DELTA BY 100
088900             GIVING WS-GROWTH-WORK
089000         DIVIDE WS-GROWTH-WORK
089100             BY WS-ROW-MONTH-VAL(WS-ROW-IDX 1)
089200             GIVING WS-GROWTH-PCT ROUNDED
089300             ON SIZE ERROR
089400                 IF WS-GROWTH-DELTA < 0
089500                     MOVE -999.99 TO WS-GROWTH-PCT
089600                 ELSE
089700                     MOVE 999.99 TO WS-GROWTH-PCT
089800                 END-IF
089900         END-DIVIDE
090000     END-IF.
090100     IF WS-GROWTH-PCT < 0
090200         MOVE 0 TO WS-GROWTH-PCT.
090300 2600-EXIT.
090400     EXIT.
090500
090600 2610-CHECK-ONE-RISE.
090700     IF WS-ROW-MONTH-VAL(WS-ROW-IDX WS-MONTH-IDX + 1)
090800         > WS-ROW-MONTH-VAL(WS-ROW-IDX WS-MONTH-IDX)
090900         MOVE WS-MONTH-IDX TO WS-LAST-RISE.
091000 2610-EXIT.
091100     EXIT.
091200
091300*****************************************************************
091400*    2650-VALUE-AT                                               *
091500*    VALUE PER BASE DENOMINATION AT ABSOLUTE MONTH WS-AT-ABS,    *
091600*    NEVER PAST FINAL MATURITY.  INSIDE THE CURVE'S YEAR IT IS   *
091700*    THE CURVE (BEFORE IT, MONTH 01); AFTER IT, MONTH 12 GROWN   *
091800*    AT THE ANNUAL GROWTH PERCENT FOR THE MONTHS SINCE.          *
091900*****************************************************************
092000 2650-VALUE-AT.
092100     IF WS-AT-ABS > WS-MATURITY-ABS
092200         MOVE WS-MATURITY-ABS TO WS-AT-ABS.
092300     IF WS-AT-ABS < WS-CURVE-START-ABS
092400         MOVE WS-ROW-MONTH-VAL(WS-ROW-IDX 1) TO WS-AT-VALUE
092500         GO TO 2650-EXIT
092600     END-IF.
092700     IF WS-AT-ABS NOT > WS-CURVE-END-ABS
092800         COMPUTE WS-MONTH-IDX = WS-AT-ABS - WS-CURVE-START-ABS + 1
092900         MOVE WS-ROW-MONTH-VAL(WS-ROW-IDX WS-MONTH-IDX)
093000             TO WS-AT-VALUE
093100         GO TO 2650-EXIT
093200     END-IF.
093300     COMPUTE WS-AT-MONTHS = WS-AT-ABS - WS-CURVE-END-ABS.
093400     COMPUTE WS-AT-VALUE ROUNDED =
093500         WS-ROW-MONTH-VAL(WS-ROW-IDX 12)
093600             * (1 + WS-GROWTH-PCT / 100) ** (WS-AT-MONTHS / 12)
093700         ON SIZE ERROR
093800             MOVE 9999999.99 TO WS-AT-VALUE
093900     END-COMPUTE.
094000 2650-EXIT.
094100     EXIT.
094200
094300*****************************************************************
094400*    2700-FIND-SERIES-INDEX                                      *
094500*    FINDS WS-LOOKUP-SERIES IN THE REFERENCE TABLE.              *
094600*****************************************************************
094700 2700-FIND-SERIES-INDEX.
094800     MOVE 0 TO WS-SREF-FOUND-SWITCH.
094900     MOVE 0 TO WS-MATCHED-SREF-IDX.
095000     IF WS-SREF-COUNT > 0
095100         PERFORM 2710-CHECK-ONE-SERIES THRU 2710-EXIT
095200             VARYING WS-SREF-IDX FROM 1 BY 1
095300                 UNTIL WS-SREF-IDX > WS-SREF-COUNT
095400                     OR WS-SREF-FOUND
095500     END-IF.
095600 2700-EXIT.
095700     EXIT.
095800
095900 2710-CHECK-ONE-SERIES.
096000     IF WS-SREF-SERIES(WS-SREF-IDX) = WS-LOOKUP-SERIES
096100         MOVE 1 TO WS-SREF-FOUND-SWITCH
096200         SET WS-MATCHED-SREF-IDX TO WS-SREF-IDX
096300     END-IF.
096400 2710-EXIT.
096500     EXIT.
096600
096700*****************************************************************
096800*    3000-FINALIZE                                               *
096900*    PRINTS AND EXTRACTS EACH SERIES' FORECAST, THEN THE ALL-    *
097000*    SERIES FORECAST, APPENDS THE LEDGER TOKEN AND SETS THE      *
097100*    SCHEDULER RETURN CODE.                                      *
097200*****************************************************************
097300 3000-FINALIZE.
097400     PERFORM 3100-REPORT-ONE-SERIES THRU 3100-EXIT
097500         VARYING WS-SREF-IDX FROM 1 BY 1
097600             UNTIL WS-SREF-IDX > WS-SREF-COUNT.
097700
097800     GENERATE GRAND-HEADER-DETAIL.
097900     MOVE "*" TO WS-RPT-SERIES.
098000     MOVE WS-GRAND-PAST-FACE TO WS-RPT-FACE.
098100     MOVE WS-GRAND-PAST-LIAB TO WS-RPT-LIAB.
098200     MOVE 0 TO WS-RPT-ENTERING.
098300     GENERATE PAST-DUE-DETAIL.
098400     MOVE 0 TO WS-RPT-QTR-YEAR.
098500     MOVE 0 TO WS-RPT-QTR.
098600     PERFORM 3500-WRITE-EXTRACT THRU 3500-EXIT.
098700     MOVE 0 TO WS-TOT-FACE.
098800     MOVE 0 TO WS-TOT-LIAB.
098900     MOVE 0 TO WS-TOT-ENTERING.
099000     PERFORM 3200-REPORT-ONE-GRAND-QTR THRU 3200-EXIT
099100         VARYING WS-QTR-IDX FROM 1 BY 1
099200             UNTIL WS-QTR-IDX > WS-QTR-COUNT.
099300     GENERATE TOTAL-DETAIL.
099400     GENERATE RUN-COUNTS-DETAIL.
099500     TERMINATE FORECAST-REPORT.
099600     CLOSE FCSTRPT.
099700     CLOSE FCSTFILE.
099800
099900     IF WS-EXCEPTION-COUNTER = 0
100000         MOVE 0 TO WS-FCST-RC
100100     ELSE
100200         MOVE 4 TO WS-FCST-RC
100300     END-IF.
100400     PERFORM 3400-WRITE-STEP-TOKEN THRU 3400-EXIT.
100500     MOVE WS-FCST-RC TO RETURN-CODE.
100600
100700     IF WS-FCST-RC = 0
100800         DISPLAY "BONDFCST COMPLETED NORMALLY - SEE FCSTRPT FOR "
100900             "THE FORECAST"
101000     ELSE
101100         DISPLAY "BONDFCST: FACE NOT PROJECTED - SEE FCSTRPT"
101200     END-IF.
101300     DISPLAY "MASTER RECORDS READ........: " WS-IN-COUNTER.
101400     DISPLAY "RECORDS SKIPPED (BAD DATA).: " WS-SKIP-COUNTER.
101500     DISPLAY "FACEFILE ENTRIES PROJECTED.: " WS-PROJECTED-COUNTER.
101600     DISPLAY "ALREADY MATURED............: " WS-MATURED-COUNTER.
101700     DISPLAY "NOT PROJECTED (EXCEPTIONS).: " WS-EXCEPTION-COUNTER.
101800     DISPLAY "EXTRACT RECORDS WRITTEN....: " WS-EXTRACT-COUNTER.
101900 3000-EXIT.
102000     EXIT.
102100
102200*****************************************************************
102300*    3100-REPORT-ONE-SERIES                                      *
102400*    ONE SERIES' SECTION - ALREADY MATURED, EACH QUARTER, TOTAL. *
102500*    A SERIES WITH NOTHING PROJECTED IS LEFT OFF.                *
102600*****************************************************************
102700 3100-REPORT-ONE-SERIES.
102800     IF NOT WS-FSER-USED(WS-SREF-IDX)
102900         GO TO 3100-EXIT.
103000     MOVE WS-SREF-SERIES(WS-SREF-IDX) TO WS-RPT-SERIES.
103100     MOVE WS-SREF-DESC(WS-SREF-IDX) TO WS-RPT-DESC.
103200     GENERATE SERIES-HEADER-DETAIL.
103300
103400     MOVE WS-FSER-PAST-FACE(WS-SREF-IDX) TO WS-RPT-FACE.
103500     MOVE WS-FSER-PAST-LIAB(WS-SREF-IDX) TO WS-RPT-LIAB.
103600     MOVE 0 TO WS-RPT-ENTERING.
103700     GENERATE PAST-DUE-DETAIL.
103800     MOVE 0 TO WS-RPT-QTR-YEAR.
103900     MOVE 0 TO WS-RPT-QTR.
104000     PERFORM 3500-WRITE-EXTRACT THRU 3500-EXIT.
104100     ADD WS-FSER-PAST-FACE(WS-SREF-IDX) TO WS-GRAND-PAST-FACE.
104200     ADD WS-FSER-PAST-LIAB(WS-SREF-IDX) TO WS-GRAND-PAST-LIAB.
104300
104400     MOVE 0 TO WS-TOT-FACE.
104500     MOVE 0 TO WS-TOT-LIAB.
104600     MOVE 0 TO WS-TOT-ENTERING.
104700     PERFORM 3150-REPORT-ONE-QUARTER THRU 3150-EXIT
104800         VARYING WS-QTR-IDX FROM 1 BY 1
104900             UNTIL WS-QTR-IDX > WS-QTR-COUNT.
105000     GENERATE TOTAL-DETAIL.
105100 3100-EXIT.
105200     EXIT.
105300
105400 3150-REPORT-ONE-QUARTER.
105500     MOVE WS-QTR-YEAR(WS-QTR-IDX) TO WS-RPT-QTR-YEAR.
105600     MOVE WS-QTR-NUMBER(WS-QTR-IDX) TO WS-RPT-QTR.
105700     MOVE WS-FQ-FACE(WS-SREF-IDX WS-QTR-IDX) TO WS-RPT-FACE.
105800     MOVE WS-FQ-LIAB(WS-SREF-IDX WS-QTR-IDX) TO WS-RPT-LIAB.
105900     MOVE WS-FQ-ENTERING(WS-SREF-IDX WS-QTR-IDX)
106000         TO WS-RPT-ENTERING.
106100     GENERATE QUARTER-DETAIL.
106200     PERFORM 3500-WRITE-EXTRACT THRU 3500-EXIT.
106300     ADD WS-RPT-FACE TO WS-TOT-FACE.
106400     ADD WS-RPT-LIAB TO WS-TOT-LIAB.
106500     ADD WS-RPT-ENTERING TO WS-TOT-ENTERING.
106600     ADD WS-RPT-FACE TO WS-GQ-FACE(WS-QTR-IDX).
106700     ADD WS-RPT-LIAB TO WS-GQ-LIAB(WS-QTR-IDX).
106800     ADD WS-RPT-ENTERING TO WS-GQ-ENTERING(WS-QTR-IDX).
106900 3150-EXIT.
107000     EXIT.
107100
107200 3200-REPORT-ONE-GRAND-QTR.
107300     MOVE WS-QTR-YEAR(WS-QTR-IDX) TO WS-RPT-QTR-YEAR.
107400     MOVE WS-QTR-NUMBER(WS-QTR-IDX) TO WS-RPT-QTR.
107500     MOVE WS-GQ-FACE(WS-QTR-IDX) TO WS-RPT-FACE.
107600     MOVE WS-GQ-LIAB(WS-QTR-IDX) TO WS-RPT-LIAB.
107700     MOVE WS-GQ-ENTERING(WS-QTR-IDX) TO WS-RPT-ENTERING.
107800     GENERATE QUARTER-DETAIL.
107900     PERFORM 3500-WRITE-EXTRACT THRU 3500-EXIT.
108000     ADD WS-RPT-FACE TO WS-TOT-FACE.
108100     ADD WS-RPT-LIAB TO WS-TOT-LIAB.
108200     ADD WS-RPT-ENTERING TO WS-TOT-ENTERING.
108300 3200-EXIT.
108400     EXIT.
108500
108600*****************************************************************
108700*    3400-WRITE-STEP-TOKEN                                       *
108800*    APPENDS THIS RUN'S COMPLETION TOKEN TO THE SHARED STEPLOG   *
108900*    LEDGER.                                                     *
109000*****************************************************************
109100 3400-WRITE-STEP-TOKEN.
109200     OPEN EXTEND STEPLOG.
109300     MOVE "BONDFCST" TO STEP-PROGRAM.
109400     MOVE WS-RUN-DATE TO STEP-DATE.
109500     ACCEPT WS-STEP-TIME-RAW FROM TIME.
109600     MOVE WS-STEP-TIME-RAW(1:6) TO STEP-TIME.
109700     MOVE "FACEFILE" TO STEP-IN-FILENAME.
109800     MOVE WS-FCST-RC TO STEP-RC.
109900     IF WS-FCST-RC = 0
110000         MOVE "FORECAST" TO STEP-VERDICT
110100     ELSE
110200         MOVE "PART-FORECAST" TO STEP-VERDICT
110300     END-IF.
110400     WRITE STEP-RECORD.
110500     CLOSE STEPLOG.
110600 3400-EXIT.
110700     EXIT.
110800
110900*****************************************************************
111000*    3500-WRITE-EXTRACT                                          *
111100*    WRITES THE CURRENT REPORT LINE'S FIGURES TO FCSTFILE.       *
111200*****************************************************************
111300 3500-WRITE-EXTRACT.
111400     MOVE WS-RPT-SERIES TO FCS-SERIES.
111500     MOVE WS-RPT-QTR-YEAR TO FCS-QTR-YEAR.
111600     MOVE WS-RPT-QTR TO FCS-QTR.
111700     MOVE WS-RPT-FACE TO FCS-MATURING-FACE.
111800     MOVE WS-RPT-LIAB TO FCS-LIABILITY.
111900     MOVE WS-RPT-ENTERING TO FCS-ENTERING-COUNT.
112000     MOVE WS-RUN-DATE TO FCS-RUN-DATE.
112100     WRITE FCS-RECORD.
112200     ADD 1 TO WS-EXTRACT-COUNTER.
112300 3500-EXIT.
112400     EXIT.
112500
112600 9999-EXIT.
112700     STOP RUN.
