000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDMRGE.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDMRGE (PARTITIONED BONDREAD MERGE)                       *
000900*    ONE SERIAL BONDREAD PASS OVER THE WHOLE MASTER NO LONGER    *
001000*    FITS THE BATCH WINDOW, SO BONDREAD CAN RUN AS UP TO FIVE    *
001100*    CONCURRENT PARTITIONS, EACH READING THE SERIES IN ITS       *
001200*    CTL-PART-SERIES SET (PARTITION 1 ALSO TAKES EVERY SERIES    *
001300*    NO SET NAMES) AND WRITING ITS OWN OUTFILE.Pn, SUMFILE.Pn,   *
001400*    EXCFILE.Pn, RUNTOTAL.Pn AND BANDTAL.Pn.  THIS STEP RUNS     *
001500*    ONCE THEY HAVE ALL FINISHED AND BUILDS THE ONE OUTFILE.DAT, *
001600*    SUMFILE.TXT, EXCFILE.TXT AND RUNTOTAL.TXT THAT BONDRECN,    *
001700*    BONDXTRT AND BONDARCH READ, AS IF ONE WHOLE-MASTER RUN HAD  *
001800*    WRITTEN THEM.                                               *
001900*    EVERY PARTITION IS PROVED BEFORE ANYTHING IS WRITTEN - ITS  *
002000*    BONDRDPn TOKEN MUST BE TODAY'S AND FOR TODAY'S INPUT TABLE, *
002100*    AND ITS OUTFILE AND EXCFILE MUST HOLD THE COUNTS ITS        *
002200*    RUNTOTAL REPORTS - SO A PARTITION THAT FAILED, OR WAS       *
002300*    RERUN AND FAILED PART WAY, STOPS THE MERGE (RETURN CODE 16) *
002400*    WITH THE WORK FILES UNTOUCHED.  ONLY THAT PARTITION IS THEN *
002500*    RERUN, FOLLOWED BY THIS STEP - THE OTHERS' FILES STAND.     *
002600*    THE RUN ACCEPTANCE GATES ARE APPLIED HERE TO THE MERGED     *
002700*    TOTALS EXACTLY AS A WHOLE-MASTER BONDREAD APPLIES THEM, AND *
002800*    THE RESULT GOES OUT ON THE RUNLOG RECORD AND AS THE         *
002900*    BONDREAD STEPLOG TOKEN THE DOWNSTREAM STEPS GATE ON -       *
003000*    0 CLEAN, 4 WITH WARNINGS, 8 OVER THE CTL TOLERANCES, 12     *
003100*    WHEN A PARTITION STOPPED AT (OR THE MERGED EXCEPTIONS       *
003200*    REACH) THE RUNAWAY CEILING.  MRGERPT PRINTS EACH PARTITION, *
003300*    THE MERGED PER-SERIES FIGURES, THE TOTALS, THE STATUS AND,  *
003400*    WITH CTL-BAND-SWITCH ON, THE MERGED VALUE-BAND DISTRIBUTION.*
003500*                                                                *
003600*    MODIFICATION HISTORY                                        *
003700*    DATE       INIT  DESCRIPTION                                *
003800*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CTLFILE ASSIGN "CTLFILE"
004400         ORGANIZATION LINE SEQUENTIAL.
004500
004600     SELECT SERFILE ASSIGN "SERFILE"
004700         ORGANIZATION LINE SEQUENTIAL.
004800
004900     SELECT BANDFILE ASSIGN "BANDFILE"
005000         ORGANIZATION LINE SEQUENTIAL.
005100
005200     SELECT PARTOUT ASSIGN DYNAMIC WS-POUT-FILENAME
005300         ORGANIZATION INDEXED
005400         ACCESS MODE SEQUENTIAL
005500         RECORD KEY IS PART-OUT-KEY.
005600
005700     SELECT PARTSUM ASSIGN DYNAMIC WS-PSUM-FILENAME
005800         ORGANIZATION LINE SEQUENTIAL.
005900
006000     SELECT PARTEXC ASSIGN DYNAMIC WS-PEXC-FILENAME
006100         ORGANIZATION LINE SEQUENTIAL.
006200
006300     SELECT PARTTOT ASSIGN DYNAMIC WS-PTOT-FILENAME
006400         ORGANIZATION LINE SEQUENTIAL.
006500
006600     SELECT PARTBTL ASSIGN DYNAMIC WS-PBTL-FILENAME
006700         ORGANIZATION LINE SEQUENTIAL.
006800
006900     SELECT OUTFILE ASSIGN "OUTFILE.DAT"
007000         ORGANIZATION INDEXED
007100         ACCESS MODE DYNAMIC
007200         RECORD KEY IS OUT-KEY.
007300
007400     SELECT SUMFILE ASSIGN "SUMFILE.TXT"
007500         ORGANIZATION LINE SEQUENTIAL.
007600
007700     SELECT EXCFILE ASSIGN "EXCFILE.TXT"
007800         ORGANIZATION LINE SEQUENTIAL.
007900
008000     SELECT TOTFILE ASSIGN "RUNTOTAL.TXT"
008100         ORGANIZATION LINE SEQUENTIAL.
008200
008300     SELECT MRGERPT ASSIGN "MRGERPT.TXT"
008400         ORGANIZATION LINE SEQUENTIAL.
008500
008600     SELECT OPTIONAL RUNLOG ASSIGN "RUNLOG"
008700         ORGANIZATION LINE SEQUENTIAL.
008800
008900     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
009000         ORGANIZATION LINE SEQUENTIAL.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400
009500 FD  CTLFILE.
009600 01  CTL-FILE-RECORD             PIC X(200).
009700
009800 FD  SERFILE.
009900*    RAW RECORD - SEE BONDSER.CPY IN WORKING-STORAGE FOR THE
010000*    TYPED LAYOUT THIS IS READ INTO.
010100 01  SER-FILE-RECORD             PIC X(25).
010200
010300 FD  BANDFILE.
010400*    RAW RECORD - SEE BONDBND.CPY IN WORKING-STORAGE FOR THE
010500*    TYPED LAYOUT THIS IS READ INTO.
010600 01  BAND-FILE-RECORD            PIC X(22).
010700
010800 FD  PARTOUT.
010900*    ONE PARTITION'S OUTFILE.Pn - BONDOUT.CPY LAYOUT, KEY FIRST.
011000 01  PART-OUT-RECORD.
011100     05  PART-OUT-KEY            PIC X(13).
011200     05  FILLER                  PIC X(78).
011300
011400 FD  PARTSUM.
011500*    ONE PARTITION'S SUMFILE.Pn - BONDSUM.CPY LAYOUT.
011600 01  PART-SUM-RECORD             PIC X(60).
011700
011800 FD  PARTEXC.
011900*    ONE PARTITION'S EXCFILE.Pn - BONDEXC.CPY LAYOUT.
012000 01  PART-EXC-RECORD             PIC X(43).
012100
012200 FD  PARTTOT.
012300*    ONE PARTITION'S RUNTOTAL.Pn - BONDTOT.CPY LAYOUT.
012400 01  PART-TOT-RECORD             PIC X(21).
012500
012600 FD  PARTBTL.
012700*    ONE PARTITION'S BANDTAL.Pn - BONDBTL.CPY LAYOUT.
012800 01  PART-BTL-RECORD             PIC X(12).
012900
013000 FD  OUTFILE.
013100*    THE MERGED QUALIFYING-MONTH FILE - SEE BONDOUT.CPY.
013200     COPY "BONDOUT.CPY".
013300
013400 FD  SUMFILE.
013500*    RAW RECORD - WRITTEN FROM THE MERGED SUBTOTAL TABLE.
013600 01  SUM-FILE-RECORD             PIC X(60).
013700
013800 FD  EXCFILE.
013900*    RAW RECORD - THE PARTITIONS' EXCEPTIONS, COPIED AS WRITTEN.
014000 01  EXC-FILE-RECORD             PIC X(43).
014100
014200 FD  TOTFILE.
014300*    RAW RECORD - SEE BONDTOT.CPY IN WORKING-STORAGE.
014400 01  TOT-FILE-RECORD             PIC X(21).
014500
014600 FD  MRGERPT
014700     REPORT IS MERGE-REPORT.
014800
014900 FD  RUNLOG.
015000*    RUN-HISTORY LOG RECORD - SEE BONDRUN.CPY.
015100     COPY "BONDRUN.CPY".
015200
015300 FD  STEPLOG.
015400*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.
015500     COPY "BONDSTP.CPY".
015600
015700 WORKING-STORAGE SECTION.
015800
015900     COPY "BONDCTL.CPY".
016000     COPY "BONDSER.CPY".
016100     COPY "BONDBND.CPY".
016200     COPY "BONDSUM.CPY".
016300     COPY "BONDTOT.CPY".
016400     COPY "BONDBTL.CPY".
016500
016600 77  WS-EOF-SWITCH               PIC X     VALUE "N".
016700     88  WS-EOF-YES              VALUE "Y".
016800     88  WS-EOF-NO               VALUE "N".
016900
017000 77  WS-RUN-DATE                 PIC 9(08).
017100 77  WS-RUN-TIME-RAW             PIC 9(08).
017200 77  WS-MRG-RC                   PIC 9(02) VALUE 0.
017300 77  WS-RUN-LOG-STATUS           PIC X(08) VALUE SPACES.
017400 77  WS-FAIL-COUNTER             PIC 9(02) VALUE 0.
017500
017600*****************************************************************
017700*    ONE PARTITION'S FILE NAMES - THE WHOLE-RUN NAME WITH .Pn    *
017800*    IN PLACE OF ITS SUFFIX, AS BONDREAD BUILDS THEM.            *
017900*****************************************************************
018000 01  WS-POUT-FILENAME            PIC X(20) VALUE SPACES.
018100 01  WS-PSUM-FILENAME            PIC X(20) VALUE SPACES.
018200 01  WS-PEXC-FILENAME            PIC X(20) VALUE SPACES.
018300 01  WS-PTOT-FILENAME            PIC X(20) VALUE SPACES.
018400 01  WS-PBTL-FILENAME            PIC X(20) VALUE SPACES.
018500 01  WS-PART-SUFFIX.
018600     05  FILLER                  PIC X(02) VALUE ".P".
018700     05  WS-PART-SUFFIX-NO       PIC 9     VALUE 0.
018800
018900*****************************************************************
019000*    THE PARTITIONS.  PARTITION 1 IS ALWAYS EXPECTED ONCE ANY    *
019100*    SET IS FILLED IN (IT READS EVERY SERIES NO SET NAMES); THE  *
019200*    OTHERS ONLY WHEN THEIR SET IS.  EACH CARRIES ITS LAST TOKEN *
019300*    TODAY, ITS REPORTED TOTALS, THE RECOUNT OF ITS FILES AND    *
019400*    WHAT THE PROOF FOUND.                                       *
019500*****************************************************************
019600 77  WS-PART-SUB                 PIC 9     VALUE 0.
019700 77  WS-PART-EXPECTED            PIC 9     VALUE 0.
019800 01  WS-PART-TABLE.
019900     05  WS-PRT-ENTRY            OCCURS 5 TIMES.
020000         10  WS-PRT-USED-SW      PIC 9.
020100             88  WS-PRT-USED     VALUE 1.
020200         10  WS-PRT-SERIES       PIC X(12).
020300         10  WS-PRT-TOKEN-SW     PIC 9.
020400             88  WS-PRT-TOKEN    VALUE 1.
020500         10  WS-PRT-DATE         PIC 9(08).
020600         10  WS-PRT-TIME         PIC 9(06).
020700         10  WS-PRT-IN-FILENAME  PIC X(20).
020800         10  WS-PRT-RC           PIC 9(02).
020900         10  WS-PRT-VERDICT      PIC X(14).
021000         10  WS-PRT-IN-COUNTER   PIC 9(07).
021100         10  WS-PRT-OUT-COUNTER  PIC 9(07).
021200         10  WS-PRT-EXC-COUNTER  PIC 9(07).
021300         10  WS-PRT-OUT-RECOUNT  PIC 9(07).
021400         10  WS-PRT-EXC-RECOUNT  PIC 9(07).
021500         10  WS-PRT-STATUS       PIC X(30).
021600         10  WS-PRT-FAIL-SW      PIC 9.
021700             88  WS-PRT-FAILED   VALUE 1.
021800
021900*****************************************************************
022000*    TOKEN SCAN - A PARTITION SIGNS BONDRDPn.                    *
022100*****************************************************************
022200 01  WS-TOKEN-PROGRAM            PIC X(08) VALUE SPACES.
022300 01  WS-TOKEN-PROGRAM-R REDEFINES WS-TOKEN-PROGRAM.
022400     05  WS-TOKEN-PREFIX         PIC X(07).
022500     05  WS-TOKEN-PART           PIC X.
022600         88  WS-TOKEN-PART-VALID VALUE "1" THRU "5".
022700 77  WS-TOKEN-PART-NO            PIC 9     VALUE 0.
022800
022900*****************************************************************
023000*    SERIES REFERENCE MASTER, LOADED FROM SERFILE AT STARTUP -   *
023100*    THE ENTRY SUBSCRIPT IS THE SERIES DIMENSION OF THE MERGED   *
023200*    SUBTOTAL AND BAND TABLES, SO SUMFILE.TXT COMES OUT IN THE   *
023300*    SAME SERFILE ORDER A WHOLE-MASTER RUN WRITES IT IN.  SEE    *
023400*    BONDSER.CPY / BONDSRT.CPY.                                  *
023500*****************************************************************
023600     COPY "BONDSRT.CPY".
023700 77  WS-SREF-COUNT               PIC 9(02) VALUE 0.
023800 77  WS-SREF-FULL-SWITCH         PIC 9     VALUE 0.
023900     88  WS-SREF-TABLE-FULL      VALUE 1.
024000 77  WS-SREF-FOUND-SWITCH        PIC 9     VALUE 0.
024100     88  WS-SREF-FOUND           VALUE 1.
024200 77  WS-MATCHED-SREF-IDX         PIC 9(02) VALUE 0.
024300 77  WS-LOOKUP-SERIES            PIC X     VALUE SPACE.
024400 77  WS-SER-SUB                  PIC 9(02) VALUE 0.
024500
024600*****************************************************************
024700*    MERGED PER-SERIES SUBTOTALS - ONE SUMFILE IMAGE PER SERIES  *
024800*    AND THE PARTITION IT CAME FROM.                             *
024900*****************************************************************
025000 01  WS-MERGED-SUM-TABLE.
025100     05  WS-MSUM-ENTRY           OCCURS 12 TIMES.
025200         10  WS-MSUM-PART        PIC 9.
025300         10  WS-MSUM-IMAGE       PIC X(60).
025400
025500*****************************************************************
025600*    MERGED VALUE-BAND TALLIES, SHAPED AS IN BONDREAD - BANDFILE *
025700*    POSITION BY SERIES, PLUS THE OUT-OF-BANDS RESIDUAL AND THE  *
025800*    SERIES TOTAL THE PERCENTS ARE TAKEN OF.                     *
025900*****************************************************************
026000 77  WS-BAND-COUNT               PIC 9(04) VALUE 0.
026100 77  WS-BAND-FULL-SWITCH         PIC 9     VALUE 0.
026200     88  WS-BAND-TABLE-FULL      VALUE 1.
026300 01  WS-BAND-TABLE.
026400     05  WS-BAND-ENTRY           OCCURS 20 TIMES
026500                                 INDEXED BY WS-BAND-IDX.
026600         10  WS-BAND-NAME        PIC X(12).
026700         10  WS-BAND-LOW         PIC 999V99.
026800         10  WS-BAND-HIGH        PIC 999V99.
026900         10  WS-BAND-SER-COUNT   PIC 9(07) OCCURS 12 TIMES
027000                                 VALUE 0.
027100 01  WS-BAND-RESIDUALS.
027200     05  WS-BAND-NOMATCH         PIC 9(09) OCCURS 12 TIMES
027300                                 VALUE 0.
027400     05  WS-BAND-SER-TOTAL       PIC 9(09) OCCURS 12 TIMES
027500                                 VALUE 0.
027600 77  WS-BAND-SUB                 PIC 9(04) COMP.
027700 77  WS-BAND-SER-SUB             PIC 9(02) COMP.
027800 77  WS-BAND-PCT-WORK            PIC 9(11) VALUE 0.
027900 77  WS-BAND-PCT                 PIC 999V99 VALUE 0.
028000 77  WS-BAND-BAD-COUNTER         PIC 9(07) VALUE 0.
028100
028200*****************************************************************
028300*    MERGED TOTALS AND THE RUN-ACCEPTANCE STATE.                 *
028400*****************************************************************
028500 77  WS-IN-COUNTER               PIC 9(07) VALUE 0.
028600 77  WS-OUT-COUNTER              PIC 9(07) VALUE 0.
028700 77  WS-EXC-COUNTER              PIC 9(07) VALUE 0.
028800 77  WS-DUP-KEY-COUNTER          PIC 9(07) VALUE 0.
028900 77  WS-RUNAWAY-SWITCH           PIC 9     VALUE 0.
029000     88  WS-RUNAWAY-HIT          VALUE 1.
029100 77  WS-EXC-RATE-WORK            PIC 9(11) VALUE 0.
029200 77  WS-EXC-RATE-PCT             PIC 9(05)V99 VALUE 0.
029300
029400*****************************************************************
029500*    FIELDS FEEDING THE MRGERPT MERGE REPORT.                    *
029600*****************************************************************
029700 01  WS-RPT-LINE.
029800     05  WS-RPT-PART             PIC 9.
029900     05  WS-RPT-PART-SERIES      PIC X(12).
030000     05  WS-RPT-TIME             PIC 9(06).
030100     05  WS-RPT-RC               PIC X(02).
030200     05  WS-RPT-VERDICT          PIC X(14).
030300     05  WS-RPT-IN-COUNTER       PIC 9(07).
030400     05  WS-RPT-OUT-COUNTER      PIC 9(07).
030500     05  WS-RPT-EXC-COUNTER      PIC 9(07).
030600     05  WS-RPT-STATUS           PIC X(30).
030700     05  WS-RPT-SERIES           PIC X.
030800     05  WS-RPT-QUALIFY-COUNT    PIC 9(07).
030900     05  WS-RPT-MIN              PIC 999V99.
031000     05  WS-RPT-MAX              PIC 999V99.
031100     05  WS-RPT-AVERAGE          PIC 9(11)V99.
031200     05  WS-RPT-WEIGHTED-AVERAGE PIC 9(13)V99.
031300     05  WS-RPT-RUN-STATUS       PIC X(24).
031400     05  WS-RPT-MESSAGE          PIC X(60).
031500     05  WS-RPT-BAND-SERIES      PIC X.
031600     05  WS-RPT-BAND-NAME        PIC X(12).
031700     05  WS-RPT-BAND-LOW         PIC 999V99.
031800     05  WS-RPT-BAND-HIGH        PIC 999V99.
031900     05  WS-RPT-BAND-COUNT       PIC 9(09).
032000     05  WS-RPT-BAND-PCT         PIC 999V99.
032100
032200 REPORT SECTION.
032300*****************************************************************
032400*    MERGE-REPORT                                                *
032500*    ONE LINE PER PARTITION WITH WHAT ITS PROOF FOUND, THEN -    *
032600*    WHEN EVERY PARTITION PROVED - THE MERGED PER-SERIES         *
032700*    FIGURES, TOTALS, RUN STATUS AND BAND DISTRIBUTION, IN THE   *
032800*    SAME SHAPE AS BONDREAD'S PRTFILE.                           *
032900*****************************************************************
033000 RD  MERGE-REPORT
033100     PAGE LIMIT 60 LINES
033200     FIRST DETAIL 5
033300     LAST DETAIL 56.
033400
033500 01  TYPE PAGE HEADING.
033600     05  LINE 1.
033700         10  COLUMN  1  PIC X(40)
033800             VALUE "PARTITIONED BONDREAD MERGE".
033900     05  LINE 2.
034000         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
034100         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
034200         10  COLUMN 25  PIC X(12) VALUE "INPUT TABLE:".
034300         10  COLUMN 38  PIC X(20) SOURCE CTL-IN-FILENAME.
034400     05  LINE 4.
034500         10  COLUMN  1  PIC X(04) VALUE "PART".
034600         10  COLUMN  6  PIC X(10) VALUE "SERIES SET".
034700         10  COLUMN 19  PIC X(08) VALUE "FINISHED".
034800         10  COLUMN 28  PIC X(02) VALUE "RC".
034900         10  COLUMN 31  PIC X(07) VALUE "VERDICT".
035000         10  COLUMN 47  PIC X(04) VALUE "READ".
035100         10  COLUMN 56  PIC X(07) VALUE "WRITTEN".
035200         10  COLUMN 65  PIC X(10) VALUE "EXCEPTIONS".
035300         10  COLUMN 77  PIC X(05) VALUE "PROOF".
035400
035500 01  PARTITION-DETAIL TYPE DETAIL.
035600     05  LINE PLUS 1.
035700         10  COLUMN  1  PIC 9        SOURCE WS-RPT-PART.
035800         10  COLUMN  6  PIC X(12)    SOURCE WS-RPT-PART-SERIES.
035900         10  COLUMN 19  PIC 99B99B99 SOURCE WS-RPT-TIME.
036000         10  COLUMN 28  PIC X(02)    SOURCE WS-RPT-RC.
036100         10  COLUMN 31  PIC X(14)    SOURCE WS-RPT-VERDICT.
036200         10  COLUMN 46  PIC ZZZZZZ9  SOURCE WS-RPT-IN-COUNTER.
036300         10  COLUMN 55  PIC ZZZZZZ9  SOURCE WS-RPT-OUT-COUNTER.
036400         10  COLUMN 66  PIC ZZZZZZ9  SOURCE WS-RPT-EXC-COUNTER.
036500         10  COLUMN 77  PIC X(30)    SOURCE WS-RPT-STATUS.
036600
036700 01  SERIES-HEADER-DETAIL TYPE DETAIL.
036800     05  LINE PLUS 2.
036900         10  COLUMN  1  PIC X(06) VALUE "SERIES".
037000         10  COLUMN 12  PIC X(10) VALUE "QUALIFYING".
037100         10  COLUMN 26  PIC X(03) VALUE "MIN".
037200         10  COLUMN 36  PIC X(03) VALUE "MAX".
037300         10  COLUMN 46  PIC X(07) VALUE "AVERAGE".
037400         10  COLUMN 59  PIC X(12) VALUE "WEIGHTED AVG".
037500         10  COLUMN 77  PIC X(04) VALUE "PART".
037600
037700 01  SERIES-DETAIL TYPE DETAIL.
037800     05  LINE PLUS 1.
037900         10  COLUMN  1  PIC X        SOURCE WS-RPT-SERIES.
038000         10  COLUMN 12  PIC ZZZZZZ9  SOURCE WS-RPT-QUALIFY-COUNT.
038100         10  COLUMN 23  PIC ZZZ.99   SOURCE WS-RPT-MIN.
038200         10  COLUMN 33  PIC ZZZ.99   SOURCE WS-RPT-MAX.
038300         10  COLUMN 43  PIC ZZZZZZZZZZZ.99
038400             SOURCE WS-RPT-AVERAGE.
038500         10  COLUMN 59  PIC ZZZZZZZZZZZZZ.99
038600             SOURCE WS-RPT-WEIGHTED-AVERAGE.
038700         10  COLUMN 77  PIC 9        SOURCE WS-RPT-PART.
038800
038900 01  TOTALS-DETAIL TYPE DETAIL.
039000     05  LINE PLUS 2.
039100         10  COLUMN  1  PIC X(28)
039200             VALUE "RECORDS READ FROM BONDMSTR:".
039300         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-IN-COUNTER.
039400     05  LINE PLUS 1.
039500         10  COLUMN  1  PIC X(28)
039600             VALUE "RECORDS WRITTEN TO OUTFILE:".
039700         10  COLUMN 30  PIC ZZZZZZ9 SOURCE WS-OUT-COUNTER.
039800     05  LINE PLUS 1.
039900         10  COLUMN  1  PIC X(31)
040000             VALUE "EXCEPTIONS WRITTEN TO EXCFILE:".
040100         10  COLUMN 33  PIC ZZZZZZ9 SOURCE WS-EXC-COUNTER.
040200     05  LINE PLUS 1.
040300         10  COLUMN  1  PIC X(31)
040400             VALUE "DUPLICATE KEYS ACROSS PARTS..:".
040500         10  COLUMN 33  PIC ZZZZZZ9 SOURCE WS-DUP-KEY-COUNTER.
040600
040700 01  STATUS-DETAIL TYPE DETAIL.
040800     05  LINE PLUS 2.
040900         10  COLUMN  1  PIC X(22)
041000             VALUE "RUN ACCEPTANCE STATUS:".
041100         10  COLUMN 24  PIC X(24) SOURCE WS-RPT-RUN-STATUS.
041200
041300 01  MESSAGE-DETAIL TYPE DETAIL.
041400     05  LINE PLUS 2.
041500         10  COLUMN  1  PIC X(60) SOURCE WS-RPT-MESSAGE.
041600
041700 01  BAND-HEADER-DETAIL TYPE DETAIL.
041800     05  LINE PLUS 2.
041900         10  COLUMN  1  PIC X(37)
042000             VALUE "VALUE-BAND DISTRIBUTION (BOND-MONTHS)".
042100     05  LINE PLUS 1.
042200         10  COLUMN  1  PIC X(06) VALUE "SERIES".
042300         10  COLUMN  9  PIC X(04) VALUE "BAND".
042400         10  COLUMN 23  PIC X(03) VALUE "LOW".
042500         10  COLUMN 30  PIC X(04) VALUE "HIGH".
042600         10  COLUMN 42  PIC X(05) VALUE "COUNT".
042700         10  COLUMN 52  PIC X(03) VALUE "PCT".
042800
042900 01  BAND-DETAIL TYPE DETAIL.
043000     05  LINE PLUS 1.
043100         10  COLUMN  1  PIC X         SOURCE WS-RPT-BAND-SERIES.
043200         10  COLUMN  9  PIC X(12)     SOURCE WS-RPT-BAND-NAME.
043300         10  COLUMN 22  PIC ZZZ.99    SOURCE WS-RPT-BAND-LOW.
043400         10  COLUMN 30  PIC ZZZ.99    SOURCE WS-RPT-BAND-HIGH.
043500         10  COLUMN 38  PIC ZZZZZZZZ9 SOURCE WS-RPT-BAND-COUNT.
043600         10  COLUMN 49  PIC ZZ9.99    SOURCE WS-RPT-BAND-PCT.
043700
043800 01  BAND-RESIDUAL-DETAIL TYPE DETAIL.
043900     05  LINE PLUS 1.
044000         10  COLUMN  1  PIC X         SOURCE WS-RPT-BAND-SERIES.
044100         10  COLUMN  9  PIC X(12)     VALUE "OUT OF BANDS".
044200         10  COLUMN 38  PIC ZZZZZZZZ9 SOURCE WS-RPT-BAND-COUNT.
044300         10  COLUMN 49  PIC ZZ9.99    SOURCE WS-RPT-BAND-PCT.
044400
044500 PROCEDURE DIVISION.
044600*****************************************************************
044700*    0000-MAINLINE                                               *
044800*****************************************************************
044900 0000-MAINLINE.
045000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045100     PERFORM 2000-PROVE-ONE-PARTITION THRU 2000-EXIT
045200         VARYING WS-PART-SUB FROM 1 BY 1
045300             UNTIL WS-PART-SUB > 5.
045400     PERFORM 2400-CHECK-SERIES-COVERED THRU 2400-EXIT.
045500     IF WS-FAIL-COUNTER > 0
045600         PERFORM 2900-STOP-UNMERGED THRU 2900-EXIT
045700         GO TO 9999-EXIT
045800     END-IF.
045900
046000     OPEN OUTPUT OUTFILE.
046100     OPEN OUTPUT EXCFILE.
046200     PERFORM 3000-MERGE-ONE-PARTITION THRU 3000-EXIT
046300         VARYING WS-PART-SUB FROM 1 BY 1
046400             UNTIL WS-PART-SUB > 5.
046500     CLOSE OUTFILE.
046600     CLOSE EXCFILE.
046700     PERFORM 4000-FINALIZE THRU 4000-EXIT.
046800     GO TO 9999-EXIT.
046900
047000*****************************************************************
047100*    1000-INITIALIZE                                             *
047200*    READS THE CONTROL RECORD, WORKS OUT WHICH PARTITIONS TO     *
047300*    EXPECT, LOADS THE SERIES AND BAND TABLES, FINDS EACH        *
047400*    PARTITION'S LAST TOKEN AND OPENS THE REPORT.                *
047500*****************************************************************
047600 1000-INITIALIZE.
047700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
047800     OPEN INPUT CTLFILE.
047900     READ CTLFILE INTO CTL-RECORD
048000         AT END
048100             DISPLAY "BONDMRGE: CTLFILE IS EMPTY - ABENDING"
048200             MOVE 16 TO RETURN-CODE
048300             GO TO 9999-EXIT
048400     END-READ.
048500     CLOSE CTLFILE.
048600     IF CTL-PART-SERIES-SETS = SPACES
048700         DISPLAY "BONDMRGE: CTLFILE HOLDS NO PARTITION SERIES "
048800             "SETS - BONDREAD WAS NOT RUN PARTITIONED - ABENDING"
048900         MOVE 16 TO RETURN-CODE
049000         GO TO 9999-EXIT
049100     END-IF.
049200
049300     PERFORM 1010-SET-ONE-PARTITION THRU 1010-EXIT
049400         VARYING WS-PART-SUB FROM 1 BY 1
049500             UNTIL WS-PART-SUB > 5.
049600
049700     PERFORM 1030-LOAD-SERIES-TABLE THRU 1030-EXIT.
049800     IF WS-SREF-COUNT = 0
049900         DISPLAY "BONDMRGE: SERFILE IS EMPTY - ABENDING"
050000         MOVE 16 TO RETURN-CODE
050100         GO TO 9999-EXIT
050200     END-IF.
050300     IF CTL-BAND-YES
050400         PERFORM 1050-LOAD-BAND-TABLE THRU 1050-EXIT
050500     END-IF.
050600
050700     PERFORM 1070-FIND-PARTITION-TOKENS THRU 1070-EXIT.
050800
050900     OPEN OUTPUT MRGERPT.
051000     INITIATE MERGE-REPORT.
051100 1000-EXIT.
051200     EXIT.
051300
051400 1010-SET-ONE-PARTITION.
051500     MOVE 0 TO WS-PRT-USED-SW(WS-PART-SUB).
051600     MOVE CTL-PART-SERIES-SET(WS-PART-SUB)
051700         TO WS-PRT-SERIES(WS-PART-SUB).
051800     MOVE 0 TO WS-PRT-TOKEN-SW(WS-PART-SUB).
051900     MOVE 0 TO WS-PRT-DATE(WS-PART-SUB).
052000     MOVE 0 TO WS-PRT-TIME(WS-PART-SUB).
052100     MOVE SPACES TO WS-PRT-IN-FILENAME(WS-PART-SUB).
052200     MOVE 0 TO WS-PRT-RC(WS-PART-SUB).
052300     MOVE SPACES TO WS-PRT-VERDICT(WS-PART-SUB).
052400     MOVE 0 TO WS-PRT-IN-COUNTER(WS-PART-SUB).
052500     MOVE 0 TO WS-PRT-OUT-COUNTER(WS-PART-SUB).
052600     MOVE 0 TO WS-PRT-EXC-COUNTER(WS-PART-SUB).
052700     MOVE 0 TO WS-PRT-OUT-RECOUNT(WS-PART-SUB).
052800     MOVE 0 TO WS-PRT-EXC-RECOUNT(WS-PART-SUB).
052900     MOVE SPACES TO WS-PRT-STATUS(WS-PART-SUB).
053000     MOVE 0 TO WS-PRT-FAIL-SW(WS-PART-SUB).
053100     IF WS-PART-SUB = 1
053200         OR CTL-PART-SERIES-SET(WS-PART-SUB) NOT = SPACES
053300         MOVE 1 TO WS-PRT-USED-SW(WS-PART-SUB)
053400         ADD 1 TO WS-PART-EXPECTED
053500     END-IF.
053600 1010-EXIT.
053700     EXIT.
053800
053900*****************************************************************
054000*    1030-LOAD-SERIES-TABLE                                      *
054100*    LOADS THE SERIES REFERENCE MASTER, AS BONDREAD DOES.        *
054200*****************************************************************
054300 1030-LOAD-SERIES-TABLE.
054400     OPEN INPUT SERFILE.
054500     MOVE "N" TO WS-EOF-SWITCH.
054600     PERFORM 1035-LOAD-ONE-SERIES THRU 1035-EXIT
054700         UNTIL WS-EOF-YES.
054800     CLOSE SERFILE.
054900     MOVE "N" TO WS-EOF-SWITCH.
055000 1030-EXIT.
055100     EXIT.
055200
055300 1035-LOAD-ONE-SERIES.
055400     READ SERFILE INTO SER-RECORD
055500         AT END
055600             MOVE "Y" TO WS-EOF-SWITCH
055700             GO TO 1035-EXIT
055800     END-READ.
055900     IF WS-SREF-COUNT = 12
056000         IF NOT WS-SREF-TABLE-FULL
056100             DISPLAY "BONDMRGE: SERFILE EXCEEDS TABLE SIZE - "
056200                 "SKIPPING REMAINING SERIES"
056300             MOVE 1 TO WS-SREF-FULL-SWITCH
056400         END-IF
056500         GO TO 1035-EXIT
056600     END-IF.
056700     ADD 1 TO WS-SREF-COUNT.
056800     SET WS-SREF-IDX TO WS-SREF-COUNT.
056900     MOVE SER-SERIES TO WS-SREF-SERIES(WS-SREF-IDX).
057000     MOVE SER-DESC TO WS-SREF-DESC(WS-SREF-IDX).
057100     MOVE SER-ACTIVE-FLAG TO WS-SREF-ACTIVE-FLAG(WS-SREF-IDX).
057200     MOVE SER-BASE-DENOM TO WS-SREF-BASE-DENOM(WS-SREF-IDX).
057300     MOVE 0 TO WS-MSUM-PART(WS-SREF-COUNT).
057400     MOVE SPACES TO WS-MSUM-IMAGE(WS-SREF-COUNT).
057500 1035-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900*    1050-LOAD-BAND-TABLE                                        *
058000*    LOADS THE BAND NAMES AND RANGES FROM BANDFILE - THE         *
058100*    PARTITIONS' TALLIES CARRY ONLY THE BAND'S POSITION.         *
058200*****************************************************************
058300 1050-LOAD-BAND-TABLE.
058400     OPEN INPUT BANDFILE.
058500     MOVE "N" TO WS-EOF-SWITCH.
058600     PERFORM 1060-LOAD-ONE-BAND THRU 1060-EXIT
058700         UNTIL WS-EOF-YES.
058800     CLOSE BANDFILE.
058900     MOVE "N" TO WS-EOF-SWITCH.
059000 1050-EXIT.
059100     EXIT.
059200
059300 1060-LOAD-ONE-BAND.
059400     READ BANDFILE INTO BND-RECORD
059500         AT END
059600             MOVE "Y" TO WS-EOF-SWITCH
059700             GO TO 1060-EXIT
059800     END-READ.
059900     IF WS-BAND-COUNT = 20
060000         IF NOT WS-BAND-TABLE-FULL
060100             DISPLAY "BONDMRGE: BANDFILE EXCEEDS TABLE SIZE - "
060200                 "SKIPPING REMAINING BANDS"
060300             MOVE 1 TO WS-BAND-FULL-SWITCH
060400         END-IF
060500         GO TO 1060-EXIT
060600     END-IF.
060700     ADD 1 TO WS-BAND-COUNT.
060800     SET WS-BAND-IDX TO WS-BAND-COUNT.
060900     MOVE BND-NAME TO WS-BAND-NAME(WS-BAND-IDX).
061000     MOVE BND-LOW TO WS-BAND-LOW(WS-BAND-IDX).
061100     MOVE BND-HIGH TO WS-BAND-HIGH(WS-BAND-IDX).
061200 1060-EXIT.
061300     EXIT.
061400
061500*****************************************************************
061600*    1070-FIND-PARTITION-TOKENS                                  *
061700*    READS THE WHOLE LEDGER AND KEEPS THE LAST BONDRDPn TOKEN    *
061800*    FOR EACH PARTITION - A RERUN PARTITION'S LATER TOKEN IS THE *
061900*    ONE THAT COUNTS, AS FOR EVERY OTHER CONSUMER.               *
062000*****************************************************************
062100 1070-FIND-PARTITION-TOKENS.
062200     OPEN INPUT STEPLOG.
062300     MOVE "N" TO WS-EOF-SWITCH.
062400     PERFORM 1080-READ-ONE-TOKEN THRU 1080-EXIT
062500         UNTIL WS-EOF-YES.
062600     CLOSE STEPLOG.
062700     MOVE "N" TO WS-EOF-SWITCH.
062800 1070-EXIT.
062900     EXIT.
063000
063100 1080-READ-ONE-TOKEN.
063200     READ STEPLOG
063300         AT END
063400             MOVE "Y" TO WS-EOF-SWITCH
063500             GO TO 1080-EXIT
063600     END-READ.
063700     MOVE STEP-PROGRAM TO WS-TOKEN-PROGRAM.
063800     IF WS-TOKEN-PREFIX NOT = "BONDRDP"
063900         OR NOT WS-TOKEN-PART-VALID
064000         GO TO 1080-EXIT.
064100     MOVE WS-TOKEN-PART TO WS-TOKEN-PART-NO.
064200     MOVE 1 TO WS-PRT-TOKEN-SW(WS-TOKEN-PART-NO).
064300     MOVE STEP-DATE TO WS-PRT-DATE(WS-TOKEN-PART-NO).
064400     MOVE STEP-TIME TO WS-PRT-TIME(WS-TOKEN-PART-NO).
064500     MOVE STEP-IN-FILENAME
064600         TO WS-PRT-IN-FILENAME(WS-TOKEN-PART-NO).
064700     MOVE STEP-RC TO WS-PRT-RC(WS-TOKEN-PART-NO).
064800     MOVE STEP-VERDICT TO WS-PRT-VERDICT(WS-TOKEN-PART-NO).
064900 1080-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300*    2000-PROVE-ONE-PARTITION                                    *
065400*    A PARTITION IS MERGED ONLY WHEN IT FINISHED TODAY AGAINST   *
065500*    TODAY'S INPUT TABLE AND ITS FILES STILL HOLD WHAT ITS       *
065600*    RUNTOTAL REPORTS - A RERUN THAT DIED PART WAY LEAVES THE    *
065700*    EARLIER TOKEN AND TOTALS STANDING OVER SHORT FILES.  ITS    *
065800*    SUBTOTALS AND BAND TALLIES ARE TAKEN INTO THE MERGED TABLES *
065900*    ON THE WAY.  THE FIRST PROBLEM FOUND IS THE ONE REPORTED.   *
066000*****************************************************************
066100 2000-PROVE-ONE-PARTITION.
066200     IF NOT WS-PRT-USED(WS-PART-SUB)
066300         GO TO 2000-EXIT.
066400     PERFORM 2010-SET-PARTITION-NAMES THRU 2010-EXIT.
066500
066600     IF NOT WS-PRT-TOKEN(WS-PART-SUB)
066700         OR WS-PRT-DATE(WS-PART-SUB) NOT = WS-RUN-DATE
066800         MOVE "NOT RUN TODAY - RERUN IT"
066900             TO WS-PRT-STATUS(WS-PART-SUB)
067000         GO TO 2000-FAILED
067100     END-IF.
067200     IF WS-PRT-IN-FILENAME(WS-PART-SUB) NOT = CTL-IN-FILENAME
067300         MOVE "RAN ON ANOTHER TABLE - RERUN"
067400             TO WS-PRT-STATUS(WS-PART-SUB)
067500         GO TO 2000-FAILED
067600     END-IF.
067700
067800     OPEN INPUT PARTTOT.
067900     READ PARTTOT INTO TOT-RECORD
068000         AT END
068100             CLOSE PARTTOT
068200             MOVE "NO RUN TOTALS - RERUN IT"
068300                 TO WS-PRT-STATUS(WS-PART-SUB)
068400             GO TO 2000-FAILED
068500     END-READ.
068600     CLOSE PARTTOT.
068700     MOVE TOT-IN-COUNTER TO WS-PRT-IN-COUNTER(WS-PART-SUB).
068800     MOVE TOT-OUT-COUNTER TO WS-PRT-OUT-COUNTER(WS-PART-SUB).
068900     MOVE TOT-EXC-COUNTER TO WS-PRT-EXC-COUNTER(WS-PART-SUB).
069000
069100     PERFORM 2100-RECOUNT-OUTFILE THRU 2100-EXIT.
069200     IF WS-PRT-OUT-RECOUNT(WS-PART-SUB)
069300         NOT = WS-PRT-OUT-COUNTER(WS-PART-SUB)
069400         MOVE "OUTFILE DISAGREES WITH TOTALS"
069500             TO WS-PRT-STATUS(WS-PART-SUB)
069600         GO TO 2000-FAILED
069700     END-IF.
069800     PERFORM 2150-RECOUNT-EXCFILE THRU 2150-EXIT.
069900     IF WS-PRT-EXC-RECOUNT(WS-PART-SUB)
070000         NOT = WS-PRT-EXC-COUNTER(WS-PART-SUB)
070100         MOVE "EXCFILE DISAGREES WITH TOTALS"
070200             TO WS-PRT-STATUS(WS-PART-SUB)
070300         GO TO 2000-FAILED
070400     END-IF.
070500
070600     PERFORM 2200-LOAD-SUBTOTALS THRU 2200-EXIT.
070700     IF WS-PRT-FAILED(WS-PART-SUB)
070800         GO TO 2000-FAILED.
070900     IF CTL-BAND-YES
071000         PERFORM 2300-ADD-BAND-TALLIES THRU 2300-EXIT
071100     END-IF.
071200
071300     ADD WS-PRT-IN-COUNTER(WS-PART-SUB) TO WS-IN-COUNTER.
071400     ADD WS-PRT-OUT-COUNTER(WS-PART-SUB) TO WS-OUT-COUNTER.
071500     ADD WS-PRT-EXC-COUNTER(WS-PART-SUB) TO WS-EXC-COUNTER.
071600     IF WS-PRT-RC(WS-PART-SUB) > 8
071700         MOVE 1 TO WS-RUNAWAY-SWITCH
071800     END-IF.
071900     MOVE "PROVED" TO WS-PRT-STATUS(WS-PART-SUB).
072000     GO TO 2000-EXIT.
072100 2000-FAILED.
072200     MOVE 1 TO WS-PRT-FAIL-SW(WS-PART-SUB).
072300     ADD 1 TO WS-FAIL-COUNTER.
072400 2000-EXIT.
072500     EXIT.
072600
072700 2010-SET-PARTITION-NAMES.
072800     MOVE WS-PART-SUB TO WS-PART-SUFFIX-NO.
072900     MOVE SPACES TO WS-POUT-FILENAME WS-PSUM-FILENAME
073000         WS-PEXC-FILENAME WS-PTOT-FILENAME WS-PBTL-FILENAME.
073100     STRING "OUTFILE" WS-PART-SUFFIX
073200         DELIMITED BY SIZE INTO WS-POUT-FILENAME.
073300     STRING "SUMFILE" WS-PART-SUFFIX
073400         DELIMITED BY SIZE INTO WS-PSUM-FILENAME.
073500     STRING "EXCFILE" WS-PART-SUFFIX
073600         DELIMITED BY SIZE INTO WS-PEXC-FILENAME.
073700     STRING "RUNTOTAL" WS-PART-SUFFIX
073800         DELIMITED BY SIZE INTO WS-PTOT-FILENAME.
073900     STRING "BANDTAL" WS-PART-SUFFIX
074000         DELIMITED BY SIZE INTO WS-PBTL-FILENAME.
074100 2010-EXIT.
074200     EXIT.
074300
074400*****************************************************************
074500*    2100-RECOUNT-OUTFILE / 2150-RECOUNT-EXCFILE                 *
074600*    COUNT WHAT THE PARTITION'S WORK FILES ACTUALLY HOLD.        *
074700*****************************************************************
074800 2100-RECOUNT-OUTFILE.
074900     OPEN INPUT PARTOUT.
075000     MOVE "N" TO WS-EOF-SWITCH.
075100     PERFORM 2110-COUNT-ONE-OUT THRU 2110-EXIT
075200         UNTIL WS-EOF-YES.
075300     CLOSE PARTOUT.
075400     MOVE "N" TO WS-EOF-SWITCH.
075500 2100-EXIT.
075600     EXIT.
075700
075800 2110-COUNT-ONE-OUT.
075900     READ PARTOUT NEXT RECORD
076000         AT END
076100             MOVE "Y" TO WS-EOF-SWITCH
076200             GO TO 2110-EXIT
076300     END-READ.
076400     ADD 1 TO WS-PRT-OUT-RECOUNT(WS-PART-SUB).
076500 2110-EXIT.
076600     EXIT.
076700
076800 2150-RECOUNT-EXCFILE.
076900     OPEN INPUT PARTEXC.
077000     MOVE "N" TO WS-EOF-SWITCH.
077100     PERFORM 2160-COUNT-ONE-EXC THRU 2160-EXIT
077200         UNTIL WS-EOF-YES.
077300     CLOSE PARTEXC.
077400     MOVE "N" TO WS-EOF-SWITCH.
077500 2150-EXIT.
077600     EXIT.
077700
077800 2160-COUNT-ONE-EXC.
077900     READ PARTEXC
078000         AT END
078100             MOVE "Y" TO WS-EOF-SWITCH
078200             GO TO 2160-EXIT
078300     END-READ.
078400     ADD 1 TO WS-PRT-EXC-RECOUNT(WS-PART-SUB).
078500 2160-EXIT.
078600     EXIT.
078700
078800*****************************************************************
078900*    2200-LOAD-SUBTOTALS                                         *
079000*    TAKES EACH OF THE PARTITION'S SUMFILE RECORDS INTO THE      *
079100*    MERGED TABLE AGAINST ITS SERIES.  A SERIES NOT ON SERFILE,  *
079200*    OR ONE ANOTHER PARTITION HAS ALREADY SUPPLIED, MEANS THE    *
079300*    PARTITIONS DID NOT RUN ON TODAY'S SERFILE AND CONTROL SETS. *
079400*****************************************************************
079500 2200-LOAD-SUBTOTALS.
079600     OPEN INPUT PARTSUM.
079700     MOVE "N" TO WS-EOF-SWITCH.
079800     PERFORM 2210-LOAD-ONE-SUBTOTAL THRU 2210-EXIT
079900         UNTIL WS-EOF-YES.
080000     CLOSE PARTSUM.
080100     MOVE "N" TO WS-EOF-SWITCH.
080200 2200-EXIT.
080300     EXIT.
080400
080500 2210-LOAD-ONE-SUBTOTAL.
080600     READ PARTSUM INTO SUM-RECORD
080700         AT END
080800             MOVE "Y" TO WS-EOF-SWITCH
080900             GO TO 2210-EXIT
081000     END-READ.
081100     IF WS-PRT-FAILED(WS-PART-SUB)
081200         GO TO 2210-EXIT.
081300     MOVE SUM-SERIES TO WS-LOOKUP-SERIES.
081400     PERFORM 2250-FIND-SERIES-INDEX THRU 2250-EXIT.
081500     IF NOT WS-SREF-FOUND
081600         MOVE "SUMFILE SERIES NOT ON SERFILE"
081700             TO WS-PRT-STATUS(WS-PART-SUB)
081800         MOVE 1 TO WS-PRT-FAIL-SW(WS-PART-SUB)
081900         GO TO 2210-EXIT
082000     END-IF.
082100     IF WS-MSUM-PART(WS-MATCHED-SREF-IDX) NOT = 0
082200         MOVE "SERIES ALSO IN ANOTHER PART"
082300             TO WS-PRT-STATUS(WS-PART-SUB)
082400         MOVE 1 TO WS-PRT-FAIL-SW(WS-PART-SUB)
082500         GO TO 2210-EXIT
082600     END-IF.
082700     MOVE WS-PART-SUB TO WS-MSUM-PART(WS-MATCHED-SREF-IDX).
082800     MOVE SUM-RECORD TO WS-MSUM-IMAGE(WS-MATCHED-SREF-IDX).
082900 2210-EXIT.
083000     EXIT.
083100
083200*****************************************************************
083300*    2250-FIND-SERIES-INDEX                                      *
083400*    FINDS WS-LOOKUP-SERIES IN THE SERIES REFERENCE TABLE.       *
083500*****************************************************************
083600 2250-FIND-SERIES-INDEX.
083700     MOVE 0 TO WS-SREF-FOUND-SWITCH.
083800     MOVE 0 TO WS-MATCHED-SREF-IDX.
083900     PERFORM 2260-CHECK-ONE-SERIES THRU 2260-EXIT
084000         VARYING WS-SREF-IDX FROM 1 BY 1
084100             UNTIL WS-SREF-IDX > WS-SREF-COUNT
084200                 OR WS-SREF-FOUND.
084300 2250-EXIT.
084400     EXIT.
084500
084600 2260-CHECK-ONE-SERIES.
084700     IF WS-SREF-SERIES(WS-SREF-IDX) = WS-LOOKUP-SERIES
084800         MOVE 1 TO WS-SREF-FOUND-SWITCH
084900         SET WS-MATCHED-SREF-IDX TO WS-SREF-IDX
085000     END-IF.
085100 2260-EXIT.
085200     EXIT.
085300
085400*****************************************************************
085500*    2300-ADD-BAND-TALLIES                                       *
085600*    ADDS THE PARTITION'S BANDTAL INTO THE MERGED DISTRIBUTION.  *
085700*    EVERY TALLY ALSO COUNTS TOWARD ITS SERIES' TOTAL, SO THE    *
085800*    MERGED PERCENTS ADD BACK TO 100 AS BONDREAD'S DO.  A TALLY  *
085900*    FOR A SERIES OR BAND THIS STEP DOES NOT KNOW IS COUNTED     *
086000*    AND LEFT OUT.                                               *
086100*****************************************************************
086200 2300-ADD-BAND-TALLIES.
086300     OPEN INPUT PARTBTL.
086400     MOVE "N" TO WS-EOF-SWITCH.
086500     PERFORM 2310-ADD-ONE-TALLY THRU 2310-EXIT
086600         UNTIL WS-EOF-YES.
086700     CLOSE PARTBTL.
086800     MOVE "N" TO WS-EOF-SWITCH.
086900 2300-EXIT.
087000     EXIT.
087100
087200 2310-ADD-ONE-TALLY.
087300     READ PARTBTL INTO BTL-RECORD
087400         AT END
087500             MOVE "Y" TO WS-EOF-SWITCH
087600             GO TO 2310-EXIT
087700     END-READ.
087800     MOVE BTL-SERIES TO WS-LOOKUP-SERIES.
087900     PERFORM 2250-FIND-SERIES-INDEX THRU 2250-EXIT.
088000     IF NOT WS-SREF-FOUND
088100         OR BTL-BAND-NO > WS-BAND-COUNT
088200         ADD 1 TO WS-BAND-BAD-COUNTER
088300         GO TO 2310-EXIT
088400     END-IF.
088500     MOVE WS-MATCHED-SREF-IDX TO WS-BAND-SER-SUB.
088600     ADD BTL-COUNT TO WS-BAND-SER-TOTAL(WS-BAND-SER-SUB).
088700     IF BTL-OUT-OF-BANDS
088800         ADD BTL-COUNT TO WS-BAND-NOMATCH(WS-BAND-SER-SUB)
088900     ELSE
089000         MOVE BTL-BAND-NO TO WS-BAND-SUB
089100         ADD BTL-COUNT
089200             TO WS-BAND-SER-COUNT(WS-BAND-SUB WS-BAND-SER-SUB)
089300     END-IF.
089400 2310-EXIT.
089500     EXIT.
089600
089700*****************************************************************
089800*    2400-CHECK-SERIES-COVERED                                   *
089900*    EVERY SERIES ON SERFILE MUST HAVE COME BACK FROM EXACTLY    *
090000*    ONE PARTITION - ONE THAT DID NOT MEANS SERFILE OR THE SETS  *
090100*    CHANGED UNDER THE PARTITIONS.  ONLY CHECKED ONCE EVERY      *
090200*    PARTITION HAS PROVED.                                       *
090300*****************************************************************
090400 2400-CHECK-SERIES-COVERED.
090500     IF WS-FAIL-COUNTER > 0
090600         GO TO 2400-EXIT.
090700     PERFORM 2410-CHECK-ONE-SERIES THRU 2410-EXIT
090800         VARYING WS-SER-SUB FROM 1 BY 1
090900             UNTIL WS-SER-SUB > WS-SREF-COUNT.
091000 2400-EXIT.
091100     EXIT.
091200
091300 2410-CHECK-ONE-SERIES.
091400     IF WS-MSUM-PART(WS-SER-SUB) = 0
091500         DISPLAY "BONDMRGE: SERIES " WS-SREF-SERIES(WS-SER-SUB)
091600             " CAME BACK FROM NO PARTITION"
091700         MOVE "SERIES MISSING - RERUN ALL"
091800             TO WS-PRT-STATUS(1)
091900         MOVE 1 TO WS-PRT-FAIL-SW(1)
092000         ADD 1 TO WS-FAIL-COUNTER
092100     END-IF.
092200 2410-EXIT.
092300     EXIT.
092400
092500*****************************************************************
092600*    2900-STOP-UNMERGED                                          *
092700*    A PARTITION FAILED ITS PROOF - PRINTS EVERY PARTITION WITH  *
092800*    WHAT WAS FOUND AND STOPS WITHOUT TOUCHING THE WORK FILES    *
092900*    OR SIGNING A TOKEN, SO NOTHING DOWNSTREAM STARTS.           *
093000*****************************************************************
093100 2900-STOP-UNMERGED.
093200     PERFORM 4100-PRINT-ONE-PARTITION THRU 4100-EXIT
093300         VARYING WS-PART-SUB FROM 1 BY 1
093400             UNTIL WS-PART-SUB > 5.
093500     MOVE "NOT MERGED - RERUN FAILED PARTITIONS, THEN BONDMRGE"
093600         TO WS-RPT-MESSAGE.
093700     GENERATE MESSAGE-DETAIL.
093800     TERMINATE MERGE-REPORT.
093900     CLOSE MRGERPT.
094000     DISPLAY "BONDMRGE: " WS-FAIL-COUNTER " PARTITION(S) FAILED "
094100         "THEIR PROOF - RERUN THEM, THEN THIS STEP - SEE MRGERPT".
094200     MOVE 16 TO RETURN-CODE.
094300 2900-EXIT.
094400     EXIT.
094500
094600*****************************************************************
094700*    3000-MERGE-ONE-PARTITION                                    *
094800*    COPIES ONE PROVED PARTITION'S QUALIFYING MONTHS INTO THE    *
094900*    KEYED OUTFILE.DAT AND ITS EXCEPTIONS ONTO EXCFILE.TXT.  THE *
095000*    SETS DO NOT SHARE A SERIES, SO NO KEY CAN ARRIVE TWICE -    *
095100*    ONE THAT DOES IS COUNTED AND HOLDS THE RUN.                 *
095200*****************************************************************
095300 3000-MERGE-ONE-PARTITION.
095400     IF NOT WS-PRT-USED(WS-PART-SUB)
095500         GO TO 3000-EXIT.
095600     PERFORM 2010-SET-PARTITION-NAMES THRU 2010-EXIT.
095700
095800     OPEN INPUT PARTOUT.
095900     MOVE "N" TO WS-EOF-SWITCH.
096000     PERFORM 3010-COPY-ONE-OUT THRU 3010-EXIT
096100         UNTIL WS-EOF-YES.
096200     CLOSE PARTOUT.
096300
096400     OPEN INPUT PARTEXC.
096500     MOVE "N" TO WS-EOF-SWITCH.
096600     PERFORM 3020-COPY-ONE-EXC THRU 3020-EXIT
096700         UNTIL WS-EOF-YES.
096800     CLOSE PARTEXC.
096900     MOVE "N" TO WS-EOF-SWITCH.
097000     MOVE "MERGED" TO WS-PRT-STATUS(WS-PART-SUB).
097100 3000-EXIT.
097200     EXIT.
097300
097400 3010-COPY-ONE-OUT.
097500     READ PARTOUT NEXT RECORD
097600         AT END
097700             MOVE "Y" TO WS-EOF-SWITCH
097800             GO TO 3010-EXIT
097900     END-READ.
098000     WRITE OUTFILE-RECORD FROM PART-OUT-RECORD
098100         INVALID KEY
098200             ADD 1 TO WS-DUP-KEY-COUNTER
098300     END-WRITE.
098400 3010-EXIT.
098500     EXIT.
098600
098700 3020-COPY-ONE-EXC.
098800     READ PARTEXC
098900         AT END
099000             MOVE "Y" TO WS-EOF-SWITCH
099100             GO TO 3020-EXIT
099200     END-READ.
099300     WRITE EXC-FILE-RECORD FROM PART-EXC-RECORD.
099400 3020-EXIT.
099500     EXIT.
099600
099700*****************************************************************
099800*    4000-FINALIZE                                               *
099900*    WRITES THE MERGED SUBTOTALS IN SERFILE ORDER AND THE MERGED *
100000*    RUN TOTALS, DECIDES THE RUN'S ACCEPTANCE STATUS, PRINTS THE *
100100*    REPORT AND SIGNS THE RUNLOG RECORD AND BONDREAD TOKEN.      *
100200*****************************************************************
100300 4000-FINALIZE.
100400     OPEN OUTPUT SUMFILE.
100500     PERFORM 4050-WRITE-ONE-SUBTOTAL THRU 4050-EXIT
100600         VARYING WS-SER-SUB FROM 1 BY 1
100700             UNTIL WS-SER-SUB > WS-SREF-COUNT.
100800     CLOSE SUMFILE.
100900
101000     OPEN OUTPUT TOTFILE.
101100     MOVE WS-IN-COUNTER TO TOT-IN-COUNTER.
101200     MOVE WS-OUT-COUNTER TO TOT-OUT-COUNTER.
101300     MOVE WS-EXC-COUNTER TO TOT-EXC-COUNTER.
101400     WRITE TOT-FILE-RECORD FROM TOT-RECORD.
101500     CLOSE TOTFILE.
101600
101700     PERFORM 4060-SET-RUN-STATUS THRU 4060-EXIT.
101800
101900     PERFORM 4100-PRINT-ONE-PARTITION THRU 4100-EXIT
102000         VARYING WS-PART-SUB FROM 1 BY 1
102100             UNTIL WS-PART-SUB > 5.
102200     GENERATE SERIES-HEADER-DETAIL.
102300     PERFORM 4200-PRINT-ONE-SERIES THRU 4200-EXIT
102400         VARYING WS-SER-SUB FROM 1 BY 1
102500             UNTIL WS-SER-SUB > WS-SREF-COUNT.
102600     GENERATE TOTALS-DETAIL.
102700     GENERATE STATUS-DETAIL.
102800     IF CTL-BAND-YES
102900         GENERATE BAND-HEADER-DETAIL
103000         PERFORM 4300-PRINT-ONE-SERIES-BANDS THRU 4300-EXIT
103100             VARYING WS-BAND-SER-SUB FROM 1 BY 1
103200                 UNTIL WS-BAND-SER-SUB > WS-SREF-COUNT
103300     END-IF.
103400     TERMINATE MERGE-REPORT.
103500     CLOSE MRGERPT.
103600
103700     PERFORM 4400-WRITE-RUN-LOG THRU 4400-EXIT.
103800     PERFORM 4500-WRITE-STEP-TOKEN THRU 4500-EXIT.
103900
104000     MOVE WS-MRG-RC TO RETURN-CODE.
104100     DISPLAY "BONDMRGE COMPLETED - SEE MRGERPT".
104200     DISPLAY "PARTITIONS MERGED.........: " WS-PART-EXPECTED.
104300     DISPLAY "RECORDS READ FROM BONDMSTR: " WS-IN-COUNTER.
104400     DISPLAY "RECORDS WRITTEN TO OUTFILE: " WS-OUT-COUNTER.
104500     DISPLAY "EXCEPTIONS TO EXCFILE.....: " WS-EXC-COUNTER.
104600     DISPLAY "RUN ACCEPTANCE STATUS.....: " WS-RPT-RUN-STATUS.
104700     IF WS-BAND-BAD-COUNTER > 0
104800         DISPLAY "BAND TALLIES LEFT OUT.....: "
104900             WS-BAND-BAD-COUNTER
105000     END-IF.
105100 4000-EXIT.
105200     EXIT.
105300
105400 4050-WRITE-ONE-SUBTOTAL.
105500     WRITE SUM-FILE-RECORD FROM WS-MSUM-IMAGE(WS-SER-SUB).
105600 4050-EXIT.
105700     EXIT.
105800
105900*****************************************************************
106000*    4060-SET-RUN-STATUS                                         *
106100*    THE SAME GATES BONDREAD APPLIES TO A WHOLE-MASTER RUN,      *
106200*    APPLIED TO THE MERGED TOTALS.  A PARTITION STOPPED BY THE   *
106300*    RUNAWAY CEILING, OR MERGED EXCEPTIONS AT THE CEILING A      *
106400*    SINGLE PASS WOULD HAVE STOPPED AT, IS A RUNAWAY; A KEY      *
106500*    ARRIVING FROM TWO PARTITIONS MEANS THE MERGED FILES CANNOT  *
106600*    BE TRUSTED AND THE TOKEN IS SIGNED 16.                      *
106700*****************************************************************
106800 4060-SET-RUN-STATUS.
106900     MOVE 0 TO WS-EXC-RATE-PCT.
107000     IF WS-IN-COUNTER > 0
107100         MULTIPLY WS-EXC-COUNTER BY 100
107200             GIVING WS-EXC-RATE-WORK
107300         DIVIDE WS-EXC-RATE-WORK BY WS-IN-COUNTER
107400             GIVING WS-EXC-RATE-PCT ROUNDED
107500     END-IF.
107600     IF CTL-EXC-CEILING > 0
107700         AND WS-EXC-COUNTER >= CTL-EXC-CEILING
107800         MOVE 1 TO WS-RUNAWAY-SWITCH
107900     END-IF.
108000
108100     EVALUATE TRUE
108200         WHEN WS-DUP-KEY-COUNTER > 0
108300             MOVE 16 TO WS-MRG-RC
108400             MOVE "MERGE-FAILED-DUPLICATE-KEY"
108500                 TO WS-RPT-RUN-STATUS
108600             MOVE "DUPKEYS" TO WS-RUN-LOG-STATUS
108700         WHEN WS-RUNAWAY-HIT
108800             MOVE 12 TO WS-MRG-RC
108900             MOVE "RUNAWAY-STOP" TO WS-RPT-RUN-STATUS
109000             MOVE "RUNAWAY" TO WS-RUN-LOG-STATUS
109100         WHEN (CTL-MAX-EXC-COUNT > 0
109200                 AND WS-EXC-COUNTER > CTL-MAX-EXC-COUNT)
109300             OR (CTL-MAX-EXC-RATE-PCT > 0
109400                 AND WS-EXC-RATE-PCT > CTL-MAX-EXC-RATE-PCT)
109500             MOVE 8 TO WS-MRG-RC
109600             MOVE "FAILED-TOLERANCE" TO WS-RPT-RUN-STATUS
109700             MOVE "TOLFAIL" TO WS-RUN-LOG-STATUS
109800         WHEN WS-EXC-COUNTER > 0
109900             MOVE 4 TO WS-MRG-RC
110000             MOVE "COMPLETED-WITH-WARNINGS" TO WS-RPT-RUN-STATUS
110100             MOVE "WARNINGS" TO WS-RUN-LOG-STATUS
110200         WHEN OTHER
110300             MOVE 0 TO WS-MRG-RC
110400             MOVE "CLEAN" TO WS-RPT-RUN-STATUS
110500             MOVE "CLEAN" TO WS-RUN-LOG-STATUS
110600     END-EVALUATE.
110700 4060-EXIT.
110800     EXIT.
110900
111000 4100-PRINT-ONE-PARTITION.
111100     IF NOT WS-PRT-USED(WS-PART-SUB)
111200         GO TO 4100-EXIT.
111300     MOVE WS-PART-SUB TO WS-RPT-PART.
111400     MOVE WS-PRT-SERIES(WS-PART-SUB) TO WS-RPT-PART-SERIES.
111500     IF WS-PART-SUB = 1
111600         AND WS-RPT-PART-SERIES = SPACES
111700         MOVE "(UNNAMED)" TO WS-RPT-PART-SERIES
111800     END-IF.
111900     MOVE WS-PRT-TIME(WS-PART-SUB) TO WS-RPT-TIME.
112000     IF WS-PRT-TOKEN(WS-PART-SUB)
112100         MOVE WS-PRT-RC(WS-PART-SUB) TO WS-RPT-RC
112200     ELSE
112300         MOVE "--" TO WS-RPT-RC
112400     END-IF.
112500     MOVE WS-PRT-VERDICT(WS-PART-SUB) TO WS-RPT-VERDICT.
112600     MOVE WS-PRT-IN-COUNTER(WS-PART-SUB) TO WS-RPT-IN-COUNTER.
112700     MOVE WS-PRT-OUT-COUNTER(WS-PART-SUB) TO WS-RPT-OUT-COUNTER.
112800     MOVE WS-PRT-EXC-COUNTER(WS-PART-SUB) TO WS-RPT-EXC-COUNTER.
112900     MOVE WS-PRT-STATUS(WS-PART-SUB) TO WS-RPT-STATUS.
113000     GENERATE PARTITION-DETAIL.
113100 4100-EXIT.
113200     EXIT.
113300
113400 4200-PRINT-ONE-SERIES.
113500     MOVE WS-MSUM-IMAGE(WS-SER-SUB) TO SUM-RECORD.
113600     MOVE SUM-SERIES TO WS-RPT-SERIES.
113700     MOVE SUM-QUALIFY-COUNT TO WS-RPT-QUALIFY-COUNT.
113800     MOVE SUM-MIN-VALUE TO WS-RPT-MIN.
113900     MOVE SUM-MAX-VALUE TO WS-RPT-MAX.
114000     MOVE SUM-AVERAGE TO WS-RPT-AVERAGE.
114100     MOVE SUM-WEIGHTED-AVERAGE TO WS-RPT-WEIGHTED-AVERAGE.
114200     MOVE WS-MSUM-PART(WS-SER-SUB) TO WS-RPT-PART.
114300     GENERATE SERIES-DETAIL.
114400 4200-EXIT.
114500     EXIT.
114600
114700*****************************************************************
114800*    4300-PRINT-ONE-SERIES-BANDS                                 *
114900*    PRINTS ONE SERIES' SLICE OF THE MERGED DISTRIBUTION, THE    *
115000*    WAY BONDREAD PRINTS A WHOLE-MASTER RUN'S.                   *
115100*****************************************************************
115200 4300-PRINT-ONE-SERIES-BANDS.
115300     IF WS-BAND-SER-TOTAL(WS-BAND-SER-SUB) = 0
115400         GO TO 4300-EXIT.
115500     MOVE WS-SREF-SERIES(WS-BAND-SER-SUB) TO WS-RPT-BAND-SERIES.
115600     IF WS-BAND-COUNT > 0
115700         PERFORM 4310-PRINT-ONE-BAND THRU 4310-EXIT
115800             VARYING WS-BAND-SUB FROM 1 BY 1
115900                 UNTIL WS-BAND-SUB > WS-BAND-COUNT
116000     END-IF.
116100     IF WS-BAND-NOMATCH(WS-BAND-SER-SUB) > 0
116200         MOVE WS-BAND-NOMATCH(WS-BAND-SER-SUB)
116300             TO WS-RPT-BAND-COUNT
116400         MULTIPLY WS-BAND-NOMATCH(WS-BAND-SER-SUB) BY 100
116500             GIVING WS-BAND-PCT-WORK
116600         DIVIDE WS-BAND-PCT-WORK
116700             BY WS-BAND-SER-TOTAL(WS-BAND-SER-SUB)
116800             GIVING WS-BAND-PCT ROUNDED
116900         MOVE WS-BAND-PCT TO WS-RPT-BAND-PCT
117000         GENERATE BAND-RESIDUAL-DETAIL
117100     END-IF.
117200 4300-EXIT.
117300     EXIT.
117400
117500 4310-PRINT-ONE-BAND.
117600     MOVE WS-BAND-NAME(WS-BAND-SUB) TO WS-RPT-BAND-NAME.
117700     MOVE WS-BAND-LOW(WS-BAND-SUB) TO WS-RPT-BAND-LOW.
117800     MOVE WS-BAND-HIGH(WS-BAND-SUB) TO WS-RPT-BAND-HIGH.
117900     MOVE WS-BAND-SER-COUNT(WS-BAND-SUB WS-BAND-SER-SUB)
118000         TO WS-RPT-BAND-COUNT.
118100     MULTIPLY WS-BAND-SER-COUNT(WS-BAND-SUB WS-BAND-SER-SUB)
118200         BY 100 GIVING WS-BAND-PCT-WORK.
118300     DIVIDE WS-BAND-PCT-WORK
118400         BY WS-BAND-SER-TOTAL(WS-BAND-SER-SUB)
118500         GIVING WS-BAND-PCT ROUNDED.
118600     MOVE WS-BAND-PCT TO WS-RPT-BAND-PCT.
118700     GENERATE BAND-DETAIL.
118800 4310-EXIT.
118900     EXIT.
119000
119100*****************************************************************
119200*    4400-WRITE-RUN-LOG                                          *
119300*    APPENDS THE MERGED RUN'S HISTORY RECORD UNDER BONDREAD, SO  *
119400*    BONDHIST SEES ONE RUN A NIGHT WHETHER OR NOT IT WAS SPLIT.  *
119500*****************************************************************
119600 4400-WRITE-RUN-LOG.
119700     OPEN EXTEND RUNLOG.
119800     MOVE "BONDREAD" TO RUN-PROGRAM-ID.
119900     MOVE WS-RUN-DATE TO RUN-DATE.
120000     ACCEPT WS-RUN-TIME-RAW FROM TIME.
120100     MOVE WS-RUN-TIME-RAW(1:6) TO RUN-TIME.
120200     MOVE CTL-IN-FILENAME TO RUN-IN-FILENAME.
120300     MOVE CTL-LOW-THRESHOLD TO RUN-LOW-THRESHOLD.
120400     MOVE CTL-HIGH-THRESHOLD TO RUN-HIGH-THRESHOLD.
120500     MOVE WS-IN-COUNTER TO RUN-IN-COUNTER.
120600     MOVE WS-OUT-COUNTER TO RUN-OUT-COUNTER.
120700     MOVE WS-EXC-COUNTER TO RUN-EXC-COUNTER.
120800     MOVE WS-RUN-LOG-STATUS TO RUN-STATUS.
120900     WRITE RUN-LOG-RECORD.
121000     CLOSE RUNLOG.
121100 4400-EXIT.
121200     EXIT.
121300
121400*****************************************************************
121500*    4500-WRITE-STEP-TOKEN                                       *
121600*    SIGNS THE MERGED RUN AS BONDREAD - THE TOKEN BONDRECN,      *
121700*    BONDXTRT AND BONDARCH ALREADY GATE ON.                      *
121800*****************************************************************
121900 4500-WRITE-STEP-TOKEN.
122000     OPEN EXTEND STEPLOG.
122100     MOVE "BONDREAD" TO STEP-PROGRAM.
122200     MOVE WS-RUN-DATE TO STEP-DATE.
122300     ACCEPT WS-RUN-TIME-RAW FROM TIME.
122400     MOVE WS-RUN-TIME-RAW(1:6) TO STEP-TIME.
122500     MOVE CTL-IN-FILENAME TO STEP-IN-FILENAME.
122600     MOVE WS-MRG-RC TO STEP-RC.
122700     MOVE WS-RUN-LOG-STATUS TO STEP-VERDICT.
122800     WRITE STEP-RECORD.
122900     CLOSE STEPLOG.
123000 4500-EXIT.
123100     EXIT.
123200
123300 9999-EXIT.
123400     STOP RUN.
