000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDSTRM.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDSTRM (NIGHTLY STREAM STATUS AND SLA REPORT)             *
000900*    EVERY PRODUCING PROGRAM APPENDS A TOKEN TO STEPLOG AND      *
001000*    EVERY CONSUMER CHECKS ITS PRODUCER'S TOKEN AT STARTUP, BUT  *
001100*    NOBODY COULD SEE THE WHOLE NIGHT AT ONCE - AND A STEP THAT  *
001200*    NEVER RAN LEAVES NO TOKEN AT ALL.  THIS PROGRAM READS       *
001300*    TODAY'S TOKENS AGAINST THE STREAM DEFINITION ON STRMDEF     *
001400*    (BONDSTR.CPY) AND PRINTS EVERY DEFINED STEP AS:             *
001500*        COMPLETED - RC 0, FINISHED BY ITS DEADLINE              *
001600*        ACCEPTED  - RC 4, FINISHED BY ITS DEADLINE              *
001700*        LATE      - RC 0 OR 4, FINISHED AFTER ITS DEADLINE      *
001800*        HELD      - RC 8, ITS OUTPUT NOT RELEASED               *
001900*        FAILED    - RC 12 OR OVER                               *
002000*        NEVER-RAN - NO TOKEN TODAY                              *
002100*    WITH ITS RETURN CODE, VERDICT, INPUT TABLE NAME, THE NUMBER *
002200*    OF TOKENS IT WROTE TODAY (THE LAST ONE COUNTS, AS FOR THE   *
002300*    CONSUMERS), AND THE GAP SINCE THE STEP BEFORE IT FINISHED.  *
002400*    A STEP THAT RAN WITHOUT ITS PREDECESSOR'S ACCEPTED TOKEN,   *
002500*    OR AHEAD OF IT, IS NOTED, AS IS A NEVER-RAN STEP THAT IS    *
002600*    BLOCKED BY ITS PREDECESSOR OR SIMPLY NOT YET DUE.  TOKENS   *
002700*    FROM PROGRAMS THE DEFINITION DOES NOT NAME ARE LISTED AFTER *
002800*    THE STREAM.  THE RETURN CODE LETS OPERATIONS PAGE ON-CALL:  *
002900*    0 COMPLETE AND ON TIME, 4 COMPLETE BUT PAST THE SLA,        *
003000*    8 INCOMPLETE (ANY STEP HELD, FAILED OR NEVER RAN), 16 NO    *
003100*    USABLE STREAM DEFINITION.                                   *
003200*                                                                *
003300*    MODIFICATION HISTORY                                        *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT STRMDEF ASSIGN "STRMDEF"
004100         ORGANIZATION LINE SEQUENTIAL.
004200
004300     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
004400         ORGANIZATION LINE SEQUENTIAL.
004500
004600     SELECT STRMRPT ASSIGN "STRMRPT.TXT"
004700         ORGANIZATION LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200 FD  STRMDEF.
005300*    RAW RECORD - SEE BONDSTR.CPY IN WORKING-STORAGE FOR THE     *
005400*    TYPED LAYOUT THIS IS READ INTO.                             *
005500 01  STRM-DEF-RECORD             PIC X(46).
005600
005700 FD  STEPLOG.
005800*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.                    *
005900     COPY "BONDSTP.CPY".
006000
006100 FD  STRMRPT
006200     REPORT IS STREAM-STATUS-REPORT.
006300
006400 WORKING-STORAGE SECTION.
006500
006600     COPY "BONDSTR.CPY".
006700
006800 77  WS-EOF-SWITCH               PIC X     VALUE "N".
006900     88  WS-EOF-YES              VALUE "Y".
007000     88  WS-EOF-NO               VALUE "N".
007100
007200 77  WS-RUN-DATE                 PIC 9(08).
007300 77  WS-RUN-TIME                 PIC 9(06).
007400 77  WS-TIME-RAW                 PIC 9(08).
007500 77  WS-STRM-RC                  PIC 9(02) VALUE 0.
007600 77  WS-TOKEN-COUNTER            PIC 9(07) VALUE 0.
007700 77  WS-TODAY-COUNTER            PIC 9(07) VALUE 0.
007800 77  WS-DEF-ERROR-COUNTER        PIC 9(03) VALUE 0.
007900
008000*****************************************************************
008100*    THE STREAM, ONE ENTRY PER DEFINED STEP IN RUN ORDER, WITH   *
008200*    THE LAST TOKEN TODAY FOR EACH AND ITS STATUS.               *
008300*****************************************************************
008400 77  WS-STR-COUNT                PIC 9(02) VALUE 0.
008500 77  WS-STR-FULL-SWITCH          PIC 9     VALUE 0.
008600     88  WS-STR-TABLE-FULL       VALUE 1.
008700 01  WS-STREAM-TABLE.
008800     05  WS-STR-ENTRY            OCCURS 50 TIMES
008900                                 INDEXED BY WS-STR-IDX.
009000         10  WS-STR-PROGRAM      PIC X(08).
009100         10  WS-STR-PRED         PIC X(08).
009200         10  WS-STR-PRED-IDX     PIC 9(02).
009300         10  WS-STR-DEADLINE     PIC 9(06).
009400         10  WS-STR-DESC         PIC X(24).
009500         10  WS-STR-RUNS         PIC 9(02).
009600         10  WS-STR-TIME         PIC 9(06).
009700         10  WS-STR-IN-FILENAME  PIC X(20).
009800         10  WS-STR-RC           PIC 9(02).
009900         10  WS-STR-VERDICT      PIC X(14).
010000         10  WS-STR-STATUS       PIC X(09).
010100             88  WS-STR-COMPLETED VALUE "COMPLETED".
010200             88  WS-STR-ACCEPTED VALUE "ACCEPTED".
010300             88  WS-STR-LATE     VALUE "LATE".
010400             88  WS-STR-HELD     VALUE "HELD".
010500             88  WS-STR-FAILED   VALUE "FAILED".
010600             88  WS-STR-NEVER-RAN VALUE "NEVER-RAN".
010700             88  WS-STR-GOOD     VALUES "COMPLETED" "ACCEPTED"
010800                                        "LATE".
010900
011000 77  WS-STR-FOUND-SWITCH         PIC 9     VALUE 0.
011100     88  WS-STR-FOUND            VALUE 1.
011200 77  WS-MATCHED-STR-IDX          PIC 9(02) VALUE 0.
011300 77  WS-LOOKUP-PROGRAM           PIC X(08) VALUE SPACES.
011400 77  WS-PRED-IDX                 PIC 9(02) VALUE 0.
011500 77  WS-PREV-IDX                 PIC 9(02) VALUE 0.
011600
011700*****************************************************************
011800*    TOKENS WRITTEN TODAY BY PROGRAMS THE DEFINITION DOES NOT    *
011900*    NAME - THE LAST ONE FOR EACH PROGRAM.                       *
012000*****************************************************************
012100 77  WS-XTR-COUNT                PIC 9(02) VALUE 0.
012200 77  WS-XTR-FULL-SWITCH          PIC 9     VALUE 0.
012300     88  WS-XTR-TABLE-FULL       VALUE 1.
012400 77  WS-XTR-FOUND-SWITCH         PIC 9     VALUE 0.
012500     88  WS-XTR-FOUND            VALUE 1.
012600 77  WS-MATCHED-XTR-IDX          PIC 9(02) VALUE 0.
012700 01  WS-EXTRA-TABLE.
012800     05  WS-XTR-ENTRY            OCCURS 50 TIMES
012900                                 INDEXED BY WS-XTR-IDX.
013000         10  WS-XTR-PROGRAM      PIC X(08).
013100         10  WS-XTR-RUNS         PIC 9(02).
013200         10  WS-XTR-TIME         PIC 9(06).
013300         10  WS-XTR-IN-FILENAME  PIC X(20).
013400         10  WS-XTR-RC           PIC 9(02).
013500         10  WS-XTR-VERDICT      PIC X(14).
013600
013700*****************************************************************
013800*    STATUS COUNTS FOR THE SUMMARY.                              *
013900*****************************************************************
014000 77  WS-COMPLETED-COUNTER        PIC 9(03) VALUE 0.
014100 77  WS-ACCEPTED-COUNTER         PIC 9(03) VALUE 0.
014200 77  WS-LATE-COUNTER             PIC 9(03) VALUE 0.
014300 77  WS-HELD-COUNTER             PIC 9(03) VALUE 0.
014400 77  WS-FAILED-COUNTER           PIC 9(03) VALUE 0.
014500 77  WS-NEVER-RAN-COUNTER        PIC 9(03) VALUE 0.
014600 77  WS-OVERDUE-COUNTER          PIC 9(03) VALUE 0.
014700
014800*****************************************************************
014900*    TIME-OF-DAY ARITHMETIC - HHMMSS TO SECONDS AND BACK.        *
015000*****************************************************************
015100 77  WS-SECS-FROM                PIC 9(05) VALUE 0.
015200 77  WS-SECS-TO                  PIC 9(05) VALUE 0.
015300 77  WS-SECS-GAP                 PIC 9(05) VALUE 0.
015400 77  WS-GAP-HH                   PIC 9(02) VALUE 0.
015500 77  WS-GAP-MM                   PIC 9(02) VALUE 0.
015600 77  WS-GAP-SS                   PIC 9(02) VALUE 0.
015700 77  WS-GAP-REST                 PIC 9(05) VALUE 0.
015800 01  WS-CLOCK-IN                 PIC 9(06) VALUE 0.
015900 01  WS-CLOCK-IN-X REDEFINES WS-CLOCK-IN.
016000     05  WS-CLOCK-IN-HH          PIC 9(02).
016100     05  WS-CLOCK-IN-MM          PIC 9(02).
016200     05  WS-CLOCK-IN-SS          PIC 9(02).
016300 77  WS-CLOCK-OUT                PIC X(08) VALUE SPACES.
016400
016500*****************************************************************
016600*    FIELDS FEEDING THE STRMRPT STATUS REPORT.                   *
016700*****************************************************************
016800 01  WS-RPT-LINE.
016900     05  WS-RPT-SEQ              PIC 9(02).
017000     05  WS-RPT-PROGRAM          PIC X(08).
017100     05  WS-RPT-PRED             PIC X(08).
017200     05  WS-RPT-DEADLINE         PIC X(08).
017300     05  WS-RPT-FINISHED         PIC X(08).
017400     05  WS-RPT-GAP              PIC X(08).
017500     05  WS-RPT-RUNS             PIC 9(02).
017600     05  WS-RPT-RC               PIC X(02).
017700     05  WS-RPT-VERDICT          PIC X(14).
017800     05  WS-RPT-IN-FILENAME      PIC X(20).
017900     05  WS-RPT-STATUS           PIC X(09).
018000     05  WS-RPT-NOTE             PIC X(20).
018100     05  WS-RPT-DEF-ERROR        PIC X(40).
018200     05  WS-RPT-STREAM-VERDICT   PIC X(40).
018300
018400 REPORT SECTION.
018500*****************************************************************
018600*    STREAM-STATUS-REPORT                                        *
018700*    ONE LINE PER DEFINED STEP IN STREAM ORDER, ANY TOKENS FROM  *
018800*    STEPS OUTSIDE THE STREAM, THE COUNTS BY STATUS AND THE      *
018900*    STREAM'S OVERALL VERDICT.                                   *
019000*****************************************************************
019100 RD  STREAM-STATUS-REPORT
019200     PAGE LIMIT 60 LINES
019300     FIRST DETAIL 5
019400     LAST DETAIL 56.
019500
019600 01  TYPE PAGE HEADING.
019700     05  LINE 1.
019800         10  COLUMN  1  PIC X(32)
019900             VALUE "NIGHTLY STREAM STATUS AND SLA".
020000     05  LINE 2.
020100         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
020200         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
020300         10  COLUMN 21  PIC X(06) VALUE "AS AT:".
020400         10  COLUMN 28  PIC 9(06) SOURCE WS-RUN-TIME.
020500     05  LINE 4.
020600         10  COLUMN  1  PIC X(02) VALUE "SQ".
020700         10  COLUMN  4  PIC X(04) VALUE "STEP".
020800         10  COLUMN 13  PIC X(04) VALUE "PRED".
020900         10  COLUMN 22  PIC X(08) VALUE "DEADLINE".
021000         10  COLUMN 31  PIC X(08) VALUE "FINISHED".
021100         10  COLUMN 40  PIC X(03) VALUE "GAP".
021200         10  COLUMN 49  PIC X(02) VALUE "RN".
021300         10  COLUMN 52  PIC X(02) VALUE "RC".
021400         10  COLUMN 55  PIC X(07) VALUE "VERDICT".
021500         10  COLUMN 70  PIC X(11) VALUE "INPUT TABLE".
021600         10  COLUMN 91  PIC X(06) VALUE "STATUS".
021700         10  COLUMN 101 PIC X(04) VALUE "NOTE".
021800
021900 01  STEP-DETAIL TYPE DETAIL.
022000     05  LINE PLUS 1.
022100         10  COLUMN  1  PIC Z9       SOURCE WS-RPT-SEQ.
022200         10  COLUMN  4  PIC X(08)    SOURCE WS-RPT-PROGRAM.
022300         10  COLUMN 13  PIC X(08)    SOURCE WS-RPT-PRED.
022400         10  COLUMN 22  PIC X(08)    SOURCE WS-RPT-DEADLINE.
022500         10  COLUMN 31  PIC X(08)    SOURCE WS-RPT-FINISHED.
022600         10  COLUMN 40  PIC X(08)    SOURCE WS-RPT-GAP.
022700         10  COLUMN 49  PIC Z9       SOURCE WS-RPT-RUNS.
022800         10  COLUMN 52  PIC X(02)    SOURCE WS-RPT-RC.
022900         10  COLUMN 55  PIC X(14)    SOURCE WS-RPT-VERDICT.
023000         10  COLUMN 70  PIC X(20)    SOURCE WS-RPT-IN-FILENAME.
023100         10  COLUMN 91  PIC X(09)    SOURCE WS-RPT-STATUS.
023200         10  COLUMN 101 PIC X(20)    SOURCE WS-RPT-NOTE.
023300
023400 01  EXTRA-HEADER-DETAIL TYPE DETAIL.
023500     05  LINE PLUS 2.
023600         10  COLUMN  1  PIC X(40)
023700             VALUE "TOKENS TODAY FROM STEPS NOT IN STRMDEF".
023800
023900 01  EXTRA-DETAIL TYPE DETAIL.
024000     05  LINE PLUS 1.
024100         10  COLUMN  4  PIC X(08)    SOURCE WS-RPT-PROGRAM.
024200         10  COLUMN 31  PIC X(08)    SOURCE WS-RPT-FINISHED.
024300         10  COLUMN 49  PIC Z9       SOURCE WS-RPT-RUNS.
024400         10  COLUMN 52  PIC X(02)    SOURCE WS-RPT-RC.
024500         10  COLUMN 55  PIC X(14)    SOURCE WS-RPT-VERDICT.
024600         10  COLUMN 70  PIC X(20)    SOURCE WS-RPT-IN-FILENAME.
024700
024800 01  DEF-ERROR-DETAIL TYPE DETAIL.
024900     05  LINE PLUS 1.
025000         10  COLUMN  1  PIC X(17) VALUE "STRMDEF REJECTED:".
025100         10  COLUMN 19  PIC X(08)    SOURCE WS-RPT-PROGRAM.
025200         10  COLUMN 28  PIC X(40)    SOURCE WS-RPT-DEF-ERROR.
025300
025400 01  SUMMARY-DETAIL TYPE DETAIL.
025500     05  LINE PLUS 2.
025600         10  COLUMN  1  PIC X(20) VALUE "STEPS DEFINED......:".
025700         10  COLUMN 22  PIC ZZ9      SOURCE WS-STR-COUNT.
025800     05  LINE PLUS 1.
025900         10  COLUMN  1  PIC X(20) VALUE "COMPLETED..........:".
026000         10  COLUMN 22  PIC ZZ9      SOURCE WS-COMPLETED-COUNTER.
026100     05  LINE PLUS 1.
026200         10  COLUMN  1  PIC X(20) VALUE "ACCEPTED...........:".
026300         10  COLUMN 22  PIC ZZ9      SOURCE WS-ACCEPTED-COUNTER.
026400     05  LINE PLUS 1.
026500         10  COLUMN  1  PIC X(20) VALUE "LATE...............:".
026600         10  COLUMN 22  PIC ZZ9      SOURCE WS-LATE-COUNTER.
026700     05  LINE PLUS 1.
026800         10  COLUMN  1  PIC X(20) VALUE "HELD...............:".
026900         10  COLUMN 22  PIC ZZ9      SOURCE WS-HELD-COUNTER.
027000     05  LINE PLUS 1.
027100         10  COLUMN  1  PIC X(20) VALUE "FAILED.............:".
027200         10  COLUMN 22  PIC ZZ9      SOURCE WS-FAILED-COUNTER.
027300     05  LINE PLUS 1.
027400         10  COLUMN  1  PIC X(20) VALUE "NEVER RAN..........:".
027500         10  COLUMN 22  PIC ZZ9      SOURCE WS-NEVER-RAN-COUNTER.
027600     05  LINE PLUS 1.
027700         10  COLUMN  1  PIC X(20) VALUE "  OF WHICH OVERDUE.:".
027800         10  COLUMN 22  PIC ZZ9      SOURCE WS-OVERDUE-COUNTER.
027900     05  LINE PLUS 2.
028000         10  COLUMN  1  PIC X(40)    SOURCE WS-RPT-STREAM-VERDICT.
028100
028200 PROCEDURE DIVISION.
028300*****************************************************************
028400*    0000-MAINLINE                                               *
028500*****************************************************************
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800     PERFORM 2000-READ-ONE-TOKEN THRU 2000-EXIT
028900         UNTIL WS-EOF-YES.
029000     CLOSE STEPLOG.
029100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
029200     GO TO 9999-EXIT.
029300
029400*****************************************************************
029500*    1000-INITIALIZE                                             *
029600*    LOADS AND EDITS THE STREAM DEFINITION, THEN OPENS THE       *
029700*    LEDGER AND THE REPORT.                                      *
029800*****************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030100     ACCEPT WS-TIME-RAW FROM TIME.
030200     MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME.
030300
030400     OPEN OUTPUT STRMRPT.
030500     INITIATE STREAM-STATUS-REPORT.
030600     PERFORM 1030-LOAD-STREAM THRU 1030-EXIT.
030700     IF WS-STR-COUNT = 0
030800         DISPLAY "BONDSTRM: STRMDEF HOLDS NO USABLE STEPS - "
030900             "ABENDING"
031000         TERMINATE STREAM-STATUS-REPORT
031100         CLOSE STRMRPT
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 9999-EXIT
031400     END-IF.
031500
031600     OPEN INPUT STEPLOG.
031700     MOVE "N" TO WS-EOF-SWITCH.
031800 1000-EXIT.
031900     EXIT.
032000
032100*****************************************************************
032200*    1030-LOAD-STREAM                                            *
032300*    LOADS STRMDEF IN ORDER.  A STEP MUST NAME A PROGRAM, APPEAR *
032400*    ONCE, CARRY A REAL TIME OF DAY AS ITS DEADLINE AND NAME AS  *
032500*    ITS PREDECESSOR A STEP DEFINED AHEAD OF IT - ONE THAT DOES  *
032600*    NOT IS PRINTED AND LEFT OUT.                                *
032700*****************************************************************
032800 1030-LOAD-STREAM.
032900     OPEN INPUT STRMDEF.
033000     MOVE "N" TO WS-EOF-SWITCH.
033100     PERFORM 1035-LOAD-ONE-STEP THRU 1035-EXIT
033200         UNTIL WS-EOF-YES.
033300     CLOSE STRMDEF.
033400     MOVE "N" TO WS-EOF-SWITCH.
033500 1030-EXIT.
033600     EXIT.
033700
033800 1035-LOAD-ONE-STEP.
033900     READ STRMDEF INTO STR-RECORD
034000         AT END
034100             MOVE "Y" TO WS-EOF-SWITCH
034200             GO TO 1035-EXIT
034300     END-READ.
034400     MOVE STR-PROGRAM TO WS-RPT-PROGRAM.
034500     IF STR-PROGRAM = SPACES
034600         MOVE "NO PROGRAM NAMED" TO WS-RPT-DEF-ERROR
034700         GO TO 1035-REJECT.
034800     IF STR-DEADLINE-X NOT NUMERIC
034900         OR STR-DEADLINE-HH > 23
035000         OR STR-DEADLINE-MM > 59
035100         OR STR-DEADLINE-SS > 59
035200         MOVE "DEADLINE NOT A TIME OF DAY (HHMMSS)"
035300             TO WS-RPT-DEF-ERROR
035400         GO TO 1035-REJECT.
035500     MOVE STR-PROGRAM TO WS-LOOKUP-PROGRAM.
035600     PERFORM 2100-FIND-STEP THRU 2100-EXIT.
035700     IF WS-STR-FOUND
035800         MOVE "STEP DEFINED TWICE" TO WS-RPT-DEF-ERROR
035900         GO TO 1035-REJECT.
036000     MOVE 0 TO WS-PRED-IDX.
036100     IF NOT STR-STREAM-START
036200         MOVE STR-PREDECESSOR TO WS-LOOKUP-PROGRAM
036300         PERFORM 2100-FIND-STEP THRU 2100-EXIT
036400         IF NOT WS-STR-FOUND
036500             MOVE "PREDECESSOR NOT DEFINED AHEAD OF IT"
036600                 TO WS-RPT-DEF-ERROR
036700             GO TO 1035-REJECT
036800         END-IF
036900         MOVE WS-MATCHED-STR-IDX TO WS-PRED-IDX
037000     END-IF.
037100     IF WS-STR-COUNT = 50
037200         IF NOT WS-STR-TABLE-FULL
037300             DISPLAY "BONDSTRM: STRMDEF EXCEEDS TABLE SIZE - "
037400                 "SKIPPING REMAINING STEPS"
037500             MOVE 1 TO WS-STR-FULL-SWITCH
037600         END-IF
037700         MOVE "STREAM TABLE IS FULL" TO WS-RPT-DEF-ERROR
037800         GO TO 1035-REJECT
037900     END-IF.
038000
038100     ADD 1 TO WS-STR-COUNT.
038200     SET WS-STR-IDX TO WS-STR-COUNT.
038300     MOVE STR-PROGRAM TO WS-STR-PROGRAM(WS-STR-IDX).
038400     MOVE STR-PREDECESSOR TO WS-STR-PRED(WS-STR-IDX).
038500     MOVE WS-PRED-IDX TO WS-STR-PRED-IDX(WS-STR-IDX).
038600     MOVE STR-DEADLINE TO WS-STR-DEADLINE(WS-STR-IDX).
038700     MOVE STR-DESC TO WS-STR-DESC(WS-STR-IDX).
038800     MOVE 0 TO WS-STR-RUNS(WS-STR-IDX).
038900     MOVE 0 TO WS-STR-TIME(WS-STR-IDX).
039000     MOVE SPACES TO WS-STR-IN-FILENAME(WS-STR-IDX).
039100     MOVE 0 TO WS-STR-RC(WS-STR-IDX).
039200     MOVE SPACES TO WS-STR-VERDICT(WS-STR-IDX).
039300     MOVE "NEVER-RAN" TO WS-STR-STATUS(WS-STR-IDX).
039400     GO TO 1035-EXIT.
039500
039600 1035-REJECT.
039700     GENERATE DEF-ERROR-DETAIL.
039800     ADD 1 TO WS-DEF-ERROR-COUNTER.
039900 1035-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*    2000-READ-ONE-TOKEN                                         *
040400*    KEEPS THE LAST TOKEN TODAY FOR EACH PROGRAM - IN THE STREAM *
040500*    TABLE WHEN THE DEFINITION NAMES IT, OTHERWISE IN THE TABLE  *
040600*    OF STEPS OUTSIDE THE STREAM.  EARLIER DAYS ARE SKIPPED.     *
040700*****************************************************************
040800 2000-READ-ONE-TOKEN.
040900     READ STEPLOG
041000         AT END
041100             MOVE "Y" TO WS-EOF-SWITCH
041200             GO TO 2000-EXIT
041300     END-READ.
041400     ADD 1 TO WS-TOKEN-COUNTER.
041500     IF STEP-DATE NOT = WS-RUN-DATE
041600         GO TO 2000-EXIT.
041700     ADD 1 TO WS-TODAY-COUNTER.
041800     MOVE STEP-PROGRAM TO WS-LOOKUP-PROGRAM.
041900     PERFORM 2100-FIND-STEP THRU 2100-EXIT.
042000     IF WS-STR-FOUND
042100         SET WS-STR-IDX TO WS-MATCHED-STR-IDX
042200         ADD 1 TO WS-STR-RUNS(WS-STR-IDX)
042300         MOVE STEP-TIME TO WS-STR-TIME(WS-STR-IDX)
042400         MOVE STEP-IN-FILENAME TO WS-STR-IN-FILENAME(WS-STR-IDX)
042500         MOVE STEP-RC TO WS-STR-RC(WS-STR-IDX)
042600         MOVE STEP-VERDICT TO WS-STR-VERDICT(WS-STR-IDX)
042700         GO TO 2000-EXIT
042800     END-IF.
042900
043000     PERFORM 2200-FIND-EXTRA THRU 2200-EXIT.
043100     IF NOT WS-XTR-FOUND
043200         IF WS-XTR-COUNT = 50
043300             IF NOT WS-XTR-TABLE-FULL
043400                 DISPLAY "BONDSTRM: TOO MANY PROGRAMS OUTSIDE "
043500                     "THE STREAM - SKIPPING THE REST"
043600                 MOVE 1 TO WS-XTR-FULL-SWITCH
043700             END-IF
043800             GO TO 2000-EXIT
043900         END-IF
044000         ADD 1 TO WS-XTR-COUNT
044100         MOVE WS-XTR-COUNT TO WS-MATCHED-XTR-IDX
044200         SET WS-XTR-IDX TO WS-XTR-COUNT
044300         MOVE STEP-PROGRAM TO WS-XTR-PROGRAM(WS-XTR-IDX)
044400         MOVE 0 TO WS-XTR-RUNS(WS-XTR-IDX)
044500     END-IF.
044600     SET WS-XTR-IDX TO WS-MATCHED-XTR-IDX.
044700     ADD 1 TO WS-XTR-RUNS(WS-XTR-IDX).
044800     MOVE STEP-TIME TO WS-XTR-TIME(WS-XTR-IDX).
044900     MOVE STEP-IN-FILENAME TO WS-XTR-IN-FILENAME(WS-XTR-IDX).
045000     MOVE STEP-RC TO WS-XTR-RC(WS-XTR-IDX).
045100     MOVE STEP-VERDICT TO WS-XTR-VERDICT(WS-XTR-IDX).
045200 2000-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*    2100-FIND-STEP                                              *
045700*    LOOKS WS-LOOKUP-PROGRAM UP IN THE STREAM TABLE.             *
045800*****************************************************************
045900 2100-FIND-STEP.
046000     MOVE 0 TO WS-STR-FOUND-SWITCH.
046100     MOVE 0 TO WS-MATCHED-STR-IDX.
046200     IF WS-STR-COUNT > 0
046300         PERFORM 2110-CHECK-ONE-STEP THRU 2110-EXIT
046400             VARYING WS-STR-IDX FROM 1 BY 1
046500                 UNTIL WS-STR-IDX > WS-STR-COUNT
046600                     OR WS-STR-FOUND
046700     END-IF.
046800 2100-EXIT.
046900     EXIT.
047000
047100 2110-CHECK-ONE-STEP.
047200     IF WS-STR-PROGRAM(WS-STR-IDX) = WS-LOOKUP-PROGRAM
047300         MOVE 1 TO WS-STR-FOUND-SWITCH
047400         SET WS-MATCHED-STR-IDX TO WS-STR-IDX
047500     END-IF.
047600 2110-EXIT.
047700     EXIT.
047800
047900*****************************************************************
048000*    2200-FIND-EXTRA                                             *
048100*    LOOKS WS-LOOKUP-PROGRAM UP AMONG THE STEPS OUTSIDE THE      *
048200*    STREAM.                                                     *
048300*****************************************************************
048400 2200-FIND-EXTRA.
048500     MOVE 0 TO WS-XTR-FOUND-SWITCH.
048600     MOVE 0 TO WS-MATCHED-XTR-IDX.
048700     IF WS-XTR-COUNT > 0
048800         PERFORM 2210-CHECK-ONE-EXTRA THRU 2210-EXIT
048900             VARYING WS-XTR-IDX FROM 1 BY 1
049000                 UNTIL WS-XTR-IDX > WS-XTR-COUNT
049100                     OR WS-XTR-FOUND
049200     END-IF.
049300 2200-EXIT.
049400     EXIT.
049500
049600 2210-CHECK-ONE-EXTRA.
049700     IF WS-XTR-PROGRAM(WS-XTR-IDX) = WS-LOOKUP-PROGRAM
049800         MOVE 1 TO WS-XTR-FOUND-SWITCH
049900         SET WS-MATCHED-XTR-IDX TO WS-XTR-IDX
050000     END-IF.
050100 2210-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*    2800-FORMAT-CLOCK                                           *
050600*    WS-CLOCK-IN (HHMMSS) AS HH:MM:SS IN WS-CLOCK-OUT.           *
050700*****************************************************************
050800 2800-FORMAT-CLOCK.
050900     MOVE SPACES TO WS-CLOCK-OUT.
051000     STRING WS-CLOCK-IN-HH ":" WS-CLOCK-IN-MM ":" WS-CLOCK-IN-SS
051100         DELIMITED BY SIZE INTO WS-CLOCK-OUT.
051200 2800-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*    2850-CLOCK-TO-SECONDS                                       *
051700*    WS-CLOCK-IN (HHMMSS) AS SECONDS PAST MIDNIGHT IN            *
051800*    WS-SECS-TO.                                                 *
051900*****************************************************************
052000 2850-CLOCK-TO-SECONDS.
052100     COMPUTE WS-SECS-TO = WS-CLOCK-IN-HH * 3600
052200         + WS-CLOCK-IN-MM * 60 + WS-CLOCK-IN-SS.
052300 2850-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700*    3000-FINALIZE                                               *
052800*    DECIDES AND PRINTS EACH STEP'S STATUS, LISTS THE STEPS      *
052900*    OUTSIDE THE STREAM, PRINTS THE SUMMARY AND SETS THE         *
053000*    SCHEDULER RETURN CODE.                                      *
053100*****************************************************************
053200 3000-FINALIZE.
053300     MOVE 0 TO WS-PREV-IDX.
053400     PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
053500         VARYING WS-STR-IDX FROM 1 BY 1
053600             UNTIL WS-STR-IDX > WS-STR-COUNT.
053700
053800     IF WS-XTR-COUNT > 0
053900         GENERATE EXTRA-HEADER-DETAIL
054000         PERFORM 3300-REPORT-ONE-EXTRA THRU 3300-EXIT
054100             VARYING WS-XTR-IDX FROM 1 BY 1
054200                 UNTIL WS-XTR-IDX > WS-XTR-COUNT
054300     END-IF.
054400
054500     EVALUATE TRUE
054600         WHEN WS-DEF-ERROR-COUNTER > 0
054700             MOVE 16 TO WS-STRM-RC
054800             MOVE "STREAM DEFINITION IN ERROR - SEE ABOVE"
054900                 TO WS-RPT-STREAM-VERDICT
055000         WHEN WS-HELD-COUNTER > 0
055100             OR WS-FAILED-COUNTER > 0
055200             OR WS-NEVER-RAN-COUNTER > 0
055300             MOVE 8 TO WS-STRM-RC
055400             MOVE "STREAM INCOMPLETE" TO WS-RPT-STREAM-VERDICT
055500         WHEN WS-LATE-COUNTER > 0
055600             MOVE 4 TO WS-STRM-RC
055700             MOVE "STREAM COMPLETE - SLA MISSED"
055800                 TO WS-RPT-STREAM-VERDICT
055900         WHEN OTHER
056000             MOVE 0 TO WS-STRM-RC
056100             MOVE "STREAM COMPLETE AND ON TIME"
056200                 TO WS-RPT-STREAM-VERDICT
056300     END-EVALUATE.
056400     GENERATE SUMMARY-DETAIL.
056500     TERMINATE STREAM-STATUS-REPORT.
056600     CLOSE STRMRPT.
056700     MOVE WS-STRM-RC TO RETURN-CODE.
056800
056900     IF WS-STRM-RC = 0
057000         DISPLAY "BONDSTRM COMPLETED NORMALLY - STREAM COMPLETE "
057100             "AND ON TIME"
057200     ELSE
057300         DISPLAY "BONDSTRM: " WS-RPT-STREAM-VERDICT
057400     END-IF.
057500     DISPLAY "STEPS DEFINED..............: " WS-STR-COUNT.
057600     DISPLAY "LEDGER TOKENS READ.........: " WS-TOKEN-COUNTER.
057700     DISPLAY "TOKENS DATED TODAY.........: " WS-TODAY-COUNTER.
057800     DISPLAY "STEPS HELD.................: " WS-HELD-COUNTER.
057900     DISPLAY "STEPS FAILED...............: " WS-FAILED-COUNTER.
058000     DISPLAY "STEPS NEVER RAN............: " WS-NEVER-RAN-COUNTER.
058100     DISPLAY "STEPS LATE.................: " WS-LATE-COUNTER.
058200 3000-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*    3100-REPORT-ONE-STEP                                        *
058700*    THE STEP'S STATUS FROM ITS LAST TOKEN - RC 0/4 BY THE       *
058800*    DEADLINE COMPLETED/ACCEPTED, AFTER IT LATE; RC 8 HELD;      *
058900*    RC 12 AND OVER FAILED; NO TOKEN NEVER-RAN.  THE GAP RUNS    *
059000*    FROM THE LAST EARLIER STEP THAT FINISHED TODAY.             *
059100*****************************************************************
059200 3100-REPORT-ONE-STEP.
059300     MOVE WS-STR-IDX TO WS-RPT-SEQ.
059400     MOVE WS-STR-PROGRAM(WS-STR-IDX) TO WS-RPT-PROGRAM.
059500     MOVE WS-STR-PRED(WS-STR-IDX) TO WS-RPT-PRED.
059600     MOVE WS-STR-DEADLINE(WS-STR-IDX) TO WS-CLOCK-IN.
059700     PERFORM 2800-FORMAT-CLOCK THRU 2800-EXIT.
059800     MOVE WS-CLOCK-OUT TO WS-RPT-DEADLINE.
059900     MOVE WS-STR-RUNS(WS-STR-IDX) TO WS-RPT-RUNS.
060000     MOVE SPACES TO WS-RPT-FINISHED.
060100     MOVE SPACES TO WS-RPT-GAP.
060200     MOVE SPACES TO WS-RPT-RC.
060300     MOVE SPACES TO WS-RPT-NOTE.
060400     MOVE WS-STR-VERDICT(WS-STR-IDX) TO WS-RPT-VERDICT.
060500     MOVE WS-STR-IN-FILENAME(WS-STR-IDX) TO WS-RPT-IN-FILENAME.
060600     MOVE WS-STR-PRED-IDX(WS-STR-IDX) TO WS-PRED-IDX.
060700
060800     IF WS-STR-RUNS(WS-STR-IDX) = 0
060900         PERFORM 3200-STEP-NEVER-RAN THRU 3200-EXIT
061000         GO TO 3100-PRINT
061100     END-IF.
061200
061300     MOVE WS-STR-TIME(WS-STR-IDX) TO WS-CLOCK-IN.
061400     PERFORM 2800-FORMAT-CLOCK THRU 2800-EXIT.
061500     MOVE WS-CLOCK-OUT TO WS-RPT-FINISHED.
061600     MOVE WS-STR-RC(WS-STR-IDX) TO WS-RPT-RC.
061700     EVALUATE TRUE
061800         WHEN WS-STR-RC(WS-STR-IDX) > 8
061900             MOVE "FAILED" TO WS-STR-STATUS(WS-STR-IDX)
062000             ADD 1 TO WS-FAILED-COUNTER
062100         WHEN WS-STR-RC(WS-STR-IDX) > 4
062200             MOVE "HELD" TO WS-STR-STATUS(WS-STR-IDX)
062300             ADD 1 TO WS-HELD-COUNTER
062400         WHEN WS-STR-TIME(WS-STR-IDX)
062500                 > WS-STR-DEADLINE(WS-STR-IDX)
062600             MOVE "LATE" TO WS-STR-STATUS(WS-STR-IDX)
062700             MOVE "FINISHED AFTER SLA" TO WS-RPT-NOTE
062800             ADD 1 TO WS-LATE-COUNTER
062900         WHEN WS-STR-RC(WS-STR-IDX) > 0
063000             MOVE "ACCEPTED" TO WS-STR-STATUS(WS-STR-IDX)
063100             ADD 1 TO WS-ACCEPTED-COUNTER
063200         WHEN OTHER
063300             MOVE "COMPLETED" TO WS-STR-STATUS(WS-STR-IDX)
063400             ADD 1 TO WS-COMPLETED-COUNTER
063500     END-EVALUATE.
063600
063700     IF WS-PRED-IDX > 0
063800         EVALUATE TRUE
063900             WHEN WS-STR-NEVER-RAN(WS-PRED-IDX)
064000                 MOVE "PRED NEVER RAN" TO WS-RPT-NOTE
064100             WHEN NOT WS-STR-GOOD(WS-PRED-IDX)
064200                 MOVE "PRED NOT ACCEPTED" TO WS-RPT-NOTE
064300             WHEN WS-STR-TIME(WS-PRED-IDX)
064400                     > WS-STR-TIME(WS-STR-IDX)
064500                 MOVE "RAN BEFORE PRED" TO WS-RPT-NOTE
064600         END-EVALUATE
064700     END-IF.
064800
064900     IF WS-PREV-IDX > 0
065000         MOVE WS-STR-TIME(WS-PREV-IDX) TO WS-CLOCK-IN
065100         PERFORM 2850-CLOCK-TO-SECONDS THRU 2850-EXIT
065200         MOVE WS-SECS-TO TO WS-SECS-FROM
065300         MOVE WS-STR-TIME(WS-STR-IDX) TO WS-CLOCK-IN
065400         PERFORM 2850-CLOCK-TO-SECONDS THRU 2850-EXIT
065500         IF WS-SECS-TO NOT < WS-SECS-FROM
065600             SUBTRACT WS-SECS-FROM FROM WS-SECS-TO
065700                 GIVING WS-SECS-GAP
065800             DIVIDE WS-SECS-GAP BY 3600 GIVING WS-GAP-HH
065900                 REMAINDER WS-GAP-REST
066000             DIVIDE WS-GAP-REST BY 60 GIVING WS-GAP-MM
066100                 REMAINDER WS-GAP-SS
066200             MOVE WS-GAP-HH TO WS-CLOCK-IN-HH
066300             MOVE WS-GAP-MM TO WS-CLOCK-IN-MM
066400             MOVE WS-GAP-SS TO WS-CLOCK-IN-SS
066500             PERFORM 2800-FORMAT-CLOCK THRU 2800-EXIT
066600             MOVE WS-CLOCK-OUT TO WS-RPT-GAP
066700         END-IF
066800     END-IF.
066900     SET WS-PREV-IDX TO WS-STR-IDX.
067000
067100 3100-PRINT.
067200     MOVE WS-STR-STATUS(WS-STR-IDX) TO WS-RPT-STATUS.
067300     GENERATE STEP-DETAIL.
067400 3100-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800*    3200-STEP-NEVER-RAN                                         *
067900*    NO TOKEN TODAY.  NOTES WHETHER THE PREDECESSOR BLOCKED IT,  *
068000*    OR WHETHER ITS DEADLINE HAS NOT YET COME; OTHERWISE IT IS   *
068100*    OVERDUE.                                                    *
068200*****************************************************************
068300 3200-STEP-NEVER-RAN.
068400     ADD 1 TO WS-NEVER-RAN-COUNTER.
068500     IF WS-PRED-IDX > 0
068600         IF NOT WS-STR-GOOD(WS-PRED-IDX)
068700             MOVE SPACES TO WS-RPT-NOTE
068800             STRING "BLOCKED BY " WS-STR-PROGRAM(WS-PRED-IDX)
068900                 DELIMITED BY SIZE INTO WS-RPT-NOTE
069000         END-IF
069100     END-IF.
069200     IF WS-RUN-TIME NOT > WS-STR-DEADLINE(WS-STR-IDX)
069300         IF WS-RPT-NOTE = SPACES
069400             MOVE "NOT YET DUE" TO WS-RPT-NOTE
069500         END-IF
069600     ELSE
069700         ADD 1 TO WS-OVERDUE-COUNTER
069800         IF WS-RPT-NOTE = SPACES
069900             MOVE "OVERDUE" TO WS-RPT-NOTE
070000         END-IF
070100     END-IF.
070200 3200-EXIT.
070300     EXIT.
070400
070500*****************************************************************
070600*    3300-REPORT-ONE-EXTRA                                       *
070700*    ONE PROGRAM THAT WROTE A TOKEN TODAY BUT IS NOT IN THE      *
070800*    STREAM DEFINITION.                                          *
070900*****************************************************************
071000 3300-REPORT-ONE-EXTRA.
071100     MOVE WS-XTR-PROGRAM(WS-XTR-IDX) TO WS-RPT-PROGRAM.
071200     MOVE WS-XTR-TIME(WS-XTR-IDX) TO WS-CLOCK-IN.
071300     PERFORM 2800-FORMAT-CLOCK THRU 2800-EXIT.
071400     MOVE WS-CLOCK-OUT TO WS-RPT-FINISHED.
071500     MOVE WS-XTR-RUNS(WS-XTR-IDX) TO WS-RPT-RUNS.
071600     MOVE WS-XTR-RC(WS-XTR-IDX) TO WS-RPT-RC.
071700     MOVE WS-XTR-VERDICT(WS-XTR-IDX) TO WS-RPT-VERDICT.
071800     MOVE WS-XTR-IN-FILENAME(WS-XTR-IDX) TO WS-RPT-IN-FILENAME.
071900     GENERATE EXTRA-DETAIL.
072000 3300-EXIT.
072100     EXIT.
072200
072300 9999-EXIT.
072400     STOP RUN.
