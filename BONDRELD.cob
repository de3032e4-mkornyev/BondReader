000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDRELD.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDRELD (PROVE AND RELOAD AN UNLOAD GENERATION)            *
000900*    THE RECOVERY HALF OF BONDBKUP.  EACH LINE OF RELDREQ NAMES  *
001000*    A FILE BY ITS BONDBKUP FILE ID AND THE RUN DATE TO RESTORE  *
001100*    IT TO; THE GENERATION USED IS THE LATEST ON THE BKUPCAT     *
001200*    CATALOG TAKEN ON OR BEFORE THAT DATE (SPACES TAKE THE       *
001300*    LATEST OF ALL).  BEFORE ANYTHING IS TOUCHED THE UNLOAD IS   *
001400*    READ END TO END AND PROVED - THE HEADER MUST NAME THE FILE  *
001500*    AND THE GENERATION THE CATALOG DOES, THE TRAILER MUST BE    *
001600*    THERE, AND THE RECORD COUNT, VALUE HASH AND CONTROL HASH    *
001700*    RECOMPUTED FROM THE DETAILS (THE SAME WAY BONDBKUP HASHES   *
001800*    THEM) MUST AGREE WITH BOTH THE TRAILER AND THE CATALOG.     *
001900*    ONLY A PROVED UNLOAD IS RELOADED - THE FILE IS OPENED       *
002000*    OUTPUT AND REBUILT FROM THE DETAILS IN KEY ORDER.  A        *
002100*    REQUEST THAT CANNOT BE PROVED IS REJECTED AND ITS FILE LEFT *
002200*    EXACTLY AS IT WAS.  RC 0 EVERY REQUEST RESTORED, 8 ANY      *
002300*    REQUEST REJECTED, 16 NO REQUESTS, NO CATALOG, OR A REBUILD  *
002400*    THAT FAILED PART WAY (THE FILE IS THEN INCOMPLETE AND THE   *
002500*    RELOAD MUST BE RERUN).  RELDRPT SHOWS EACH REQUEST, THE     *
002600*    GENERATION CHOSEN AND ITS PROVED TOTALS.                    *
002700*                                                                *
002800*    MODIFICATION HISTORY                                        *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RELDREQ ASSIGN "RELDREQ"
003600         ORGANIZATION LINE SEQUENTIAL.
003700
003800     SELECT OPTIONAL BKUPCAT ASSIGN "BKUPCAT"
003900         ORGANIZATION LINE SEQUENTIAL.
004000
004100     SELECT OPTIONAL UNLFILE ASSIGN DYNAMIC WS-UNL-FILENAME
004200         ORGANIZATION LINE SEQUENTIAL.
004300
004400     SELECT BONDMSTR ASSIGN "BONDMSTR.DAT"
004500         ORGANIZATION INDEXED
004600         ACCESS MODE SEQUENTIAL
004700         RECORD KEY IS MSTR-FILE-KEY.
004800
004900     SELECT OUTFILE ASSIGN "OUTFILE.DAT"
005000         ORGANIZATION INDEXED
005100         ACCESS MODE SEQUENTIAL
005200         RECORD KEY IS OUT-FILE-KEY.
005300
005400     SELECT SUSPFILE ASSIGN "SUSPENSE.DAT"
005500         ORGANIZATION INDEXED
005600         ACCESS MODE SEQUENTIAL
005700         RECORD KEY IS SUSP-FILE-KEY.
005800
005900     SELECT ARCHFILE ASSIGN "BONDARCH.DAT"
006000         ORGANIZATION INDEXED
006100         ACCESS MODE SEQUENTIAL
006200         RECORD KEY IS ARCH-FILE-KEY.
006300
006400     SELECT FACEFILE ASSIGN "FACEFILE"
006500         ORGANIZATION LINE SEQUENTIAL.
006600
006700     SELECT HOLDREG ASSIGN "HOLDREG.DAT"
006800         ORGANIZATION INDEXED
006900         ACCESS MODE SEQUENTIAL
007000         RECORD KEY IS HOLD-FILE-KEY.
007100
007200     SELECT SNAPFILE ASSIGN "ACCRSNAP.DAT"
007300         ORGANIZATION INDEXED
007400         ACCESS MODE SEQUENTIAL
007500         RECORD KEY IS SNAP-FILE-KEY.
007600
007700     SELECT RELDRPT ASSIGN "RELDRPT.TXT"
007800         ORGANIZATION LINE SEQUENTIAL.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200
008300 FD  RELDREQ.
008400*    RAW RECORD - SEE RLQ-RECORD IN WORKING-STORAGE FOR THE      *
008500*    TYPED LAYOUT THIS IS READ INTO.                             *
008600 01  RELD-REQ-RECORD             PIC X(17).
008700
008800 FD  BKUPCAT.
008900*    GENERATION CATALOG - SEE BONDCAT.CPY.                       *
009000     COPY "BONDCAT.CPY".
009100
009200 FD  UNLFILE.
009300*    DATED UNLOAD - SEE BONDBKU.CPY.                             *
009400     COPY "BONDBKU.CPY".
009500
009600*****************************************************************
009700*    THE FILES BEING RELOADED, DECLARED AS IN BONDBKUP - A RAW   *
009800*    IMAGE WITH THE KEY IN THE SAME POSITION AS THE TYPED        *
009900*    LAYOUT, WRITTEN FROM THAT LAYOUT IN WORKING-STORAGE.        *
010000*****************************************************************
010100 FD  BONDMSTR.
010200*    RAW RECORD - SEE BONDMST.CPY.                               *
010300 01  MSTR-FILE-RECORD.
010400     05  MSTR-FILE-KEY           PIC X(11).
010500     05  FILLER                  PIC X(72).
010600
010700 FD  OUTFILE.
010800*    RAW RECORD - SEE BONDOUT.CPY.                               *
010900 01  OUT-FILE-RECORD.
011000     05  OUT-FILE-KEY            PIC X(13).
011100     05  FILLER                  PIC X(78).
011200
011300 FD  SUSPFILE.
011400*    RAW RECORD - SEE BONDSUS.CPY.                               *
011500 01  SUSP-FILE-RECORD.
011600     05  SUSP-FILE-KEY           PIC X(13).
011700     05  FILLER                  PIC X(67).
011800
011900 FD  ARCHFILE.
012000*    RAW RECORD - SEE BONDARC.CPY.                               *
012100 01  ARCH-FILE-RECORD.
012200     05  ARCH-FILE-KEY           PIC X(21).
012300     05  FILLER                  PIC X(78).
012400
012500 FD  FACEFILE.
012600*    RAW RECORD - SEE BONDFAC.CPY.                               *
012700 01  FACE-FILE-RECORD            PIC X(20).
012800
012900 FD  HOLDREG.
013000*    RAW RECORD - SEE BONDREG.CPY.                               *
013100 01  HOLD-FILE-RECORD.
013200     05  HOLD-FILE-KEY           PIC X(23).
013300     05  FILLER                  PIC X(140).
013400
013500 FD  SNAPFILE.
013600*    RAW RECORD - SEE BONDSNP.CPY.                               *
013700 01  SNAP-FILE-RECORD.
013800     05  SNAP-FILE-KEY           PIC X(11).
013900     05  FILLER                  PIC X(36).
014000
014100 FD  RELDRPT
014200     REPORT IS RELOAD-REPORT.
014300
014400 WORKING-STORAGE SECTION.
014500
014600     COPY "BONDMST.CPY".
014700     COPY "BONDOUT.CPY".
014800     COPY "BONDSUS.CPY".
014900     COPY "BONDARC.CPY".
015000     COPY "BONDFAC.CPY".
015100     COPY "BONDREG.CPY".
015200     COPY "BONDSNP.CPY".
015300
015400*****************************************************************
015500*    ONE RELOAD REQUEST - THE BONDBKUP FILE ID AND THE RUN DATE  *
015600*    (YYYYMMDD) TO RESTORE IT TO, SPACES FOR THE LATEST.         *
015700*****************************************************************
015800 01  RLQ-RECORD.
015900     05  RLQ-FILE-ID             PIC X(08).
016000     05  FILLER                  PIC X.
016100     05  RLQ-RUN-DATE-X          PIC X(08).
016200         88  RLQ-LATEST          VALUE SPACES.
016300     05  RLQ-RUN-DATE REDEFINES RLQ-RUN-DATE-X
016400                                 PIC 9(08).
016500
016600 77  WS-EOF-SWITCH               PIC X     VALUE "N".
016700     88  WS-EOF-YES              VALUE "Y".
016800     88  WS-EOF-NO               VALUE "N".
016900
017000 77  WS-RUN-DATE                 PIC 9(08).
017100 77  WS-MONTH-IDX                PIC 9(02) COMP.
017200 77  WS-RELD-RC                  PIC 9(02) VALUE 0.
017300 77  WS-REQUEST-COUNTER          PIC 9(03) VALUE 0.
017400 77  WS-RESTORED-COUNTER         PIC 9(03) VALUE 0.
017500 77  WS-REJECTED-COUNTER         PIC 9(03) VALUE 0.
017600 77  WS-TOTAL-RECORDS            PIC 9(09) VALUE 0.
017700
017800*****************************************************************
017900*    THE FILES BONDBKUP UNLOADS, IN THE SAME ORDER - THE NUMBER  *
018000*    OF THE ENTRY SELECTS THE FILE IN THE PARAGRAPHS BELOW.      *
018100*****************************************************************
018200 01  WS-FILE-DEFS.
018300     05  FILLER                  PIC X(31) VALUE
018400         "BONDMSTRBONDMSTR.DAT        083".
018500     05  FILLER                  PIC X(31) VALUE
018600         "OUTFILE OUTFILE.DAT         091".
018700     05  FILLER                  PIC X(31) VALUE
018800         "SUSPENSESUSPENSE.DAT        080".
018900     05  FILLER                  PIC X(31) VALUE
019000         "BONDARCHBONDARCH.DAT        099".
019100     05  FILLER                  PIC X(31) VALUE
019200         "FACEFILEFACEFILE            018".
019300     05  FILLER                  PIC X(31) VALUE
019400         "HOLDREG HOLDREG.DAT         163".
019500     05  FILLER                  PIC X(31) VALUE
019600         "ACCRSNAPACCRSNAP.DAT        047".
019700 01  WS-FILE-TABLE REDEFINES WS-FILE-DEFS.
019800     05  WS-FILE-ENTRY           OCCURS 7 TIMES
019900                                 INDEXED BY WS-FILE-IDX.
020000         10  WS-FILE-ID          PIC X(08).
020100         10  WS-FILE-DSNAME      PIC X(20).
020200         10  WS-FILE-RECLEN      PIC 9(03).
020300 77  WS-FILE-COUNT               PIC 9(02) VALUE 7.
020400 77  WS-FILE-NO                  PIC 9(02) VALUE 0.
020500 77  WS-FILE-FOUND-SWITCH        PIC 9     VALUE 0.
020600     88  WS-FILE-FOUND           VALUE 1.
020700
020800*****************************************************************
020900*    THE GENERATION CATALOG, HELD WHOLE, AND THE GENERATION      *
021000*    CHOSEN FOR THE REQUEST IN HAND.                             *
021100*****************************************************************
021200 77  WS-CAT-COUNT                PIC 9(04) VALUE 0.
021300 01  WS-CATALOG-TABLE.
021400     05  WS-CAT-ENTRY            OCCURS 700 TIMES
021500                                 INDEXED BY WS-CAT-IDX.
021600         10  WS-CAT-FILE-ID      PIC X(08).
021700         10  WS-CAT-RUN-DATE     PIC 9(08).
021800         10  WS-CAT-RUN-TIME     PIC 9(06).
021900         10  WS-CAT-UNLOAD-NAME  PIC X(20).
022000         10  WS-CAT-RECORD-COUNT PIC 9(09).
022100         10  WS-CAT-VALUE-HASH   PIC 9(15)V99.
022200         10  WS-CAT-CONTROL-HASH PIC 9(18).
022300 77  WS-CAT-FOUND-SWITCH         PIC 9     VALUE 0.
022400     88  WS-CAT-FOUND            VALUE 1.
022500 77  WS-MATCHED-CAT-IDX          PIC 9(04) VALUE 0.
022600 77  WS-WANTED-DATE              PIC 9(08) VALUE 0.
022700
022800*****************************************************************
022900*    THE UNLOAD BEING PROVED AND RELOADED - ITS NAME, THE        *
023000*    TOTALS RECOMPUTED FROM ITS DETAILS AND THE TRAILER'S.       *
023100*****************************************************************
023200 01  WS-UNL-FILENAME             PIC X(20) VALUE SPACES.
023300 77  WS-RECORD-COUNT             PIC 9(09) VALUE 0.
023400 77  WS-VALUE-HASH               PIC 9(15)V99 VALUE 0.
023500 77  WS-CONTROL-HASH             PIC 9(18) VALUE 0.
023600 77  WS-TRL-RECORD-COUNT         PIC 9(09) VALUE 0.
023700 77  WS-TRL-VALUE-HASH           PIC 9(15)V99 VALUE 0.
023800 77  WS-TRL-CONTROL-HASH         PIC 9(18) VALUE 0.
023900 77  WS-TRAILER-SWITCH           PIC 9     VALUE 0.
024000     88  WS-TRAILER-SEEN         VALUE 1.
024100 77  WS-WRITE-COUNT              PIC 9(09) VALUE 0.
024200 77  WS-WRITE-FAIL-SWITCH        PIC 9     VALUE 0.
024300     88  WS-WRITE-FAILED         VALUE 1.
024400
024500*****************************************************************
024600*    FIELDS FEEDING THE RELDRPT RELOAD REPORT.                   *
024700*****************************************************************
024800 01  WS-RPT-LINE.
024900     05  WS-RPT-FILE-ID          PIC X(08).
025000     05  WS-RPT-ASKED            PIC X(08).
025100     05  WS-RPT-RUN-DATE         PIC X(08).
025200     05  WS-RPT-RUN-TIME         PIC X(06).
025300     05  WS-RPT-UNLOAD-NAME      PIC X(20).
025400     05  WS-RPT-RECORD-COUNT     PIC 9(09).
025500     05  WS-RPT-VALUE-HASH       PIC 9(15)V99.
025600     05  WS-RPT-CONTROL-HASH     PIC 9(18).
025700     05  WS-RPT-RESULT           PIC X(40).
025800
025900 REPORT SECTION.
026000*****************************************************************
026100*    RELOAD-REPORT                                               *
026200*    ONE LINE PER REQUEST - THE GENERATION CHOSEN, THE TOTALS    *
026300*    PROVED FROM THE UNLOAD, AND WHETHER THE FILE WAS RESTORED   *
026400*    OR WHY NOT - THEN THE RUN TOTALS.                           *
026500*****************************************************************
026600 RD  RELOAD-REPORT
026700     PAGE LIMIT 60 LINES
026800     FIRST DETAIL 5
026900     LAST DETAIL 56.
027000
027100 01  TYPE PAGE HEADING.
027200     05  LINE 1.
027300         10  COLUMN  1  PIC X(36)
027400             VALUE "UNLOAD RELOAD AND RECOVERY".
027500     05  LINE 2.
027600         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
027700         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
027800     05  LINE 4.
027900         10  COLUMN  1  PIC X(04) VALUE "FILE".
028000         10  COLUMN 10  PIC X(07) VALUE "WANTED".
028100         10  COLUMN 19  PIC X(08) VALUE "GEN DATE".
028200         10  COLUMN 28  PIC X(04) VALUE "TIME".
028300         10  COLUMN 35  PIC X(11) VALUE "UNLOAD NAME".
028400         10  COLUMN 60  PIC X(07) VALUE "RECORDS".
028500         10  COLUMN 77  PIC X(10) VALUE "VALUE HASH".
028600         10  COLUMN 94  PIC X(12) VALUE "CONTROL HASH".
028700         10  COLUMN 107 PIC X(06) VALUE "RESULT".
028800
028900 01  REQUEST-DETAIL TYPE DETAIL.
029000     05  LINE PLUS 1.
029100         10  COLUMN  1  PIC X(08)    SOURCE WS-RPT-FILE-ID.
029200         10  COLUMN 10  PIC X(08)    SOURCE WS-RPT-ASKED.
029300         10  COLUMN 19  PIC X(08)    SOURCE WS-RPT-RUN-DATE.
029400         10  COLUMN 28  PIC X(06)    SOURCE WS-RPT-RUN-TIME.
029500         10  COLUMN 35  PIC X(20)    SOURCE WS-RPT-UNLOAD-NAME.
029600         10  COLUMN 56  PIC ZZZ,ZZZ,ZZ9
029700                                     SOURCE WS-RPT-RECORD-COUNT.
029800         10  COLUMN 68  PIC Z(14)9.99
029900                                     SOURCE WS-RPT-VALUE-HASH.
030000         10  COLUMN 88  PIC Z(17)9   SOURCE WS-RPT-CONTROL-HASH.
030100         10  COLUMN 107 PIC X(40)    SOURCE WS-RPT-RESULT.
030200
030300 01  TOTALS-DETAIL TYPE DETAIL.
030400     05  LINE PLUS 2.
030500         10  COLUMN  1  PIC X(28)
030600             VALUE "RELOAD REQUESTS READ.......:".
030700         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-REQUEST-COUNTER.
030800     05  LINE PLUS 1.
030900         10  COLUMN  1  PIC X(28)
031000             VALUE "FILES RESTORED.............:".
031100         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-RESTORED-COUNTER.
031200     05  LINE PLUS 1.
031300         10  COLUMN  1  PIC X(28)
031400             VALUE "REQUESTS REJECTED..........:".
031500         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-REJECTED-COUNTER.
031600     05  LINE PLUS 1.
031700         10  COLUMN  1  PIC X(28)
031800             VALUE "RECORDS RELOADED...........:".
031900         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-TOTAL-RECORDS.
032000
032100 PROCEDURE DIVISION.
032200*****************************************************************
032300*    0000-MAINLINE                                               *
032400*****************************************************************
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032700     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
032800         UNTIL WS-EOF-YES.
032900     PERFORM 3000-FINALIZE THRU 3000-EXIT.
033000     GO TO 9999-EXIT.
033100
033200*****************************************************************
033300*    1000-INITIALIZE                                             *
033400*    LOADS THE CATALOG AND OPENS THE REQUESTS AND THE REPORT.    *
033500*    WITH NO CATALOG THERE IS NOTHING TO RESTORE FROM.           *
033600*****************************************************************
033700 1000-INITIALIZE.
033800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033900     PERFORM 1030-LOAD-CATALOG THRU 1030-EXIT.
034000     IF WS-CAT-COUNT = 0
034100         DISPLAY "BONDRELD: BKUPCAT HOLDS NO GENERATIONS - "
034200             "ABENDING"
034300         MOVE 16 TO RETURN-CODE
034400         GO TO 9999-EXIT
034500     END-IF.
034600
034700     OPEN INPUT RELDREQ.
034800     OPEN OUTPUT RELDRPT.
034900     INITIATE RELOAD-REPORT.
035000     MOVE "N" TO WS-EOF-SWITCH.
035100 1000-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*    1030-LOAD-CATALOG                                           *
035600*****************************************************************
035700 1030-LOAD-CATALOG.
035800     OPEN INPUT BKUPCAT.
035900     MOVE "N" TO WS-EOF-SWITCH.
036000     PERFORM 1035-LOAD-ONE-GENERATION THRU 1035-EXIT
036100         UNTIL WS-EOF-YES.
036200     CLOSE BKUPCAT.
036300     MOVE "N" TO WS-EOF-SWITCH.
036400 1030-EXIT.
036500     EXIT.
036600
036700 1035-LOAD-ONE-GENERATION.
036800     READ BKUPCAT
036900         AT END
037000             MOVE "Y" TO WS-EOF-SWITCH
037100             GO TO 1035-EXIT
037200     END-READ.
037300     IF WS-CAT-COUNT = 700
037400         DISPLAY "BONDRELD: BKUPCAT EXCEEDS TABLE SIZE - ABENDING"
037500         MOVE 16 TO RETURN-CODE
037600         GO TO 9999-EXIT
037700     END-IF.
037800     ADD 1 TO WS-CAT-COUNT.
037900     SET WS-CAT-IDX TO WS-CAT-COUNT.
038000     MOVE CAT-RECORD TO WS-CAT-ENTRY(WS-CAT-IDX).
038100 1035-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500*    2000-PROCESS-ONE-REQUEST                                    *
038600*    CHOOSES THE GENERATION, PROVES IT AND - ONLY IF IT PROVES - *
038700*    RELOADS THE FILE FROM IT.  THE FIRST FAILURE REJECTS THE    *
038800*    REQUEST AND LEAVES THE FILE ALONE.                          *
038900*****************************************************************
039000 2000-PROCESS-ONE-REQUEST.
039100     READ RELDREQ INTO RLQ-RECORD
039200         AT END
039300             MOVE "Y" TO WS-EOF-SWITCH
039400             GO TO 2000-EXIT
039500     END-READ.
039600     ADD 1 TO WS-REQUEST-COUNTER.
039700     MOVE RLQ-FILE-ID TO WS-RPT-FILE-ID.
039800     MOVE SPACES TO WS-RPT-RUN-DATE.
039900     MOVE SPACES TO WS-RPT-RUN-TIME.
040000     MOVE SPACES TO WS-RPT-UNLOAD-NAME.
040100     MOVE 0 TO WS-RPT-RECORD-COUNT.
040200     MOVE 0 TO WS-RPT-VALUE-HASH.
040300     MOVE 0 TO WS-RPT-CONTROL-HASH.
040400     IF RLQ-LATEST
040500         MOVE "LATEST" TO WS-RPT-ASKED
040600         MOVE 99999999 TO WS-WANTED-DATE
040700     ELSE
040800         MOVE RLQ-RUN-DATE-X TO WS-RPT-ASKED
040900         IF RLQ-RUN-DATE-X NOT NUMERIC
041000             MOVE "RUN DATE IS NOT YYYYMMDD" TO WS-RPT-RESULT
041100             GO TO 2000-REJECT
041200         END-IF
041300         MOVE RLQ-RUN-DATE TO WS-WANTED-DATE
041400     END-IF.
041500
041600     PERFORM 2050-FIND-FILE THRU 2050-EXIT.
041700     IF NOT WS-FILE-FOUND
041800         MOVE "NOT A FILE BONDBKUP UNLOADS" TO WS-RPT-RESULT
041900         GO TO 2000-REJECT.
042000
042100     PERFORM 2100-CHOOSE-GENERATION THRU 2100-EXIT.
042200     IF NOT WS-CAT-FOUND
042300         MOVE "NO GENERATION ON OR BEFORE THAT DATE"
042400             TO WS-RPT-RESULT
042500         GO TO 2000-REJECT.
042600     SET WS-CAT-IDX TO WS-MATCHED-CAT-IDX.
042700     MOVE WS-CAT-RUN-DATE(WS-CAT-IDX) TO WS-RPT-RUN-DATE.
042800     MOVE WS-CAT-RUN-TIME(WS-CAT-IDX) TO WS-RPT-RUN-TIME.
042900     MOVE WS-CAT-UNLOAD-NAME(WS-CAT-IDX) TO WS-RPT-UNLOAD-NAME.
043000     MOVE WS-CAT-UNLOAD-NAME(WS-CAT-IDX) TO WS-UNL-FILENAME.
043100
043200     PERFORM 2200-PROVE-UNLOAD THRU 2200-EXIT.
043300     MOVE WS-RECORD-COUNT TO WS-RPT-RECORD-COUNT.
043400     MOVE WS-VALUE-HASH TO WS-RPT-VALUE-HASH.
043500     MOVE WS-CONTROL-HASH TO WS-RPT-CONTROL-HASH.
043600     IF WS-RPT-RESULT NOT = SPACES
043700         GO TO 2000-REJECT.
043800
043900     PERFORM 2500-RELOAD-FILE THRU 2500-EXIT.
044000     IF WS-WRITE-FAILED
044100         DISPLAY "BONDRELD: " WS-FILE-DSNAME(WS-FILE-IDX)
044200             " REBUILD FAILED AFTER " WS-WRITE-COUNT
044300             " RECORDS - FILE IS INCOMPLETE, RERUN THE RELOAD"
044400         MOVE "REBUILD FAILED - FILE INCOMPLETE" TO WS-RPT-RESULT
044500         GENERATE REQUEST-DETAIL
044600         TERMINATE RELOAD-REPORT
044700         CLOSE RELDREQ
044800         CLOSE RELDRPT
044900         MOVE 16 TO RETURN-CODE
045000         GO TO 9999-EXIT
045100     END-IF.
045200     MOVE "RESTORED" TO WS-RPT-RESULT.
045300     GENERATE REQUEST-DETAIL.
045400     ADD 1 TO WS-RESTORED-COUNTER.
045500     ADD WS-WRITE-COUNT TO WS-TOTAL-RECORDS.
045600     GO TO 2000-EXIT.
045700
045800 2000-REJECT.
045900     GENERATE REQUEST-DETAIL.
046000     ADD 1 TO WS-REJECTED-COUNTER.
046100     MOVE 8 TO WS-RELD-RC.
046200 2000-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600*    2050-FIND-FILE                                              *
046700*    LOOKS THE REQUESTED FILE ID UP IN THE FILE TABLE.           *
046800*****************************************************************
046900 2050-FIND-FILE.
047000     MOVE 0 TO WS-FILE-FOUND-SWITCH.
047100     MOVE 0 TO WS-FILE-NO.
047200     MOVE SPACES TO WS-RPT-RESULT.
047300     PERFORM 2055-MATCH-ONE-FILE THRU 2055-EXIT
047400         VARYING WS-FILE-IDX FROM 1 BY 1
047500             UNTIL WS-FILE-IDX > WS-FILE-COUNT
047600                 OR WS-FILE-FOUND.
047700     IF WS-FILE-FOUND
047800         SET WS-FILE-IDX TO WS-FILE-NO
047900     END-IF.
048000 2050-EXIT.
048100     EXIT.
048200
048300 2055-MATCH-ONE-FILE.
048400     IF WS-FILE-ID(WS-FILE-IDX) = RLQ-FILE-ID
048500         MOVE 1 TO WS-FILE-FOUND-SWITCH
048600         SET WS-FILE-NO TO WS-FILE-IDX
048700     END-IF.
048800 2055-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*    2100-CHOOSE-GENERATION                                      *
049300*    THE LATEST GENERATION OF THE FILE TAKEN ON OR BEFORE THE    *
049400*    WANTED DATE - BY RUN DATE, THEN RUN TIME.                   *
049500*****************************************************************
049600 2100-CHOOSE-GENERATION.
049700     MOVE 0 TO WS-CAT-FOUND-SWITCH.
049800     MOVE 0 TO WS-MATCHED-CAT-IDX.
049900     PERFORM 2110-CHECK-ONE-GENERATION THRU 2110-EXIT
050000         VARYING WS-CAT-IDX FROM 1 BY 1
050100             UNTIL WS-CAT-IDX > WS-CAT-COUNT.
050200 2100-EXIT.
050300     EXIT.
050400
050500 2110-CHECK-ONE-GENERATION.
050600     IF WS-CAT-FILE-ID(WS-CAT-IDX) NOT = RLQ-FILE-ID
050700         OR WS-CAT-RUN-DATE(WS-CAT-IDX) > WS-WANTED-DATE
050800         GO TO 2110-EXIT.
050900     IF WS-CAT-FOUND
051000         IF WS-CAT-RUN-DATE(WS-CAT-IDX)
051100                 < WS-CAT-RUN-DATE(WS-MATCHED-CAT-IDX)
051200             GO TO 2110-EXIT
051300         END-IF
051400         IF WS-CAT-RUN-DATE(WS-CAT-IDX)
051500                 = WS-CAT-RUN-DATE(WS-MATCHED-CAT-IDX)
051600             AND WS-CAT-RUN-TIME(WS-CAT-IDX)
051700                 < WS-CAT-RUN-TIME(WS-MATCHED-CAT-IDX)
051800             GO TO 2110-EXIT
051900         END-IF
052000     END-IF.
052100     MOVE 1 TO WS-CAT-FOUND-SWITCH.
052200     SET WS-MATCHED-CAT-IDX TO WS-CAT-IDX.
052300 2110-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700*    2200-PROVE-UNLOAD                                           *
052800*    READS THE CHOSEN UNLOAD END TO END WITHOUT TOUCHING THE     *
052900*    FILE.  LEAVES WS-RPT-RESULT SPACES WHEN IT PROVES, OR THE   *
053000*    FIRST REASON IT DOES NOT.                                   *
053100*****************************************************************
053200 2200-PROVE-UNLOAD.
053300     MOVE 0 TO WS-RECORD-COUNT.
053400     MOVE 0 TO WS-VALUE-HASH.
053500     MOVE 0 TO WS-CONTROL-HASH.
053600     MOVE 0 TO WS-TRAILER-SWITCH.
053700     MOVE SPACES TO WS-RPT-RESULT.
053800     OPEN INPUT UNLFILE.
053900     MOVE "N" TO WS-EOF-SWITCH.
054000     READ UNLFILE
054100         AT END
054200             MOVE "Y" TO WS-EOF-SWITCH
054300     END-READ.
054400     IF WS-EOF-YES
054500         OR NOT BKU-HEADER
054600         OR BKU-H-FILE-ID NOT = RLQ-FILE-ID
054700         OR BKU-H-RUN-DATE NOT = WS-CAT-RUN-DATE(WS-CAT-IDX)
054800         OR BKU-H-RUN-TIME NOT = WS-CAT-RUN-TIME(WS-CAT-IDX)
054900         MOVE "HEADER DOES NOT MATCH THE CATALOG"
055000             TO WS-RPT-RESULT
055100         GO TO 2200-CLOSE
055200     END-IF.
055300
055400     PERFORM 2250-PROVE-ONE-RECORD THRU 2250-EXIT
055500         UNTIL WS-EOF-YES
055600             OR WS-TRAILER-SEEN
055700             OR WS-RPT-RESULT NOT = SPACES.
055800     IF WS-RPT-RESULT NOT = SPACES
055900         GO TO 2200-CLOSE.
056000     IF NOT WS-TRAILER-SEEN
056100         MOVE "NO TRAILER - UNLOAD WAS CUT SHORT" TO WS-RPT-RESULT
056200         GO TO 2200-CLOSE.
056300     IF WS-RECORD-COUNT NOT = WS-TRL-RECORD-COUNT
056400         OR WS-VALUE-HASH NOT = WS-TRL-VALUE-HASH
056500         OR WS-CONTROL-HASH NOT = WS-TRL-CONTROL-HASH
056600         MOVE "DETAILS DO NOT AGREE WITH THE TRAILER"
056700             TO WS-RPT-RESULT
056800         GO TO 2200-CLOSE.
056900     IF WS-RECORD-COUNT NOT = WS-CAT-RECORD-COUNT(WS-CAT-IDX)
057000         OR WS-VALUE-HASH NOT = WS-CAT-VALUE-HASH(WS-CAT-IDX)
057100         OR WS-CONTROL-HASH NOT = WS-CAT-CONTROL-HASH(WS-CAT-IDX)
057200         MOVE "TOTALS DO NOT AGREE WITH THE CATALOG"
057300             TO WS-RPT-RESULT
057400         GO TO 2200-CLOSE.
057500
057600 2200-CLOSE.
057700     CLOSE UNLFILE.
057800     MOVE "N" TO WS-EOF-SWITCH.
057900 2200-EXIT.
058000     EXIT.
058100
058200 2250-PROVE-ONE-RECORD.
058300     READ UNLFILE
058400         AT END
058500             MOVE "Y" TO WS-EOF-SWITCH
058600             GO TO 2250-EXIT
058700     END-READ.
058800     EVALUATE TRUE
058900         WHEN BKU-DETAIL
059000             ADD 1 TO WS-RECORD-COUNT
059100             PERFORM 2270-TYPE-DETAIL THRU 2270-EXIT
059200             PERFORM 2300-HASH-RECORD THRU 2300-EXIT
059300         WHEN BKU-TRAILER
059400             MOVE 1 TO WS-TRAILER-SWITCH
059500             MOVE BKU-T-RECORD-COUNT TO WS-TRL-RECORD-COUNT
059600             MOVE BKU-T-VALUE-HASH TO WS-TRL-VALUE-HASH
059700             MOVE BKU-T-CONTROL-HASH TO WS-TRL-CONTROL-HASH
059800         WHEN OTHER
059900             MOVE "UNLOAD HOLDS A RECORD OF UNKNOWN TYPE"
060000                 TO WS-RPT-RESULT
060100     END-EVALUATE.
060200 2250-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600*    2270-TYPE-DETAIL                                            *
060700*    MOVES THE DETAIL'S IMAGE INTO THE SELECTED FILE'S TYPED     *
060800*    LAYOUT.                                                     *
060900*****************************************************************
061000 2270-TYPE-DETAIL.
061100     EVALUATE WS-FILE-NO
061200         WHEN 1  MOVE BKU-BODY TO MST-RECORD
061300         WHEN 2  MOVE BKU-BODY TO OUTFILE-RECORD
061400         WHEN 3  MOVE BKU-BODY TO SUS-RECORD
061500         WHEN 4  MOVE BKU-BODY TO ARC-RECORD
061600         WHEN 5  MOVE BKU-BODY TO FACE-RECORD
061700         WHEN 6  MOVE BKU-BODY TO REG-RECORD
061800         WHEN 7  MOVE BKU-BODY TO SNP-RECORD
061900     END-EVALUATE.
062000 2270-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*    2300-HASH-RECORD                                            *
062500*    ADDS THE RECORD IN THE SELECTED FILE'S TYPED LAYOUT INTO    *
062600*    THE VALUE AND CONTROL HASHES - EXACTLY AS BONDBKUP DOES.    *
062700*****************************************************************
062800 2300-HASH-RECORD.
062900     EVALUATE WS-FILE-NO
063000         WHEN 1
063100             PERFORM 2310-HASH-MSTR-MONTH THRU 2310-EXIT
063200                 VARYING WS-MONTH-IDX FROM 1 BY 1
063300                     UNTIL WS-MONTH-IDX > 12
063400             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
063500                 + MST-IYEAR * 1000000 + MST-RYEAR * 100
063600                 + MST-RMONTH
063700         WHEN 2
063800             PERFORM 2320-HASH-OUT-MONTH THRU 2320-EXIT
063900                 VARYING WS-MONTH-IDX FROM 1 BY 1
064000                     UNTIL WS-MONTH-IDX > 12
064100             ADD OUT-MATCH-VALUE TO WS-VALUE-HASH
064200             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
064300                 + OUT-IYEAR * 100000000 + OUT-RYEAR * 10000
064400                 + OUT-RMONTH * 100 + OUT-MATCH-INDEX
064500         WHEN 3
064600             ADD SUS-FIRST-SEEN SUS-LAST-SEEN TO WS-VALUE-HASH
064700             IF SUS-RESOLVED-DATE NUMERIC
064800                 ADD SUS-RESOLVED-DATE TO WS-VALUE-HASH
064900             END-IF
065000             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
065100                 + SUS-IYEAR * 100000000 + SUS-RYEAR * 10000
065200                 + SUS-RMONTH * 100 + SUS-REASON-CODE
065300         WHEN 4
065400             PERFORM 2340-HASH-ARC-MONTH THRU 2340-EXIT
065500                 VARYING WS-MONTH-IDX FROM 1 BY 1
065600                     UNTIL WS-MONTH-IDX > 12
065700             ADD ARC-MATCH-VALUE TO WS-VALUE-HASH
065800             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
065900                 + ARC-RUN-DATE
066000                 + ARC-IYEAR * 100000000 + ARC-RYEAR * 10000
066100                 + ARC-RMONTH * 100 + ARC-MATCH-INDEX
066200         WHEN 5
066300             ADD FAC-FACE-VALUE TO WS-VALUE-HASH
066400             ADD FAC-IYEAR TO WS-CONTROL-HASH
066500         WHEN 6
066600             IF REG-BOND-REC
066700                 ADD REG-DENOM REG-PURCHASE-PRICE TO WS-VALUE-HASH
066800                 COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
066900                     + REG-IYEAR * 100 + REG-IMONTH
067000                     + REG-STATUS-DATE
067100             END-IF
067200         WHEN 7
067300             ADD SNP-FACE-VALUE SNP-CARRIED-VALUE TO WS-VALUE-HASH
067400             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
067500                 + SNP-PERIOD * 10000 + SNP-IYEAR
067600     END-EVALUATE.
067700 2300-EXIT.
067800     EXIT.
067900
068000 2310-HASH-MSTR-MONTH.
068100     ADD MST-MONTH-VAL(WS-MONTH-IDX) TO WS-VALUE-HASH.
068200 2310-EXIT.
068300     EXIT.
068400
068500 2320-HASH-OUT-MONTH.
068600     ADD OUT-MONTH-VAL(WS-MONTH-IDX) TO WS-VALUE-HASH.
068700 2320-EXIT.
068800     EXIT.
068900
069000 2340-HASH-ARC-MONTH.
069100     ADD ARC-MONTH-VAL(WS-MONTH-IDX) TO WS-VALUE-HASH.
069200 2340-EXIT.
069300     EXIT.
069400
069500*****************************************************************
069600*    2500-RELOAD-FILE                                            *
069700*    REBUILDS THE FILE FROM THE PROVED UNLOAD - OPENED OUTPUT,   *
069800*    SO WHATEVER WAS THERE IS REPLACED WHOLE.  A WRITE THAT      *
069900*    FAILS (A KEY OUT OF ORDER OR REPEATED) STOPS THE REBUILD.   *
070000*****************************************************************
070100 2500-RELOAD-FILE.
070200     MOVE 0 TO WS-WRITE-COUNT.
070300     MOVE 0 TO WS-WRITE-FAIL-SWITCH.
070400     OPEN INPUT UNLFILE.
070500     PERFORM 2510-OPEN-TARGET THRU 2510-EXIT.
070600     MOVE "N" TO WS-EOF-SWITCH.
070700     PERFORM 2550-RELOAD-ONE-RECORD THRU 2550-EXIT
070800         UNTIL WS-EOF-YES
070900             OR WS-WRITE-FAILED.
071000     PERFORM 2520-CLOSE-TARGET THRU 2520-EXIT.
071100     CLOSE UNLFILE.
071200     MOVE "N" TO WS-EOF-SWITCH.
071300 2500-EXIT.
071400     EXIT.
071500
071600 2510-OPEN-TARGET.
071700     EVALUATE WS-FILE-NO
071800         WHEN 1  OPEN OUTPUT BONDMSTR
071900         WHEN 2  OPEN OUTPUT OUTFILE
072000         WHEN 3  OPEN OUTPUT SUSPFILE
072100         WHEN 4  OPEN OUTPUT ARCHFILE
072200         WHEN 5  OPEN OUTPUT FACEFILE
072300         WHEN 6  OPEN OUTPUT HOLDREG
072400         WHEN 7  OPEN OUTPUT SNAPFILE
072500     END-EVALUATE.
072600 2510-EXIT.
072700     EXIT.
072800
072900 2520-CLOSE-TARGET.
073000     EVALUATE WS-FILE-NO
073100         WHEN 1  CLOSE BONDMSTR
073200         WHEN 2  CLOSE OUTFILE
073300         WHEN 3  CLOSE SUSPFILE
073400         WHEN 4  CLOSE ARCHFILE
073500         WHEN 5  CLOSE FACEFILE
073600         WHEN 6  CLOSE HOLDREG
073700         WHEN 7  CLOSE SNAPFILE
073800     END-EVALUATE.
073900 2520-EXIT.
074000     EXIT.
074100
074200 2550-RELOAD-ONE-RECORD.
074300     READ UNLFILE
074400         AT END
074500             MOVE "Y" TO WS-EOF-SWITCH
074600             GO TO 2550-EXIT
074700     END-READ.
074800     IF NOT BKU-DETAIL
074900         GO TO 2550-EXIT.
075000     PERFORM 2270-TYPE-DETAIL THRU 2270-EXIT.
075100     EVALUATE WS-FILE-NO
075200         WHEN 1
075300             WRITE MSTR-FILE-RECORD FROM MST-RECORD
075400                 INVALID KEY MOVE 1 TO WS-WRITE-FAIL-SWITCH
075500             END-WRITE
075600         WHEN 2
075700             WRITE OUT-FILE-RECORD FROM OUTFILE-RECORD
075800                 INVALID KEY MOVE 1 TO WS-WRITE-FAIL-SWITCH
075900             END-WRITE
076000         WHEN 3
076100             WRITE SUSP-FILE-RECORD FROM SUS-RECORD
076200                 INVALID KEY MOVE 1 TO WS-WRITE-FAIL-SWITCH
076300             END-WRITE
076400         WHEN 4
076500             WRITE ARCH-FILE-RECORD FROM ARC-RECORD
076600                 INVALID KEY MOVE 1 TO WS-WRITE-FAIL-SWITCH
076700             END-WRITE
076800         WHEN 5
076900             WRITE FACE-FILE-RECORD FROM FACE-RECORD
077000         WHEN 6
077100             WRITE HOLD-FILE-RECORD FROM REG-RECORD
077200                 INVALID KEY MOVE 1 TO WS-WRITE-FAIL-SWITCH
077300             END-WRITE
077400         WHEN 7
077500             WRITE SNAP-FILE-RECORD FROM SNP-RECORD
077600                 INVALID KEY MOVE 1 TO WS-WRITE-FAIL-SWITCH
077700             END-WRITE
077800     END-EVALUATE.
077900     IF NOT WS-WRITE-FAILED
078000         ADD 1 TO WS-WRITE-COUNT
078100     END-IF.
078200 2550-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600*    3000-FINALIZE                                               *
078700*    PRINTS THE RUN TOTALS AND SETS THE RETURN CODE.  NO         *
078800*    REQUESTS AT ALL IS TREATED AS A BROKEN RECOVERY JOB.        *
078900*****************************************************************
079000 3000-FINALIZE.
079100     CLOSE RELDREQ.
079200     GENERATE TOTALS-DETAIL.
079300     TERMINATE RELOAD-REPORT.
079400     CLOSE RELDRPT.
079500
079600     IF WS-REQUEST-COUNTER = 0
079700         DISPLAY "BONDRELD: RELDREQ HOLDS NO REQUESTS - "
079800             "NOTHING RESTORED"
079900         MOVE 16 TO RETURN-CODE
080000         GO TO 3000-EXIT
080100     END-IF.
080200     MOVE WS-RELD-RC TO RETURN-CODE.
080300     IF WS-RELD-RC = 0
080400         DISPLAY "BONDRELD COMPLETED NORMALLY - SEE RELDRPT FOR "
080500             "THE PROVED TOTALS"
080600     ELSE
080700         DISPLAY "BONDRELD: " WS-REJECTED-COUNTER
080800             " REQUEST(S) REJECTED - THOSE FILES ARE UNCHANGED"
080900     END-IF.
081000     DISPLAY "RELOAD REQUESTS READ.......: " WS-REQUEST-COUNTER.
081100     DISPLAY "FILES RESTORED.............: " WS-RESTORED-COUNTER.
081200     DISPLAY "REQUESTS REJECTED..........: " WS-REJECTED-COUNTER.
081300     DISPLAY "RECORDS RELOADED...........: " WS-TOTAL-RECORDS.
081400 3000-EXIT.
081500     EXIT.
081600
081700 9999-EXIT.
081800     STOP RUN.
