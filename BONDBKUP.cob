000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDBKUP.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDBKUP (UNLOAD BACKUP OF THE KEYED FILES)                 *
000900*    THE SUITE REBUILDS OR UPDATES SEVERAL FILES IN PLACE -      *
001000*    BONDMSTR.DAT (BONDLOAD), OUTFILE.DAT (BONDREAD),            *
001100*    SUSPENSE.DAT (BONDRCYC), BONDARCH.DAT (BONDARCH), FACEFILE  *
001200*    (THE BONDFACM/BONDFACR SWAP-IN CHAIN), HOLDREG.DAT          *
001300*    (BONDREGM/BONDRDMP) AND ACCRSNAP.DAT (BONDACCR) - AND A BAD *
001400*    PURGE OR AN OVERLAID MASTER HAD NO WAY BACK.  THIS STEP     *
001500*    UNLOADS EACH OF THEM IN KEY ORDER TO A DATED SEQUENTIAL     *
001600*    COPY NAMED <FILE>.<YYYYMMDD> (BONDBKU.CPY) WITH A TRAILER   *
001700*    HOLDING THE RECORD COUNT, A VALUE HASH AND A CONTROL HASH:  *
001800*        FILE      VALUE HASH              CONTROL HASH          *
001900*        BONDMSTR  12 MONTH VALUES         IYEAR/RYEAR/RMONTH    *
002000*        OUTFILE   MONTH + MATCH VALUES    KEY + MATCH INDEX     *
002100*        SUSPENSE  SEEN/RESOLVED DATES     KEY + REASON CODE     *
002200*        BONDARCH  MONTH + MATCH VALUES    RUN DATE + KEY        *
002300*        FACEFILE  FACE VALUE              IYEAR                 *
002400*        HOLDREG   DENOM + PURCHASE PRICE  ISSUE + STATUS DATES  *
002500*        ACCRSNAP  FACE + CARRIED VALUE    PERIOD + IYEAR        *
002600*    EACH UNLOAD IS ENTERED ON THE GENERATION CATALOG BKUPCAT    *
002700*    (BONDCAT.CPY) WITH THOSE TOTALS, WHICH BONDRELD PROVES      *
002800*    BEFORE IT RELOADS ANYTHING.  A FILE THAT IS ABSENT OR EMPTY *
002900*    IS NOT UNLOADED, SO IT CANNOT ROLL A GOOD GENERATION OFF.   *
003000*    A SECOND RUN ON THE SAME DATE REPLACES THAT DATE'S          *
003100*    GENERATION.  GENERATIONS BEYOND CTL-BKUP-GENERATIONS PER    *
003200*    FILE (ZERO KEEPS THEM ALL) ARE DROPPED FROM THE CATALOG AND *
003300*    LISTED ON BKUPRPT SO OPERATIONS CAN SCRATCH THE DATA SETS.  *
003400*    BKUPRPT ALSO PRINTS THE WHOLE CATALOG AS IT NOW STANDS.     *
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
004600     SELECT OPTIONAL BONDMSTR ASSIGN "BONDMSTR.DAT"
004700         ORGANIZATION INDEXED
004800         ACCESS MODE SEQUENTIAL
004900         RECORD KEY IS MSTR-FILE-KEY.
005000
005100     SELECT OPTIONAL OUTFILE ASSIGN "OUTFILE.DAT"
005200         ORGANIZATION INDEXED
005300         ACCESS MODE SEQUENTIAL
005400         RECORD KEY IS OUT-FILE-KEY.
005500
005600     SELECT OPTIONAL SUSPFILE ASSIGN "SUSPENSE.DAT"
005700         ORGANIZATION INDEXED
005800         ACCESS MODE SEQUENTIAL
005900         RECORD KEY IS SUSP-FILE-KEY.
006000
006100     SELECT OPTIONAL ARCHFILE ASSIGN "BONDARCH.DAT"
006200         ORGANIZATION INDEXED
006300         ACCESS MODE SEQUENTIAL
006400         RECORD KEY IS ARCH-FILE-KEY.
006500
006600     SELECT OPTIONAL FACEFILE ASSIGN "FACEFILE"
006700         ORGANIZATION LINE SEQUENTIAL.
006800
006900     SELECT OPTIONAL HOLDREG ASSIGN "HOLDREG.DAT"
007000         ORGANIZATION INDEXED
007100         ACCESS MODE SEQUENTIAL
007200         RECORD KEY IS HOLD-FILE-KEY.
007300
007400     SELECT OPTIONAL SNAPFILE ASSIGN "ACCRSNAP.DAT"
007500         ORGANIZATION INDEXED
007600         ACCESS MODE SEQUENTIAL
007700         RECORD KEY IS SNAP-FILE-KEY.
007800
007900     SELECT UNLFILE ASSIGN DYNAMIC WS-UNL-FILENAME
008000         ORGANIZATION LINE SEQUENTIAL.
008100
008200     SELECT OPTIONAL BKUPCAT ASSIGN "BKUPCAT"
008300         ORGANIZATION LINE SEQUENTIAL.
008400
008500     SELECT BKUPRPT ASSIGN "BKUPRPT.TXT"
008600         ORGANIZATION LINE SEQUENTIAL.
008700
008800     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
008900         ORGANIZATION LINE SEQUENTIAL.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300
009400 FD  CTLFILE.
009500 01  CTL-FILE-RECORD             PIC X(200).
009600
009700*****************************************************************
009800*    THE FILES BEING UNLOADED.  EACH IS DECLARED AS A RAW IMAGE  *
009900*    WITH ITS KEY IN THE SAME POSITION AS THE TYPED LAYOUT, AND  *
010000*    READ INTO THAT LAYOUT IN WORKING-STORAGE.                   *
010100*****************************************************************
010200 FD  BONDMSTR.
010300*    RAW RECORD - SEE BONDMST.CPY.                               *
010400 01  MSTR-FILE-RECORD.
010500     05  MSTR-FILE-KEY           PIC X(11).
010600     05  FILLER                  PIC X(72).
010700
010800 FD  OUTFILE.
010900*    RAW RECORD - SEE BONDOUT.CPY.                               *
011000 01  OUT-FILE-RECORD.
011100     05  OUT-FILE-KEY            PIC X(13).
011200     05  FILLER                  PIC X(78).
011300
011400 FD  SUSPFILE.
011500*    RAW RECORD - SEE BONDSUS.CPY.                               *
011600 01  SUSP-FILE-RECORD.
011700     05  SUSP-FILE-KEY           PIC X(13).
011800     05  FILLER                  PIC X(67).
011900
012000 FD  ARCHFILE.
012100*    RAW RECORD - SEE BONDARC.CPY.                               *
012200 01  ARCH-FILE-RECORD.
012300     05  ARCH-FILE-KEY           PIC X(21).
012400     05  FILLER                  PIC X(78).
012500
012600 FD  FACEFILE.
012700*    RAW RECORD - SEE BONDFAC.CPY.                               *
012800 01  FACE-FILE-RECORD            PIC X(20).
012900
013000 FD  HOLDREG.
013100*    RAW RECORD - SEE BONDREG.CPY.                               *
013200 01  HOLD-FILE-RECORD.
013300     05  HOLD-FILE-KEY           PIC X(23).
013400     05  FILLER                  PIC X(140).
013500
013600 FD  SNAPFILE.
013700*    RAW RECORD - SEE BONDSNP.CPY.                               *
013800 01  SNAP-FILE-RECORD.
013900     05  SNAP-FILE-KEY           PIC X(11).
014000     05  FILLER                  PIC X(36).
014100
014200 FD  UNLFILE.
014300*    DATED UNLOAD - SEE BONDBKU.CPY.                             *
014400     COPY "BONDBKU.CPY".
014500
014600 FD  BKUPCAT.
014700*    GENERATION CATALOG - SEE BONDCAT.CPY.                       *
014800     COPY "BONDCAT.CPY".
014900
015000 FD  BKUPRPT
015100     REPORT IS BACKUP-REPORT.
015200
015300 FD  STEPLOG.
015400*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.                    *
015500     COPY "BONDSTP.CPY".
015600
015700 WORKING-STORAGE SECTION.
015800
015900     COPY "BONDCTL.CPY".
016000     COPY "BONDMST.CPY".
016100     COPY "BONDOUT.CPY".
016200     COPY "BONDSUS.CPY".
016300     COPY "BONDARC.CPY".
016400     COPY "BONDFAC.CPY".
016500     COPY "BONDREG.CPY".
016600     COPY "BONDSNP.CPY".
016700
016800 77  WS-EOF-SWITCH               PIC X     VALUE "N".
016900     88  WS-EOF-YES              VALUE "Y".
017000     88  WS-EOF-NO               VALUE "N".
017100
017200 77  WS-RUN-DATE                 PIC 9(08).
017300 77  WS-RUN-TIME                 PIC 9(06).
017400 77  WS-TIME-RAW                 PIC 9(08).
017500 77  WS-STEP-TIME-RAW            PIC 9(08).
017600 77  WS-MONTH-IDX                PIC 9(02) COMP.
017700 77  WS-BKUP-RC                  PIC 9(02) VALUE 0.
017800 77  WS-UNLOADED-COUNTER         PIC 9(03) VALUE 0.
017900 77  WS-SKIPPED-COUNTER          PIC 9(03) VALUE 0.
018000 77  WS-TOTAL-RECORDS            PIC 9(09) VALUE 0.
018100 77  WS-KEPT-COUNTER             PIC 9(04) VALUE 0.
018200 77  WS-ROLLED-COUNTER           PIC 9(04) VALUE 0.
018300
018400*****************************************************************
018500*    THE FILES UNLOADED, IN THE ORDER THEY ARE TAKEN - THE FILE  *
018600*    ID (WHICH NAMES THE UNLOAD), THE DATA SET AND ITS RECORD    *
018700*    LENGTH.  THE NUMBER OF THE ENTRY SELECTS THE FILE IN THE    *
018800*    OPEN/READ/HASH PARAGRAPHS BELOW.                            *
018900*****************************************************************
019000 01  WS-FILE-DEFS.
019100     05  FILLER                  PIC X(31) VALUE
019200         "BONDMSTRBONDMSTR.DAT        083".
019300     05  FILLER                  PIC X(31) VALUE
019400         "OUTFILE OUTFILE.DAT         091".
019500     05  FILLER                  PIC X(31) VALUE
019600         "SUSPENSESUSPENSE.DAT        080".
019700     05  FILLER                  PIC X(31) VALUE
019800         "BONDARCHBONDARCH.DAT        099".
019900     05  FILLER                  PIC X(31) VALUE
020000         "FACEFILEFACEFILE            018".
020100     05  FILLER                  PIC X(31) VALUE
020200         "HOLDREG HOLDREG.DAT         163".
020300     05  FILLER                  PIC X(31) VALUE
020400         "ACCRSNAPACCRSNAP.DAT        047".
020500 01  WS-FILE-TABLE REDEFINES WS-FILE-DEFS.
020600     05  WS-FILE-ENTRY           OCCURS 7 TIMES
020700                                 INDEXED BY WS-FILE-IDX.
020800         10  WS-FILE-ID          PIC X(08).
020900         10  WS-FILE-DSNAME      PIC X(20).
021000         10  WS-FILE-RECLEN      PIC 9(03).
021100 77  WS-FILE-COUNT               PIC 9(02) VALUE 7.
021200 77  WS-FILE-NO                  PIC 9(02) VALUE 0.
021300
021400*****************************************************************
021500*    THE FILE BEING UNLOADED - ITS UNLOAD NAME AND THE CONTROL   *
021600*    TOTALS ACCUMULATED OVER ITS RECORDS.                        *
021700*****************************************************************
021800 01  WS-UNL-FILENAME             PIC X(20) VALUE SPACES.
021900 77  WS-RECORD-COUNT             PIC 9(09) VALUE 0.
022000 77  WS-VALUE-HASH               PIC 9(15)V99 VALUE 0.
022100 77  WS-CONTROL-HASH             PIC 9(18) VALUE 0.
022200
022300*****************************************************************
022400*    THE GENERATION CATALOG, HELD WHOLE WHILE THIS RUN'S         *
022500*    UNLOADS ARE ENTERED AND THE OLD ONES ROLLED OFF, THEN       *
022600*    WRITTEN BACK.                                               *
022700*****************************************************************
022800 77  WS-CAT-COUNT                PIC 9(04) VALUE 0.
022900 01  WS-CATALOG-TABLE.
023000     05  WS-CAT-ENTRY            OCCURS 700 TIMES
023100                                 INDEXED BY WS-CAT-IDX
023200                                            WS-CAT-IDX2.
023300         10  WS-CAT-DATA.
023400             15  WS-CAT-FILE-ID  PIC X(08).
023500             15  WS-CAT-RUN-DATE PIC 9(08).
023600             15  WS-CAT-RUN-TIME PIC 9(06).
023700             15  WS-CAT-UNLOAD-NAME PIC X(20).
023800             15  WS-CAT-RECORD-COUNT PIC 9(09).
023900             15  WS-CAT-VALUE-HASH PIC 9(15)V99.
024000             15  WS-CAT-CONTROL-HASH PIC 9(18).
024100         10  WS-CAT-STATE        PIC X.
024200             88  WS-CAT-KEPT     VALUE "K".
024300             88  WS-CAT-CURRENT  VALUE "C".
024400             88  WS-CAT-ROLLED   VALUE "R".
024500
024600 77  WS-CAT-FOUND-SWITCH         PIC 9     VALUE 0.
024700     88  WS-CAT-FOUND            VALUE 1.
024800 77  WS-MATCHED-CAT-IDX          PIC 9(04) VALUE 0.
024900 77  WS-NEWER-COUNT              PIC 9(04) VALUE 0.
025000
025100*****************************************************************
025200*    FIELDS FEEDING THE BKUPRPT BACKUP AND CATALOG REPORT.       *
025300*****************************************************************
025400 01  WS-RPT-LINE.
025500     05  WS-RPT-FILE-ID          PIC X(08).
025600     05  WS-RPT-RUN-DATE         PIC 9(08).
025700     05  WS-RPT-RUN-TIME         PIC 9(06).
025800     05  WS-RPT-UNLOAD-NAME      PIC X(20).
025900     05  WS-RPT-RECORD-COUNT     PIC 9(09).
026000     05  WS-RPT-VALUE-HASH       PIC 9(15)V99.
026100     05  WS-RPT-CONTROL-HASH     PIC 9(18).
026200     05  WS-RPT-STATUS           PIC X(24).
026300     05  WS-RPT-SECTION          PIC X(40).
026400
026500 REPORT SECTION.
026600*****************************************************************
026700*    BACKUP-REPORT                                               *
026800*    THIS RUN'S UNLOADS WITH THEIR CONTROL TOTALS, THEN EVERY    *
026900*    GENERATION ON THE CATALOG BY FILE, INCLUDING THOSE ROLLED   *
027000*    OFF THIS RUN, AND THE RUN TOTALS.                           *
027100*****************************************************************
027200 RD  BACKUP-REPORT
027300     PAGE LIMIT 60 LINES
027400     FIRST DETAIL 5
027500     LAST DETAIL 56.
027600
027700 01  TYPE PAGE HEADING.
027800     05  LINE 1.
027900         10  COLUMN  1  PIC X(36)
028000             VALUE "UNLOAD BACKUP AND GENERATION CATALOG".
028100     05  LINE 2.
028200         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
028300         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
028400         10  COLUMN 25  PIC X(17) VALUE "GENERATIONS KEPT:".
028500         10  COLUMN 43  PIC Z9 SOURCE CTL-BKUP-GENERATIONS.
028600     05  LINE 4.
028700         10  COLUMN  1  PIC X(04) VALUE "FILE".
028800         10  COLUMN 10  PIC X(08) VALUE "RUN DATE".
028900         10  COLUMN 19  PIC X(04) VALUE "TIME".
029000         10  COLUMN 26  PIC X(11) VALUE "UNLOAD NAME".
029100         10  COLUMN 51  PIC X(07) VALUE "RECORDS".
029200         10  COLUMN 68  PIC X(10) VALUE "VALUE HASH".
029300         10  COLUMN 85  PIC X(12) VALUE "CONTROL HASH".
029400         10  COLUMN 98  PIC X(06) VALUE "STATUS".
029500
029600 01  SECTION-DETAIL TYPE DETAIL.
029700     05  LINE PLUS 2.
029800         10  COLUMN  1  PIC X(40)    SOURCE WS-RPT-SECTION.
029900
030000 01  GENERATION-DETAIL TYPE DETAIL.
030100     05  LINE PLUS 1.
030200         10  COLUMN  1  PIC X(08)    SOURCE WS-RPT-FILE-ID.
030300         10  COLUMN 10  PIC 9(08)    SOURCE WS-RPT-RUN-DATE.
030400         10  COLUMN 19  PIC 9(06)    SOURCE WS-RPT-RUN-TIME.
030500         10  COLUMN 26  PIC X(20)    SOURCE WS-RPT-UNLOAD-NAME.
030600         10  COLUMN 47  PIC ZZZ,ZZZ,ZZ9
030700                                     SOURCE WS-RPT-RECORD-COUNT.
030800         10  COLUMN 59  PIC Z(14)9.99
030900                                     SOURCE WS-RPT-VALUE-HASH.
031000         10  COLUMN 79  PIC Z(17)9   SOURCE WS-RPT-CONTROL-HASH.
031100         10  COLUMN 98  PIC X(24)    SOURCE WS-RPT-STATUS.
031200
031300 01  SKIPPED-DETAIL TYPE DETAIL.
031400     05  LINE PLUS 1.
031500         10  COLUMN  1  PIC X(08)    SOURCE WS-RPT-FILE-ID.
031600         10  COLUMN 26  PIC X(20)    SOURCE WS-RPT-UNLOAD-NAME.
031700         10  COLUMN 98  PIC X(24)    SOURCE WS-RPT-STATUS.
031800
031900 01  TOTALS-DETAIL TYPE DETAIL.
032000     05  LINE PLUS 2.
032100         10  COLUMN  1  PIC X(28)
032200             VALUE "FILES UNLOADED.............:".
032300         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-UNLOADED-COUNTER.
032400     05  LINE PLUS 1.
032500         10  COLUMN  1  PIC X(28)
032600             VALUE "FILES ABSENT OR EMPTY......:".
032700         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-SKIPPED-COUNTER.
032800     05  LINE PLUS 1.
032900         10  COLUMN  1  PIC X(28)
033000             VALUE "RECORDS UNLOADED...........:".
033100         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-TOTAL-RECORDS.
033200     05  LINE PLUS 1.
033300         10  COLUMN  1  PIC X(28)
033400             VALUE "GENERATIONS ON CATALOG.....:".
033500         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-KEPT-COUNTER.
033600     05  LINE PLUS 1.
033700         10  COLUMN  1  PIC X(28)
033800             VALUE "GENERATIONS ROLLED OFF.....:".
033900         10  COLUMN 30  PIC ZZZZZZZZ9 SOURCE WS-ROLLED-COUNTER.
034000
034100 PROCEDURE DIVISION.
034200*****************************************************************
034300*    0000-MAINLINE                                               *
034400*****************************************************************
034500 0000-MAINLINE.
034600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034700     MOVE "THIS RUN'S UNLOADS" TO WS-RPT-SECTION.
034800     GENERATE SECTION-DETAIL.
034900     PERFORM 2000-UNLOAD-ONE-FILE THRU 2000-EXIT
035000         VARYING WS-FILE-NO FROM 1 BY 1
035100             UNTIL WS-FILE-NO > WS-FILE-COUNT.
035200     PERFORM 2800-ROLL-OFF THRU 2800-EXIT.
035300     PERFORM 3000-FINALIZE THRU 3000-EXIT.
035400     GO TO 9999-EXIT.
035500
035600*****************************************************************
035700*    1000-INITIALIZE                                             *
035800*    READS THE CONTROL RECORD FOR THE GENERATIONS TO KEEP,       *
035900*    LOADS THE CATALOG AND OPENS THE REPORT.                     *
036000*****************************************************************
036100 1000-INITIALIZE.
036200     OPEN INPUT CTLFILE.
036300     READ CTLFILE INTO CTL-RECORD
036400         AT END
036500             DISPLAY "BONDBKUP: CTLFILE IS EMPTY - ABENDING"
036600             MOVE 16 TO RETURN-CODE
036700             GO TO 9999-EXIT
036800     END-READ.
036900     CLOSE CTLFILE.
037000     IF CTL-BKUP-GENERATIONS NOT NUMERIC
037100         DISPLAY "BONDBKUP: CTL-BKUP-GENERATIONS IS NOT "
037200             "NUMERIC - ABENDING"
037300         MOVE 16 TO RETURN-CODE
037400         GO TO 9999-EXIT
037500     END-IF.
037600
037700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
037800     ACCEPT WS-TIME-RAW FROM TIME.
037900     MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME.
038000     PERFORM 1030-LOAD-CATALOG THRU 1030-EXIT.
038100
038200     OPEN OUTPUT BKUPRPT.
038300     INITIATE BACKUP-REPORT.
038400 1000-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800*    1030-LOAD-CATALOG                                           *
038900*    LOADS BKUPCAT WHOLE.  THERE MUST BE ROOM LEFT FOR ONE NEW   *
039000*    GENERATION OF EVERY FILE, OR THE CATALOG COULD NOT BE       *
039100*    WRITTEN BACK COMPLETE - THE STEP ABENDS BEFORE UNLOADING.   *
039200*****************************************************************
039300 1030-LOAD-CATALOG.
039400     OPEN INPUT BKUPCAT.
039500     MOVE "N" TO WS-EOF-SWITCH.
039600     PERFORM 1035-LOAD-ONE-GENERATION THRU 1035-EXIT
039700         UNTIL WS-EOF-YES.
039800     CLOSE BKUPCAT.
039900     MOVE "N" TO WS-EOF-SWITCH.
040000     IF WS-CAT-COUNT + WS-FILE-COUNT > 700
040100         DISPLAY "BONDBKUP: BKUPCAT HAS NO ROOM FOR THIS RUN'S "
040200             "GENERATIONS - LOWER CTL-BKUP-GENERATIONS - ABENDING"
040300         MOVE 16 TO RETURN-CODE
040400         GO TO 9999-EXIT
040500     END-IF.
040600 1030-EXIT.
040700     EXIT.
040800
040900 1035-LOAD-ONE-GENERATION.
041000     READ BKUPCAT
041100         AT END
041200             MOVE "Y" TO WS-EOF-SWITCH
041300             GO TO 1035-EXIT
041400     END-READ.
041500     IF WS-CAT-COUNT = 700
041600         DISPLAY "BONDBKUP: BKUPCAT EXCEEDS TABLE SIZE - ABENDING"
041700         MOVE 16 TO RETURN-CODE
041800         GO TO 9999-EXIT
041900     END-IF.
042000     ADD 1 TO WS-CAT-COUNT.
042100     SET WS-CAT-IDX TO WS-CAT-COUNT.
042200     MOVE CAT-RECORD TO WS-CAT-DATA(WS-CAT-IDX).
042300     MOVE "K" TO WS-CAT-STATE(WS-CAT-IDX).
042400 1035-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*    2000-UNLOAD-ONE-FILE                                        *
042900*    UNLOADS ONE FILE TO <FILE ID>.<RUN DATE> - HEADER, EVERY    *
043000*    RECORD IN KEY ORDER, THEN THE TRAILER WITH THE COUNT AND    *
043100*    HASHES - AND ENTERS IT ON THE CATALOG.  THE FIRST RECORD IS *
043200*    READ BEFORE THE UNLOAD IS OPENED, SO AN ABSENT OR EMPTY     *
043300*    FILE LEAVES NO UNLOAD BEHIND AND NO CATALOG ENTRY.          *
043400*****************************************************************
043500 2000-UNLOAD-ONE-FILE.
043600     SET WS-FILE-IDX TO WS-FILE-NO.
043700     MOVE 0 TO WS-RECORD-COUNT.
043800     MOVE 0 TO WS-VALUE-HASH.
043900     MOVE 0 TO WS-CONTROL-HASH.
044000     MOVE SPACES TO WS-UNL-FILENAME.
044100     STRING WS-FILE-ID(WS-FILE-IDX) DELIMITED BY SPACE
044200            "." DELIMITED BY SIZE
044300            WS-RUN-DATE DELIMITED BY SIZE
044400         INTO WS-UNL-FILENAME.
044500     MOVE WS-FILE-ID(WS-FILE-IDX) TO WS-RPT-FILE-ID.
044600     MOVE WS-UNL-FILENAME TO WS-RPT-UNLOAD-NAME.
044700
044800     PERFORM 2100-OPEN-SOURCE THRU 2100-EXIT.
044900     MOVE "N" TO WS-EOF-SWITCH.
045000     PERFORM 2200-READ-SOURCE THRU 2200-EXIT.
045100     IF WS-EOF-YES
045200         PERFORM 2150-CLOSE-SOURCE THRU 2150-EXIT
045300         MOVE "ABSENT OR EMPTY - SKIP" TO WS-RPT-STATUS
045400         GENERATE SKIPPED-DETAIL
045500         ADD 1 TO WS-SKIPPED-COUNTER
045600         MOVE 4 TO WS-BKUP-RC
045700         GO TO 2000-EXIT
045800     END-IF.
045900
046000     OPEN OUTPUT UNLFILE.
046100     MOVE SPACES TO BKU-RECORD.
046200     MOVE "H" TO BKU-REC-TYPE.
046300     MOVE WS-FILE-ID(WS-FILE-IDX) TO BKU-H-FILE-ID.
046400     MOVE WS-FILE-DSNAME(WS-FILE-IDX) TO BKU-H-DSNAME.
046500     MOVE WS-RUN-DATE TO BKU-H-RUN-DATE.
046600     MOVE WS-RUN-TIME TO BKU-H-RUN-TIME.
046700     MOVE WS-FILE-RECLEN(WS-FILE-IDX) TO BKU-H-RECORD-LENGTH.
046800     WRITE BKU-RECORD.
046900
047000     PERFORM 2050-UNLOAD-ONE-RECORD THRU 2050-EXIT
047100         UNTIL WS-EOF-YES.
047200     MOVE "N" TO WS-EOF-SWITCH.
047300     PERFORM 2150-CLOSE-SOURCE THRU 2150-EXIT.
047400
047500     MOVE SPACES TO BKU-RECORD.
047600     MOVE "T" TO BKU-REC-TYPE.
047700     MOVE WS-FILE-ID(WS-FILE-IDX) TO BKU-T-FILE-ID.
047800     MOVE WS-RECORD-COUNT TO BKU-T-RECORD-COUNT.
047900     MOVE WS-VALUE-HASH TO BKU-T-VALUE-HASH.
048000     MOVE WS-CONTROL-HASH TO BKU-T-CONTROL-HASH.
048100     WRITE BKU-RECORD.
048200     CLOSE UNLFILE.
048300
048400     PERFORM 2600-CATALOG-GENERATION THRU 2600-EXIT.
048500     ADD 1 TO WS-UNLOADED-COUNTER.
048600     ADD WS-RECORD-COUNT TO WS-TOTAL-RECORDS.
048700     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
048800     MOVE WS-RUN-TIME TO WS-RPT-RUN-TIME.
048900     MOVE WS-RECORD-COUNT TO WS-RPT-RECORD-COUNT.
049000     MOVE WS-VALUE-HASH TO WS-RPT-VALUE-HASH.
049100     MOVE WS-CONTROL-HASH TO WS-RPT-CONTROL-HASH.
049200     MOVE "UNLOADED" TO WS-RPT-STATUS.
049300     GENERATE GENERATION-DETAIL.
049400 2000-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*    2050-UNLOAD-ONE-RECORD                                      *
049900*    WRITES THE RECORD IN HAND AS A DETAIL AND READS THE NEXT.   *
050000*    THE RECORD HAS ALREADY BEEN COUNTED AND HASHED.             *
050100*****************************************************************
050200 2050-UNLOAD-ONE-RECORD.
050300     MOVE SPACES TO BKU-RECORD.
050400     MOVE "D" TO BKU-REC-TYPE.
050500     EVALUATE WS-FILE-NO
050600         WHEN 1  MOVE MST-RECORD TO BKU-BODY
050700         WHEN 2  MOVE OUTFILE-RECORD TO BKU-BODY
050800         WHEN 3  MOVE SUS-RECORD TO BKU-BODY
050900         WHEN 4  MOVE ARC-RECORD TO BKU-BODY
051000         WHEN 5  MOVE FACE-RECORD TO BKU-BODY
051100         WHEN 6  MOVE REG-RECORD TO BKU-BODY
051200         WHEN 7  MOVE SNP-RECORD TO BKU-BODY
051300     END-EVALUATE.
051400     WRITE BKU-RECORD.
051500     PERFORM 2200-READ-SOURCE THRU 2200-EXIT.
051600 2050-EXIT.
051700     EXIT.
051800
051900*****************************************************************
052000*    2100-OPEN-SOURCE / 2150-CLOSE-SOURCE                        *
052100*    OPENS OR CLOSES THE FILE SELECTED BY WS-FILE-NO.            *
052200*****************************************************************
052300 2100-OPEN-SOURCE.
052400     EVALUATE WS-FILE-NO
052500         WHEN 1  OPEN INPUT BONDMSTR
052600         WHEN 2  OPEN INPUT OUTFILE
052700         WHEN 3  OPEN INPUT SUSPFILE
052800         WHEN 4  OPEN INPUT ARCHFILE
052900         WHEN 5  OPEN INPUT FACEFILE
053000         WHEN 6  OPEN INPUT HOLDREG
053100         WHEN 7  OPEN INPUT SNAPFILE
053200     END-EVALUATE.
053300 2100-EXIT.
053400     EXIT.
053500
053600 2150-CLOSE-SOURCE.
053700     EVALUATE WS-FILE-NO
053800         WHEN 1  CLOSE BONDMSTR
053900         WHEN 2  CLOSE OUTFILE
054000         WHEN 3  CLOSE SUSPFILE
054100         WHEN 4  CLOSE ARCHFILE
054200         WHEN 5  CLOSE FACEFILE
054300         WHEN 6  CLOSE HOLDREG
054400         WHEN 7  CLOSE SNAPFILE
054500     END-EVALUATE.
054600 2150-EXIT.
054700     EXIT.
054800
054900*****************************************************************
055000*    2200-READ-SOURCE                                            *
055100*    READS THE NEXT RECORD OF THE SELECTED FILE INTO ITS TYPED   *
055200*    LAYOUT, THEN COUNTS AND HASHES IT.                          *
055300*****************************************************************
055400 2200-READ-SOURCE.
055500     EVALUATE WS-FILE-NO
055600         WHEN 1
055700             READ BONDMSTR INTO MST-RECORD
055800                 AT END MOVE "Y" TO WS-EOF-SWITCH
055900             END-READ
056000         WHEN 2
056100             READ OUTFILE INTO OUTFILE-RECORD
056200                 AT END MOVE "Y" TO WS-EOF-SWITCH
056300             END-READ
056400         WHEN 3
056500             READ SUSPFILE INTO SUS-RECORD
056600                 AT END MOVE "Y" TO WS-EOF-SWITCH
056700             END-READ
056800         WHEN 4
056900             READ ARCHFILE INTO ARC-RECORD
057000                 AT END MOVE "Y" TO WS-EOF-SWITCH
057100             END-READ
057200         WHEN 5
057300             READ FACEFILE INTO FACE-RECORD
057400                 AT END MOVE "Y" TO WS-EOF-SWITCH
057500             END-READ
057600         WHEN 6
057700             READ HOLDREG INTO REG-RECORD
057800                 AT END MOVE "Y" TO WS-EOF-SWITCH
057900             END-READ
058000         WHEN 7
058100             READ SNAPFILE INTO SNP-RECORD
058200                 AT END MOVE "Y" TO WS-EOF-SWITCH
058300             END-READ
058400     END-EVALUATE.
058500     IF WS-EOF-YES
058600         GO TO 2200-EXIT.
058700     ADD 1 TO WS-RECORD-COUNT.
058800     PERFORM 2300-HASH-RECORD THRU 2300-EXIT.
058900 2200-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300*    2300-HASH-RECORD                                            *
059400*    ADDS THE RECORD IN THE SELECTED FILE'S TYPED LAYOUT INTO    *
059500*    THE VALUE AND CONTROL HASHES.  BONDRELD HASHES EACH         *
059600*    RELOADED RECORD THE SAME WAY, SO THE TWO MUST BE KEPT IN    *
059700*    STEP.                                                       *
059800*****************************************************************
059900 2300-HASH-RECORD.
060000     EVALUATE WS-FILE-NO
060100         WHEN 1
060200             PERFORM 2310-HASH-MSTR-MONTH THRU 2310-EXIT
060300                 VARYING WS-MONTH-IDX FROM 1 BY 1
060400                     UNTIL WS-MONTH-IDX > 12
060500             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
060600                 + MST-IYEAR * 1000000 + MST-RYEAR * 100
060700                 + MST-RMONTH
060800         WHEN 2
060900             PERFORM 2320-HASH-OUT-MONTH THRU 2320-EXIT
061000                 VARYING WS-MONTH-IDX FROM 1 BY 1
061100                     UNTIL WS-MONTH-IDX > 12
061200             ADD OUT-MATCH-VALUE TO WS-VALUE-HASH
061300             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
061400                 + OUT-IYEAR * 100000000 + OUT-RYEAR * 10000
061500                 + OUT-RMONTH * 100 + OUT-MATCH-INDEX
061600         WHEN 3
061700             ADD SUS-FIRST-SEEN SUS-LAST-SEEN TO WS-VALUE-HASH
061800             IF SUS-RESOLVED-DATE NUMERIC
061900                 ADD SUS-RESOLVED-DATE TO WS-VALUE-HASH
062000             END-IF
062100             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
062200                 + SUS-IYEAR * 100000000 + SUS-RYEAR * 10000
062300                 + SUS-RMONTH * 100 + SUS-REASON-CODE
062400         WHEN 4
062500             PERFORM 2340-HASH-ARC-MONTH THRU 2340-EXIT
062600                 VARYING WS-MONTH-IDX FROM 1 BY 1
062700                     UNTIL WS-MONTH-IDX > 12
062800             ADD ARC-MATCH-VALUE TO WS-VALUE-HASH
062900             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
063000                 + ARC-RUN-DATE
063100                 + ARC-IYEAR * 100000000 + ARC-RYEAR * 10000
063200                 + ARC-RMONTH * 100 + ARC-MATCH-INDEX
063300         WHEN 5
063400             ADD FAC-FACE-VALUE TO WS-VALUE-HASH
063500             ADD FAC-IYEAR TO WS-CONTROL-HASH
063600         WHEN 6
063700             IF REG-BOND-REC
063800                 ADD REG-DENOM REG-PURCHASE-PRICE TO WS-VALUE-HASH
063900                 COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
064000                     + REG-IYEAR * 100 + REG-IMONTH
064100                     + REG-STATUS-DATE
064200             END-IF
064300         WHEN 7
064400             ADD SNP-FACE-VALUE SNP-CARRIED-VALUE TO WS-VALUE-HASH
064500             COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
064600                 + SNP-PERIOD * 10000 + SNP-IYEAR
064700     END-EVALUATE.
064800 2300-EXIT.
064900     EXIT.
065000
065100 2310-HASH-MSTR-MONTH.
065200     ADD MST-MONTH-VAL(WS-MONTH-IDX) TO WS-VALUE-HASH.
065300 2310-EXIT.
065400     EXIT.
065500
065600 2320-HASH-OUT-MONTH.
065700     ADD OUT-MONTH-VAL(WS-MONTH-IDX) TO WS-VALUE-HASH.
065800 2320-EXIT.
065900     EXIT.
066000
066100 2340-HASH-ARC-MONTH.
066200     ADD ARC-MONTH-VAL(WS-MONTH-IDX) TO WS-VALUE-HASH.
066300 2340-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700*    2600-CATALOG-GENERATION                                     *
066800*    ENTERS THE UNLOAD JUST TAKEN ON THE CATALOG.  AN UNLOAD OF  *
066900*    THE SAME FILE TAKEN EARLIER TODAY WAS OVERWRITTEN BY THIS   *
067000*    ONE, SO ITS ENTRY IS REPLACED RATHER THAN ADDED TO.         *
067100*****************************************************************
067200 2600-CATALOG-GENERATION.
067300     MOVE 0 TO WS-CAT-FOUND-SWITCH.
067400     MOVE 0 TO WS-MATCHED-CAT-IDX.
067500     IF WS-CAT-COUNT > 0
067600         PERFORM 2610-MATCH-ONE-GENERATION THRU 2610-EXIT
067700             VARYING WS-CAT-IDX FROM 1 BY 1
067800                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
067900                     OR WS-CAT-FOUND
068000     END-IF.
068100     IF NOT WS-CAT-FOUND
068200         ADD 1 TO WS-CAT-COUNT
068300         MOVE WS-CAT-COUNT TO WS-MATCHED-CAT-IDX
068400     END-IF.
068500     SET WS-CAT-IDX TO WS-MATCHED-CAT-IDX.
068600     MOVE WS-FILE-ID(WS-FILE-IDX) TO WS-CAT-FILE-ID(WS-CAT-IDX).
068700     MOVE WS-RUN-DATE TO WS-CAT-RUN-DATE(WS-CAT-IDX).
068800     MOVE WS-RUN-TIME TO WS-CAT-RUN-TIME(WS-CAT-IDX).
068900     MOVE WS-UNL-FILENAME TO WS-CAT-UNLOAD-NAME(WS-CAT-IDX).
069000     MOVE WS-RECORD-COUNT TO WS-CAT-RECORD-COUNT(WS-CAT-IDX).
069100     MOVE WS-VALUE-HASH TO WS-CAT-VALUE-HASH(WS-CAT-IDX).
069200     MOVE WS-CONTROL-HASH TO WS-CAT-CONTROL-HASH(WS-CAT-IDX).
069300     MOVE "C" TO WS-CAT-STATE(WS-CAT-IDX).
069400 2600-EXIT.
069500     EXIT.
069600
069700 2610-MATCH-ONE-GENERATION.
069800     IF WS-CAT-FILE-ID(WS-CAT-IDX) = WS-FILE-ID(WS-FILE-IDX)
069900         AND WS-CAT-RUN-DATE(WS-CAT-IDX) = WS-RUN-DATE
070000         MOVE 1 TO WS-CAT-FOUND-SWITCH
070100         SET WS-MATCHED-CAT-IDX TO WS-CAT-IDX
070200     END-IF.
070300 2610-EXIT.
070400     EXIT.
070500
070600*****************************************************************
070700*    2800-ROLL-OFF                                               *
070800*    A GENERATION WITH CTL-BKUP-GENERATIONS OR MORE NEWER        *
070900*    GENERATIONS OF THE SAME FILE ON THE CATALOG IS ROLLED OFF.  *
071000*    ZERO GENERATIONS KEEPS EVERYTHING.                          *
071100*****************************************************************
071200 2800-ROLL-OFF.
071300     IF CTL-BKUP-GENERATIONS = 0
071400         OR WS-CAT-COUNT = 0
071500         GO TO 2800-EXIT.
071600     PERFORM 2810-AGE-ONE-GENERATION THRU 2810-EXIT
071700         VARYING WS-CAT-IDX FROM 1 BY 1
071800             UNTIL WS-CAT-IDX > WS-CAT-COUNT.
071900 2800-EXIT.
072000     EXIT.
072100
072200 2810-AGE-ONE-GENERATION.
072300     MOVE 0 TO WS-NEWER-COUNT.
072400     PERFORM 2820-COMPARE-ONE-GENERATION THRU 2820-EXIT
072500         VARYING WS-CAT-IDX2 FROM 1 BY 1
072600             UNTIL WS-CAT-IDX2 > WS-CAT-COUNT.
072700     IF WS-NEWER-COUNT NOT < CTL-BKUP-GENERATIONS
072800         MOVE "R" TO WS-CAT-STATE(WS-CAT-IDX)
072900     END-IF.
073000 2810-EXIT.
073100     EXIT.
073200
073300 2820-COMPARE-ONE-GENERATION.
073400     IF WS-CAT-FILE-ID(WS-CAT-IDX2) = WS-CAT-FILE-ID(WS-CAT-IDX)
073500         IF WS-CAT-RUN-DATE(WS-CAT-IDX2)
073600                 > WS-CAT-RUN-DATE(WS-CAT-IDX)
073700             OR (WS-CAT-RUN-DATE(WS-CAT-IDX2)
073800                     = WS-CAT-RUN-DATE(WS-CAT-IDX)
073900                 AND WS-CAT-RUN-TIME(WS-CAT-IDX2)
074000                     > WS-CAT-RUN-TIME(WS-CAT-IDX))
074100             ADD 1 TO WS-NEWER-COUNT
074200         END-IF
074300     END-IF.
074400 2820-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800*    3000-FINALIZE                                               *
074900*    WRITES BACK THE CATALOG WITHOUT THE ROLLED-OFF GENERATIONS, *
075000*    PRINTS IT FILE BY FILE, CLOSES UP AND APPENDS THIS STEP'S   *
075100*    LEDGER TOKEN.                                               *
075200*****************************************************************
075300 3000-FINALIZE.
075400     OPEN OUTPUT BKUPCAT.
075500     IF WS-CAT-COUNT > 0
075600         PERFORM 3100-WRITE-ONE-GENERATION THRU 3100-EXIT
075700             VARYING WS-CAT-IDX FROM 1 BY 1
075800                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
075900     END-IF.
076000     CLOSE BKUPCAT.
076100
076200     MOVE "GENERATION CATALOG" TO WS-RPT-SECTION.
076300     GENERATE SECTION-DETAIL.
076400     PERFORM 3200-PRINT-ONE-FILE THRU 3200-EXIT
076500         VARYING WS-FILE-IDX FROM 1 BY 1
076600             UNTIL WS-FILE-IDX > WS-FILE-COUNT.
076700     GENERATE TOTALS-DETAIL.
076800     TERMINATE BACKUP-REPORT.
076900     CLOSE BKUPRPT.
077000
077100     PERFORM 3400-WRITE-STEP-TOKEN THRU 3400-EXIT.
077200     MOVE WS-BKUP-RC TO RETURN-CODE.
077300     IF WS-BKUP-RC = 0
077310         DISPLAY "BONDBKUP COMPLETED NORMALLY - SEE BKUPRPT FOR "
077320             "THE GENERATION CATALOG"
077330     ELSE
077340         DISPLAY "BONDBKUP: " WS-SKIPPED-COUNTER
077350             " FILE(S) ABSENT OR EMPTY - NOT BACKED UP, SEE "
077360             "BKUPRPT"
077370     END-IF.
077500     DISPLAY "FILES UNLOADED.............: " WS-UNLOADED-COUNTER.
077600     DISPLAY "FILES ABSENT OR EMPTY......: " WS-SKIPPED-COUNTER.
077700     DISPLAY "RECORDS UNLOADED...........: " WS-TOTAL-RECORDS.
077800     DISPLAY "GENERATIONS ON CATALOG.....: " WS-KEPT-COUNTER.
077900     DISPLAY "GENERATIONS ROLLED OFF.....: " WS-ROLLED-COUNTER.
078000 3000-EXIT.
078100     EXIT.
078200
078300 3100-WRITE-ONE-GENERATION.
078400     IF WS-CAT-ROLLED(WS-CAT-IDX)
078500         ADD 1 TO WS-ROLLED-COUNTER
078600         GO TO 3100-EXIT.
078700     MOVE WS-CAT-DATA(WS-CAT-IDX) TO CAT-RECORD.
078800     WRITE CAT-RECORD.
078900     ADD 1 TO WS-KEPT-COUNTER.
079000 3100-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400*    3200-PRINT-ONE-FILE                                         *
079500*    PRINTS EVERY GENERATION OF ONE FILE IN CATALOG ORDER -      *
079600*    OLDEST FIRST - WITH ITS STATUS AFTER THIS RUN.              *
079700*****************************************************************
079800 3200-PRINT-ONE-FILE.
079900     IF WS-CAT-COUNT > 0
080000         PERFORM 3210-PRINT-ONE-GENERATION THRU 3210-EXIT
080100             VARYING WS-CAT-IDX FROM 1 BY 1
080200                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
080300     END-IF.
080400 3200-EXIT.
080500     EXIT.
080600
080700 3210-PRINT-ONE-GENERATION.
080800     IF WS-CAT-FILE-ID(WS-CAT-IDX) NOT = WS-FILE-ID(WS-FILE-IDX)
080900         GO TO 3210-EXIT.
081000     MOVE WS-CAT-FILE-ID(WS-CAT-IDX) TO WS-RPT-FILE-ID.
081100     MOVE WS-CAT-RUN-DATE(WS-CAT-IDX) TO WS-RPT-RUN-DATE.
081200     MOVE WS-CAT-RUN-TIME(WS-CAT-IDX) TO WS-RPT-RUN-TIME.
081300     MOVE WS-CAT-UNLOAD-NAME(WS-CAT-IDX) TO WS-RPT-UNLOAD-NAME.
081400     MOVE WS-CAT-RECORD-COUNT(WS-CAT-IDX) TO WS-RPT-RECORD-COUNT.
081500     MOVE WS-CAT-VALUE-HASH(WS-CAT-IDX) TO WS-RPT-VALUE-HASH.
081600     MOVE WS-CAT-CONTROL-HASH(WS-CAT-IDX) TO WS-RPT-CONTROL-HASH.
081700     EVALUATE TRUE
081800         WHEN WS-CAT-CURRENT(WS-CAT-IDX)
081900             MOVE "KEPT - TAKEN THIS RUN" TO WS-RPT-STATUS
082000         WHEN WS-CAT-ROLLED(WS-CAT-IDX)
082100             MOVE "ROLLED OFF - SCRATCH" TO WS-RPT-STATUS
082200         WHEN OTHER
082300             MOVE "KEPT" TO WS-RPT-STATUS
082400     END-EVALUATE.
082500     GENERATE GENERATION-DETAIL.
082600 3210-EXIT.
082700     EXIT.
082800
082900*****************************************************************
083000*    3400-WRITE-STEP-TOKEN                                       *
083100*    APPENDS THIS STEP'S COMPLETION TOKEN TO THE SHARED STEPLOG  *
083200*    LEDGER.                                                     *
083300*****************************************************************
083400 3400-WRITE-STEP-TOKEN.
083500     OPEN EXTEND STEPLOG.
083600     MOVE "BONDBKUP" TO STEP-PROGRAM.
083700     MOVE WS-RUN-DATE TO STEP-DATE.
083800     ACCEPT WS-STEP-TIME-RAW FROM TIME.
083900     MOVE WS-STEP-TIME-RAW(1:6) TO STEP-TIME.
084000     MOVE "BKUPCAT" TO STEP-IN-FILENAME.
084100     MOVE WS-BKUP-RC TO STEP-RC.
084200     IF WS-BKUP-RC = 0
084300         MOVE "BACKED-UP" TO STEP-VERDICT
084400     ELSE
084500         MOVE "PART-BACKED-UP" TO STEP-VERDICT
084600     END-IF.
084700     WRITE STEP-RECORD.
084800     CLOSE STEPLOG.
084900 3400-EXIT.
085000     EXIT.
085100
085200 9999-EXIT.
085300     STOP RUN.
