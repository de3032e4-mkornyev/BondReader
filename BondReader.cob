002536*                     12 WHEN THE RUNAWAY CEILING STOPS THE RUN  *
002537*                     MID-PASS.  STATUS PRINTS ON PRTFILE AND    *
002538*                     GOES OUT ON THE RUNLOG RECORD.             *
002539*    10/15/26   DLR   SERIES-PARTITIONED RUNS.  A PARTCARD NAMING*
002540*                     PARTITION 1-5 LIMITS THE PASS TO THAT      *
002541*                     PARTITION'S CTL-PART-SERIES SET (PARTITION *
002542*                     1 ALSO TAKES EVERY SERIES NO SET NAMES) AND*
002543*                     SENDS THE WORK FILES, CHECKPOINTS, REPORT  *
002544*                     AND BAND TALLIES TO .Pn COPIES.  THE TOKEN *
002545*                     IS SIGNED BONDRDPn AND THE TOLERANCE GATES *
002546*                     AND RUNLOG RECORD ARE LEFT TO THE NEW      *
002547*                     BONDMRGE STEP, WHICH BUILDS THE ONE SET OF *
002548*                     WORK FILES THE DOWNSTREAM STEPS READ.      *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003310         ACCESS MODE SEQUENTIAL
003320         RECORD KEY IS MST-KEY.
003400
003500     SELECT OUTFILE ASSIGN DYNAMIC WS-OUT-FILENAME
003510         ORGANIZATION INDEXED
003520         ACCESS MODE DYNAMIC
003530         RECORD KEY IS OUT-KEY.
003700
003800     SELECT SUMFILE ASSIGN DYNAMIC WS-SUM-FILENAME
003900         ORGANIZATION LINE SEQUENTIAL.
003950
003960     SELECT EXCFILE ASSIGN DYNAMIC WS-EXC-FILENAME
003970         ORGANIZATION LINE SEQUENTIAL.
003975
003976     SELECT EXCTEMP ASSIGN DYNAMIC WS-EXT-FILENAME
003977         ORGANIZATION LINE SEQUENTIAL.
003980
003990     SELECT RESTARTFILE ASSIGN DYNAMIC WS-RST-FILENAME
003995         ORGANIZATION LINE SEQUENTIAL.
003996
003997     SELECT PRTFILE ASSIGN DYNAMIC WS-PRT-FILENAME
003998         ORGANIZATION LINE SEQUENTIAL.
003999
004090     SELECT FACEFILE ASSIGN "FACEFILE"
004093     SELECT SERFILE ASSIGN "SERFILE"
004094         ORGANIZATION LINE SEQUENTIAL.
004095
004096     SELECT TOTFILE ASSIGN DYNAMIC WS-TOT-FILENAME
004097         ORGANIZATION LINE SEQUENTIAL.
004098
004099     SELECT BANDFILE ASSIGN "BANDFILE"
004106     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
004107         ORGANIZATION LINE SEQUENTIAL.
004108
004109     SELECT OPTIONAL PARTCARD ASSIGN "PARTCARD"
004110         ORGANIZATION LINE SEQUENTIAL.
004111
004112     SELECT BANDTAL ASSIGN DYNAMIC WS-BTL-FILENAME
004113         ORGANIZATION LINE SEQUENTIAL.
004114
004115 DATA DIVISION.
004200 FILE SECTION.
004300
004400 FD  CTLFILE.
004500 01  CTL-FILE-RECORD             PIC X(200).
004600
004700 FD  BONDMSTR.
004800*    ONE ROW PER STAGED TREASURY TABLE ROW, KEYED SERIES/IYEAR/
007248 FD  STEPLOG.
007250*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.
007252     COPY "BONDSTP.CPY".
007253
007254 FD  PARTCARD.
007255*    RAW RECORD - THE TYPED LAYOUT IT IS READ INTO IS
007256*    WS-PART-CARD IN WORKING-STORAGE.
007257 01  PART-CARD-RECORD            PIC X(80).
007258
007259 FD  BANDTAL.
007260*    A PARTITION'S VALUE-BAND TALLIES - SEE BONDBTL.CPY.
007261     COPY "BONDBTL.CPY".
007262
007300 WORKING-STORAGE SECTION.
007400
007500     COPY "BONDCTL.CPY".
007600
007700 01  WS-IN-FILENAME              PIC X(20).
007710
007711******************************************************************
007712*    WORK-FILE NAMES.  A PARTITIONED RUN REPLACES EACH SUFFIX    *
007713*    WITH .Pn - SEE 1010-READ-PARTCARD.                          *
007714******************************************************************
007720 01  WS-OUT-FILENAME             PIC X(20) VALUE "OUTFILE.DAT".
007721 01  WS-SUM-FILENAME             PIC X(20) VALUE "SUMFILE.TXT".
007722 01  WS-EXC-FILENAME             PIC X(20) VALUE "EXCFILE.TXT".
007723 01  WS-EXT-FILENAME             PIC X(20) VALUE "EXCTEMP.TXT".
007724 01  WS-RST-FILENAME             PIC X(20)
007725                                 VALUE "RESTARTFILE.TXT".
007726 01  WS-PRT-FILENAME             PIC X(20) VALUE "PRTFILE.TXT".
007727 01  WS-TOT-FILENAME             PIC X(20) VALUE "RUNTOTAL.TXT".
007728 01  WS-BTL-FILENAME             PIC X(20) VALUE "BANDTAL.TXT".
007729 01  WS-PART-SUFFIX.
007730     05  FILLER                  PIC X(02) VALUE ".P".
007731     05  WS-PART-SUFFIX-NO       PIC 9     VALUE 0.
007800 01  WS-LOW-THRESHOLD            PIC 999V99.
007900 01  WS-HIGH-THRESHOLD           PIC 999V99.
008000
010874 77  WS-STEP-RC-HOLD             PIC 9(02) VALUE 0.
010875 77  WS-STEP-VERDICT-HOLD        PIC X(14) VALUE SPACES.
010876
010877******************************************************************
010878*    PARTITIONED-RUN STATE.  WS-PART-NUMBER IS ZERO FOR A WHOLE- *
010879*    MASTER RUN.  WS-PART-OWN-SW IS SET FOR EACH SERIES-TABLE    *
010880*    ROW THIS PARTITION READS - SEE 1010-READ-PARTCARD AND       *
010881*    2040-CHECK-PARTITION.                                       *
010882******************************************************************
010883 01  WS-PART-CARD                VALUE SPACES.
010884     05  WS-PART-CARD-NUMBER     PIC X.
010885         88  WS-PART-CARD-BLANK  VALUE SPACE.
010886         88  WS-PART-CARD-VALID  VALUE "1" THRU "5".
010887     05  FILLER                  PIC X(79).
010888 77  WS-PART-NUMBER              PIC 9     VALUE 0.
010889     88  WS-WHOLE-RUN            VALUE 0.
010890     88  WS-PART-RUN             VALUE 1 THRU 5.
010891 77  WS-PART-OWNER               PIC 9     VALUE 0.
010892 77  WS-PART-SET-SUB             PIC 9     VALUE 0.
010893 77  WS-PART-SUB                 PIC 9(02) VALUE 0.
010894 77  WS-PART-TALLY               PIC 9(02) VALUE 0.
010895 77  WS-PART-SERIES              PIC X     VALUE SPACE.
010896 77  WS-PART-FOUND-SWITCH        PIC 9     VALUE 0.
010897     88  WS-PART-FOUND           VALUE 1.
010898 77  WS-PART-OWNED-SWITCH        PIC 9     VALUE 0.
010899     88  WS-PART-OWNED           VALUE 1.
010900 77  WS-PASSED-COUNTER           PIC 9(07) VALUE 0.
010901 77  WS-STEP-SIGNATURE           PIC X(08) VALUE "BONDREAD".
010902 01  WS-PART-OWN-TABLE.
010903     05  WS-PART-OWN-SW          PIC 9     OCCURS 12 TIMES
010904                                 VALUE 0.
010905
010910 REPORT SECTION.
010920******************************************************************
010930*    BOND-SUMMARY-REPORT                                        *
013100             GO TO 9999-EXIT
013200     END-READ.
013300     CLOSE CTLFILE.
013310     PERFORM 1010-READ-PARTCARD THRU 1010-EXIT.
013400
013500     MOVE CTL-IN-FILENAME TO WS-IN-FILENAME.
013600     MOVE CTL-LOW-THRESHOLD TO WS-LOW-THRESHOLD.
014100         DISPLAY "BONDREAD: SERFILE IS EMPTY - ABENDING"
014200         GO TO 9999-EXIT
014250     END-IF.
014260     IF WS-PART-RUN
014270         PERFORM 1040-SET-ONE-OWNER THRU 1040-EXIT
014280             VARYING WS-PART-SUB FROM 1 BY 1
014290                 UNTIL WS-PART-SUB > WS-SREF-COUNT
014295     END-IF.
014300
014305     PERFORM 1050-LOAD-FACE-TABLE THRU 1050-EXIT.
014306     IF CTL-BAND-YES
014720     END-IF.
014730 1000-EXIT.
014800     EXIT.
014731
014732******************************************************************
014733*    1010-READ-PARTCARD                                          *
014734*    A PARTCARD NAMING PARTITION 1-5 MAKES THIS A PARTITIONED    *
014735*    RUN - ONLY THAT PARTITION'S SERIES ARE READ, AND EVERY WORK *
014736*    FILE, CHECKPOINT AND REPORT GOES TO ITS OWN .Pn COPY SO THE *
014737*    PARTITIONS CAN RUN SIDE BY SIDE AND A FAILED ONE CAN BE     *
014738*    RERUN ALONE.  NO PARTCARD, OR A BLANK ONE, IS THE USUAL     *
014739*    WHOLE-MASTER RUN.                                           *
014740******************************************************************
014741 1010-READ-PARTCARD.
014742     OPEN INPUT PARTCARD.
014743     READ PARTCARD INTO WS-PART-CARD
014744         AT END
014745             MOVE SPACES TO WS-PART-CARD
014746     END-READ.
014747     CLOSE PARTCARD.
014748     IF WS-PART-CARD-BLANK
014749         GO TO 1010-EXIT.
014750     IF NOT WS-PART-CARD-VALID
014751         DISPLAY "BONDREAD: PARTCARD DOES NOT NAME A PARTITION "
014752             "1-5 - ABENDING"
014753         MOVE 16 TO RETURN-CODE
014754         GO TO 9999-EXIT
014755     END-IF.
014756     IF CTL-PART-SERIES-SETS = SPACES
014757         DISPLAY "BONDREAD: PARTCARD NAMES A PARTITION BUT "
014758             "CTLFILE HOLDS NO PARTITION SERIES SETS - ABENDING"
014759         MOVE 16 TO RETURN-CODE
014760         GO TO 9999-EXIT
014761     END-IF.
014762     MOVE WS-PART-CARD-NUMBER TO WS-PART-NUMBER.
014763     IF WS-PART-NUMBER > 1
014764         AND CTL-PART-SERIES-SET(WS-PART-NUMBER) = SPACES
014765         DISPLAY "BONDREAD: PARTITION " WS-PART-NUMBER
014766             " HAS NO SERIES SET ON CTLFILE - ABENDING"
014767         MOVE 16 TO RETURN-CODE
014768         GO TO 9999-EXIT
014769     END-IF.
014770
014771     MOVE WS-PART-NUMBER TO WS-PART-SUFFIX-NO.
014772     MOVE SPACES TO WS-OUT-FILENAME WS-SUM-FILENAME
014773         WS-EXC-FILENAME WS-EXT-FILENAME WS-RST-FILENAME
014774         WS-PRT-FILENAME WS-TOT-FILENAME WS-BTL-FILENAME
014775         WS-STEP-SIGNATURE.
014776     STRING "OUTFILE" WS-PART-SUFFIX
014777         DELIMITED BY SIZE INTO WS-OUT-FILENAME.
014778     STRING "SUMFILE" WS-PART-SUFFIX
014779         DELIMITED BY SIZE INTO WS-SUM-FILENAME.
014780     STRING "EXCFILE" WS-PART-SUFFIX
014781         DELIMITED BY SIZE INTO WS-EXC-FILENAME.
014782     STRING "EXCTEMP" WS-PART-SUFFIX
014783         DELIMITED BY SIZE INTO WS-EXT-FILENAME.
014784     STRING "RESTARTFILE" WS-PART-SUFFIX
014785         DELIMITED BY SIZE INTO WS-RST-FILENAME.
014786     STRING "PRTFILE" WS-PART-SUFFIX
014787         DELIMITED BY SIZE INTO WS-PRT-FILENAME.
014788     STRING "RUNTOTAL" WS-PART-SUFFIX
014789         DELIMITED BY SIZE INTO WS-TOT-FILENAME.
014790     STRING "BANDTAL" WS-PART-SUFFIX
014791         DELIMITED BY SIZE INTO WS-BTL-FILENAME.
014792     STRING "BONDRDP" WS-PART-NUMBER
014793         DELIMITED BY SIZE INTO WS-STEP-SIGNATURE.
014794     DISPLAY "BONDREAD: RUNNING PARTITION " WS-PART-NUMBER
014795         " - SERIES " CTL-PART-SERIES-SET(WS-PART-NUMBER).
014796 1010-EXIT.
014797     EXIT.
014801
014802******************************************************************
014803*    1020-CHECK-UPSTREAM                                         *
014891     MOVE SER-SERIES TO WS-STAT-SERIES-CODE(WS-SERIES-IDX).
014892 1035-EXIT.
014893     EXIT.
014895
014896******************************************************************
014897*    1040-SET-ONE-OWNER                                          *
014898*    MARKS A SERIES-TABLE ROW THIS PARTITION READS.              *
014899******************************************************************
014900 1040-SET-ONE-OWNER.
014977     MOVE WS-SREF-SERIES(WS-PART-SUB) TO WS-PART-SERIES.
014978     PERFORM 2045-FIND-SERIES-OWNER THRU 2045-EXIT.
014979     IF WS-PART-OWNER = WS-PART-NUMBER
014981         MOVE 1 TO WS-PART-OWN-SW(WS-PART-SUB).
014982 1040-EXIT.
014983     EXIT.
014894
014901******************************************************************
014902*    1050-LOAD-FACE-TABLE                                        *
015440*    THE CHECKPOINT CARRIES A RECORD COUNT, NOT A KEY, SO THE    *
015450*    WAY BACK TO THE CHECKPOINTED POSITION IS TO RE-READ AND     *
015455*    DISCARD THE MASTER'S KEY-ORDERED RECORDS UP TO THAT COUNT. *
015456*    A PARTITION ONLY COUNTS ITS OWN SERIES' ROWS, SO THE OTHER  *
015457*    PARTITIONS' ROWS ARE PASSED OVER HERE WITHOUT COUNTING.     *
015460******************************************************************
015470 1200-SKIP-TO-CHECKPOINT.
015475     MOVE 0 TO WS-SKIP-COUNTER.
015480     IF WS-IN-COUNTER > 0
015490         PERFORM 1210-DISCARD-ONE-RECORD THRU 1210-EXIT
015510             UNTIL WS-SKIP-COUNTER NOT < WS-IN-COUNTER
015515                 OR WS-EOF-YES
015520     END-IF.
015530 1200-EXIT.
015540     EXIT.
015570     READ BONDMSTR NEXT RECORD
015580         AT END
015590             MOVE "Y" TO WS-EOF-SWITCH
015595             GO TO 1210-EXIT
015600     END-READ.
015601     IF WS-PART-RUN
015602         PERFORM 2020-FIND-SERIES-INDEX THRU 2020-EXIT
015603         PERFORM 2040-CHECK-PARTITION THRU 2040-EXIT
015604         IF NOT WS-PART-OWNED
015605             ADD 1 TO WS-PASSED-COUNTER
015606             GO TO 1210-EXIT
015607         END-IF
015608     END-IF.
015609     ADD 1 TO WS-SKIP-COUNTER.
015610 1210-EXIT.
015620     EXIT.
015000******************************************************************
015100*    2000-READ-AND-PROCESS                                       *
015200*    DRIVES THE MAIN PASS OVER THE BOND MASTER, ONE ROW PER      *
015250*    READ, IN KEY ORDER.  A PARTITIONED RUN PASSES OVER THE      *
015255*    OTHER PARTITIONS' ROWS WITHOUT COUNTING OR CHECKING THEM.   *
015300******************************************************************
015400 2000-READ-AND-PROCESS.
015500     READ BONDMSTR NEXT RECORD
015700             MOVE "Y" TO WS-EOF-SWITCH
015800             GO TO 2000-EXIT
015900     END-READ.
015910     PERFORM 2020-FIND-SERIES-INDEX THRU 2020-EXIT.
015920     IF WS-PART-RUN
015930         PERFORM 2040-CHECK-PARTITION THRU 2040-EXIT
015940         IF NOT WS-PART-OWNED
015950             ADD 1 TO WS-PASSED-COUNTER
015960             GO TO 2000-EXIT
015970         END-IF
015980     END-IF.
016000     ADD 1 TO WS-IN-COUNTER.
016050     PERFORM 2050-CHECK-SEQUENCE THRU 2050-EXIT.
016100
016300     IF NOT WS-SREF-FOUND
016400         GO TO 2000-EXIT.
016500     SET WS-SERIES-IDX TO WS-MATCHED-SREF-IDX.
017924     END-IF.
017925 2030-EXIT.
017926     EXIT.
017801
017802******************************************************************
017803*    2040-CHECK-PARTITION                                        *
017804*    DOES THIS ROW BELONG TO THIS PARTITION?  A SERIES ON THE    *
017805*    REFERENCE TABLE WAS SETTLED AT STARTUP; ONE THAT IS NOT     *
017806*    (AND SO IS SKIPPED AFTER ITS SEQUENCE CHECK) STILL HAS TO   *
017807*    BE READ AND COUNTED BY EXACTLY ONE PARTITION.               *
017808******************************************************************
017809 2040-CHECK-PARTITION.
017810     MOVE 0 TO WS-PART-OWNED-SWITCH.
017811     IF WS-SREF-FOUND
017812         IF WS-PART-OWN-SW(WS-MATCHED-SREF-IDX) = 1
017813             MOVE 1 TO WS-PART-OWNED-SWITCH
017814         END-IF
017815         GO TO 2040-EXIT
017816     END-IF.
017817     MOVE MST-SERIES TO WS-PART-SERIES.
017818     PERFORM 2045-FIND-SERIES-OWNER THRU 2045-EXIT.
017819     IF WS-PART-OWNER = WS-PART-NUMBER
017820         MOVE 1 TO WS-PART-OWNED-SWITCH.
017821 2040-EXIT.
017822     EXIT.
017823
017824******************************************************************
017825*    2045-FIND-SERIES-OWNER                                      *
017826*    THE PARTITION WHOSE CTL-PART-SERIES SET NAMES WS-PART-      *
017827*    SERIES - PARTITION 1 WHEN NO SET NAMES IT.                  *
017828******************************************************************
017829 2045-FIND-SERIES-OWNER.
017830     MOVE 1 TO WS-PART-OWNER.
017831     MOVE 0 TO WS-PART-FOUND-SWITCH.
017832     IF WS-PART-SERIES = SPACE
017833         GO TO 2045-EXIT.
017834     PERFORM 2046-CHECK-ONE-SET THRU 2046-EXIT
017835         VARYING WS-PART-SET-SUB FROM 1 BY 1
017836             UNTIL WS-PART-SET-SUB > 5
017837                 OR WS-PART-FOUND.
017838 2045-EXIT.
017839     EXIT.
017840
017841 2046-CHECK-ONE-SET.
017842     MOVE 0 TO WS-PART-TALLY.
017843     INSPECT CTL-PART-SERIES-SET(WS-PART-SET-SUB)
017844         TALLYING WS-PART-TALLY FOR ALL WS-PART-SERIES.
017845     IF WS-PART-TALLY > 0
017846         MOVE WS-PART-SET-SUB TO WS-PART-OWNER
017847         MOVE 1 TO WS-PART-FOUND-SWITCH
017848     END-IF.
017849 2046-EXIT.
017850     EXIT.
017927
017950******************************************************************
017960*    2050-CHECK-SEQUENCE                                         *
026266     WRITE TOT-RECORD.
026267     CLOSE TOTFILE.
026268
026269     IF WS-WHOLE-RUN
026270         PERFORM 3300-WRITE-RUN-LOG THRU 3300-EXIT
026271     END-IF.
026272     IF WS-PART-RUN AND CTL-BAND-YES
026273         PERFORM 3500-WRITE-BAND-TALLIES THRU 3500-EXIT
026274     END-IF.
026275     PERFORM 3400-WRITE-STEP-TOKEN THRU 3400-EXIT.
026276
026277     MOVE WS-RUN-RC TO RETURN-CODE.
026278     EVALUATE WS-RUN-RC
026279         WHEN 0
026280             DISPLAY "BONDREAD COMPLETED CLEAN - SEE PRTFILE "
026281                 "FOR THE RUN SUMMARY"
026282         WHEN 4
026283             DISPLAY "BONDREAD COMPLETED WITH WARNINGS - SEE "
026284                 "PRTFILE AND EXCFILE"
026285         WHEN 8
026286             DISPLAY "BONDREAD: EXCEPTIONS EXCEED THE RUN "
026287                 "TOLERANCES - HOLD THE DOWNSTREAM JOBS"
026288         WHEN 12
026289             DISPLAY "BONDREAD: RUN STOPPED AT THE EXCEPTION "
026290                 "RUNAWAY CEILING - TABLE IS SUSPECT"
026291     END-EVALUATE.
026292     IF WS-PART-RUN
026293         DISPLAY "BONDREAD: PARTITION " WS-PART-NUMBER " DONE - "
026294             "RUN BONDMRGE ONCE EVERY PARTITION HAS FINISHED"
026295         DISPLAY "ROWS OF OTHER PARTITIONS PASSED OVER: "
026296             WS-PASSED-COUNTER
026297     END-IF.
026300 3000-EXIT.
026310     EXIT.
026320
026350*    DECIDES THE RUN'S ACCEPTANCE STATUS FROM THE EXCEPTION      *
026360*    COUNT AND RATE AGAINST THE CONTROL TOLERANCES.  A ZERO      *
026370*    TOLERANCE ON THE CONTROL RECORD MEANS THAT GATE IS NOT      *
026380*    APPLIED.  A PARTITION'S OWN COUNTS ARE NOT HELD TO THE      *
026381*    TOLERANCES - BONDMRGE APPLIES THEM TO THE MERGED TOTALS,    *
026382*    THE WAY A WHOLE-MASTER RUN APPLIES THEM HERE.               *
026390******************************************************************
026400 3050-SET-RUN-STATUS.
026410     MOVE 0 TO WS-EXC-RATE-PCT.
026510             MOVE 12 TO WS-RUN-RC
026520             MOVE "RUNAWAY-STOP" TO WS-RPT-RUN-STATUS
026530             MOVE "RUNAWAY" TO WS-RUN-LOG-STATUS
026540         WHEN WS-WHOLE-RUN
026545             AND ((CTL-MAX-EXC-COUNT > 0
026550                 AND WS-EXC-COUNTER > CTL-MAX-EXC-COUNT)
026560             OR (CTL-MAX-EXC-RATE-PCT > 0
026570                 AND WS-EXC-RATE-PCT > CTL-MAX-EXC-RATE-PCT))
026580             MOVE 8 TO WS-RUN-RC
026590             MOVE "FAILED-TOLERANCE" TO WS-RPT-RUN-STATUS
026600             MOVE "TOLFAIL" TO WS-RUN-LOG-STATUS
027750*    THE WEIGHTED BRANCH USES ITS OWN DECIMAL-PLACED DIVISOR     *
027760*    SINCE WS-STAT-FACE-WEIGHT-SUM CARRIES CENTS - AN INTEGER    *
027770*    DIVISOR WOULD TRUNCATE THEM BEFORE THE DIVIDE EVER RUNS.    *
027780*    A PARTITIONED RUN ONLY WRITES AND PRINTS ITS OWN SERIES.    *
027800******************************************************************
027900 3100-WRITE-ONE-SUMMARY.
027910     IF WS-PART-RUN
027920         SET WS-PART-SUB TO WS-SERIES-IDX
027930         IF WS-PART-OWN-SW(WS-PART-SUB) = 0
027940             GO TO 3100-EXIT
027950         END-IF
027960     END-IF.
028000     IF WS-STAT-QUALIFY-COUNT(WS-SERIES-IDX) > 0
028050         MULTIPLY WS-STAT-QUALIFY-COUNT(WS-SERIES-IDX) BY 12
028060             GIVING WS-TEMP-DIVISOR
031420******************************************************************
031430*    3400-WRITE-STEP-TOKEN                                        *
031440*    APPENDS THIS RUN'S COMPLETION TOKEN TO THE SHARED STEPLOG    *
031450*    LEDGER SO THE DOWNSTREAM PROGRAMS CAN GATE ON IT.  A         *
031455*    PARTITION SIGNS BONDRDPn - ONLY BONDMRGE SIGNS BONDREAD FOR  *
031456*    A PARTITIONED RUN, SO NOTHING DOWNSTREAM STARTS ON ONE       *
031457*    PARTITION'S FILES.                                           *
031460******************************************************************
031470 3400-WRITE-STEP-TOKEN.
031480     OPEN EXTEND STEPLOG.
031490     MOVE WS-STEP-SIGNATURE TO STEP-PROGRAM.
031500     MOVE WS-RPT-RUN-DATE TO STEP-DATE.
031510     ACCEPT WS-RUN-TIME-RAW FROM TIME.
031520     MOVE WS-RUN-TIME-RAW(1:6) TO STEP-TIME.
031580 3400-EXIT.
031590     EXIT.
031600
031610******************************************************************
031620*    3500-WRITE-BAND-TALLIES                                     *
031630*    A PARTITION'S VALUE-BAND COUNTS GO TO BANDTAL.Pn INSTEAD OF *
031640*    ONLY ONTO ITS PRINTED REPORT, SO BONDMRGE CAN ADD THE       *
031650*    PARTITIONS BACK INTO ONE DISTRIBUTION - ONE RECORD PER      *
031660*    NON-ZERO SERIES/BAND CELL, BAND 00 BEING THE SERIES'        *
031670*    OUT-OF-BANDS RESIDUAL (SEE BONDBTL.CPY).                    *
031680******************************************************************
031690 3500-WRITE-BAND-TALLIES.
031700     OPEN OUTPUT BANDTAL.
031710     PERFORM 3510-WRITE-ONE-SERIES-TALLY THRU 3510-EXIT
031720         VARYING WS-BAND-SER-SUB FROM 1 BY 1
031730             UNTIL WS-BAND-SER-SUB > WS-SREF-COUNT.
031740     CLOSE BANDTAL.
031750 3500-EXIT.
031760     EXIT.
031770
031780 3510-WRITE-ONE-SERIES-TALLY.
031790     IF WS-PART-OWN-SW(WS-BAND-SER-SUB) = 0
031800         OR WS-BAND-SER-TOTAL(WS-BAND-SER-SUB) = 0
031810         GO TO 3510-EXIT.
031820     IF WS-BAND-COUNT > 0
031830         PERFORM 3520-WRITE-ONE-BAND-TALLY THRU 3520-EXIT
031840             VARYING WS-BAND-SUB FROM 1 BY 1
031850                 UNTIL WS-BAND-SUB > WS-BAND-COUNT
031860     END-IF.
031870     IF WS-BAND-NOMATCH(WS-BAND-SER-SUB) > 0
031880         MOVE WS-STAT-SERIES-CODE(WS-BAND-SER-SUB) TO BTL-SERIES
031890         MOVE 0 TO BTL-BAND-NO
031900         MOVE WS-BAND-NOMATCH(WS-BAND-SER-SUB) TO BTL-COUNT
031910         WRITE BTL-RECORD
031920     END-IF.
031930 3510-EXIT.
031940     EXIT.
031950
031960 3520-WRITE-ONE-BAND-TALLY.
031970     IF WS-BAND-SER-COUNT(WS-BAND-SUB WS-BAND-SER-SUB) > 0
031980         MOVE WS-STAT-SERIES-CODE(WS-BAND-SER-SUB) TO BTL-SERIES
031990         MOVE WS-BAND-SUB TO BTL-BAND-NO
032000         MOVE WS-BAND-SER-COUNT(WS-BAND-SUB WS-BAND-SER-SUB)
032010             TO BTL-COUNT
032020         WRITE BTL-RECORD
032030     END-IF.
032040 3520-EXIT.
032050     EXIT.
032060
032100 9999-EXIT.
032200     STOP RUN.
