000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONDRDMP.
000300 AUTHOR. D-L-ROSEN.
000400 INSTALLATION. TREASURY-SECURITIES-DIVISION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700******************************************************************
000800*    BONDRDMP (REDEMPTION SETTLEMENT)                              *
000900*    A CASHED BOND USED TO LEAVE NO TRACE IN THE SUITE - THE DESK  *
001000*    PRICED IT OFF BONDQUOT AND SOMEONE LATER KEYED A FACETRAN     *
001100*    CHANGE INTO BONDFACM TO LOWER THE OUTSTANDING FACE.  THIS     *
001200*    PROGRAM SETTLES THE REDEMPTION TRANSACTIONS IN RDMTRAN        *
001300*    INSTEAD.  EACH ONE NAMES A REGISTERED BOND (HOLDER ID AND     *
001400*    SERIAL ON HOLDREG.DAT, SEE BONDREG.CPY) AND THE REDEMPTION    *
001500*    YEAR/MONTH, AND IS:                                           *
001600*        - EDITED - BOND ON THE REGISTER AND STILL OUTSTANDING,    *
001700*          HOLDER RECORD PRESENT FOR THE PAYEE, HELD AT LEAST THE  *
001800*          12-MONTH MINIMUM, DENOMINATION NOT MORE THAN THE        *
001900*          SERIES/IYEAR'S OUTSTANDING FACE ON FACEFILE             *
002000*        - PRICED OFF THE BOND MASTER (BONDMSTR.DAT) FOR THE       *
002100*          REDEMPTION YEAR/MONTH, SCALED BY THE SERFILE BASE       *
002200*          DENOMINATION AS BONDQUOT DOES                           *
002300*        - PENALIZED THE LAST THREE MONTHS' INTEREST WHEN HELD     *
002400*          UNDER FIVE YEARS - THE HOLDER IS PAID THE TABLE VALUE   *
002500*          FOR THREE MONTHS BEFORE THE REDEMPTION MONTH            *
002600*    A SETTLED REDEMPTION MARKS THE BOND REDEEMED ON THE REGISTER, *
002700*    WRITES A PAYMENT TO PAYFILE (BONDPAY.CPY), APPENDS TO THE     *
002800*    REDEMPTION LEDGER RDMLEDGR (BONDRDL.CPY), PRINTS ON THE       *
002900*    SETTLEMENT REGISTER (SETLRPT) AND LOWERS THE FACE.  THE       *
003000*    LOWERED FACEFILE IS WRITTEN TO FACEUPD, SAME LAYOUT, SO IT    *
003100*    SWAPS STRAIGHT IN (THE BONDFACM CONVENTION), AND THE RUN'S    *
003200*    CONTROL TOTALS ARE APPENDED TO SETLREG (BONDSTL.CPY).         *
003300*    RETURN CODE 4 FLAGS ANY REJECTED TRANSACTION.                 *
003400*                                                                *
003500*    MODIFICATION HISTORY                                        *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    10/15/26   DLR   ORIGINAL PROGRAM.                          *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RDMTRAN ASSIGN "RDMTRAN"
004300         ORGANIZATION LINE SEQUENTIAL.
004400
004500     SELECT HOLDREG ASSIGN "HOLDREG.DAT"
004600         ORGANIZATION INDEXED
004700         ACCESS MODE DYNAMIC
004800         RECORD KEY IS REG-KEY.
004900
005000     SELECT BONDMSTR ASSIGN "BONDMSTR.DAT"
005100         ORGANIZATION INDEXED
005200         ACCESS MODE DYNAMIC
005300         RECORD KEY IS MST-KEY.
005400
005500     SELECT FACEFILE ASSIGN "FACEFILE"
005600         ORGANIZATION LINE SEQUENTIAL.
005700
005800     SELECT SERFILE ASSIGN "SERFILE"
005900         ORGANIZATION LINE SEQUENTIAL.
006000
006100     SELECT FACEUPD ASSIGN "FACEUPD"
006200         ORGANIZATION LINE SEQUENTIAL.
006300
006400     SELECT PAYFILE ASSIGN "PAYFILE"
006500         ORGANIZATION LINE SEQUENTIAL.
006600
006700     SELECT OPTIONAL RDMLEDGR ASSIGN "RDMLEDGR"
006800         ORGANIZATION LINE SEQUENTIAL.
006900
007000     SELECT OPTIONAL SETLREG ASSIGN "SETLREG"
007100         ORGANIZATION LINE SEQUENTIAL.
007200
007300     SELECT SETLRPT ASSIGN "SETLRPT.TXT"
007400         ORGANIZATION LINE SEQUENTIAL.
007500
007600     SELECT OPTIONAL STEPLOG ASSIGN "STEPLOG"
007700         ORGANIZATION LINE SEQUENTIAL.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100
008200 FD  RDMTRAN.
008300*    ONE REDEMPTION TRANSACTION PER LINE - SEE RDT-RECORD IN     *
008400*    WORKING-STORAGE FOR THE TYPED LAYOUT.                       *
008500 01  RDM-TRAN-RECORD             PIC X(28).
008600
008700 FD  HOLDREG.
008800*    KEYED HOLDER REGISTER - SEE BONDREG.CPY.                    *
008900     COPY "BONDREG.CPY".
009000
009100 FD  BONDMSTR.
009200*    ONE ROW PER STAGED TREASURY TABLE ROW, KEYED SERIES/IYEAR/  *
009300*    RYEAR/RMONTH, AS LOADED BY BONDLOAD - SEE BONDMST.CPY.      *
009400     COPY "BONDMST.CPY".
009500
009600 FD  FACEFILE.
009700*    RAW RECORD - SEE BONDFAC.CPY IN WORKING-STORAGE FOR THE     *
009800*    TYPED LAYOUT THIS IS READ INTO.                             *
009900 01  FACE-FILE-RECORD            PIC X(20).
010000
010100 FD  SERFILE.
010200*    RAW RECORD - SEE BONDSER.CPY IN WORKING-STORAGE FOR THE     *
010300*    TYPED LAYOUT THIS IS READ INTO.                             *
010400 01  SER-FILE-RECORD             PIC X(25).
010500
010600 FD  FACEUPD.
010700*    THE LOWERED FACEFILE, SAME LAYOUT, READY TO SWAP IN.        *
010800 01  FACEUPD-RECORD              PIC X(20).
010900
011000 FD  PAYFILE.
011100*    ONE PAYMENT PER SETTLED REDEMPTION - SEE BONDPAY.CPY.       *
011200     COPY "BONDPAY.CPY".
011300
011400 FD  RDMLEDGR.
011500*    CUMULATIVE REDEMPTION LEDGER - SEE BONDRDL.CPY.             *
011600     COPY "BONDRDL.CPY".
011700
011800 FD  SETLREG.
011900*    ONE CONTROL RECORD PER SETTLEMENT RUN - SEE BONDSTL.CPY.    *
012000     COPY "BONDSTL.CPY".
012100
012200 FD  SETLRPT
012300     REPORT IS SETTLEMENT-REGISTER.
012400
012500 FD  STEPLOG.
012600*    STEP-COMPLETION TOKEN - SEE BONDSTP.CPY.                    *
012700     COPY "BONDSTP.CPY".
012800
012900 WORKING-STORAGE SECTION.
013000
013100*****************************************************************
013200*    TYPED VIEWS OF THE INPUT RECORDS.                           *
013300*****************************************************************
013400     COPY "BONDFAC.CPY".
013500     COPY "BONDSER.CPY".
013600
013700*****************************************************************
013800*    TYPED VIEW OF ONE REDEMPTION TRANSACTION.  THE REDEMPTION   *
013900*    YEAR AND MONTH ARE HELD AS DISPLAY CHARACTERS WITH NUMERIC  *
014000*    REDEFINITIONS SO A GARBAGE FIELD CAN BE REJECTED INSTEAD    *
014100*    OF ABENDING THE RUN.                                        *
014200*****************************************************************
014300 01  RDT-RECORD.
014400     05  RDT-HOLDER-ID           PIC X(10).
014500     05  RDT-SERIAL              PIC X(12).
014600     05  RDT-RYEAR-X             PIC X(04).
014700     05  RDT-RYEAR REDEFINES RDT-RYEAR-X
014800                                 PIC 9(04).
014900     05  RDT-RMONTH-X            PIC X(02).
015000     05  RDT-RMONTH REDEFINES RDT-RMONTH-X
015100                                 PIC 9(02).
015200
015300 77  WS-EOF-SWITCH               PIC X     VALUE "N".
015400     88  WS-EOF-YES              VALUE "Y".
015500     88  WS-EOF-NO               VALUE "N".
015600
015700 77  WS-MONTH-IDX                PIC 9(02) COMP.
015800 77  WS-TRAN-COUNTER             PIC 9(07) VALUE 0.
015900 77  WS-SETTLED-COUNTER          PIC 9(07) VALUE 0.
016000 77  WS-REJECT-COUNTER           PIC 9(07) VALUE 0.
016100 77  WS-PENALIZED-COUNTER        PIC 9(07) VALUE 0.
016200 77  WS-MATURED-COUNTER          PIC 9(07) VALUE 0.
016300 77  WS-WRITTEN-COUNTER          PIC 9(07) VALUE 0.
016400 77  WS-RDMP-RC                  PIC 9(02) VALUE 0.
016500
016600*****************************************************************
016700*    RUN DATE, AND THE RUN YEAR/MONTH AS ONE COMPARABLE NUMBER - *
016800*    A REDEMPTION DATED AFTER IT CANNOT BE SETTLED YET.          *
016900*****************************************************************
017000 77  WS-RUN-DATE                 PIC 9(08).
017100 77  WS-RUN-PERIOD               PIC 9(06) VALUE 0.
017200 77  WS-TRAN-PERIOD              PIC 9(06) VALUE 0.
017300
017400*****************************************************************
017500*    HOLDING-PERIOD RULES.  UNDER THE MINIMUM THE BOND CANNOT BE *
017600*    CASHED AT ALL - UNDER THE PENALTY TERM THE LAST PENALTY     *
017700*    MONTHS' INTEREST IS FORFEITED.                              *
017800*****************************************************************
017900 77  WS-MINIMUM-HOLD-MONTHS      PIC 9(03) VALUE 12.
018000 77  WS-PENALTY-TERM-MONTHS      PIC 9(03) VALUE 60.
018100 77  WS-PENALTY-MONTHS           PIC 9(02) VALUE 3.
018200 77  WS-HELD-MONTHS              PIC S9(05) VALUE 0.
018300 77  WS-ISSUE-MONTHS             PIC 9(06) VALUE 0.
018400 77  WS-REDEEM-MONTHS            PIC 9(06) VALUE 0.
018500 77  WS-PENALTY-ABS-MONTHS       PIC 9(06) VALUE 0.
018600 77  WS-PENALTY-RYEAR            PIC 9(04) VALUE 0.
018700 77  WS-PENALTY-RMONTH           PIC 9(02) VALUE 0.
018800
018900*****************************************************************
019000*    SERIES REFERENCE MASTER, LOADED FROM SERFILE AT STARTUP -   *
019100*    EACH SERIES' BASE DENOMINATION IS THE DOLLAR DENOMINATION   *
019200*    THE TABLE'S MONTH FIGURES ARE QUOTED FOR.  SEE BONDSER.CPY  *
019300*    / BONDSRT.CPY.                                              *
019400*****************************************************************
019500     COPY "BONDSRT.CPY".
019600 77  WS-SREF-COUNT               PIC 9(02) VALUE 0.
019700 77  WS-SREF-FULL-SWITCH         PIC 9     VALUE 0.
019800     88  WS-SREF-TABLE-FULL      VALUE 1.
019900 77  WS-BASE-FOUND-SWITCH        PIC 9     VALUE 0.
020000     88  WS-BASE-FOUND           VALUE 1.
020100 77  WS-MATCHED-BASE-DENOM       PIC 9(05)V99 VALUE 0.
020200
020300*****************************************************************
020400*    FACEFILE SIDE, LOADED AT STARTUP AND LOWERED IN PLACE AS    *
020500*    EACH REDEMPTION SETTLES, THEN WRITTEN TO FACEUPD.  A        *
020600*    SECOND REDEMPTION IN THE SAME RUN IS HELD TO THE FACE LEFT  *
020700*    AFTER THE FIRST.                                            *
020800*****************************************************************
020900 77  WS-FACE-COUNT               PIC 9(04) VALUE 0.
021000 77  WS-FACE-FULL-SWITCH         PIC 9     VALUE 0.
021100     88  WS-FACE-TABLE-FULL      VALUE 1.
021200 01  WS-FACE-TABLE.
021300     05  WS-FACE-ENTRY           OCCURS 2000 TIMES
021400                                 INDEXED BY WS-FACE-IDX.
021500         10  WS-FACE-SERIES      PIC X.
021600         10  WS-FACE-IYEAR       PIC 9(04).
021700         10  WS-FACE-VALUE       PIC 9(11)V99.
021800
021900 77  WS-FACE-FOUND-SWITCH        PIC 9     VALUE 0.
022000     88  WS-FACE-FOUND           VALUE 1.
022100 77  WS-MATCHED-FACE-IDX         PIC 9(04) VALUE 0.
022200
022300*****************************************************************
022400*    THE REGISTERED BOND BEING SETTLED, HELD WHILE THE HOLDER    *
022500*    RECORD IS READ FOR THE PAYEE, AND THE PAYEE ITSELF.         *
022600*****************************************************************
022700 01  WS-BOND-HOLD                PIC X(163).
022800 01  WS-PAYEE.
022900     05  WS-PAYEE-NAME           PIC X(30).
023000     05  WS-PAYEE-ADDR-LINE-1    PIC X(30).
023100     05  WS-PAYEE-ADDR-LINE-2    PIC X(30).
023200     05  WS-PAYEE-CITY           PIC X(20).
023300     05  WS-PAYEE-STATE          PIC X(02).
023400     05  WS-PAYEE-ZIP            PIC X(10).
023500 77  WS-REG-FOUND-SWITCH         PIC 9     VALUE 0.
023600     88  WS-REG-FOUND            VALUE 1.
023700
023800*****************************************************************
023900*    BOND MASTER LOOKUP STATE.  THE BROWSE STARTS AT THE WANTED  *
024000*    SERIES/IYEAR/RYEAR AND KEEPS THE LAST ROW CARRYING THAT     *
024100*    KEY - A LATER RELEASE OF THE SAME YEAR SORTS AFTER AN       *
024200*    EARLIER ONE, SO THE LATEST FIGURES WIN.                     *
024300*****************************************************************
024400 77  WS-FETCH-RYEAR              PIC 9(04) VALUE 0.
024500 77  WS-MST-DONE-SWITCH          PIC X     VALUE "N".
024600     88  WS-MST-DONE             VALUE "Y".
024700 77  WS-ROW-HELD-SWITCH          PIC 9     VALUE 0.
024800     88  WS-ROW-HELD             VALUE 1.
024900 01  WS-HOLD-ROW.
025000     05  WS-HOLD-MONTH-VAL       PIC 9(04)V99 OCCURS 12 TIMES.
025100
025200*****************************************************************
025300*    FINAL-MATURITY WORK FIELDS.  A REDEMPTION-YEAR ROW WITH NO  *
025400*    MONTH-TO-MONTH RISE MEANS THE BOND HAD STOPPED EARNING (THE *
025500*    BONDGRWX TEST) - EARLIER YEARS ARE WALKED BACK UNTIL THE    *
025600*    ROW IN WHICH IT LAST ROSE, WHICH IS THE MATURITY YEAR.      *
025700*****************************************************************
025800 77  WS-LAST-RISE                PIC 9(02) VALUE 0.
025900 77  WS-MATURED-SWITCH           PIC 9     VALUE 0.
026000     88  WS-BOND-MATURED         VALUE 1.
026100 77  WS-MAT-WALK-SWITCH          PIC 9     VALUE 0.
026200     88  WS-MAT-WALK-DONE        VALUE 1.
026300 77  WS-FINAL-MAT-YEAR           PIC 9(04) VALUE 0.
026400
026500*****************************************************************
026600*    PRICING WORK FIELDS.  THE MULTIPLIER IS THE DENOMINATION    *
026700*    OVER THE SERIES' BASE DENOMINATION, CARRIED TO FOUR         *
026800*    DECIMALS, THE SAME AS BONDQUOT.                             *
026900*****************************************************************
027000 77  WS-QUOTE-MULTIPLIER         PIC 9(05)V9(04) VALUE 0.
027100 77  WS-GROSS-VALUE              PIC 9(09)V99 VALUE 0.
027200 77  WS-PENALTY-BASE-VALUE       PIC 9(09)V99 VALUE 0.
027300 77  WS-PENALTY-AMOUNT           PIC 9(09)V99 VALUE 0.
027400 77  WS-NET-PAID                 PIC 9(09)V99 VALUE 0.
027500 77  WS-INTEREST-PAID            PIC 9(09)V99 VALUE 0.
027600
027700*****************************************************************
027800*    RUN CONTROL TOTALS - PRINTED, AND APPENDED TO SETLREG.      *
027900*****************************************************************
028000 77  WS-TOT-FACE                 PIC 9(11)V99 VALUE 0.
028100 77  WS-TOT-GROSS                PIC 9(11)V99 VALUE 0.
028200 77  WS-TOT-PENALTY              PIC 9(11)V99 VALUE 0.
028300 77  WS-TOT-NET                  PIC 9(11)V99 VALUE 0.
028400 77  WS-TOT-INTEREST             PIC 9(11)V99 VALUE 0.
028500
028600*****************************************************************
028700*    STEP-LEDGER STATE - THE LAST TOKEN FOUND FOR BONDLOAD,      *
028800*    AND THIS RUN'S OWN OUTGOING TOKEN.                          *
028900*****************************************************************
029000 77  WS-STEP-WANTED              PIC X(08) VALUE SPACES.
029100 77  WS-STEP-FOUND-SWITCH        PIC 9     VALUE 0.
029200     88  WS-STEP-FOUND           VALUE 1.
029300 77  WS-STEP-DATE-HOLD           PIC 9(08) VALUE 0.
029400 77  WS-STEP-RC-HOLD             PIC 9(02) VALUE 0.
029500 77  WS-STEP-VERDICT-HOLD        PIC X(14) VALUE SPACES.
029600 77  WS-STEP-TIME-RAW            PIC 9(08).
029700
029800*****************************************************************
029900*    FIELDS FEEDING THE SETLRPT SETTLEMENT REGISTER.             *
030000*****************************************************************
030100 01  WS-RPT-LINE.
030200     05  WS-RPT-HOLDER-ID        PIC X(10).
030300     05  WS-RPT-SERIAL           PIC X(12).
030400     05  WS-RPT-SERIES           PIC X.
030500     05  WS-RPT-IYEAR            PIC 9(04).
030600     05  WS-RPT-RDATE            PIC X(07).
030700     05  WS-RPT-HELD             PIC 9(04).
030800     05  WS-RPT-REASON           PIC X(30).
030900
031000 REPORT SECTION.
031100*****************************************************************
031200*    SETTLEMENT-REGISTER                                         *
031300*    ONE LINE PER SETTLED REDEMPTION (GROSS, PENALTY, NET AND    *
031400*    INTEREST), ONE REASONED LINE PER REJECT, AND THE RUN        *
031500*    CONTROL TOTALS.                                             *
031600*****************************************************************
031700 RD  SETTLEMENT-REGISTER
031800     PAGE LIMIT 60 LINES
031900     FIRST DETAIL 5
032000     LAST DETAIL 56.
032100
032200 01  TYPE PAGE HEADING.
032300     05  LINE 1.
032400         10  COLUMN  1  PIC X(38)
032500             VALUE "REDEMPTION SETTLEMENT REGISTER".
032600     05  LINE 2.
032700         10  COLUMN  1  PIC X(09) VALUE "RUN DATE:".
032800         10  COLUMN 11  PIC 9(08) SOURCE WS-RUN-DATE.
032900     05  LINE 4.
033000         10  COLUMN  1  PIC X(06) VALUE "HOLDER".
033100         10  COLUMN 12  PIC X(06) VALUE "SERIAL".
033200         10  COLUMN 25  PIC X(03) VALUE "SER".
033300         10  COLUMN 29  PIC X(05) VALUE "IYEAR".
033400         10  COLUMN 35  PIC X(07) VALUE "REDEEMD".
033500         10  COLUMN 43  PIC X(04) VALUE "HELD".
033600         10  COLUMN 52  PIC X(05) VALUE "GROSS".
033700         10  COLUMN 62  PIC X(07) VALUE "PENALTY".
033800         10  COLUMN 76  PIC X(03) VALUE "NET".
033900         10  COLUMN 85  PIC X(08) VALUE "INTEREST".
034000         10  COLUMN 95  PIC X(03) VALUE "MAT".
034100
034200 01  SETTLED-DETAIL TYPE DETAIL.
034300     05  LINE PLUS 1.
034400         10  COLUMN  1  PIC X(10)    SOURCE WS-RPT-HOLDER-ID.
034500         10  COLUMN 12  PIC X(12)    SOURCE WS-RPT-SERIAL.
034600         10  COLUMN 26  PIC X        SOURCE WS-RPT-SERIES.
034700         10  COLUMN 29  PIC 9(04)    SOURCE WS-RPT-IYEAR.
034800         10  COLUMN 35  PIC X(07)    SOURCE WS-RPT-RDATE.
034900         10  COLUMN 43  PIC ZZZ9     SOURCE WS-RPT-HELD.
035000         10  COLUMN 48  PIC ZZZZZZZZ9.99 SOURCE WS-GROSS-VALUE.
035100         10  COLUMN 61  PIC ZZZZZZ9.99 SOURCE WS-PENALTY-AMOUNT.
035200         10  COLUMN 72  PIC ZZZZZZZZ9.99 SOURCE WS-NET-PAID.
035300         10  COLUMN 85  PIC ZZZZZZZZ9.99 SOURCE WS-INTEREST-PAID.
035400         10  COLUMN 98  PIC 9(04)    SOURCE WS-FINAL-MAT-YEAR
035500             PRESENT WHEN WS-BOND-MATURED.
035600
035700 01  REJECT-DETAIL TYPE DETAIL.
035800     05  LINE PLUS 1.
035900         10  COLUMN  1  PIC X(10)    SOURCE WS-RPT-HOLDER-ID.
036000         10  COLUMN 12  PIC X(12)    SOURCE WS-RPT-SERIAL.
036100         10  COLUMN 35  PIC X(07)    SOURCE WS-RPT-RDATE.
036200         10  COLUMN 43  PIC X(08)    VALUE "REJECTED".
036300         10  COLUMN 52  PIC X(30)    SOURCE WS-RPT-REASON.
036400
036500 01  TOTALS-DETAIL TYPE DETAIL.
036600     05  LINE PLUS 2.
036700         10  COLUMN  1  PIC X(26)
036800             VALUE "TRANSACTIONS READ.......:".
036900         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-TRAN-COUNTER.
037000     05  LINE PLUS 1.
037100         10  COLUMN  1  PIC X(26)
037200             VALUE "REDEMPTIONS SETTLED.....:".
037300         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-SETTLED-COUNTER.
037400     05  LINE PLUS 1.
037500         10  COLUMN  1  PIC X(26)
037600             VALUE "REDEMPTIONS REJECTED....:".
037700         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-REJECT-COUNTER.
037800     05  LINE PLUS 1.
037900         10  COLUMN  1  PIC X(26)
038000             VALUE "EARLY-REDEMPTION PENALTY:".
038100         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-PENALIZED-COUNTER.
038200     05  LINE PLUS 1.
038300         10  COLUMN  1  PIC X(26)
038400             VALUE "PAST FINAL MATURITY.....:".
038500         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-MATURED-COUNTER.
038600     05  LINE PLUS 2.
038700         10  COLUMN  1  PIC X(26)
038800             VALUE "FACE REDEEMED...........:".
038900         10  COLUMN 28  PIC ZZZZZZZZZZ9.99 SOURCE WS-TOT-FACE.
039000     05  LINE PLUS 1.
039100         10  COLUMN  1  PIC X(26)
039200             VALUE "GROSS VALUE.............:".
039300         10  COLUMN 28  PIC ZZZZZZZZZZ9.99 SOURCE WS-TOT-GROSS.
039400     05  LINE PLUS 1.
039500         10  COLUMN  1  PIC X(26)
039600             VALUE "PENALTY FORFEITED.......:".
039700         10  COLUMN 28  PIC ZZZZZZZZZZ9.99 SOURCE WS-TOT-PENALTY.
039800     05  LINE PLUS 1.
039900         10  COLUMN  1  PIC X(26)
040000             VALUE "NET PAID................:".
040100         10  COLUMN 28  PIC ZZZZZZZZZZ9.99 SOURCE WS-TOT-NET.
040200     05  LINE PLUS 1.
040300         10  COLUMN  1  PIC X(26)
040400             VALUE "INTEREST PAID...........:".
040500         10  COLUMN 28  PIC ZZZZZZZZZZ9.99 SOURCE WS-TOT-INTEREST.
040600     05  LINE PLUS 1.
040700         10  COLUMN  1  PIC X(26)
040800             VALUE "FACEUPD ENTRIES WRITTEN.:".
040900         10  COLUMN 28  PIC ZZZZZZ9 SOURCE WS-WRITTEN-COUNTER.
041000
041100 PROCEDURE DIVISION.
041200*****************************************************************
041300*    0000-MAINLINE                                               *
041400*****************************************************************
041500 0000-MAINLINE.
041600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041700     PERFORM 2000-SETTLE-ONE-TRAN THRU 2000-EXIT
041800         UNTIL WS-EOF-YES.
041900     PERFORM 3000-FINALIZE THRU 3000-EXIT.
042000     GO TO 9999-EXIT.
042100
042200*****************************************************************
042300*    1000-INITIALIZE                                             *
042400*    GATES ON THE STEP LEDGER, LOADS THE SERIES AND FACE TABLES, *
042500*    OPENS THE REGISTER FOR UPDATE AND THE OUTPUTS.              *
042600*****************************************************************
042700 1000-INITIALIZE.
042800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042900     MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
043000     PERFORM 1060-CHECK-UPSTREAM THRU 1060-EXIT.
043100
043200     PERFORM 1030-LOAD-SERIES-TABLE THRU 1030-EXIT.
043300     IF WS-SREF-COUNT = 0
043400         DISPLAY "BONDRDMP: SERFILE IS EMPTY - ABENDING"
043500         MOVE 16 TO RETURN-CODE
043600         GO TO 9999-EXIT
043700     END-IF.
043800     PERFORM 1050-LOAD-FACE-TABLE THRU 1050-EXIT.
043900
044000     OPEN INPUT RDMTRAN.
044100     OPEN I-O HOLDREG.
044200     OPEN INPUT BONDMSTR.
044300     OPEN OUTPUT PAYFILE.
044400     OPEN EXTEND RDMLEDGR.
044500     OPEN OUTPUT SETLRPT.
044600     INITIATE SETTLEMENT-REGISTER.
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
047300             DISPLAY "BONDRDMP: SERFILE EXCEEDS TABLE SIZE - "
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
048800*****************************************************************
048900*    1050-LOAD-FACE-TABLE                                        *
049000*    LOADS THE CURRENT FACEFILE INTO THE FACE TABLE ONE TIME AT  *
049100*    STARTUP.                                                    *
049200*****************************************************************
049300 1050-LOAD-FACE-TABLE.
049400     OPEN INPUT FACEFILE.
049500     MOVE "N" TO WS-EOF-SWITCH.
049600     PERFORM 1055-LOAD-ONE-FACE-ENTRY THRU 1055-EXIT
049700         UNTIL WS-EOF-YES.
049800     CLOSE FACEFILE.
049900     MOVE "N" TO WS-EOF-SWITCH.
050000 1050-EXIT.
050100     EXIT.
050200
050300 1055-LOAD-ONE-FACE-ENTRY.
050400     READ FACEFILE INTO FACE-RECORD
050500         AT END
050600             MOVE "Y" TO WS-EOF-SWITCH
050700             GO TO 1055-EXIT
050800     END-READ.
050900     IF WS-FACE-COUNT = 2000
051000         IF NOT WS-FACE-TABLE-FULL
051100             DISPLAY "BONDRDMP: FACEFILE EXCEEDS TABLE SIZE - "
051200                 "SKIPPING REMAINING ENTRIES"
051300             MOVE 1 TO WS-FACE-FULL-SWITCH
051400         END-IF
051500         GO TO 1055-EXIT
051600     END-IF.
051700     ADD 1 TO WS-FACE-COUNT.
051800     SET WS-FACE-IDX TO WS-FACE-COUNT.
051900     MOVE FAC-SERIES TO WS-FACE-SERIES(WS-FACE-IDX).
052000     MOVE FAC-IYEAR TO WS-FACE-IYEAR(WS-FACE-IDX).
052100     MOVE FAC-FACE-VALUE TO WS-FACE-VALUE(WS-FACE-IDX).
052200 1055-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600*    1060-CHECK-UPSTREAM                                         *
052700*    BONDLOAD MUST HAVE APPENDED AN ACCEPTED (RC 0 OR 4) TOKEN   *
052800*    TO THE STEP LEDGER TODAY - A HOLDER MUST NOT BE PAID OFF AN *
052900*    EMPTY OR STALE MASTER.                                      *
053000*****************************************************************
053100 1060-CHECK-UPSTREAM.
053200     MOVE "BONDLOAD" TO WS-STEP-WANTED.
053300     PERFORM 1065-FIND-STEP-TOKEN THRU 1065-EXIT.
053400     IF NOT WS-STEP-FOUND
053500         OR WS-STEP-DATE-HOLD NOT = WS-RUN-DATE
053600         OR WS-STEP-RC-HOLD > 4
053700         DISPLAY "BONDRDMP: BONDLOAD HAS NOT BUILT TODAY'S "
053800             "BOND MASTER - IT IS EMPTY OR STALE - STOPPING"
053900         MOVE 16 TO RETURN-CODE
054000         GO TO 9999-EXIT
054100     END-IF.
054200 1060-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600*    1065-FIND-STEP-TOKEN                                        *
054700*    READS THE WHOLE LEDGER AND KEEPS THE LAST TOKEN WRITTEN     *
054800*    FOR THE WANTED PROGRAM.                                     *
054900*****************************************************************
055000 1065-FIND-STEP-TOKEN.
055100     MOVE 0 TO WS-STEP-FOUND-SWITCH.
055200     OPEN INPUT STEPLOG.
055300     MOVE "N" TO WS-EOF-SWITCH.
055400     PERFORM 1070-READ-ONE-TOKEN THRU 1070-EXIT
055500         UNTIL WS-EOF-YES.
055600     CLOSE STEPLOG.
055700     MOVE "N" TO WS-EOF-SWITCH.
055800 1065-EXIT.
055900     EXIT.
056000
056100 1070-READ-ONE-TOKEN.
056200     READ STEPLOG
056300         AT END
056400             MOVE "Y" TO WS-EOF-SWITCH
056500             GO TO 1070-EXIT
056600     END-READ.
056700     IF STEP-PROGRAM = WS-STEP-WANTED
056800         MOVE 1 TO WS-STEP-FOUND-SWITCH
056900         MOVE STEP-DATE TO WS-STEP-DATE-HOLD
057000         MOVE STEP-RC TO WS-STEP-RC-HOLD
057100         MOVE STEP-VERDICT TO WS-STEP-VERDICT-HOLD
057200     END-IF.
057300 1070-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700*    2000-SETTLE-ONE-TRAN                                        *
057800*    RUNS EVERY EDIT AGAINST ONE REDEMPTION.  THE FIRST CHECK    *
057900*    THAT FAILS PRINTS THE REJECT AND ABANDONS THE TRANSACTION   *
058000*    - ONE THAT SURVIVES EVERY CHECK AND PRICES IS SETTLED, THE  *
058100*    SAME FIRST-FAILURE STYLE AS BONDFACM.                       *
058200*****************************************************************
058300 2000-SETTLE-ONE-TRAN.
058400     READ RDMTRAN INTO RDT-RECORD
058500         AT END
058600             MOVE "Y" TO WS-EOF-SWITCH
058700             GO TO 2000-EXIT
058800     END-READ.
058900     ADD 1 TO WS-TRAN-COUNTER.
059000     MOVE SPACES TO WS-RPT-REASON.
059100     MOVE RDT-HOLDER-ID TO WS-RPT-HOLDER-ID.
059200     MOVE RDT-SERIAL TO WS-RPT-SERIAL.
059300     MOVE RDT-RYEAR-X TO WS-RPT-RDATE(1:4).
059400     MOVE "/" TO WS-RPT-RDATE(5:1).
059500     MOVE RDT-RMONTH-X TO WS-RPT-RDATE(6:2).
059600
059700     IF RDT-RYEAR NOT NUMERIC
059800         OR RDT-RMONTH NOT NUMERIC
059900         MOVE "NON-NUMERIC REDEMPTION DATE" TO WS-RPT-REASON
060000         GO TO 2000-REJECT.
060100
060200     IF RDT-RMONTH < 1
060300         OR RDT-RMONTH > 12
060400         MOVE "REDEMPTION MONTH NOT 01-12" TO WS-RPT-REASON
060500         GO TO 2000-REJECT.
060600
060700     COMPUTE WS-TRAN-PERIOD = RDT-RYEAR * 100 + RDT-RMONTH.
060800     IF WS-TRAN-PERIOD > WS-RUN-PERIOD
060900         MOVE "REDEMPTION DATED IN THE FUTURE" TO WS-RPT-REASON
061000         GO TO 2000-REJECT.
061100
061200     PERFORM 2100-FIND-REGISTERED-BOND THRU 2100-EXIT.
061300     IF NOT WS-REG-FOUND
061400         MOVE "BOND NOT ON HOLDER REGISTER" TO WS-RPT-REASON
061500         GO TO 2000-REJECT.
061600
061700     IF REG-REDEEMED
061800         MOVE "BOND ALREADY REDEEMED" TO WS-RPT-REASON
061900         GO TO 2000-REJECT.
062000
062100     MOVE REG-SERIES TO WS-RPT-SERIES.
062200     MOVE REG-IYEAR TO WS-RPT-IYEAR.
062300     COMPUTE WS-ISSUE-MONTHS = REG-IYEAR * 12 + REG-IMONTH.
062400     COMPUTE WS-REDEEM-MONTHS = RDT-RYEAR * 12 + RDT-RMONTH.
062500     COMPUTE WS-HELD-MONTHS = WS-REDEEM-MONTHS - WS-ISSUE-MONTHS.
062600     IF WS-HELD-MONTHS < WS-MINIMUM-HOLD-MONTHS
062700         MOVE "UNDER 12-MONTH MINIMUM HOLDING" TO WS-RPT-REASON
062800         GO TO 2000-REJECT.
062900     MOVE WS-HELD-MONTHS TO WS-RPT-HELD.
063000
063100     PERFORM 2200-FIND-FACE-ENTRY THRU 2200-EXIT.
063200     IF NOT WS-FACE-FOUND
063300         MOVE "SERIES/IYEAR NOT ON FACEFILE" TO WS-RPT-REASON
063400         GO TO 2000-REJECT.
063500
063600     IF REG-DENOM > WS-FACE-VALUE(WS-MATCHED-FACE-IDX)
063700         MOVE "EXCEEDS OUTSTANDING FACE" TO WS-RPT-REASON
063800         GO TO 2000-REJECT.
063900
064000     MOVE WS-BOND-HOLD TO REG-RECORD.
064100     PERFORM 2150-FIND-PAYEE THRU 2150-EXIT.
064200     MOVE WS-BOND-HOLD TO REG-RECORD.
064300     IF NOT WS-REG-FOUND
064400         MOVE "NO HOLDER RECORD FOR PAYEE" TO WS-RPT-REASON
064500         GO TO 2000-REJECT.
064600
064700     PERFORM 2300-LOOKUP-BASE-DENOM THRU 2300-EXIT.
064800     IF NOT WS-BASE-FOUND
064900         OR WS-MATCHED-BASE-DENOM = 0
065000         MOVE "NO BASE DENOMINATION ON SERFILE" TO WS-RPT-REASON
065100         GO TO 2000-REJECT.
065200     DIVIDE REG-DENOM BY WS-MATCHED-BASE-DENOM
065300         GIVING WS-QUOTE-MULTIPLIER.
065400
065500     MOVE RDT-RYEAR TO WS-FETCH-RYEAR.
065600     PERFORM 2400-FETCH-MASTER-ROW THRU 2400-EXIT.
065700     IF NOT WS-ROW-HELD
065800         OR WS-HOLD-MONTH-VAL(RDT-RMONTH) NOT NUMERIC
065900         MOVE "NO TABLE ROW FOR REDEMPTION" TO WS-RPT-REASON
066000         GO TO 2000-REJECT.
066100     MULTIPLY WS-HOLD-MONTH-VAL(RDT-RMONTH)
066200         BY WS-QUOTE-MULTIPLIER
066300         GIVING WS-GROSS-VALUE ROUNDED.
066400
066500     PERFORM 2500-CHECK-FINAL-MATURITY THRU 2500-EXIT.
066600
066700     MOVE 0 TO WS-PENALTY-AMOUNT.
066800     IF WS-HELD-MONTHS < WS-PENALTY-TERM-MONTHS
066900         PERFORM 2600-PRICE-PENALTY THRU 2600-EXIT
067000         IF WS-RPT-REASON NOT = SPACES
067100             GO TO 2000-REJECT
067200         END-IF
067300     END-IF.
067400
067500     SUBTRACT WS-PENALTY-AMOUNT FROM WS-GROSS-VALUE
067600         GIVING WS-NET-PAID.
067700     IF WS-NET-PAID > REG-PURCHASE-PRICE
067800         SUBTRACT REG-PURCHASE-PRICE FROM WS-NET-PAID
067900             GIVING WS-INTEREST-PAID
068000     ELSE
068100         MOVE 0 TO WS-INTEREST-PAID
068200     END-IF.
068300
068400     PERFORM 2700-APPLY-SETTLEMENT THRU 2700-EXIT.
068500     GO TO 2000-EXIT.
068600
068700 2000-REJECT.
068800     GENERATE REJECT-DETAIL.
068900     ADD 1 TO WS-REJECT-COUNTER.
069000 2000-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*    2100-FIND-REGISTERED-BOND                                   *
069500*    READS THE BOND RECORD FOR THE TRANSACTION'S HOLDER AND      *
069600*    SERIAL AND HOLDS IT WHILE THE PAYEE IS LOOKED UP.           *
069700*****************************************************************
069800 2100-FIND-REGISTERED-BOND.
069900     MOVE 1 TO WS-REG-FOUND-SWITCH.
070000     MOVE RDT-HOLDER-ID TO REG-HOLDER-ID.
070100     MOVE "2" TO REG-REC-TYPE.
070200     MOVE RDT-SERIAL TO REG-SERIAL.
070300     READ HOLDREG
070400         INVALID KEY
070500             MOVE 0 TO WS-REG-FOUND-SWITCH
070600             GO TO 2100-EXIT
070700     END-READ.
070800     MOVE REG-RECORD TO WS-BOND-HOLD.
070900 2100-EXIT.
071000     EXIT.
071100
071200*****************************************************************
071300*    2150-FIND-PAYEE                                             *
071400*    READS THE HOLDER RECORD FOR THE PAYMENT NAME AND ADDRESS.   *
071500*****************************************************************
071600 2150-FIND-PAYEE.
071700     MOVE 1 TO WS-REG-FOUND-SWITCH.
071800     MOVE "1" TO REG-REC-TYPE.
071900     MOVE SPACES TO REG-SERIAL.
072000     READ HOLDREG
072100         INVALID KEY
072200             MOVE 0 TO WS-REG-FOUND-SWITCH
072300             GO TO 2150-EXIT
072400     END-READ.
072500     MOVE REG-NAME TO WS-PAYEE-NAME.
072600     MOVE REG-ADDR-LINE-1 TO WS-PAYEE-ADDR-LINE-1.
072700     MOVE REG-ADDR-LINE-2 TO WS-PAYEE-ADDR-LINE-2.
072800     MOVE REG-CITY TO WS-PAYEE-CITY.
072900     MOVE REG-STATE TO WS-PAYEE-STATE.
073000     MOVE REG-ZIP TO WS-PAYEE-ZIP.
073100 2150-EXIT.
073200     EXIT.
073300
073400*****************************************************************
073500*    2200-FIND-FACE-ENTRY                                        *
073600*    FINDS THE BOND'S SERIES/IYEAR IN THE FACE TABLE.            *
073700*****************************************************************
073800 2200-FIND-FACE-ENTRY.
073900     MOVE 0 TO WS-FACE-FOUND-SWITCH.
074000     MOVE 0 TO WS-MATCHED-FACE-IDX.
074100     IF WS-FACE-COUNT > 0
074200         PERFORM 2210-MATCH-ONE-FACE THRU 2210-EXIT
074300             VARYING WS-FACE-IDX FROM 1 BY 1
074400                 UNTIL WS-FACE-IDX > WS-FACE-COUNT
074500                     OR WS-FACE-FOUND
074600     END-IF.
074700 2200-EXIT.
074800     EXIT.
074900
075000 2210-MATCH-ONE-FACE.
075100     IF WS-FACE-SERIES(WS-FACE-IDX) = REG-SERIES
075200         AND WS-FACE-IYEAR(WS-FACE-IDX) = REG-IYEAR
075300         MOVE 1 TO WS-FACE-FOUND-SWITCH
075400         SET WS-MATCHED-FACE-IDX TO WS-FACE-IDX
075500     END-IF.
075600 2210-EXIT.
075700     EXIT.
075800
075900*****************************************************************
076000*    2300-LOOKUP-BASE-DENOM                                      *
076100*    FINDS THE BOND'S SERIES IN THE REFERENCE TABLE AND PICKS    *
076200*    UP ITS BASE DENOMINATION.                                   *
076300*****************************************************************
076400 2300-LOOKUP-BASE-DENOM.
076500     MOVE 0 TO WS-BASE-FOUND-SWITCH.
076600     MOVE 0 TO WS-MATCHED-BASE-DENOM.
076700     PERFORM 2310-CHECK-ONE-BASE THRU 2310-EXIT
076800         VARYING WS-SREF-IDX FROM 1 BY 1
076900             UNTIL WS-SREF-IDX > WS-SREF-COUNT
077000                 OR WS-BASE-FOUND.
077100 2300-EXIT.
077200     EXIT.
077300
077400 2310-CHECK-ONE-BASE.
077500     IF WS-SREF-SERIES(WS-SREF-IDX) = REG-SERIES
077600         MOVE WS-SREF-BASE-DENOM(WS-SREF-IDX)
077700             TO WS-MATCHED-BASE-DENOM
077800         MOVE 1 TO WS-BASE-FOUND-SWITCH
077900     END-IF.
078000 2310-EXIT.
078100     EXIT.
078200
078300*****************************************************************
078400*    2400-FETCH-MASTER-ROW                                       *
078500*    POSITIONS ON THE BOND'S SERIES/IYEAR AND WS-FETCH-RYEAR AND *
078600*    HOLDS THE LATEST ROW CARRYING THAT KEY.                     *
078700*****************************************************************
078800 2400-FETCH-MASTER-ROW.
078900     MOVE 0 TO WS-ROW-HELD-SWITCH.
079000     MOVE "N" TO WS-MST-DONE-SWITCH.
079100     MOVE REG-SERIES TO MST-SERIES.
079200     MOVE REG-IYEAR TO MST-IYEAR.
079300     MOVE WS-FETCH-RYEAR TO MST-RYEAR.
079400     MOVE ZEROS TO MST-RMONTH.
079500     START BONDMSTR KEY NOT < MST-KEY
079600         INVALID KEY
079700             GO TO 2400-EXIT
079800     END-START.
079900     PERFORM 2410-READ-ONE-MASTER-ROW THRU 2410-EXIT
080000         UNTIL WS-MST-DONE.
080100 2400-EXIT.
080200     EXIT.
080300
080400 2410-READ-ONE-MASTER-ROW.
080500     READ BONDMSTR NEXT RECORD
080600         AT END
080700             MOVE "Y" TO WS-MST-DONE-SWITCH
080800             GO TO 2410-EXIT
080900     END-READ.
081000     IF MST-SERIES NOT = REG-SERIES
081100         OR MST-IYEAR NOT = REG-IYEAR
081200         OR MST-RYEAR NOT = WS-FETCH-RYEAR
081300         MOVE "Y" TO WS-MST-DONE-SWITCH
081400         GO TO 2410-EXIT
081500     END-IF.
081600     PERFORM 2420-HOLD-ONE-MONTH THRU 2420-EXIT
081700         VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL WS-MONTH-IDX > 12.
081800     MOVE 1 TO WS-ROW-HELD-SWITCH.
081900 2410-EXIT.
082000     EXIT.
082100
082200 2420-HOLD-ONE-MONTH.
082300     MOVE MST-MONTH-VAL(WS-MONTH-IDX)
082400         TO WS-HOLD-MONTH-VAL(WS-MONTH-IDX).
082500 2420-EXIT.
082600     EXIT.
082700
082800*****************************************************************
082900*    2500-CHECK-FINAL-MATURITY                                   *
083000*    A REDEMPTION-YEAR ROW THAT NEVER RISES MEANS THE BOND HAD   *
083100*    ALREADY STOPPED EARNING.  EARLIER YEARS ARE WALKED BACK -   *
083200*    EACH FLAT ONE MOVES THE MATURITY YEAR BACK, AND THE FIRST   *
083300*    ONE THAT STILL ROSE IS THE YEAR THE BOND MATURED IN.        *
083400*****************************************************************
083500 2500-CHECK-FINAL-MATURITY.
083600     MOVE 0 TO WS-MATURED-SWITCH.
083700     MOVE 0 TO WS-FINAL-MAT-YEAR.
083800     PERFORM 2550-WALK-ONE-CURVE THRU 2550-EXIT.
083900     IF WS-LAST-RISE NOT = 0
084000         GO TO 2500-EXIT.
084100     MOVE 1 TO WS-MATURED-SWITCH.
084200     MOVE RDT-RYEAR TO WS-FINAL-MAT-YEAR.
084300     MOVE 0 TO WS-MAT-WALK-SWITCH.
084400     PERFORM 2510-STEP-BACK-ONE-YEAR THRU 2510-EXIT
084500         UNTIL WS-MAT-WALK-DONE.
084600 2500-EXIT.
084700     EXIT.
084800
084900 2510-STEP-BACK-ONE-YEAR.
085000     IF WS-FINAL-MAT-YEAR NOT > REG-IYEAR
085100         MOVE 1 TO WS-MAT-WALK-SWITCH
085200         GO TO 2510-EXIT.
085300     SUBTRACT 1 FROM WS-FINAL-MAT-YEAR GIVING WS-FETCH-RYEAR.
085400     PERFORM 2400-FETCH-MASTER-ROW THRU 2400-EXIT.
085500     IF NOT WS-ROW-HELD
085600         MOVE 1 TO WS-MAT-WALK-SWITCH
085700         GO TO 2510-EXIT.
085800     MOVE WS-FETCH-RYEAR TO WS-FINAL-MAT-YEAR.
085900     PERFORM 2550-WALK-ONE-CURVE THRU 2550-EXIT.
086000     IF WS-LAST-RISE NOT = 0
086100         MOVE 1 TO WS-MAT-WALK-SWITCH.
086200 2510-EXIT.
086300     EXIT.
086400
086500*****************************************************************
086600*    2550-WALK-ONE-CURVE                                         *
086700*    FINDS THE LAST MONTH-TO-MONTH RISE IN THE HELD ROW - ZERO   *
086800*    MEANS THE ROW IS FLAT, THE SAME TEST BONDGRWX APPLIES.      *
086900*****************************************************************
087000 2550-WALK-ONE-CURVE.
087100     MOVE 0 TO WS-LAST-RISE.
087200     PERFORM 2560-CHECK-ONE-RISE THRU 2560-EXIT
087300         VARYING WS-MONTH-IDX FROM 1 BY 1
087400             UNTIL WS-MONTH-IDX > 11.
087500 2550-EXIT.
087600     EXIT.
087700
087800 2560-CHECK-ONE-RISE.
087900     IF WS-HOLD-MONTH-VAL(WS-MONTH-IDX) NOT NUMERIC
088000         OR WS-HOLD-MONTH-VAL(WS-MONTH-IDX + 1) NOT NUMERIC
088100         GO TO 2560-EXIT.
088200     IF WS-HOLD-MONTH-VAL(WS-MONTH-IDX + 1)
088300         > WS-HOLD-MONTH-VAL(WS-MONTH-IDX)
088400         MOVE WS-MONTH-IDX TO WS-LAST-RISE.
088500 2560-EXIT.
088600     EXIT.
088700
088800*****************************************************************
088900*    2600-PRICE-PENALTY                                          *
089000*    A BOND HELD UNDER FIVE YEARS FORFEITS ITS LAST THREE        *
089100*    MONTHS' INTEREST - THE HOLDER IS PAID THE TABLE VALUE FOR   *
089200*    THREE MONTHS BEFORE THE REDEMPTION MONTH, AND THE PENALTY   *
089300*    IS THE DIFFERENCE.  THE MONTH IS STEPPED BACK THE SAME WAY  *
089400*    BONDARCH STEPS BACK ITS PURGE CUTOFF.                       *
089500*****************************************************************
089600 2600-PRICE-PENALTY.
089700     SUBTRACT WS-PENALTY-MONTHS FROM WS-REDEEM-MONTHS
089800         GIVING WS-PENALTY-ABS-MONTHS.
089900     SUBTRACT 1 FROM WS-PENALTY-ABS-MONTHS.
090000     DIVIDE WS-PENALTY-ABS-MONTHS BY 12
090100         GIVING WS-PENALTY-RYEAR
090200         REMAINDER WS-PENALTY-RMONTH.
090300     ADD 1 TO WS-PENALTY-RMONTH.
090400
090500     MOVE WS-PENALTY-RYEAR TO WS-FETCH-RYEAR.
090600     PERFORM 2400-FETCH-MASTER-ROW THRU 2400-EXIT.
090700     IF NOT WS-ROW-HELD
090800         OR WS-HOLD-MONTH-VAL(WS-PENALTY-RMONTH) NOT NUMERIC
090900         MOVE "NO TABLE ROW FOR PENALTY MONTH" TO WS-RPT-REASON
091000         GO TO 2600-EXIT.
091100     MULTIPLY WS-HOLD-MONTH-VAL(WS-PENALTY-RMONTH)
091200         BY WS-QUOTE-MULTIPLIER
091300         GIVING WS-PENALTY-BASE-VALUE ROUNDED.
091400     IF WS-PENALTY-BASE-VALUE < WS-GROSS-VALUE
091500         SUBTRACT WS-PENALTY-BASE-VALUE FROM WS-GROSS-VALUE
091600             GIVING WS-PENALTY-AMOUNT
091700     END-IF.
091800 2600-EXIT.
091900     EXIT.
092000
092100*****************************************************************
092200*    2700-APPLY-SETTLEMENT                                       *
092300*    MARKS THE BOND REDEEMED ON THE REGISTER, LOWERS THE FACE,   *
092400*    WRITES THE PAYMENT AND THE LEDGER ENTRY AND PRINTS THE      *
092500*    REGISTER LINE.                                              *
092600*****************************************************************
092700 2700-APPLY-SETTLEMENT.
092800     MOVE WS-BOND-HOLD TO REG-RECORD.
092900     MOVE "R" TO REG-BOND-STATUS.
093000     MOVE WS-RUN-DATE TO REG-STATUS-DATE.
093100     REWRITE REG-RECORD
093200         INVALID KEY
093300             MOVE "REGISTER REWRITE FAILED" TO WS-RPT-REASON
093400             GENERATE REJECT-DETAIL
093500             ADD 1 TO WS-REJECT-COUNTER
093600             GO TO 2700-EXIT
093700     END-REWRITE.
093800
093900     SUBTRACT REG-DENOM FROM WS-FACE-VALUE(WS-MATCHED-FACE-IDX).
094000
094100     MOVE REG-HOLDER-ID TO PAY-HOLDER-ID.
094200     MOVE REG-SERIAL TO PAY-SERIAL.
094300     MOVE WS-PAYEE-NAME TO PAY-NAME.
094400     MOVE WS-PAYEE-ADDR-LINE-1 TO PAY-ADDR-LINE-1.
094500     MOVE WS-PAYEE-ADDR-LINE-2 TO PAY-ADDR-LINE-2.
094600     MOVE WS-PAYEE-CITY TO PAY-CITY.
094700     MOVE WS-PAYEE-STATE TO PAY-STATE.
094800     MOVE WS-PAYEE-ZIP TO PAY-ZIP.
094900     MOVE WS-NET-PAID TO PAY-NET-AMOUNT.
095000     MOVE WS-RUN-DATE TO PAY-SETTLE-DATE.
095100     WRITE PAY-RECORD.
095200
095300     MOVE REG-HOLDER-ID TO RDL-HOLDER-ID.
095400     MOVE REG-SERIAL TO RDL-SERIAL.
095500     MOVE REG-SERIES TO RDL-SERIES.
095600     MOVE REG-IYEAR TO RDL-IYEAR.
095700     MOVE REG-IMONTH TO RDL-IMONTH.
095800     MOVE REG-DENOM TO RDL-DENOM.
095900     MOVE REG-PURCHASE-PRICE TO RDL-PURCHASE-PRICE.
096000     MOVE RDT-RYEAR TO RDL-RYEAR.
096100     MOVE RDT-RMONTH TO RDL-RMONTH.
096200     MOVE WS-HELD-MONTHS TO RDL-HELD-MONTHS.
096300     MOVE WS-GROSS-VALUE TO RDL-GROSS-VALUE.
096400     MOVE WS-PENALTY-AMOUNT TO RDL-PENALTY.
096500     MOVE WS-NET-PAID TO RDL-NET-PAID.
096600     MOVE WS-INTEREST-PAID TO RDL-INTEREST.
096700     IF WS-BOND-MATURED
096800         MOVE "Y" TO RDL-MATURED-FLAG
096900     ELSE
097000         MOVE "N" TO RDL-MATURED-FLAG
097100     END-IF.
097200     MOVE WS-FINAL-MAT-YEAR TO RDL-FINAL-MAT-YEAR.
097300     MOVE WS-RUN-DATE TO RDL-SETTLE-DATE.
097400     WRITE RDL-RECORD.
097500
097600     GENERATE SETTLED-DETAIL.
097700     ADD 1 TO WS-SETTLED-COUNTER.
097800     IF WS-PENALTY-AMOUNT > 0
097900         ADD 1 TO WS-PENALIZED-COUNTER.
098000     IF WS-BOND-MATURED
098100         ADD 1 TO WS-MATURED-COUNTER.
098200     ADD REG-DENOM TO WS-TOT-FACE.
098300     ADD WS-GROSS-VALUE TO WS-TOT-GROSS.
098400     ADD WS-PENALTY-AMOUNT TO WS-TOT-PENALTY.
098500     ADD WS-NET-PAID TO WS-TOT-NET.
098600     ADD WS-INTEREST-PAID TO WS-TOT-INTEREST.
098700 2700-EXIT.
098800     EXIT.
098900
099000*****************************************************************
099100*    3000-FINALIZE                                               *
099200*    WRITES THE LOWERED FACEFILE TO FACEUPD, APPENDS THE RUN'S   *
099300*    CONTROL RECORD TO SETLREG AND ITS TOKEN TO THE STEP LEDGER, *
099400*    PRINTS THE TOTALS AND SETS THE SCHEDULER RETURN CODE.       *
099500*****************************************************************
099600 3000-FINALIZE.
099700     CLOSE RDMTRAN.
099800     CLOSE HOLDREG.
099900     CLOSE BONDMSTR.
100000     CLOSE PAYFILE.
100100     CLOSE RDMLEDGR.
100200
100300     OPEN OUTPUT FACEUPD.
100400     IF WS-FACE-COUNT > 0
100500         PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
100600             VARYING WS-FACE-IDX FROM 1 BY 1
100700                 UNTIL WS-FACE-IDX > WS-FACE-COUNT
100800     END-IF.
100900     CLOSE FACEUPD.
101000
101100     GENERATE TOTALS-DETAIL.
101200     TERMINATE SETTLEMENT-REGISTER.
101300     CLOSE SETLRPT.
101400
101500     IF WS-REJECT-COUNTER = 0
101600         MOVE 0 TO WS-RDMP-RC
101700     ELSE
101800         MOVE 4 TO WS-RDMP-RC
101900     END-IF.
102000     PERFORM 3200-WRITE-SETTLEMENT-CONTROL THRU 3200-EXIT.
102100     PERFORM 3400-WRITE-STEP-TOKEN THRU 3400-EXIT.
102200     MOVE WS-RDMP-RC TO RETURN-CODE.
102300
102400     IF WS-RDMP-RC = 0
102500         DISPLAY "BONDRDMP COMPLETED NORMALLY - SEE SETLRPT FOR "
102600             "THE SETTLEMENT REGISTER"
102700     ELSE
102800         DISPLAY "BONDRDMP: REDEMPTIONS REJECTED - SEE SETLRPT"
102900     END-IF.
103000     DISPLAY "TRANSACTIONS READ..........: " WS-TRAN-COUNTER.
103100     DISPLAY "REDEMPTIONS SETTLED........: " WS-SETTLED-COUNTER.
103200     DISPLAY "REDEMPTIONS REJECTED.......: " WS-REJECT-COUNTER.
103300     DISPLAY "EARLY-REDEMPTION PENALTIES.: " WS-PENALIZED-COUNTER.
103400     DISPLAY "FACEUPD ENTRIES WRITTEN....: " WS-WRITTEN-COUNTER.
103500 3000-EXIT.
103600     EXIT.
103700
103800*****************************************************************
103900*    3100-WRITE-ONE-ENTRY                                        *
104000*    WRITES ONE ENTRY TO FACEUPD IN THE FACEFILE LAYOUT.  AN     *
104100*    ENTRY REDEEMED DOWN TO ZERO STAYS ON THE FILE - DELETING IT *
104200*    IS A BONDFACM DECISION.                                     *
104300*****************************************************************
104400 3100-WRITE-ONE-ENTRY.
104500     MOVE WS-FACE-SERIES(WS-FACE-IDX) TO FAC-SERIES.
104600     MOVE WS-FACE-IYEAR(WS-FACE-IDX) TO FAC-IYEAR.
104700     MOVE WS-FACE-VALUE(WS-FACE-IDX) TO FAC-FACE-VALUE.
104800     WRITE FACEUPD-RECORD FROM FACE-RECORD.
104900     ADD 1 TO WS-WRITTEN-COUNTER.
105000 3100-EXIT.
105100     EXIT.
105200
105300*****************************************************************
105400*    3200-WRITE-SETTLEMENT-CONTROL                               *
105500*    APPENDS THE RUN'S CONTROL TOTALS TO THE SETTLEMENT REGISTER *
105600*    FILE, SO THE LEDGER CAN BE PROVED BACK TO WHAT WAS PAID.    *
105700*****************************************************************
105800 3200-WRITE-SETTLEMENT-CONTROL.
105900     OPEN EXTEND SETLREG.
106000     MOVE WS-RUN-DATE TO STL-RUN-DATE.
106100     ACCEPT WS-STEP-TIME-RAW FROM TIME.
106200     MOVE WS-STEP-TIME-RAW(1:6) TO STL-RUN-TIME.
106300     MOVE WS-SETTLED-COUNTER TO STL-SETTLED-COUNT.
106400     MOVE WS-REJECT-COUNTER TO STL-REJECT-COUNT.
106500     MOVE WS-TOT-FACE TO STL-FACE-TOTAL.
106600     MOVE WS-TOT-GROSS TO STL-GROSS-TOTAL.
106700     MOVE WS-TOT-PENALTY TO STL-PENALTY-TOTAL.
106800     MOVE WS-TOT-NET TO STL-NET-TOTAL.
106900     MOVE WS-TOT-INTEREST TO STL-INTEREST-TOTAL.
107000     WRITE STL-RECORD.
107100     CLOSE SETLREG.
107200 3200-EXIT.
107300     EXIT.
107400
107500*****************************************************************
107600*    3400-WRITE-STEP-TOKEN                                       *
107700*    APPENDS THIS RUN'S COMPLETION TOKEN TO THE SHARED STEPLOG   *
107800*    LEDGER.                                                     *
107900*****************************************************************
108000 3400-WRITE-STEP-TOKEN.
108100     OPEN EXTEND STEPLOG.
108200     MOVE "BONDRDMP" TO STEP-PROGRAM.
108300     MOVE WS-RUN-DATE TO STEP-DATE.
108400     ACCEPT WS-STEP-TIME-RAW FROM TIME.
108500     MOVE WS-STEP-TIME-RAW(1:6) TO STEP-TIME.
108600     MOVE "RDMTRAN" TO STEP-IN-FILENAME.
108700     MOVE WS-RDMP-RC TO STEP-RC.
108800     IF WS-REJECT-COUNTER = 0
108900         MOVE "SETTLED" TO STEP-VERDICT
109000     ELSE
109100         MOVE "PART-SETTLED" TO STEP-VERDICT
109200     END-IF.
109300     WRITE STEP-RECORD.
109400     CLOSE STEPLOG.
109500 3400-EXIT.
109600     EXIT.
109700
109800 9999-EXIT.
109900     STOP RUN.
