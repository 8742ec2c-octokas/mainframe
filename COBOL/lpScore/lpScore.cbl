000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LPSCORE.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    WEEKLY LOSS-PREVENTION EXCEPTION SCORING.  THE SIGNS OF     *
000900*    TILL SHRINK ARE ALREADY ON FILE BUT SPREAD OVER OVRRPT,     *
001000*    THE EXCEPTION LOG, SALEBAL'S CANCEL GAPS AND THE DETAIL     *
001100*    ROWS.  FOR THE SEVEN DAYS ENDING ON A DATE THIS PROGRAM     *
001200*    PULLS THEM TOGETHER PER OPERATOR AND REGISTER FROM          *
001300*    SALEHIST, SALESTXN AND THE CASHREG ENTRIES ON EXCPLOG:      *
001400*      RET   - RETURN AMOUNT AGAINST SALES AMOUNT                *
001500*      CXL   - CANCELLED SALES (DETAILS WITH NO TOTAL) PER       *
001600*              SHIFT, A SHIFT BEING A DAY THE OPERATOR RANG ON   *
001700*              THAT REGISTER                                     *
001800*      REFD  - RETURNS REFUSED AT VERIFICATION OR OVER THE SALE  *
001900*              (CSH006 / CSH002)                                 *
002000*      NORC  - RETURN LINES WITH NO ORIGINAL RECEIPT, AND        *
002100*              RETURNS REFUSED FOR WANT OF ONE                   *
002200*      OVRD  - PRICE OVERRIDES RUNG                              *
002300*      APPR  - OVERRIDES SIGNED BY THE OPERATOR'S MOST FREQUENT  *
002400*              APPROVER - THE SAME FEW SUPERVISORS               *
002500*      PTS   - SALES PAID PARTLY IN LOYALTY POINTS               *
002600*      GIFT  - GIFT CARD ISSUE / LOAD LINES                      *
002700*      QREF  - A RETURN SETTLED IN CASH WITHIN THE WINDOW AFTER  *
002800*              THE SAME OPERATOR'S PREVIOUS SALE ON THAT TILL    *
002900*    EVERY MEASURE EXCEPT RET AND CXL IS TAKEN PER SALE.  EACH   *
003000*    IS INDEXED AGAINST THE STORE RATE (100 = STORE RATE, 999    *
003100*    CAP) AND THE WEIGHTED MEAN OF THE INDEXES IS THE SCORE;     *
003200*    A MEASURE NOBODY TRIPPED THIS WEEK IS LEFT OUT.  HIGHEST    *
003300*    SCORES PRINT FIRST, OUTLIERS MARKED, THEN THE STORE         *
003400*    FIGURES AND THE OVERRIDE APPROVERS.  SYSIN CARDS:           *
003500*      1 - END DATE YYMMDD (BLANK = RUN DATE)                    *
003600*      2 - QUICK-REFUND WINDOW IN MINUTES (BLANK = 10)           *
003700*      3 - OUTLIER SCORE (BLANK = 150)                           *
003800*    REFUSED RETURNS LOGGED BEFORE CASHREG TAGGED THEM WITH THE  *
003900*    OPERATOR AND REGISTER ARE CHARGED TO "????".                *
004000*-----------------------------------------------------------------
004100*    MAINTENANCE HISTORY.                                       *
004200*    DATE       INIT  DESCRIPTION                                *
004300*    2026-10-15 DRO   INITIAL VERSION.                           *
004310*    2026-10-15 DRO   WEB STORE ORDERS (REGISTER 05) ARE SKIPPED *
004320*                     - THE WEB PSEUDO-OPERATOR NO LONGER TAKES  *
004330*                     A ROW IN THE OPERATOR TABLE OR COUNTS IN   *
004340*                     THE STORE RATES.                           *
004400*****************************************************************
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT SALES-TXN-FILE  ASSIGN TO "SALESTXN"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-SALES-TXN-STATUS.
005600
005700     SELECT SALE-HIST-FILE  ASSIGN TO "SALEHIST"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-SALE-HIST-STATUS.
006000
006100     SELECT OPER-MAST-FILE  ASSIGN TO "OPERMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS OPR-OPERATOR-ID
006500         FILE STATUS IS WS-OPER-MAST-STATUS.
006600
006700     SELECT LPS-RPT-FILE    ASSIGN TO "LPSCORE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-LPS-RPT-STATUS.
007000
007100     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-EXCP-LOG-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700
007800 FD  SALES-TXN-FILE
007900     RECORDING MODE IS F.
008000 COPY SALESTXN.
008100
008200 FD  SALE-HIST-FILE
008300     RECORDING MODE IS F.
008400 COPY SALESTXN REPLACING LEADING ==STX== BY ==HST==
008500     ==SALES-TXN-RECORD== BY ==SALE-HIST-RECORD==.
008600
008700 FD  OPER-MAST-FILE.
008800 COPY OPERMAST.
008900
009000 FD  LPS-RPT-FILE
009100     RECORDING MODE IS F.
009200 01  LPS-RPT-LINE               PIC X(80).
009300
009400 FD  EXCP-LOG-FILE
009500     RECORDING MODE IS F.
009600 COPY EXCPLOG.
009700
009800 WORKING-STORAGE SECTION.
009900*    BOTH SALES FILES COPY THE RECORD HERE SO ONE TALLY
010000*    PARAGRAPH SERVES THE LIVE FILE AND THE ARCHIVE.
010100 COPY SALESTXN REPLACING LEADING ==STX== BY ==WRK==
010200     ==SALES-TXN-RECORD== BY ==WRK-TXN-RECORD==.
010300
010400 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
010500 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
010600 01  WS-OPER-MAST-STATUS        PIC XX     VALUE ZEROES.
010700 01  WS-LPS-RPT-STATUS          PIC XX     VALUE ZEROES.
010800 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
010900 01  WS-LOG-TIME                PIC 9(08).
011000
011100 01  WS-SWITCHES.
011200     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
011300         88  MORE-RECORDS                  VALUE 'Y'.
011400         88  NO-MORE-RECORDS               VALUE 'N'.
011500     05  WS-FOUND-SW            PIC X      VALUE 'N'.
011600         88  WS-ENTRY-FOUND         VALUE 'Y'.
011700     05  WS-DAY-FOUND-SW        PIC X      VALUE 'N'.
011800         88  WS-DAY-FOUND           VALUE 'Y'.
011900     05  WS-OPER-AVAIL-SW       PIC X      VALUE 'Y'.
012000         88  WS-OPER-AVAIL          VALUE 'Y'.
012100     05  WS-OPER-FULL-SW        PIC X      VALUE 'N'.
012200         88  WS-OPER-TABLE-FULL     VALUE 'Y'.
012300     05  WS-RCPT-FULL-SW        PIC X      VALUE 'N'.
012400         88  WS-RCPT-TABLE-FULL     VALUE 'Y'.
012500     05  WS-EXCP-READ-SW        PIC X      VALUE 'Y'.
012600         88  WS-EXCP-LOG-READ       VALUE 'Y'.
012700
012800 01  WS-RUN-DATE.
012900     05  WS-RUN-YEAR            PIC 9(02).
013000     05  WS-RUN-MONTH           PIC 9(02).
013100     05  WS-RUN-DAY             PIC 9(02).
013200
013300 01  WS-PARM-FIELDS.
013400     05  WS-END-DATE-IN         PIC X(06)  VALUE SPACES.
013500     05  WS-NUM-IN              PIC X(03)  VALUE SPACES.
013600     05  WS-NUM-JUST            PIC X(03)  VALUE SPACES.
013700     05  WS-NUM-WORK            PIC X(03)  VALUE SPACES.
013800     05  WS-REFUND-WINDOW       PIC 9(03)  VALUE 10.
013900     05  WS-OUTLIER-SCORE       PIC 9(03)  VALUE 150.
014000
014100*    THE WEEK'S DATES, OLDEST FIRST, BUILT BY WALKING BACK
014200*    FROM THE END DATE THE WAY LABRRPT BUILDS ITS WEEK.
014300 01  WS-WEEK-TABLE.
014400     05  WS-WEEK-DATE           PIC 9(06) OCCURS 7 TIMES.
014500 01  WS-WALK-DATE.
014600     05  WS-WALK-YEAR           PIC 9(02).
014700     05  WS-WALK-MONTH          PIC 9(02).
014800     05  WS-WALK-DAY            PIC 9(02).
014900 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
015000                                PIC 9(06).
015100
015200 01  WS-MONTH-DAYS-TABLE.
015300     05  FILLER                 PIC X(24)  VALUE
015400             "312831303130313130313031".
015500 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
015600     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
015700 01  WS-LEAP-QUOT               PIC 9(02)  VALUE ZEROES.
015800 01  WS-LEAP-REM                PIC 9(01)  VALUE ZEROES.
015900
016000*    MEASURE WEIGHTS IN THE ORDER RET, CXL, REFD, NORC, OVRD,
016100*    APPR, PTS, GIFT, QREF.  CHANGE THE STRING TO RE-WEIGHT.
016200 77  WS-METRIC-COUNT            PIC 9(02)  VALUE 9.
016300 01  WS-WEIGHT-TABLE.
016400     05  FILLER                 PIC X(18)  VALUE
016500             "030202020201010103".
016600 01  WS-WEIGHT-R REDEFINES WS-WEIGHT-TABLE.
016700     05  WS-WEIGHT              PIC 9(02)  OCCURS 9 TIMES.
016800
016900*    ONE ENTRY PER OPERATOR AND REGISTER SEEN IN THE WEEK.
017000*    A SHIFT DAY IS FLAGGED 'Y' FOR EACH WEEK SLOT THE PAIR
017100*    RANG ON.  LAST-SALE HOLDS THE MOST RECENT COMPLETED SALE
017200*    WITH NO RETURN ON IT, FOR THE QUICK-REFUND TEST.
017300 01  WS-OPER-TABLE.
017400     05  WS-OPER-COUNT          PIC 9(02)  VALUE ZEROES.
017500     05  WS-OPER-ENTRY OCCURS 50 TIMES.
017600         10  OT-OPERATOR-ID     PIC X(04).
017700         10  OT-REGISTER-ID     PIC X(02).
017800         10  OT-SALE-COUNT      PIC 9(05).
017900         10  OT-SALE-AMOUNT     PIC 9(09)V99.
018000         10  OT-RETURN-AMOUNT   PIC 9(09)V99.
018100         10  OT-CANCEL-COUNT    PIC 9(05).
018200         10  OT-SHIFT-COUNT     PIC 9(01).
018300         10  OT-SHIFT-DAY       PIC X(01) OCCURS 7 TIMES.
018400         10  OT-REFUSED-COUNT   PIC 9(05).
018500         10  OT-NO-RCPT-COUNT   PIC 9(05).
018600         10  OT-OVERRIDE-COUNT  PIC 9(05).
018700         10  OT-POINTS-COUNT    PIC 9(05).
018800         10  OT-GIFT-COUNT      PIC 9(05).
018900         10  OT-QUICK-REFUNDS   PIC 9(05).
019000         10  OT-LAST-SALE-DATE  PIC 9(06).
019100         10  OT-LAST-SALE-MINS  PIC 9(04).
019200         10  OT-TOP-APPR        PIC X(04).
019300         10  OT-TOP-APPR-TALLY  PIC 9(05).
019400         10  OT-APPR-COUNT      PIC 9(02).
019500         10  OT-APPR-ENTRY OCCURS 10 TIMES.
019600             15  OT-APPR-ID     PIC X(04).
019700             15  OT-APPR-TALLY  PIC 9(05).
019800         10  OT-SCORE           PIC 9(03).
019900         10  OT-OUTLIER-SW      PIC X(01).
020000             88  OT-OUTLIER         VALUE 'Y'.
020100 01  WS-OPER-IDX                PIC 9(02)  VALUE ZEROES.
020200 01  WS-WORK-OPER               PIC X(04)  VALUE SPACES.
020300 01  WS-WORK-REG                PIC X(02)  VALUE SPACES.
020400
020500*    RECEIPTS SEEN, TO SPOT CANCELLED SALES (DETAILS WITHOUT
020600*    A TOTAL) AND RETURNS SETTLED ON A RECEIPT.  A RECEIPT'S
020700*    ROWS ARRIVE TOGETHER, SO THE LAST ONE MATCHED IS TRIED
020800*    BEFORE THE TABLE IS WALKED.
020900 01  WS-RECEIPT-TABLE.
021000     05  WS-RCPT-COUNT          PIC 9(04)  VALUE ZEROES.
021100     05  WS-RCPT-ENTRY OCCURS 5000 TIMES.
021200         10  RC-RECEIPT-NO      PIC 9(06).
021300         10  RC-TXN-DATE        PIC 9(06).
021400         10  RC-OPER-IDX        PIC 9(02).
021500         10  RC-HAS-TOTAL-SW    PIC X(01).
021600             88  RC-HAS-TOTAL       VALUE 'Y'.
021700         10  RC-HAS-RETURN-SW   PIC X(01).
021800             88  RC-HAS-RETURN      VALUE 'Y'.
021900 01  WS-RCPT-IDX                PIC 9(04)  VALUE ZEROES.
022000 01  WS-LAST-RCPT-IDX           PIC 9(04)  VALUE ZEROES.
022100
022200*    OVERRIDE APPROVERS ACROSS THE STORE.
022300 01  WS-APPR-TABLE.
022400     05  WS-APPR-COUNT          PIC 9(02)  VALUE ZEROES.
022500     05  WS-APPR-ENTRY OCCURS 20 TIMES.
022600         10  AT-APPR-ID         PIC X(04).
022700         10  AT-OVERRIDE-COUNT  PIC 9(05).
022800 01  WS-APPR-IDX                PIC 9(02)  VALUE ZEROES.
022900
023000*    ONE OPERATOR'S MEASURES, AND THE STORE'S, AS NUMERATOR
023100*    OVER BASE, IN THE ORDER OF THE WEIGHT TABLE.
023200 01  WS-OPER-METRICS.
023300     05  OM-ENTRY OCCURS 9 TIMES.
023400         10  OM-NUM             PIC 9(09)V99.
023500         10  OM-BASE            PIC 9(09)V99.
023600 01  WS-STORE-METRICS.
023700     05  SM-ENTRY OCCURS 9 TIMES.
023800         10  SM-NUM             PIC 9(09)V99.
023900         10  SM-BASE            PIC 9(09)V99.
024000 01  WS-MET-IDX                 PIC 9(02)  VALUE ZEROES.
024100
024200 01  WS-SORT-FIELDS.
024300     05  WS-IDX                 PIC 9(02)  VALUE ZEROES.
024400     05  WS-JDX                 PIC 9(02)  VALUE ZEROES.
024500     05  WS-SWAP-ENTRY          PIC X(191) VALUE SPACES.
024600
024700 01  WS-WORK-FIELDS.
024800     05  WS-SUB                 PIC 9(02)  VALUE ZEROES.
024900     05  WS-DAY-IDX             PIC 9(01)  VALUE ZEROES.
025000     05  WS-SALES-DATE-NUM      PIC 9(06)  VALUE ZEROES.
025100     05  WS-HH                  PIC 9(02)  VALUE ZEROES.
025200     05  WS-MM                  PIC 9(02)  VALUE ZEROES.
025300     05  WS-TIME-REST           PIC 9(06)  VALUE ZEROES.
025400     05  WS-TXN-MINS            PIC 9(04)  VALUE ZEROES.
025500     05  WS-GAP-MINS            PIC S9(05) VALUE ZEROES.
025600     05  WS-OPER-RATE           PIC 9(09)V9(06) VALUE ZEROES.
025700     05  WS-STORE-RATE          PIC 9(09)V9(06) VALUE ZEROES.
025800     05  WS-INDEX               PIC 9(05)  VALUE ZEROES.
025900     05  WS-SCORE-SUM           PIC 9(07)  VALUE ZEROES.
026000     05  WS-WEIGHT-SUM          PIC 9(03)  VALUE ZEROES.
026100     05  WS-PCT                 PIC 9(03)V9 VALUE ZEROES.
026200     05  WS-PER-SHIFT           PIC 9(02)V99 VALUE ZEROES.
026300     05  WS-OUTLIER-COUNT       PIC 9(02)  VALUE ZEROES.
026400     05  WS-TOP-APPR            PIC X(04)  VALUE SPACES.
026500     05  WS-TOP-APPR-TALLY      PIC 9(05)  VALUE ZEROES.
026600
026700*    A REFUSED RETURN'S LOG MESSAGE AS CASHREG BUILDS IT - THE
026800*    REASON, THEN " OPR " AND THE OPERATOR, " REG " AND THE
026900*    REGISTER.
027000 01  WS-RETURN-EXCP-MSG.
027100     05  WS-RTN-MSG-TEXT        PIC X(44).
027200     05  WS-RTN-MSG-TAG         PIC X(05).
027300         88  WS-RTN-MSG-TAGGED      VALUE " OPR ".
027400     05  WS-RTN-MSG-OPER        PIC X(04).
027500     05  FILLER                 PIC X(05).
027600     05  WS-RTN-MSG-REG         PIC X(02).
027700
027800 01  RPT-TITLE-LINE.
027900     05  FILLER  PIC X(40) VALUE
028000             "MISKOLCZI PETS - LOSS PREVENTION SCORES ".
028100     05  FILLER  PIC X(13) VALUE "WEEK ENDING: ".
028200     05  RPT-END-YEAR           PIC 9(02).
028300     05  FILLER  PIC X(01) VALUE "/".
028400     05  RPT-END-MONTH          PIC 9(02).
028500     05  FILLER  PIC X(01) VALUE "/".
028600     05  RPT-END-DAY            PIC 9(02).
028700     05  FILLER  PIC X(19) VALUE SPACES.
028800
028900 01  RPT-PARM-LINE.
029000     05  FILLER  PIC X(15) VALUE "OUTLIER SCORE: ".
029100     05  RPT-OUTLIER-SCORE      PIC ZZ9.
029200     05  FILLER  PIC X(30) VALUE
029300             "   QUICK-REFUND WINDOW (MIN): ".
029400     05  RPT-REFUND-WINDOW      PIC ZZ9.
029500     05  FILLER  PIC X(29) VALUE SPACES.
029600
029700 01  RPT-HEADING-LINE.
029800     05  FILLER  PIC X(04) VALUE SPACES.
029900     05  FILLER  PIC X(07) VALUE "SALES".
030000     05  FILLER  PIC X(07) VALUE " RET%".
030100     05  FILLER  PIC X(07) VALUE "CXL/SH".
030200     05  FILLER  PIC X(06) VALUE "REFD".
030300     05  FILLER  PIC X(06) VALUE "NORC".
030400     05  FILLER  PIC X(06) VALUE "OVRD".
030500     05  FILLER  PIC X(11) VALUE "APPR SHARE".
030600     05  FILLER  PIC X(06) VALUE " PTS".
030700     05  FILLER  PIC X(06) VALUE "GIFT".
030800     05  FILLER  PIC X(14) VALUE "QREF".
030900
031000 01  RPT-OPER-LINE.
031100     05  RPT-OPERATOR-ID        PIC X(04).
031200     05  FILLER  PIC X(06) VALUE "  REG ".
031300     05  RPT-REGISTER-ID        PIC X(02).
031400     05  FILLER  PIC X(02) VALUE SPACES.
031500     05  RPT-OPER-NAME          PIC X(16).
031600     05  FILLER  PIC X(09) VALUE "  SCORE: ".
031700     05  RPT-SCORE              PIC ZZ9.
031800     05  FILLER  PIC X(02) VALUE SPACES.
031900     05  RPT-FLAG               PIC X(07).
032000     05  FILLER  PIC X(29) VALUE SPACES.
032100
032200 01  RPT-METRIC-LINE.
032300     05  FILLER  PIC X(04) VALUE SPACES.
032400     05  RPT-SALE-COUNT         PIC ZZZZ9.
032500     05  FILLER  PIC X(02) VALUE SPACES.
032600     05  RPT-RETURN-PCT         PIC ZZ9.9.
032700     05  FILLER  PIC X(02) VALUE SPACES.
032800     05  RPT-CXL-PER-SHIFT      PIC Z9.99.
032900     05  FILLER  PIC X(02) VALUE SPACES.
033000     05  RPT-REFUSED            PIC ZZZ9.
033100     05  FILLER  PIC X(02) VALUE SPACES.
033200     05  RPT-NO-RCPT            PIC ZZZ9.
033300     05  FILLER  PIC X(02) VALUE SPACES.
033400     05  RPT-OVERRIDES          PIC ZZZ9.
033500     05  FILLER  PIC X(02) VALUE SPACES.
033600     05  RPT-TOP-APPR           PIC X(04).
033700     05  FILLER  PIC X(01) VALUE SPACES.
033800     05  RPT-TOP-PCT            PIC ZZ9.
033900     05  FILLER  PIC X(03) VALUE SPACES.
034000     05  RPT-POINTS             PIC ZZZ9.
034100     05  FILLER  PIC X(02) VALUE SPACES.
034200     05  RPT-GIFTS              PIC ZZZ9.
034300     05  FILLER  PIC X(02) VALUE SPACES.
034400     05  RPT-QUICK-REFUNDS      PIC ZZZ9.
034500     05  FILLER  PIC X(10) VALUE SPACES.
034600
034700 01  RPT-STORE-LINE.
034800     05  FILLER  PIC X(40) VALUE
034900             "STORE - ALL OPERATORS AND REGISTERS     ".
035000     05  FILLER  PIC X(40) VALUE SPACES.
035100
035200 01  RPT-SUMMARY-LINE.
035300     05  FILLER  PIC X(20) VALUE "PAIRS SCORED:       ".
035400     05  RPT-PAIR-COUNT         PIC ZZ9.
035500     05  FILLER  PIC X(14) VALUE "   OUTLIERS: ".
035600     05  RPT-OUTLIER-COUNT      PIC ZZ9.
035700     05  FILLER  PIC X(40) VALUE SPACES.
035800
035900 01  RPT-APPR-HEADING-LINE.
036000     05  FILLER  PIC X(40) VALUE
036100             "OVERRIDE APPROVERS      NAME            ".
036200     05  FILLER  PIC X(40) VALUE
036300             "OVERRIDES  SHARE                        ".
036400
036500 01  RPT-APPR-LINE.
036600     05  FILLER  PIC X(02) VALUE SPACES.
036700     05  RPT-APPR-ID            PIC X(04).
036800     05  FILLER  PIC X(18) VALUE SPACES.
036900     05  RPT-APPR-NAME          PIC X(16).
037000     05  FILLER  PIC X(04) VALUE SPACES.
037100     05  RPT-APPR-OVERRIDES     PIC ZZZZ9.
037200     05  FILLER  PIC X(02) VALUE SPACES.
037300     05  RPT-APPR-SHARE         PIC ZZ9.9.
037400     05  FILLER  PIC X(01) VALUE "%".
037500     05  FILLER  PIC X(23) VALUE SPACES.
037600
037700 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
037800
037900 PROCEDURE DIVISION.
038000 0100-START.
038100     DISPLAY "*** MISKOLCZI PETS LOSS PREVENTION SCORING ***".
038200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038300     PERFORM 2000-SCAN-HIST-FILE THRU 2000-EXIT.
038400     PERFORM 2500-SCAN-LIVE-FILE THRU 2500-EXIT.
038500     PERFORM 4000-SCAN-EXCP-LOG THRU 4000-EXIT.
038600     PERFORM 5000-SCORE-OPERATORS THRU 5000-EXIT.
038700     PERFORM 5500-SORT-BY-SCORE THRU 5500-EXIT.
038800     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
038900     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
039000     STOP RUN.
039100
039200 1000-INITIALIZE.
039300     ACCEPT WS-RUN-DATE FROM DATE.
039400     INITIALIZE WS-STORE-METRICS.
039500     DISPLAY "Enter week end date (YYMMDD, blank = today): ".
039600     MOVE SPACES TO WS-END-DATE-IN.
039700     ACCEPT WS-END-DATE-IN.
039800     IF WS-END-DATE-IN IS NUMERIC
039900         MOVE WS-END-DATE-IN TO WS-WALK-DATE
040000     ELSE
040100         MOVE WS-RUN-DATE TO WS-WALK-DATE
040200     END-IF.
040300     DISPLAY "Quick-refund window, minutes (blank = 10): ".
040400     MOVE SPACES TO WS-NUM-IN.
040500     ACCEPT WS-NUM-IN.
040600     PERFORM 1080-TAKE-NUMBER-IN THRU 1080-EXIT.
040700     IF WS-NUM-JUST IS NUMERIC AND WS-NUM-JUST NOT = ZEROES
040800         MOVE WS-NUM-JUST TO WS-REFUND-WINDOW
040900     END-IF.
041000     DISPLAY "Outlier score (blank = 150): ".
041100     MOVE SPACES TO WS-NUM-IN.
041200     ACCEPT WS-NUM-IN.
041300     PERFORM 1080-TAKE-NUMBER-IN THRU 1080-EXIT.
041400     IF WS-NUM-JUST IS NUMERIC AND WS-NUM-JUST > '100'
041500         MOVE WS-NUM-JUST TO WS-OUTLIER-SCORE
041600     END-IF.
041700     DISPLAY "QUICK-REFUND WINDOW " WS-REFUND-WINDOW
041800         " MINUTES, OUTLIER AT " WS-OUTLIER-SCORE ".".
041900     MOVE WS-WALK-YEAR TO RPT-END-YEAR.
042000     MOVE WS-WALK-MONTH TO RPT-END-MONTH.
042100     MOVE WS-WALK-DAY TO RPT-END-DAY.
042200     PERFORM 1100-BUILD-WEEK-TABLE THRU 1100-EXIT.
042300     OPEN INPUT OPER-MAST-FILE.
042400     IF WS-OPER-MAST-STATUS NOT = '00'
042500         MOVE 'N' TO WS-OPER-AVAIL-SW
042600     END-IF.
042700     OPEN OUTPUT LPS-RPT-FILE.
042800     MOVE WS-OUTLIER-SCORE TO RPT-OUTLIER-SCORE.
042900     MOVE WS-REFUND-WINDOW TO RPT-REFUND-WINDOW.
043000     DISPLAY RPT-TITLE-LINE.
043100     WRITE LPS-RPT-LINE FROM RPT-TITLE-LINE.
043200     WRITE LPS-RPT-LINE FROM RPT-PARM-LINE.
043300 1000-EXIT.
043400     EXIT.
043500
043600*    A SYSIN CARD ARRIVES LEFT-JUSTIFIED ("10 ") AND WOULD FAIL
043700*    THE NUMERIC TEST - SLIDE IT RIGHT AND ZERO-FILL FIRST.
043800*    THE CALLER KEEPS ITS DEFAULT WHEN THE RESULT IS NOT A
043900*    NUMBER.
044000 1080-TAKE-NUMBER-IN.
044100     MOVE WS-NUM-IN TO WS-NUM-JUST.
044200     PERFORM 1090-SLIDE-NUMBER-RIGHT THRU 1090-EXIT
044300         UNTIL WS-NUM-JUST (3:1) NOT = SPACE
044400         OR WS-NUM-JUST = SPACES.
044500     INSPECT WS-NUM-JUST REPLACING LEADING ' ' BY '0'.
044600 1080-EXIT.
044700     EXIT.
044800
044900 1090-SLIDE-NUMBER-RIGHT.
045000     MOVE WS-NUM-JUST TO WS-NUM-WORK.
045100     MOVE SPACES TO WS-NUM-JUST.
045200     MOVE WS-NUM-WORK (1:2) TO WS-NUM-JUST (2:2).
045300 1090-EXIT.
045400     EXIT.
045500
045600*    SLOT 7 IS THE END DATE ITSELF; EACH EARLIER SLOT IS ONE
045700*    CALENDAR DAY BACK, MONTH AND YEAR ENDS INCLUDED.
045800 1100-BUILD-WEEK-TABLE.
045900     MOVE WS-WALK-DATE-NUM TO WS-WEEK-DATE (7).
046000     PERFORM 1150-WALK-BACK-ONE-DAY THRU 1150-EXIT
046100         VARYING WS-SUB FROM 6 BY -1 UNTIL WS-SUB < 1.
046200 1100-EXIT.
046300     EXIT.
046400
046500 1150-WALK-BACK-ONE-DAY.
046600     IF WS-WALK-DAY > 1
046700         SUBTRACT 1 FROM WS-WALK-DAY
046800     ELSE
046900         IF WS-WALK-MONTH = 1
047000             MOVE 12 TO WS-WALK-MONTH
047100             IF WS-WALK-YEAR = ZEROES
047200                 MOVE 99 TO WS-WALK-YEAR
047300             ELSE
047400                 SUBTRACT 1 FROM WS-WALK-YEAR
047500             END-IF
047600         ELSE
047700             SUBTRACT 1 FROM WS-WALK-MONTH
047800         END-IF
047900         MOVE WS-DAYS-IN-MONTH (WS-WALK-MONTH)
048000             TO WS-WALK-DAY
048100         IF WS-WALK-MONTH = 2
048200             DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOT
048300                 REMAINDER WS-LEAP-REM
048400             IF WS-LEAP-REM = ZEROES
048500                 MOVE 29 TO WS-WALK-DAY
048600             END-IF
048700         END-IF
048800     END-IF.
048900     MOVE WS-WALK-DATE-NUM TO WS-WEEK-DATE (WS-SUB).
049000 1150-EXIT.
049100     EXIT.
049200
049300*    FINDS THE WEEK SLOT FOR WS-SALES-DATE-NUM, IF ANY.
049400 1200-FIND-WEEK-DAY.
049500     MOVE 'N' TO WS-DAY-FOUND-SW.
049600     PERFORM 1210-MATCH-ONE-DAY THRU 1210-EXIT
049700         VARYING WS-SUB FROM 1 BY 1
049800         UNTIL WS-DAY-FOUND OR WS-SUB > 7.
049900 1200-EXIT.
050000     EXIT.
050100
050200 1210-MATCH-ONE-DAY.
050300     IF WS-WEEK-DATE (WS-SUB) = WS-SALES-DATE-NUM
050400         SET WS-DAY-FOUND TO TRUE
050500         MOVE WS-SUB TO WS-DAY-IDX
050600     END-IF.
050700 1210-EXIT.
050800     EXIT.
050900
051000*    CLOSED DAYS LIVE IN THE ARCHIVE AND ARE READ FIRST SO EACH
051100*    OPERATOR'S SALES ARRIVE IN TIME ORDER FOR THE QUICK-REFUND
051200*    TEST.  A MISSING ARCHIVE IS NOT FATAL.
051300 2000-SCAN-HIST-FILE.
051400     OPEN INPUT SALE-HIST-FILE.
051500     IF WS-SALE-HIST-STATUS = '05' OR '35'
051600         GO TO 2000-EXIT
051700     END-IF.
051800     IF WS-SALE-HIST-STATUS NOT = '00'
051900         DISPLAY "UNABLE TO OPEN SALE-HIST-FILE - STATUS: "
052000             WS-SALE-HIST-STATUS
052100         SET EXCP-SEV-ERROR TO TRUE
052200         MOVE "LPS002" TO EXCP-LOG-CODE
052300         MOVE "Unable to open SALE-HIST-FILE."
052400             TO EXCP-LOG-MESSAGE
052500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
052600         MOVE 8 TO RETURN-CODE
052700         STOP RUN
052800     END-IF.
052900     MOVE 'Y' TO WS-MORE-RECORDS.
053000     PERFORM 2100-TALLY-ONE-HIST THRU 2100-EXIT
053100         UNTIL NO-MORE-RECORDS.
053200     CLOSE SALE-HIST-FILE.
053300 2000-EXIT.
053400     EXIT.
053500
053600 2100-TALLY-ONE-HIST.
053700     READ SALE-HIST-FILE
053800         AT END
053900             MOVE 'N' TO WS-MORE-RECORDS
054000             GO TO 2100-EXIT
054100     END-READ.
054200     MOVE SALE-HIST-RECORD TO WRK-TXN-RECORD.
054300     PERFORM 3000-TALLY-ONE-RECORD THRU 3000-EXIT.
054400 2100-EXIT.
054500     EXIT.
054600
054700 2500-SCAN-LIVE-FILE.
054800     OPEN INPUT SALES-TXN-FILE.
054900     IF WS-SALES-TXN-STATUS NOT = '00'
055000         DISPLAY "UNABLE TO OPEN SALES-TXN-FILE - STATUS: "
055100             WS-SALES-TXN-STATUS
055200         SET EXCP-SEV-ERROR TO TRUE
055300         MOVE "LPS001" TO EXCP-LOG-CODE
055400         MOVE "Unable to open SALES-TXN-FILE."
055500             TO EXCP-LOG-MESSAGE
055600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
055700         MOVE 8 TO RETURN-CODE
055800         STOP RUN
055900     END-IF.
056000     MOVE 'Y' TO WS-MORE-RECORDS.
056100     PERFORM 2600-TALLY-ONE-LIVE THRU 2600-EXIT
056200         UNTIL NO-MORE-RECORDS.
056300     CLOSE SALES-TXN-FILE.
056400 2500-EXIT.
056500     EXIT.
056600
056700 2600-TALLY-ONE-LIVE.
056800     READ SALES-TXN-FILE
056900         AT END
057000             MOVE 'N' TO WS-MORE-RECORDS
057100             GO TO 2600-EXIT
057200     END-READ.
057300     MOVE SALES-TXN-RECORD TO WRK-TXN-RECORD.
057400     PERFORM 3000-TALLY-ONE-RECORD THRU 3000-EXIT.
057500 2600-EXIT.
057600     EXIT.
057700
057800 3000-TALLY-ONE-RECORD.
057810*    WEB ORDERS ARE POSTED BY WEBIMP, NOT RUNG BY AN OPERATOR AT
057820*    A TILL, SO THEY ARE NEITHER SCORED NOR COUNTED IN THE STORE
057830*    RATES.
057840     IF WRK-WEB-REGISTER
057850         GO TO 3000-EXIT
057860     END-IF.
057900     MOVE WRK-TXN-DATE TO WS-SALES-DATE-NUM.
058000     PERFORM 1200-FIND-WEEK-DAY THRU 1200-EXIT.
058100     IF NOT WS-DAY-FOUND
058200         GO TO 3000-EXIT
058300     END-IF.
058400     MOVE WRK-OPERATOR-ID TO WS-WORK-OPER.
058500     MOVE WRK-REGISTER-ID TO WS-WORK-REG.
058600     PERFORM 3300-FIND-OR-ADD-OPER THRU 3300-EXIT.
058700     IF NOT WS-ENTRY-FOUND
058800         GO TO 3000-EXIT
058900     END-IF.
059000     MOVE 'Y' TO OT-SHIFT-DAY (WS-OPER-IDX, WS-DAY-IDX).
059100     PERFORM 3400-NOTE-RECEIPT THRU 3400-EXIT.
059200     IF WRK-TOTAL-REC
059300         PERFORM 3100-TALLY-TOTAL THRU 3100-EXIT
059400     ELSE
059500         PERFORM 3200-TALLY-DETAIL THRU 3200-EXIT
059600     END-IF.
059700 3000-EXIT.
059800     EXIT.
059900
060000*    A RECEIPT WITH A RETURN ON IT, SETTLED IN CASH, THAT
060100*    CLOSES WITHIN THE WINDOW OF THE PAIR'S LAST PLAIN SALE
060200*    IS A QUICK CASH REFUND.  ONLY A SALE WITH NO RETURN ON IT
060300*    RESETS THE CLOCK.
060400 3100-TALLY-TOTAL.
060500     ADD 1 TO OT-SALE-COUNT (WS-OPER-IDX).
060600     ADD WRK-NET-TOTAL TO OT-SALE-AMOUNT (WS-OPER-IDX).
060700     IF WRK-POINTS-REDEEMED > ZEROES
060800         ADD 1 TO OT-POINTS-COUNT (WS-OPER-IDX)
060900     END-IF.
061000     DIVIDE WRK-TXN-TIME BY 1000000 GIVING WS-HH
061100         REMAINDER WS-TIME-REST.
061200     DIVIDE WS-TIME-REST BY 10000 GIVING WS-MM.
061300     COMPUTE WS-TXN-MINS = (WS-HH * 60) + WS-MM.
061400     IF WS-RCPT-IDX = ZEROES
061500         GO TO 3100-EXIT
061600     END-IF.
061700     MOVE 'Y' TO RC-HAS-TOTAL-SW (WS-RCPT-IDX).
061800     IF NOT RC-HAS-RETURN (WS-RCPT-IDX)
061900         MOVE WS-SALES-DATE-NUM
062000             TO OT-LAST-SALE-DATE (WS-OPER-IDX)
062100         MOVE WS-TXN-MINS TO OT-LAST-SALE-MINS (WS-OPER-IDX)
062200         GO TO 3100-EXIT
062300     END-IF.
062400     IF NOT WRK-PAY-CASH
062500         OR OT-LAST-SALE-DATE (WS-OPER-IDX)
062600             NOT = WS-SALES-DATE-NUM
062700         GO TO 3100-EXIT
062800     END-IF.
062900     COMPUTE WS-GAP-MINS =
063000         WS-TXN-MINS - OT-LAST-SALE-MINS (WS-OPER-IDX).
063100     IF WS-GAP-MINS NOT < ZEROES
063200         AND WS-GAP-MINS NOT > WS-REFUND-WINDOW
063300         ADD 1 TO OT-QUICK-REFUNDS (WS-OPER-IDX)
063400     END-IF.
063500 3100-EXIT.
063600     EXIT.
063700
063800 3200-TALLY-DETAIL.
063900     IF WRK-RETURN-ITEM
064000         ADD WRK-ITEM-TOTAL TO OT-RETURN-AMOUNT (WS-OPER-IDX)
064100         IF WRK-ORIG-RECEIPT-NO = ZEROES
064200             ADD 1 TO OT-NO-RCPT-COUNT (WS-OPER-IDX)
064300         END-IF
064400         IF WS-RCPT-IDX > ZEROES
064500             MOVE 'Y' TO RC-HAS-RETURN-SW (WS-RCPT-IDX)
064600         END-IF
064700     END-IF.
064800     IF WRK-GIFT-ISSUE
064900         ADD 1 TO OT-GIFT-COUNT (WS-OPER-IDX)
065000     END-IF.
065100     IF WRK-PRICE-OVERRIDDEN
065200         ADD 1 TO OT-OVERRIDE-COUNT (WS-OPER-IDX)
065300         PERFORM 3500-TALLY-OPER-APPR THRU 3500-EXIT
065400         PERFORM 3600-TALLY-STORE-APPR THRU 3600-EXIT
065500     END-IF.
065600 3200-EXIT.
065700     EXIT.
065800
065900*    LOOKS UP WS-WORK-OPER / WS-WORK-REG.  WHEN THE TABLE IS
066000*    FULL THE ROW IS LEFT OUT AND FLAGGED FOR THE LOG.
066100 3300-FIND-OR-ADD-OPER.
066200     MOVE 'N' TO WS-FOUND-SW.
066300     PERFORM 3310-MATCH-ONE-OPER THRU 3310-EXIT
066400         VARYING WS-OPER-IDX FROM 1 BY 1
066500         UNTIL WS-ENTRY-FOUND OR WS-OPER-IDX > WS-OPER-COUNT.
066600     IF WS-ENTRY-FOUND
066700         GO TO 3300-EXIT
066800     END-IF.
066900     IF WS-OPER-COUNT NOT < 50
067000         SET WS-OPER-TABLE-FULL TO TRUE
067100         GO TO 3300-EXIT
067200     END-IF.
067300     ADD 1 TO WS-OPER-COUNT.
067400     MOVE WS-OPER-COUNT TO WS-OPER-IDX.
067500     INITIALIZE WS-OPER-ENTRY (WS-OPER-IDX).
067600     MOVE WS-WORK-OPER TO OT-OPERATOR-ID (WS-OPER-IDX).
067700     MOVE WS-WORK-REG TO OT-REGISTER-ID (WS-OPER-IDX).
067800     SET WS-ENTRY-FOUND TO TRUE.
067900 3300-EXIT.
068000     EXIT.
068100
068200 3310-MATCH-ONE-OPER.
068300     IF OT-OPERATOR-ID (WS-OPER-IDX) = WS-WORK-OPER
068400         AND OT-REGISTER-ID (WS-OPER-IDX) = WS-WORK-REG
068500         SET WS-ENTRY-FOUND TO TRUE
068600         SUBTRACT 1 FROM WS-OPER-IDX
068700     END-IF.
068800 3310-EXIT.
068900     EXIT.
069000
069100*    SETS WS-RCPT-IDX TO THE RECEIPT'S ENTRY, OR ZERO WHEN THE
069200*    TABLE IS FULL.
069300 3400-NOTE-RECEIPT.
069400     IF WS-LAST-RCPT-IDX > ZEROES
069500         IF RC-RECEIPT-NO (WS-LAST-RCPT-IDX) = WRK-RECEIPT-NO
069600             AND RC-TXN-DATE (WS-LAST-RCPT-IDX)
069700                 = WS-SALES-DATE-NUM
069800             MOVE WS-LAST-RCPT-IDX TO WS-RCPT-IDX
069900             GO TO 3400-EXIT
070000         END-IF
070100     END-IF.
070200     MOVE 'N' TO WS-FOUND-SW.
070300     PERFORM 3410-MATCH-ONE-RECEIPT THRU 3410-EXIT
070400         VARYING WS-RCPT-IDX FROM 1 BY 1
070500         UNTIL WS-ENTRY-FOUND OR WS-RCPT-IDX > WS-RCPT-COUNT.
070600     IF NOT WS-ENTRY-FOUND
070700         IF WS-RCPT-COUNT < 5000
070800             ADD 1 TO WS-RCPT-COUNT
070900             MOVE WS-RCPT-COUNT TO WS-RCPT-IDX
071000             MOVE WRK-RECEIPT-NO TO RC-RECEIPT-NO (WS-RCPT-IDX)
071100             MOVE WS-SALES-DATE-NUM TO RC-TXN-DATE (WS-RCPT-IDX)
071200             MOVE WS-OPER-IDX TO RC-OPER-IDX (WS-RCPT-IDX)
071300             MOVE 'N' TO RC-HAS-TOTAL-SW (WS-RCPT-IDX)
071400             MOVE 'N' TO RC-HAS-RETURN-SW (WS-RCPT-IDX)
071500         ELSE
071600             SET WS-RCPT-TABLE-FULL TO TRUE
071700             MOVE ZEROES TO WS-RCPT-IDX
071800         END-IF
071900     END-IF.
072000     MOVE WS-RCPT-IDX TO WS-LAST-RCPT-IDX.
072100 3400-EXIT.
072200     EXIT.
072300
072400 3410-MATCH-ONE-RECEIPT.
072500     IF RC-RECEIPT-NO (WS-RCPT-IDX) = WRK-RECEIPT-NO
072600         AND RC-TXN-DATE (WS-RCPT-IDX) = WS-SALES-DATE-NUM
072700         SET WS-ENTRY-FOUND TO TRUE
072800         SUBTRACT 1 FROM WS-RCPT-IDX
072900     END-IF.
073000 3410-EXIT.
073100     EXIT.
073200
073300*    THE OPERATOR'S OWN APPROVER TALLY.  AN ELEVENTH APPROVER
073400*    FOR ONE OPERATOR IN A WEEK IS NOT A CONCENTRATION, SO IT
073500*    IS SIMPLY NOT TALLIED.
073600 3500-TALLY-OPER-APPR.
073700     MOVE 'N' TO WS-FOUND-SW.
073800     PERFORM 3510-MATCH-OPER-APPR THRU 3510-EXIT
073900         VARYING WS-SUB FROM 1 BY 1
074000         UNTIL WS-ENTRY-FOUND
074100         OR WS-SUB > OT-APPR-COUNT (WS-OPER-IDX).
074200     IF NOT WS-ENTRY-FOUND
074300         IF OT-APPR-COUNT (WS-OPER-IDX) < 10
074400             ADD 1 TO OT-APPR-COUNT (WS-OPER-IDX)
074500             MOVE OT-APPR-COUNT (WS-OPER-IDX) TO WS-SUB
074600             MOVE WRK-OVERRIDE-APPR
074700                 TO OT-APPR-ID (WS-OPER-IDX, WS-SUB)
074800             MOVE ZEROES TO OT-APPR-TALLY (WS-OPER-IDX, WS-SUB)
074900         ELSE
075000             GO TO 3500-EXIT
075100         END-IF
075200     END-IF.
075300     ADD 1 TO OT-APPR-TALLY (WS-OPER-IDX, WS-SUB).
075400 3500-EXIT.
075500     EXIT.
075600
075700 3510-MATCH-OPER-APPR.
075800     IF OT-APPR-ID (WS-OPER-IDX, WS-SUB) = WRK-OVERRIDE-APPR
075900         SET WS-ENTRY-FOUND TO TRUE
076000         SUBTRACT 1 FROM WS-SUB
076100     END-IF.
076200 3510-EXIT.
076300     EXIT.
076400
076500 3600-TALLY-STORE-APPR.
076600     MOVE 'N' TO WS-FOUND-SW.
076700     PERFORM 3610-MATCH-STORE-APPR THRU 3610-EXIT
076800         VARYING WS-APPR-IDX FROM 1 BY 1
076900         UNTIL WS-ENTRY-FOUND OR WS-APPR-IDX > WS-APPR-COUNT.
077000     IF NOT WS-ENTRY-FOUND
077100         IF WS-APPR-COUNT < 20
077200             ADD 1 TO WS-APPR-COUNT
077300             MOVE WS-APPR-COUNT TO WS-APPR-IDX
077400             MOVE WRK-OVERRIDE-APPR TO AT-APPR-ID (WS-APPR-IDX)
077500             MOVE ZEROES TO AT-OVERRIDE-COUNT (WS-APPR-IDX)
077600         ELSE
077700             GO TO 3600-EXIT
077800         END-IF
077900     END-IF.
078000     ADD 1 TO AT-OVERRIDE-COUNT (WS-APPR-IDX).
078100 3600-EXIT.
078200     EXIT.
078300
078400 3610-MATCH-STORE-APPR.
078500     IF AT-APPR-ID (WS-APPR-IDX) = WRK-OVERRIDE-APPR
078600         SET WS-ENTRY-FOUND TO TRUE
078700         SUBTRACT 1 FROM WS-APPR-IDX
078800     END-IF.
078900 3610-EXIT.
079000     EXIT.
079100
079200*    THE CASHREG REFUSED-RETURN ENTRIES FOR THE WEEK.  NOTHING
079300*    IS LOGGED WHILE THE LOG IS OPEN FOR READING - OVERFLOWS
079400*    ARE FLAGGED AND LOGGED ONCE IT IS CLOSED.
079500 4000-SCAN-EXCP-LOG.
079600     OPEN INPUT EXCP-LOG-FILE.
079700     IF WS-EXCP-LOG-STATUS NOT = '00'
079800         CLOSE EXCP-LOG-FILE
079900         MOVE 'N' TO WS-EXCP-READ-SW
080000         GO TO 4000-EXIT
080100     END-IF.
080200     MOVE 'Y' TO WS-MORE-RECORDS.
080300     PERFORM 4100-TALLY-ONE-EXCP THRU 4100-EXIT
080400         UNTIL NO-MORE-RECORDS.
080500     CLOSE EXCP-LOG-FILE.
080600 4000-EXIT.
080700     EXIT.
080800
080900 4100-TALLY-ONE-EXCP.
081000     READ EXCP-LOG-FILE
081100         AT END
081200             MOVE 'N' TO WS-MORE-RECORDS
081300             GO TO 4100-EXIT
081400     END-READ.
081500     IF EXCP-LOG-PROGRAM NOT = "CASHREG"
081600         GO TO 4100-EXIT
081700     END-IF.
081800     IF EXCP-LOG-CODE NOT = "CSH002"
081900         AND EXCP-LOG-CODE NOT = "CSH006"
082000         GO TO 4100-EXIT
082100     END-IF.
082200     MOVE EXCP-LOG-DATE TO WS-SALES-DATE-NUM.
082300     PERFORM 1200-FIND-WEEK-DAY THRU 1200-EXIT.
082400     IF NOT WS-DAY-FOUND
082500         GO TO 4100-EXIT
082600     END-IF.
082700     MOVE EXCP-LOG-MESSAGE TO WS-RETURN-EXCP-MSG.
082800     IF WS-RTN-MSG-TAGGED
082900         MOVE WS-RTN-MSG-OPER TO WS-WORK-OPER
083000         MOVE WS-RTN-MSG-REG TO WS-WORK-REG
083100     ELSE
083200         MOVE "????" TO WS-WORK-OPER
083300         MOVE "??" TO WS-WORK-REG
083400     END-IF.
083500     PERFORM 3300-FIND-OR-ADD-OPER THRU 3300-EXIT.
083600     IF NOT WS-ENTRY-FOUND
083700         GO TO 4100-EXIT
083800     END-IF.
083900     MOVE 'Y' TO OT-SHIFT-DAY (WS-OPER-IDX, WS-DAY-IDX).
084000     IF WS-RTN-MSG-TEXT = "Return refused - no original receipt."
084100         ADD 1 TO OT-NO-RCPT-COUNT (WS-OPER-IDX)
084200     ELSE
084300         ADD 1 TO OT-REFUSED-COUNT (WS-OPER-IDX)
084400     END-IF.
084500 4100-EXIT.
084600     EXIT.
084700
084800*    CANCELS ARE COUNTED AND EACH PAIR'S SHIFTS AND TOP
084900*    APPROVER SETTLED FIRST, SO THE STORE RATES ARE WHOLE
085000*    BEFORE ANY PAIR IS INDEXED AGAINST THEM.
085100 5000-SCORE-OPERATORS.
085200     PERFORM 5050-LOG-OVERFLOWS THRU 5050-EXIT.
085300     PERFORM 5100-COUNT-ONE-CANCEL THRU 5100-EXIT
085400         VARYING WS-RCPT-IDX FROM 1 BY 1
085500         UNTIL WS-RCPT-IDX > WS-RCPT-COUNT.
085600     PERFORM 5200-SETTLE-ONE-OPER THRU 5200-EXIT
085700         VARYING WS-OPER-IDX FROM 1 BY 1
085800         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
085900     PERFORM 5300-SCORE-ONE-OPER THRU 5300-EXIT
086000         VARYING WS-OPER-IDX FROM 1 BY 1
086100         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
086200 5000-EXIT.
086300     EXIT.
086400
086500 5050-LOG-OVERFLOWS.
086600     IF NOT WS-EXCP-LOG-READ
086700         DISPLAY "EXCEPTION LOG NOT READ - STATUS: "
086800             WS-EXCP-LOG-STATUS
086900         SET EXCP-SEV-WARNING TO TRUE
087000         MOVE "LPS005" TO EXCP-LOG-CODE
087100         MOVE "Exception log unreadable - refusals not counted."
087200             TO EXCP-LOG-MESSAGE
087300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
087400     END-IF.
087500     IF WS-OPER-TABLE-FULL
087600         SET EXCP-SEV-WARNING TO TRUE
087700         MOVE "LPS003" TO EXCP-LOG-CODE
087800         MOVE "Operator table full - later pairs not scored."
087900             TO EXCP-LOG-MESSAGE
088000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
088100     END-IF.
088200     IF WS-RCPT-TABLE-FULL
088300         SET EXCP-SEV-WARNING TO TRUE
088400         MOVE "LPS004" TO EXCP-LOG-CODE
088500         MOVE "Receipt table full - cancels may be understated."
088600             TO EXCP-LOG-MESSAGE
088700         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
088800     END-IF.
088900 5050-EXIT.
089000     EXIT.
089100
089200 5100-COUNT-ONE-CANCEL.
089300     IF NOT RC-HAS-TOTAL (WS-RCPT-IDX)
089400         MOVE RC-OPER-IDX (WS-RCPT-IDX) TO WS-OPER-IDX
089500         ADD 1 TO OT-CANCEL-COUNT (WS-OPER-IDX)
089600     END-IF.
089700 5100-EXIT.
089800     EXIT.
089900
090000 5200-SETTLE-ONE-OPER.
090100     MOVE ZEROES TO OT-SHIFT-COUNT (WS-OPER-IDX).
090200     PERFORM 5210-COUNT-ONE-SHIFT THRU 5210-EXIT
090300         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
090400     MOVE SPACES TO OT-TOP-APPR (WS-OPER-IDX).
090500     MOVE ZEROES TO OT-TOP-APPR-TALLY (WS-OPER-IDX).
090600     PERFORM 5220-CHECK-ONE-APPR THRU 5220-EXIT
090700         VARYING WS-SUB FROM 1 BY 1
090800         UNTIL WS-SUB > OT-APPR-COUNT (WS-OPER-IDX).
090900     PERFORM 5250-LOAD-OPER-METRICS THRU 5250-EXIT.
091000     PERFORM 5260-ADD-TO-STORE THRU 5260-EXIT
091100         VARYING WS-MET-IDX FROM 1 BY 1
091200         UNTIL WS-MET-IDX > WS-METRIC-COUNT.
091300 5200-EXIT.
091400     EXIT.
091500
091600 5210-COUNT-ONE-SHIFT.
091700     IF OT-SHIFT-DAY (WS-OPER-IDX, WS-SUB) = 'Y'
091800         ADD 1 TO OT-SHIFT-COUNT (WS-OPER-IDX)
091900     END-IF.
092000 5210-EXIT.
092100     EXIT.
092200
092300 5220-CHECK-ONE-APPR.
092400     IF OT-APPR-TALLY (WS-OPER-IDX, WS-SUB)
092500         > OT-TOP-APPR-TALLY (WS-OPER-IDX)
092600         MOVE OT-APPR-ID (WS-OPER-IDX, WS-SUB)
092700             TO OT-TOP-APPR (WS-OPER-IDX)
092800         MOVE OT-APPR-TALLY (WS-OPER-IDX, WS-SUB)
092900             TO OT-TOP-APPR-TALLY (WS-OPER-IDX)
093000     END-IF.
093100 5220-EXIT.
093200     EXIT.
093300
093400*    THE PAIR'S MEASURES, IN WEIGHT-TABLE ORDER.
093500 5250-LOAD-OPER-METRICS.
093600     MOVE OT-RETURN-AMOUNT (WS-OPER-IDX) TO OM-NUM (1).
093700     MOVE OT-SALE-AMOUNT (WS-OPER-IDX) TO OM-BASE (1).
093800     MOVE OT-CANCEL-COUNT (WS-OPER-IDX) TO OM-NUM (2).
093900     MOVE OT-SHIFT-COUNT (WS-OPER-IDX) TO OM-BASE (2).
094000     MOVE OT-REFUSED-COUNT (WS-OPER-IDX) TO OM-NUM (3).
094100     MOVE OT-NO-RCPT-COUNT (WS-OPER-IDX) TO OM-NUM (4).
094200     MOVE OT-OVERRIDE-COUNT (WS-OPER-IDX) TO OM-NUM (5).
094300     MOVE OT-TOP-APPR-TALLY (WS-OPER-IDX) TO OM-NUM (6).
094400     MOVE OT-POINTS-COUNT (WS-OPER-IDX) TO OM-NUM (7).
094500     MOVE OT-GIFT-COUNT (WS-OPER-IDX) TO OM-NUM (8).
094600     MOVE OT-QUICK-REFUNDS (WS-OPER-IDX) TO OM-NUM (9).
094700     PERFORM 5255-SET-SALE-BASE THRU 5255-EXIT
094800         VARYING WS-MET-IDX FROM 3 BY 1
094900         UNTIL WS-MET-IDX > WS-METRIC-COUNT.
095000 5250-EXIT.
095100     EXIT.
095200
095300 5255-SET-SALE-BASE.
095400     MOVE OT-SALE-COUNT (WS-OPER-IDX) TO OM-BASE (WS-MET-IDX).
095500 5255-EXIT.
095600     EXIT.
095700
095800 5260-ADD-TO-STORE.
095900     ADD OM-NUM (WS-MET-IDX) TO SM-NUM (WS-MET-IDX).
096000     ADD OM-BASE (WS-MET-IDX) TO SM-BASE (WS-MET-IDX).
096100 5260-EXIT.
096200     EXIT.
096300
096400 5300-SCORE-ONE-OPER.
096500     PERFORM 5250-LOAD-OPER-METRICS THRU 5250-EXIT.
096600     MOVE ZEROES TO WS-SCORE-SUM.
096700     MOVE ZEROES TO WS-WEIGHT-SUM.
096800     PERFORM 5350-INDEX-ONE-METRIC THRU 5350-EXIT
096900         VARYING WS-MET-IDX FROM 1 BY 1
097000         UNTIL WS-MET-IDX > WS-METRIC-COUNT.
097100     MOVE ZEROES TO OT-SCORE (WS-OPER-IDX).
097200     IF WS-WEIGHT-SUM > ZEROES
097300         COMPUTE OT-SCORE (WS-OPER-IDX) ROUNDED =
097400             WS-SCORE-SUM / WS-WEIGHT-SUM
097500     END-IF.
097600     MOVE 'N' TO OT-OUTLIER-SW (WS-OPER-IDX).
097700     IF OT-SCORE (WS-OPER-IDX) NOT < WS-OUTLIER-SCORE
097800         SET OT-OUTLIER (WS-OPER-IDX) TO TRUE
097900         ADD 1 TO WS-OUTLIER-COUNT
098000     END-IF.
098100 5300-EXIT.
098200     EXIT.
098300
098400*    THE PAIR'S RATE OVER THE STORE'S, AS A PERCENTAGE.  A
098500*    MEASURE NOBODY TRIPPED IS LEFT OUT OF THE SCORE; EVENTS
098600*    WITH NO BASE UNDER THEM TAKE THE CAP.
098700 5350-INDEX-ONE-METRIC.
098800     IF SM-NUM (WS-MET-IDX) = ZEROES
098900         OR SM-BASE (WS-MET-IDX) = ZEROES
099000         GO TO 5350-EXIT
099100     END-IF.
099200     IF OM-BASE (WS-MET-IDX) = ZEROES
099300         IF OM-NUM (WS-MET-IDX) > ZEROES
099400             MOVE 999 TO WS-INDEX
099500         ELSE
099600             MOVE ZEROES TO WS-INDEX
099700         END-IF
099800     ELSE
099900         COMPUTE WS-OPER-RATE ROUNDED =
100000             OM-NUM (WS-MET-IDX) / OM-BASE (WS-MET-IDX)
100100         COMPUTE WS-STORE-RATE ROUNDED =
100200             SM-NUM (WS-MET-IDX) / SM-BASE (WS-MET-IDX)
100300         COMPUTE WS-INDEX ROUNDED =
100400             WS-OPER-RATE * 100 / WS-STORE-RATE
100500             ON SIZE ERROR
100600                 MOVE 999 TO WS-INDEX
100700         END-COMPUTE
100800     END-IF.
100900     IF WS-INDEX > 999
101000         MOVE 999 TO WS-INDEX
101100     END-IF.
101200     COMPUTE WS-SCORE-SUM = WS-SCORE-SUM
101300         + (WS-INDEX * WS-WEIGHT (WS-MET-IDX)).
101400     ADD WS-WEIGHT (WS-MET-IDX) TO WS-WEIGHT-SUM.
101500 5350-EXIT.
101600     EXIT.
101700
101800*    SIMPLE EXCHANGE SORT, HIGHEST SCORE FIRST - THE TABLE IS
101900*    SMALL AND THE JOB RUNS ONCE A WEEK.
102000 5500-SORT-BY-SCORE.
102100     IF WS-OPER-COUNT < 2
102200         GO TO 5500-EXIT
102300     END-IF.
102400     PERFORM 5600-SORT-ONE-PASS THRU 5600-EXIT
102500         VARYING WS-IDX FROM 1 BY 1
102600         UNTIL WS-IDX NOT < WS-OPER-COUNT.
102700 5500-EXIT.
102800     EXIT.
102900
103000 5600-SORT-ONE-PASS.
103100     PERFORM 5700-COMPARE-AND-SWAP THRU 5700-EXIT
103200         VARYING WS-JDX FROM 1 BY 1
103300         UNTIL WS-JDX NOT < WS-OPER-COUNT.
103400 5600-EXIT.
103500     EXIT.
103600
103700 5700-COMPARE-AND-SWAP.
103800     IF OT-SCORE (WS-JDX) < OT-SCORE (WS-JDX + 1)
103900         MOVE WS-OPER-ENTRY (WS-JDX) TO WS-SWAP-ENTRY
104000         MOVE WS-OPER-ENTRY (WS-JDX + 1)
104100             TO WS-OPER-ENTRY (WS-JDX)
104200         MOVE WS-SWAP-ENTRY TO WS-OPER-ENTRY (WS-JDX + 1)
104300     END-IF.
104400 5700-EXIT.
104500     EXIT.
104600
104700 6000-PRINT-REPORT.
104800     WRITE LPS-RPT-LINE FROM RPT-BLANK-LINE.
104900     WRITE LPS-RPT-LINE FROM RPT-HEADING-LINE.
105000     PERFORM 6100-PRINT-ONE-OPER THRU 6100-EXIT
105100         VARYING WS-OPER-IDX FROM 1 BY 1
105200         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
105300     WRITE LPS-RPT-LINE FROM RPT-BLANK-LINE.
105400     WRITE LPS-RPT-LINE FROM RPT-STORE-LINE.
105500     PERFORM 6400-PRINT-STORE-METRICS THRU 6400-EXIT.
105600     WRITE LPS-RPT-LINE FROM RPT-BLANK-LINE.
105700     MOVE WS-OPER-COUNT TO RPT-PAIR-COUNT.
105800     MOVE WS-OUTLIER-COUNT TO RPT-OUTLIER-COUNT.
105900     DISPLAY RPT-SUMMARY-LINE.
106000     WRITE LPS-RPT-LINE FROM RPT-SUMMARY-LINE.
106100     IF WS-APPR-COUNT > ZEROES
106200         WRITE LPS-RPT-LINE FROM RPT-BLANK-LINE
106300         WRITE LPS-RPT-LINE FROM RPT-APPR-HEADING-LINE
106400         PERFORM 6500-PRINT-ONE-APPR THRU 6500-EXIT
106500             VARYING WS-APPR-IDX FROM 1 BY 1
106600             UNTIL WS-APPR-IDX > WS-APPR-COUNT
106700     END-IF.
106800 6000-EXIT.
106900     EXIT.
107000
107100 6100-PRINT-ONE-OPER.
107200     IF OT-OPERATOR-ID (WS-OPER-IDX) = SPACES
107300         MOVE "????" TO RPT-OPERATOR-ID
107400         MOVE "(NO SIGN-ON)" TO RPT-OPER-NAME
107500     ELSE
107600         MOVE OT-OPERATOR-ID (WS-OPER-IDX) TO RPT-OPERATOR-ID
107700         MOVE OT-OPERATOR-ID (WS-OPER-IDX) TO OPR-OPERATOR-ID
107800         PERFORM 6200-FETCH-OPER-NAME THRU 6200-EXIT
107900     END-IF.
108000     IF OT-OPERATOR-ID (WS-OPER-IDX) = "????"
108100         MOVE "(UNTAGGED LOG)" TO RPT-OPER-NAME
108200     END-IF.
108300     MOVE OT-REGISTER-ID (WS-OPER-IDX) TO RPT-REGISTER-ID.
108400     MOVE OT-SCORE (WS-OPER-IDX) TO RPT-SCORE.
108500     IF OT-OUTLIER (WS-OPER-IDX)
108600         MOVE "OUTLIER" TO RPT-FLAG
108700     ELSE
108800         MOVE SPACES TO RPT-FLAG
108900     END-IF.
109000     WRITE LPS-RPT-LINE FROM RPT-OPER-LINE.
109100     IF OT-OUTLIER (WS-OPER-IDX)
109200         DISPLAY RPT-OPER-LINE
109300     END-IF.
109400     PERFORM 5250-LOAD-OPER-METRICS THRU 5250-EXIT.
109500     MOVE OT-TOP-APPR (WS-OPER-IDX) TO WS-TOP-APPR.
109600     MOVE OT-TOP-APPR-TALLY (WS-OPER-IDX) TO WS-TOP-APPR-TALLY.
109700     PERFORM 6300-PRINT-METRICS THRU 6300-EXIT.
109800 6100-EXIT.
109900     EXIT.
110000
110100*    OPR-OPERATOR-ID IS SET BY THE CALLER.
110200 6200-FETCH-OPER-NAME.
110300     MOVE SPACES TO RPT-OPER-NAME.
110400     IF NOT WS-OPER-AVAIL
110500         GO TO 6200-EXIT
110600     END-IF.
110700     READ OPER-MAST-FILE
110800         INVALID KEY
110900             MOVE "(UNKNOWN)" TO RPT-OPER-NAME
111000         NOT INVALID KEY
111100             MOVE OPR-NAME TO RPT-OPER-NAME
111200     END-READ.
111300 6200-EXIT.
111400     EXIT.
111500
111600*    PRINTS WS-OPER-METRICS WITH WS-TOP-APPR AND ITS TALLY.
111700 6300-PRINT-METRICS.
111800     MOVE OM-BASE (3) TO RPT-SALE-COUNT.
111900     MOVE ZEROES TO WS-PCT.
112000     IF OM-BASE (1) > ZEROES
112100         COMPUTE WS-PCT ROUNDED = OM-NUM (1) * 100 / OM-BASE (1)
112200             ON SIZE ERROR
112300                 MOVE 999.9 TO WS-PCT
112400         END-COMPUTE
112500     END-IF.
112600     MOVE WS-PCT TO RPT-RETURN-PCT.
112700     MOVE ZEROES TO WS-PER-SHIFT.
112800     IF OM-BASE (2) > ZEROES
112900         COMPUTE WS-PER-SHIFT ROUNDED = OM-NUM (2) / OM-BASE (2)
113000             ON SIZE ERROR
113100                 MOVE 99.99 TO WS-PER-SHIFT
113200         END-COMPUTE
113300     END-IF.
113400     MOVE WS-PER-SHIFT TO RPT-CXL-PER-SHIFT.
113500     MOVE OM-NUM (3) TO RPT-REFUSED.
113600     MOVE OM-NUM (4) TO RPT-NO-RCPT.
113700     MOVE OM-NUM (5) TO RPT-OVERRIDES.
113800     MOVE WS-TOP-APPR TO RPT-TOP-APPR.
113900     MOVE ZEROES TO WS-PCT.
114000     IF OM-NUM (5) > ZEROES
114100         COMPUTE WS-PCT ROUNDED =
114200             WS-TOP-APPR-TALLY * 100 / OM-NUM (5)
114300     END-IF.
114400     MOVE WS-PCT TO RPT-TOP-PCT.
114500     MOVE OM-NUM (7) TO RPT-POINTS.
114600     MOVE OM-NUM (8) TO RPT-GIFTS.
114700     MOVE OM-NUM (9) TO RPT-QUICK-REFUNDS.
114800     WRITE LPS-RPT-LINE FROM RPT-METRIC-LINE.
114900 6300-EXIT.
115000     EXIT.
115100
115200*    THE STORE LINE SHOWS THE BUSIEST APPROVER'S SHARE OF ALL
115300*    OVERRIDES IN THE TOP-APPROVER COLUMN.
115400 6400-PRINT-STORE-METRICS.
115500     MOVE WS-STORE-METRICS TO WS-OPER-METRICS.
115600     MOVE SPACES TO WS-TOP-APPR.
115700     MOVE ZEROES TO WS-TOP-APPR-TALLY.
115800     PERFORM 6410-CHECK-STORE-APPR THRU 6410-EXIT
115900         VARYING WS-APPR-IDX FROM 1 BY 1
116000         UNTIL WS-APPR-IDX > WS-APPR-COUNT.
116100     PERFORM 6300-PRINT-METRICS THRU 6300-EXIT.
116200 6400-EXIT.
116300     EXIT.
116400
116500 6410-CHECK-STORE-APPR.
116600     IF AT-OVERRIDE-COUNT (WS-APPR-IDX) > WS-TOP-APPR-TALLY
116700         MOVE AT-APPR-ID (WS-APPR-IDX) TO WS-TOP-APPR
116800         MOVE AT-OVERRIDE-COUNT (WS-APPR-IDX)
116900             TO WS-TOP-APPR-TALLY
117000     END-IF.
117100 6410-EXIT.
117200     EXIT.
117300
117400 6500-PRINT-ONE-APPR.
117500     MOVE AT-APPR-ID (WS-APPR-IDX) TO RPT-APPR-ID.
117600     MOVE AT-APPR-ID (WS-APPR-IDX) TO OPR-OPERATOR-ID.
117700     PERFORM 6200-FETCH-OPER-NAME THRU 6200-EXIT.
117800     MOVE RPT-OPER-NAME TO RPT-APPR-NAME.
117900     MOVE AT-OVERRIDE-COUNT (WS-APPR-IDX) TO RPT-APPR-OVERRIDES.
118000     MOVE ZEROES TO WS-PCT.
118100     IF SM-NUM (5) > ZEROES
118200         COMPUTE WS-PCT ROUNDED =
118300             AT-OVERRIDE-COUNT (WS-APPR-IDX) * 100 / SM-NUM (5)
118400     END-IF.
118500     MOVE WS-PCT TO RPT-APPR-SHARE.
118600     WRITE LPS-RPT-LINE FROM RPT-APPR-LINE.
118700 6500-EXIT.
118800     EXIT.
118900
119000 9000-CLOSE-UP.
119100     IF WS-OPER-AVAIL
119200         CLOSE OPER-MAST-FILE
119300     END-IF.
119400     CLOSE LPS-RPT-FILE.
119500 9000-EXIT.
119600     EXIT.
119700
119800 8900-LOG-EXCEPTION.
119900     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
120000     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
120100     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
120200     ACCEPT WS-LOG-TIME FROM TIME.
120300     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
120400     MOVE "LPSCORE"          TO EXCP-LOG-PROGRAM.
120500     OPEN EXTEND EXCP-LOG-FILE.
120600     IF WS-EXCP-LOG-STATUS NOT = '00'
120700         OPEN OUTPUT EXCP-LOG-FILE
120800     END-IF.
120900     WRITE EXCP-LOG-RECORD.
121000     CLOSE EXCP-LOG-FILE.
121100 8900-EXIT.
121200     EXIT.
121300
121400 END PROGRAM LPSCORE.
