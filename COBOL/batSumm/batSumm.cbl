000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BATSUMM.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MORNING OPERATIONS SUMMARY.  EVERY NITEBTCH STEP APPENDS   *
000900*    ONE ROW TO THE BATCH STATISTICS FILE (BATSTAT) AS IT       *
001000*    ENDS.  THIS PROGRAM RUNS LAST, TAKES THE LATEST ROW PER    *
001100*    STEP FOR THE RUN DATE (SYSIN YYMMDD, BLANK = TODAY) AND    *
001200*    PRINTS ONE PAGE: EACH STEP'S RETURN CODE AND COUNTS, THE   *
001300*    NAMED MONEY TOTALS, AND THE CROSS-FOOT OF THE FOUR STEPS   *
001400*    THAT READ THE DAY'S SALES (SALEBAL, EODREPORT, GLPOST,     *
001500*    SALEARCH) - RECEIPTS, SALES, SALES TAX AND SALESTXN        *
001600*    RECORDS.  A STEP WITH NO ROW IS CHECKED AGAINST RUNCTL -   *
001700*    A COMPLETED RUN-CONTROL ROW MEANS IT POSTED THE DATE BUT   *
001800*    LEFT NO STATISTICS (WARNING), OTHERWISE IT DID NOT RUN     *
001900*    (ERROR).  RC=8 ON A MISSING OR FAILED STEP OR A CROSS-     *
002000*    FOOT THAT DISAGREES, RC=4 ON WARNINGS ONLY.                *
002100*-----------------------------------------------------------------
002200*    MAINTENANCE HISTORY.                                       *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-15 DRO   INITIAL VERSION.                           *
002410*    2026-10-15 DRO   ADDED STEP003, THE WEBIMP WEB STORE ORDER  *
002420*                     IMPORT.                                    *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-BAT-STAT-STATUS.
003700
003800     SELECT RUN-CTL-FILE    ASSIGN TO "RUNCTL"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RNC-KEY
004200         FILE STATUS IS WS-RUN-CTL-STATUS.
004300
004400     SELECT SUM-RPT-FILE    ASSIGN TO "BATSRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SUM-RPT-STATUS.
004700
004800     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-EXCP-LOG-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500 FD  BAT-STAT-FILE
005600     RECORDING MODE IS F.
005700 COPY BATSTAT.
005800
005900 FD  RUN-CTL-FILE.
006000 COPY RUNCTL.
006100
006200 FD  SUM-RPT-FILE
006300     RECORDING MODE IS F.
006400 01  SUM-RPT-LINE               PIC X(80).
006500
006600 FD  EXCP-LOG-FILE
006700     RECORDING MODE IS F.
006800 COPY EXCPLOG.
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007200 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
007300 01  WS-SUM-RPT-STATUS          PIC XX     VALUE ZEROES.
007400 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007500 01  WS-LOG-TIME                PIC 9(08).
007600
007700 01  WS-SWITCHES.
007800     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
007900         88  MORE-RECORDS                  VALUE 'Y'.
008000         88  NO-MORE-RECORDS               VALUE 'N'.
008100     05  WS-RUN-CTL-AVAIL-SW    PIC X      VALUE 'Y'.
008200         88  WS-RUN-CTL-AVAIL       VALUE 'Y'.
008300     05  WS-FOUND-SW            PIC X      VALUE 'N'.
008400         88  WS-FOUND               VALUE 'Y'.
008500     05  WS-RNC-DONE-SW         PIC X      VALUE 'N'.
008600         88  WS-RNC-DONE            VALUE 'Y'.
008700     05  WS-XF-BASE-SW          PIC X      VALUE 'N'.
008800         88  WS-XF-BASE-SET         VALUE 'Y'.
008900
009000 01  WS-RUN-DATE.
009100     05  WS-RUN-YEAR            PIC 9(02).
009200     05  WS-RUN-MONTH           PIC 9(02).
009300     05  WS-RUN-DAY             PIC 9(02).
009400 01  WS-DATE-IN                 PIC X(06)  VALUE SPACES.
009500
009600*    THE NITEBTCH STEPS THAT WRITE A STATISTICS ROW, IN JOB
009700*    ORDER.  A NEW STEP IS ADDED HERE AND TO WS-STEP-MAX.
009800 01  WS-STEP-NAMES-TABLE.
009900     05  FILLER  PIC X(15) VALUE "STEP001NITESNAP".
009910     05  FILLER  PIC X(15) VALUE "STEP003WEBIMP  ".
010000     05  FILLER  PIC X(15) VALUE "STEP005SALEBAL ".
010100     05  FILLER  PIC X(15) VALUE "STEP010EODREPT ".
010200     05  FILLER  PIC X(15) VALUE "STEP020GETEXTR ".
010300     05  FILLER  PIC X(15) VALUE "STEP030INVPOST ".
010400     05  FILLER  PIC X(15) VALUE "STEP040REORDRPT".
010500     05  FILLER  PIC X(15) VALUE "STEP042EXPRPT  ".
010600     05  FILLER  PIC X(15) VALUE "STEP045PRCAPPLY".
010700     05  FILLER  PIC X(15) VALUE "STEP047SHLFTAG ".
010800     05  FILLER  PIC X(15) VALUE "STEP050PTSPOST ".
010900     05  FILLER  PIC X(15) VALUE "STEP052ARPOST  ".
011000     05  FILLER  PIC X(15) VALUE "STEP055PTSEXPIR".
011100     05  FILLER  PIC X(15) VALUE "STEP060ITEMMOVE".
011200     05  FILLER  PIC X(15) VALUE "STEP065HOURRPT ".
011300     05  FILLER  PIC X(15) VALUE "STEP070CASHRPT ".
011400     05  FILLER  PIC X(15) VALUE "STEP073CARDRECN".
011500     05  FILLER  PIC X(15) VALUE "STEP075GLPOST  ".
011600     05  FILLER  PIC X(15) VALUE "STEP078GIFTRECN".
011700     05  FILLER  PIC X(15) VALUE "STEP080EXCPRVW ".
011800     05  FILLER  PIC X(15) VALUE "STEP082RPLFEED ".
011900     05  FILLER  PIC X(15) VALUE "STEP085EVENODD ".
012000     05  FILLER  PIC X(15) VALUE "STEP090SALEARCH".
012100 01  WS-STEP-NAMES-R REDEFINES WS-STEP-NAMES-TABLE.
012110     05  WS-STEP-NAME-ENTRY OCCURS 23 TIMES.
012300         10  SN-STEP            PIC X(07).
012400         10  SN-PROGRAM         PIC X(08).
012410 01  WS-STEP-MAX                PIC 9(03)  VALUE 23.
012600
012700*    THE LATEST ROW TAKEN FOR EACH STEP, SAME SUBSCRIPT AS
012800*    THE NAMES TABLE.
012900 01  WS-STEP-STATS-TABLE.
012910     05  WS-STEP-STATS OCCURS 23 TIMES.
013100         10  SS-FOUND-SW        PIC X(01).
013200             88  SS-FOUND           VALUE 'Y'.
013300         10  SS-RETURN-CODE     PIC 9(04).
013400         10  SS-RECS-READ       PIC 9(09).
013500         10  SS-RECS-WRITTEN    PIC 9(09).
013600         10  SS-RECS-REJECTED   PIC 9(09).
013700         10  SS-CONTROL-COUNT   PIC 9(09).
013800         10  SS-AMOUNT-1-NAME   PIC X(12).
013900         10  SS-AMOUNT-1        PIC S9(11)V99.
014000         10  SS-AMOUNT-2-NAME   PIC X(12).
014100         10  SS-AMOUNT-2        PIC S9(11)V99.
014200
014300*    THE FOUR CROSS-FOOTED STEPS, LEFT TO RIGHT ON THE PAGE.
014400*    THEIR SUBSCRIPTS INTO THE STEP TABLE ARE FOUND AT START.
014500 01  WS-XF-NAMES-TABLE.
014600     05  FILLER  PIC X(08) VALUE "SALEBAL ".
014700     05  FILLER  PIC X(08) VALUE "EODREPT ".
014800     05  FILLER  PIC X(08) VALUE "GLPOST  ".
014900     05  FILLER  PIC X(08) VALUE "SALEARCH".
015000 01  WS-XF-NAMES-R REDEFINES WS-XF-NAMES-TABLE.
015100     05  XF-PROGRAM             PIC X(08) OCCURS 4 TIMES.
015200
015300 01  WS-XF-WORK.
015400     05  WS-XF-ENTRY OCCURS 4 TIMES.
015500         10  XF-IX              PIC 9(03).
015600         10  XF-USED-SW         PIC X(01).
015700             88  XF-USED            VALUE 'Y'.
015800         10  XF-VALUE           PIC S9(11)V99.
015900     05  WS-XF-CHECK            PIC 9(01)  VALUE ZEROES.
016000         88  XF-RECEIPTS            VALUE 1.
016100         88  XF-SALES               VALUE 2.
016200         88  XF-TAX                 VALUE 3.
016300         88  XF-TXN-RECORDS         VALUE 4.
016400     05  WS-XF-BASE             PIC S9(11)V99 VALUE ZEROES.
016500     05  WS-XF-RESULT           PIC X(12)  VALUE SPACES.
016600
016700 01  WS-WORK-FIELDS.
016800     05  WS-IDX                 PIC 9(03)  VALUE ZEROES.
016900     05  WS-XDX                 PIC 9(03)  VALUE ZEROES.
017000     05  WS-FIND-NAME           PIC X(08)  VALUE SPACES.
017100     05  WS-HIGH-RC             PIC 9(04)  VALUE ZEROES.
017200     05  WS-STATS-READ          PIC 9(07)  VALUE ZEROES.
017300     05  WS-STATS-TAKEN         PIC 9(07)  VALUE ZEROES.
017400     05  WS-STEPS-CLEAN         PIC 9(03)  VALUE ZEROES.
017500     05  WS-STEPS-WARNED        PIC 9(03)  VALUE ZEROES.
017600     05  WS-STEPS-FAILED        PIC 9(03)  VALUE ZEROES.
017700     05  WS-STEPS-MISSING       PIC 9(03)  VALUE ZEROES.
017800     05  WS-XF-OUT              PIC 9(03)  VALUE ZEROES.
017900
018000 01  RPT-TITLE-LINE.
018100     05  FILLER  PIC X(40) VALUE
018200             "MISKOLCZI PETS - NIGHTLY BATCH SUMMARY  ".
018300     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
018400     05  RPT-RUN-YEAR           PIC 9(02).
018500     05  FILLER  PIC X(01) VALUE "/".
018600     05  RPT-RUN-MONTH          PIC 9(02).
018700     05  FILLER  PIC X(01) VALUE "/".
018800     05  RPT-RUN-DAY            PIC 9(02).
018900     05  FILLER  PIC X(22) VALUE SPACES.
019000
019100 01  RPT-STEP-HEADING.
019200     05  FILLER  PIC X(08) VALUE "STEP".
019300     05  FILLER  PIC X(09) VALUE "PROGRAM".
019400     05  FILLER  PIC X(06) VALUE "  RC".
019500     05  FILLER  PIC X(10) VALUE "      READ".
019600     05  FILLER  PIC X(10) VALUE "   WRITTEN".
019700     05  FILLER  PIC X(10) VALUE "  REJECTED".
019800     05  FILLER  PIC X(10) VALUE "   CONTROL".
019900     05  FILLER  PIC X(02) VALUE SPACES.
020000     05  FILLER  PIC X(15) VALUE "STATUS".
020100
020200 01  RPT-STEP-LINE.
020300     05  RPT-STP-STEP           PIC X(07).
020400     05  FILLER  PIC X(01) VALUE SPACES.
020500     05  RPT-STP-PROGRAM        PIC X(08).
020600     05  FILLER  PIC X(01) VALUE SPACES.
020700     05  RPT-STP-FIGURES.
020800         10  RPT-STP-RC         PIC ZZZ9.
020900         10  FILLER  PIC X(02) VALUE SPACES.
021000         10  RPT-STP-READ       PIC ZZZZZZZZZ9.
021100         10  RPT-STP-WRITTEN    PIC ZZZZZZZZZ9.
021200         10  RPT-STP-REJECTED   PIC ZZZZZZZZZ9.
021300         10  RPT-STP-CONTROL    PIC ZZZZZZZZZ9.
021400     05  FILLER  PIC X(02) VALUE SPACES.
021500     05  RPT-STP-STATUS         PIC X(15).
021600
021700 01  RPT-MONEY-TITLE            PIC X(80) VALUE
021800         "MONEY TOTALS REPORTED BY THE STEPS:".
021900
022000 01  RPT-MONEY-LINE.
022100     05  RPT-MNY-STEP           PIC X(07).
022200     05  FILLER  PIC X(01) VALUE SPACES.
022300     05  RPT-MNY-PROGRAM        PIC X(08).
022400     05  FILLER  PIC X(02) VALUE SPACES.
022500     05  RPT-MNY-NAME-1         PIC X(12).
022600     05  RPT-MNY-AMOUNT-1       PIC ZZZZZZZZZZ9.99-.
022700     05  FILLER  PIC X(03) VALUE SPACES.
022800     05  RPT-MNY-NAME-2         PIC X(12).
022900     05  RPT-MNY-AMOUNT-2       PIC ZZZZZZZZZZ9.99-.
023000     05  FILLER  PIC X(05) VALUE SPACES.
023100
023200 01  RPT-XF-TITLE               PIC X(80) VALUE
023300         "CROSS-FOOT OF THE DAY'S SALES ACROSS STEPS:".
023400
023500 01  RPT-XF-HEADING.
023600     05  FILLER  PIC X(12) VALUE "CHECK".
023700     05  FILLER  PIC X(14) VALUE "       SALEBAL".
023800     05  FILLER  PIC X(14) VALUE "       EODREPT".
023900     05  FILLER  PIC X(14) VALUE "        GLPOST".
024000     05  FILLER  PIC X(14) VALUE "      SALEARCH".
024100     05  FILLER  PIC X(02) VALUE SPACES.
024200     05  FILLER  PIC X(10) VALUE "RESULT".
024300
024400 01  RPT-XF-LINE.
024500     05  RPT-XF-LABEL           PIC X(12).
024600     05  RPT-XF-COLUMN OCCURS 4 TIMES.
024700         10  RPT-XF-AMOUNT      PIC ZZZZZZZZZ9.99-.
024800         10  RPT-XF-COUNT REDEFINES RPT-XF-AMOUNT
024900                                PIC ZZZZZZZZZZZZZ9.
025000         10  RPT-XF-TEXT REDEFINES RPT-XF-AMOUNT
025100                                PIC X(14).
025200     05  FILLER  PIC X(02) VALUE SPACES.
025300     05  RPT-XF-RESULT          PIC X(10).
025400
025500 01  RPT-TOTALS-LINE.
025600     05  FILLER  PIC X(07) VALUE "CLEAN: ".
025700     05  RPT-TOT-CLEAN          PIC ZZ9.
025800     05  FILLER  PIC X(12) VALUE "   WARNING: ".
025900     05  RPT-TOT-WARNED         PIC ZZ9.
026000     05  FILLER  PIC X(11) VALUE "   FAILED: ".
026100     05  RPT-TOT-FAILED         PIC ZZ9.
026200     05  FILLER  PIC X(12) VALUE "   NOT RUN: ".
026300     05  RPT-TOT-MISSING        PIC ZZ9.
026400     05  FILLER  PIC X(19) VALUE "   CROSS-FOOTS OUT:".
026500     05  RPT-TOT-XF-OUT         PIC ZZ9.
026600     05  FILLER  PIC X(04) VALUE SPACES.
026700
026800 01  RPT-VERDICT-LINE           PIC X(80) VALUE SPACES.
026900
027000 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
027100
027200 PROCEDURE DIVISION.
027300 0100-START.
027400     DISPLAY "*** MISKOLCZI PETS NIGHTLY BATCH SUMMARY ***".
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     PERFORM 2000-READ-STAT THRU 2000-EXIT.
027700     PERFORM 2100-TAKE-STAT THRU 2100-EXIT
027800         UNTIL NO-MORE-RECORDS.
027900     PERFORM 3000-PRINT-STEPS THRU 3000-EXIT.
028000     PERFORM 4000-PRINT-MONEY THRU 4000-EXIT.
028100     PERFORM 5000-CROSS-FOOT THRU 5000-EXIT.
028200     PERFORM 6000-PRINT-VERDICT THRU 6000-EXIT.
028300     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
028400     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
028500     STOP RUN.
028600
028700 1000-INITIALIZE.
028800     DISPLAY "Enter run date YYMMDD (blank = today): ".
028900     ACCEPT WS-DATE-IN.
029000     IF WS-DATE-IN = SPACES
029100         ACCEPT WS-RUN-DATE FROM DATE
029200     ELSE
029300         IF WS-DATE-IN IS NUMERIC
029400             MOVE WS-DATE-IN TO WS-RUN-DATE
029500         ELSE
029600             DISPLAY "RUN DATE NOT YYMMDD - USING TODAY."
029700             ACCEPT WS-RUN-DATE FROM DATE
029800         END-IF
029900     END-IF.
030000     INITIALIZE WS-STEP-STATS-TABLE.
030100     PERFORM 1100-RESOLVE-XF-STEP THRU 1100-EXIT
030200         VARYING WS-XDX FROM 1 BY 1
030300         UNTIL WS-XDX > 4.
030400     OPEN INPUT BAT-STAT-FILE.
030500     IF WS-BAT-STAT-STATUS NOT = '00'
030600         DISPLAY "UNABLE TO OPEN BAT-STAT-FILE - STATUS: "
030700             WS-BAT-STAT-STATUS
030800         SET EXCP-SEV-ERROR TO TRUE
030900         MOVE "BSM001" TO EXCP-LOG-CODE
031000         MOVE "Unable to open BAT-STAT-FILE - no batch summary."
031100             TO EXCP-LOG-MESSAGE
031200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
031300         MOVE 8 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     OPEN INPUT RUN-CTL-FILE.
031700     IF WS-RUN-CTL-STATUS NOT = '00'
031800         MOVE 'N' TO WS-RUN-CTL-AVAIL-SW
031900         DISPLAY "RUN-CTL-FILE unavailable - missing steps not "
032000             "checked against it."
032100     END-IF.
032200     OPEN OUTPUT SUM-RPT-FILE.
032300     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
032400     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
032500     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
032600     WRITE SUM-RPT-LINE FROM RPT-TITLE-LINE.
032700     WRITE SUM-RPT-LINE FROM RPT-BLANK-LINE.
032800 1000-EXIT.
032900     EXIT.
033000
033100 1100-RESOLVE-XF-STEP.
033200     MOVE XF-PROGRAM (WS-XDX) TO WS-FIND-NAME.
033300     PERFORM 2200-FIND-STEP THRU 2200-EXIT.
033400     MOVE WS-IDX TO XF-IX (WS-XDX).
033500 1100-EXIT.
033600     EXIT.
033700
033800 2000-READ-STAT.
033900     READ BAT-STAT-FILE
034000         AT END
034100             MOVE 'N' TO WS-MORE-RECORDS
034200     END-READ.
034300 2000-EXIT.
034400     EXIT.
034500
034600*    ROWS ARE APPENDED AS THE STEPS END, SO A LATER ROW FOR THE
034700*    SAME STEP AND DATE (A RERUN) REPLACES THE EARLIER ONE.
034800 2100-TAKE-STAT.
034900     ADD 1 TO WS-STATS-READ.
035000     IF BST-RUN-DATE = WS-RUN-DATE
035100         MOVE BST-STEP-NAME TO WS-FIND-NAME
035200         PERFORM 2200-FIND-STEP THRU 2200-EXIT
035300         IF WS-FOUND
035400             ADD 1 TO WS-STATS-TAKEN
035500             PERFORM 2300-SAVE-STAT THRU 2300-EXIT
035600         END-IF
035700     END-IF.
035800     PERFORM 2000-READ-STAT THRU 2000-EXIT.
035900 2100-EXIT.
036000     EXIT.
036100
036200 2200-FIND-STEP.
036300     MOVE 'N' TO WS-FOUND-SW.
036400     PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
036500         VARYING WS-IDX FROM 1 BY 1
036600         UNTIL WS-FOUND OR WS-IDX > WS-STEP-MAX.
036700 2200-EXIT.
036800     EXIT.
036900
037000 2210-MATCH-ONE-STEP.
037100     IF SN-PROGRAM (WS-IDX) = WS-FIND-NAME
037200         SET WS-FOUND TO TRUE
037300         SUBTRACT 1 FROM WS-IDX
037400     END-IF.
037500 2210-EXIT.
037600     EXIT.
037700
037800 2300-SAVE-STAT.
037900     MOVE 'Y' TO SS-FOUND-SW (WS-IDX).
038000     MOVE BST-RETURN-CODE TO SS-RETURN-CODE (WS-IDX).
038100     MOVE BST-RECS-READ TO SS-RECS-READ (WS-IDX).
038200     MOVE BST-RECS-WRITTEN TO SS-RECS-WRITTEN (WS-IDX).
038300     MOVE BST-RECS-REJECTED TO SS-RECS-REJECTED (WS-IDX).
038400     MOVE BST-CONTROL-COUNT TO SS-CONTROL-COUNT (WS-IDX).
038500     MOVE BST-AMOUNT-1-NAME TO SS-AMOUNT-1-NAME (WS-IDX).
038600     MOVE BST-AMOUNT-1 TO SS-AMOUNT-1 (WS-IDX).
038700     MOVE BST-AMOUNT-2-NAME TO SS-AMOUNT-2-NAME (WS-IDX).
038800     MOVE BST-AMOUNT-2 TO SS-AMOUNT-2 (WS-IDX).
038900 2300-EXIT.
039000     EXIT.
039100
039200 3000-PRINT-STEPS.
039300     WRITE SUM-RPT-LINE FROM RPT-STEP-HEADING.
039400     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
039500         VARYING WS-IDX FROM 1 BY 1
039600         UNTIL WS-IDX > WS-STEP-MAX.
039700 3000-EXIT.
039800     EXIT.
039900
040000 3100-PRINT-ONE-STEP.
040100     MOVE SN-STEP (WS-IDX) TO RPT-STP-STEP.
040200     MOVE SN-PROGRAM (WS-IDX) TO RPT-STP-PROGRAM.
040300     IF SS-FOUND (WS-IDX)
040400         MOVE SS-RETURN-CODE (WS-IDX) TO RPT-STP-RC
040500         MOVE SS-RECS-READ (WS-IDX) TO RPT-STP-READ
040600         MOVE SS-RECS-WRITTEN (WS-IDX) TO RPT-STP-WRITTEN
040700         MOVE SS-RECS-REJECTED (WS-IDX) TO RPT-STP-REJECTED
040800         MOVE SS-CONTROL-COUNT (WS-IDX) TO RPT-STP-CONTROL
040900         PERFORM 3200-JUDGE-RETURN-CODE THRU 3200-EXIT
041000     ELSE
041100         MOVE SPACES TO RPT-STP-FIGURES
041200         PERFORM 3300-CHECK-RUN-CTL THRU 3300-EXIT
041300         PERFORM 3400-JUDGE-MISSING THRU 3400-EXIT
041400     END-IF.
041500     WRITE SUM-RPT-LINE FROM RPT-STEP-LINE.
041600 3100-EXIT.
041700     EXIT.
041800
041900 3200-JUDGE-RETURN-CODE.
042000     IF SS-RETURN-CODE (WS-IDX) = ZEROES
042100         MOVE "OK" TO RPT-STP-STATUS
042200         ADD 1 TO WS-STEPS-CLEAN
042300         GO TO 3200-EXIT
042400     END-IF.
042500     IF SS-RETURN-CODE (WS-IDX) < 8
042600         MOVE "WARNING" TO RPT-STP-STATUS
042700         ADD 1 TO WS-STEPS-WARNED
042800         IF WS-HIGH-RC < 4
042900             MOVE 4 TO WS-HIGH-RC
043000         END-IF
043100         GO TO 3200-EXIT
043200     END-IF.
043300     MOVE "** FAILED **" TO RPT-STP-STATUS.
043400     ADD 1 TO WS-STEPS-FAILED.
043500     MOVE 8 TO WS-HIGH-RC.
043600     SET EXCP-SEV-ERROR TO TRUE.
043700     MOVE "BSM003" TO EXCP-LOG-CODE.
043800     MOVE SPACES TO EXCP-LOG-MESSAGE.
043900     STRING SN-STEP (WS-IDX) DELIMITED BY SIZE
044000         " " DELIMITED BY SIZE
044100         SN-PROGRAM (WS-IDX) DELIMITED BY SPACE
044200         " ended RC=" DELIMITED BY SIZE
044300         SS-RETURN-CODE (WS-IDX) DELIMITED BY SIZE
044400         "." DELIMITED BY SIZE
044500         INTO EXCP-LOG-MESSAGE.
044600     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
044700 3200-EXIT.
044800     EXIT.
044900
045000*    ONLY THE POSTING STEPS KEEP RUN-CONTROL ROWS.  A COMPLETED
045100*    ROW FOR THE DATE MEANS THE STEP DID ITS WORK (PERHAPS IN
045200*    AN EARLIER SUBMISSION) EVEN THOUGH NO STATISTICS REACHED
045300*    THE FILE.
045400 3300-CHECK-RUN-CTL.
045500     MOVE 'N' TO WS-RNC-DONE-SW.
045600     IF NOT WS-RUN-CTL-AVAIL
045700         GO TO 3300-EXIT
045800     END-IF.
045900     MOVE SN-PROGRAM (WS-IDX) TO RNC-STEP-NAME.
046000     MOVE WS-RUN-DATE TO RNC-RUN-DATE.
046100     READ RUN-CTL-FILE
046200         INVALID KEY
046300             CONTINUE
046400         NOT INVALID KEY
046500             IF RNC-COMPLETED
046600                 MOVE 'Y' TO WS-RNC-DONE-SW
046700             END-IF
046800     END-READ.
046900 3300-EXIT.
047000     EXIT.
047100
047200 3400-JUDGE-MISSING.
047300     MOVE SPACES TO EXCP-LOG-MESSAGE.
047400     IF WS-RNC-DONE
047500         MOVE "RUNCTL ONLY" TO RPT-STP-STATUS
047600         ADD 1 TO WS-STEPS-WARNED
047700         IF WS-HIGH-RC < 4
047800             MOVE 4 TO WS-HIGH-RC
047900         END-IF
048000         SET EXCP-SEV-WARNING TO TRUE
048100         MOVE "BSM005" TO EXCP-LOG-CODE
048200         STRING SN-STEP (WS-IDX) DELIMITED BY SIZE
048300             " " DELIMITED BY SIZE
048400             SN-PROGRAM (WS-IDX) DELIMITED BY SPACE
048500             " completed per RUNCTL but wrote no statistics."
048600                 DELIMITED BY SIZE
048700             INTO EXCP-LOG-MESSAGE
048800     ELSE
048900         MOVE "** NOT RUN **" TO RPT-STP-STATUS
049000         ADD 1 TO WS-STEPS-MISSING
049100         MOVE 8 TO WS-HIGH-RC
049200         SET EXCP-SEV-ERROR TO TRUE
049300         MOVE "BSM002" TO EXCP-LOG-CODE
049400         STRING SN-STEP (WS-IDX) DELIMITED BY SIZE
049500             " " DELIMITED BY SIZE
049600             SN-PROGRAM (WS-IDX) DELIMITED BY SPACE
049700             " did not run or ended abnormally."
049800                 DELIMITED BY SIZE
049900             INTO EXCP-LOG-MESSAGE
050000     END-IF.
050100     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
050200 3400-EXIT.
050300     EXIT.
050400
050500 4000-PRINT-MONEY.
050600     WRITE SUM-RPT-LINE FROM RPT-BLANK-LINE.
050700     WRITE SUM-RPT-LINE FROM RPT-MONEY-TITLE.
050800     PERFORM 4100-PRINT-ONE-MONEY THRU 4100-EXIT
050900         VARYING WS-IDX FROM 1 BY 1
051000         UNTIL WS-IDX > WS-STEP-MAX.
051100 4000-EXIT.
051200     EXIT.
051300
051400 4100-PRINT-ONE-MONEY.
051500     IF NOT SS-FOUND (WS-IDX)
051600         GO TO 4100-EXIT
051700     END-IF.
051800     IF SS-AMOUNT-1-NAME (WS-IDX) = SPACES
051900         AND SS-AMOUNT-2-NAME (WS-IDX) = SPACES
052000         GO TO 4100-EXIT
052100     END-IF.
052200     MOVE SN-STEP (WS-IDX) TO RPT-MNY-STEP.
052300     MOVE SN-PROGRAM (WS-IDX) TO RPT-MNY-PROGRAM.
052400     MOVE SS-AMOUNT-1-NAME (WS-IDX) TO RPT-MNY-NAME-1.
052500     MOVE SS-AMOUNT-1 (WS-IDX) TO RPT-MNY-AMOUNT-1.
052600     MOVE SS-AMOUNT-2-NAME (WS-IDX) TO RPT-MNY-NAME-2.
052700     MOVE SS-AMOUNT-2 (WS-IDX) TO RPT-MNY-AMOUNT-2.
052800     WRITE SUM-RPT-LINE FROM RPT-MONEY-LINE.
052900 4100-EXIT.
053000     EXIT.
053100
053200*    EVERY STEP THAT READ THE DAY'S SALES MUST AGREE ON THE
053300*    RECEIPT COUNT, THE SALES AND THE TAX.  SALEBAL AND
053400*    SALEARCH BOTH READ ALL OF SALESTXN, SO THEIR RECORD
053500*    COUNTS MUST AGREE AS WELL.
053600 5000-CROSS-FOOT.
053700     WRITE SUM-RPT-LINE FROM RPT-BLANK-LINE.
053800     WRITE SUM-RPT-LINE FROM RPT-XF-TITLE.
053900     WRITE SUM-RPT-LINE FROM RPT-XF-HEADING.
054000     MOVE 1 TO WS-XF-CHECK.
054100     MOVE "RECEIPTS" TO RPT-XF-LABEL.
054200     PERFORM 5100-FOOT-ONE-CHECK THRU 5100-EXIT.
054300     MOVE 2 TO WS-XF-CHECK.
054400     MOVE "SALES" TO RPT-XF-LABEL.
054500     PERFORM 5100-FOOT-ONE-CHECK THRU 5100-EXIT.
054600     MOVE 3 TO WS-XF-CHECK.
054700     MOVE "SALES TAX" TO RPT-XF-LABEL.
054800     PERFORM 5100-FOOT-ONE-CHECK THRU 5100-EXIT.
054900     MOVE 4 TO WS-XF-CHECK.
055000     MOVE "TXN RECORDS" TO RPT-XF-LABEL.
055100     PERFORM 5100-FOOT-ONE-CHECK THRU 5100-EXIT.
055200 5000-EXIT.
055300     EXIT.
055400
055500 5100-FOOT-ONE-CHECK.
055600     MOVE 'N' TO WS-XF-BASE-SW.
055700     MOVE ZEROES TO WS-XF-BASE.
055800     MOVE "AGREE" TO WS-XF-RESULT.
055900     PERFORM 5200-FOOT-ONE-COLUMN THRU 5200-EXIT
056000         VARYING WS-XDX FROM 1 BY 1
056100         UNTIL WS-XDX > 4.
056200     MOVE WS-XF-RESULT TO RPT-XF-RESULT.
056300     WRITE SUM-RPT-LINE FROM RPT-XF-LINE.
056400     IF WS-XF-RESULT = "** DISAGREE"
056500         ADD 1 TO WS-XF-OUT
056600         MOVE 8 TO WS-HIGH-RC
056700         SET EXCP-SEV-ERROR TO TRUE
056800         MOVE "BSM004" TO EXCP-LOG-CODE
056900         MOVE SPACES TO EXCP-LOG-MESSAGE
057000         STRING "Cross-foot of " DELIMITED BY SIZE
057100             RPT-XF-LABEL DELIMITED BY "  "
057200             " disagrees between steps." DELIMITED BY SIZE
057300             INTO EXCP-LOG-MESSAGE
057400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
057500     END-IF.
057600 5100-EXIT.
057700     EXIT.
057800
057900 5200-FOOT-ONE-COLUMN.
058000     MOVE XF-IX (WS-XDX) TO WS-IDX.
058100     MOVE 'Y' TO XF-USED-SW (WS-XDX).
058200     IF XF-TXN-RECORDS
058300         AND (WS-XDX = 2 OR WS-XDX = 3)
058400         MOVE 'N' TO XF-USED-SW (WS-XDX)
058500     END-IF.
058600     IF NOT XF-USED (WS-XDX)
058700         MOVE SPACES TO RPT-XF-TEXT (WS-XDX)
058800         GO TO 5200-EXIT
058900     END-IF.
059000     IF NOT SS-FOUND (WS-IDX)
059100         MOVE "       NOT RUN" TO RPT-XF-TEXT (WS-XDX)
059200         IF WS-XF-RESULT = "AGREE"
059300             MOVE "INCOMPLETE" TO WS-XF-RESULT
059400         END-IF
059500         GO TO 5200-EXIT
059600     END-IF.
059700     EVALUATE TRUE
059800         WHEN XF-RECEIPTS
059900             MOVE SS-CONTROL-COUNT (WS-IDX) TO XF-VALUE (WS-XDX)
060000         WHEN XF-SALES
060100             MOVE SS-AMOUNT-1 (WS-IDX) TO XF-VALUE (WS-XDX)
060200         WHEN XF-TAX
060300             MOVE SS-AMOUNT-2 (WS-IDX) TO XF-VALUE (WS-XDX)
060400         WHEN XF-TXN-RECORDS
060500             MOVE SS-RECS-READ (WS-IDX) TO XF-VALUE (WS-XDX)
060600     END-EVALUATE.
060700     IF XF-SALES OR XF-TAX
060800         MOVE XF-VALUE (WS-XDX) TO RPT-XF-AMOUNT (WS-XDX)
060900     ELSE
061000         MOVE XF-VALUE (WS-XDX) TO RPT-XF-COUNT (WS-XDX)
061100     END-IF.
061200     IF NOT WS-XF-BASE-SET
061300         MOVE XF-VALUE (WS-XDX) TO WS-XF-BASE
061400         MOVE 'Y' TO WS-XF-BASE-SW
061500         GO TO 5200-EXIT
061600     END-IF.
061700     IF XF-VALUE (WS-XDX) NOT = WS-XF-BASE
061800         MOVE "** DISAGREE" TO WS-XF-RESULT
061900     END-IF.
062000 5200-EXIT.
062100     EXIT.
062200
062300 6000-PRINT-VERDICT.
062400     WRITE SUM-RPT-LINE FROM RPT-BLANK-LINE.
062500     MOVE WS-STEPS-CLEAN TO RPT-TOT-CLEAN.
062600     MOVE WS-STEPS-WARNED TO RPT-TOT-WARNED.
062700     MOVE WS-STEPS-FAILED TO RPT-TOT-FAILED.
062800     MOVE WS-STEPS-MISSING TO RPT-TOT-MISSING.
062900     MOVE WS-XF-OUT TO RPT-TOT-XF-OUT.
063000     WRITE SUM-RPT-LINE FROM RPT-TOTALS-LINE.
063100     DISPLAY RPT-TOTALS-LINE.
063200     EVALUATE TRUE
063300         WHEN WS-HIGH-RC = ZEROES
063400             MOVE "RESULT: BATCH GOOD - ALL STEPS CLEAN AND AGREE"
063500                 TO RPT-VERDICT-LINE
063600         WHEN WS-HIGH-RC < 8
063700             MOVE "RESULT: BATCH GOOD WITH WARNINGS - SEE STATUS"
063800                 TO RPT-VERDICT-LINE
063900         WHEN OTHER
064000             MOVE "RESULT: ** ATTENTION - SEE FLAGGED LINES **"
064100                 TO RPT-VERDICT-LINE
064200     END-EVALUATE.
064300     WRITE SUM-RPT-LINE FROM RPT-VERDICT-LINE.
064400     DISPLAY RPT-VERDICT-LINE.
064500     MOVE WS-HIGH-RC TO RETURN-CODE.
064600 6000-EXIT.
064700     EXIT.
064800
064900 9000-CLOSE-UP.
065000     CLOSE BAT-STAT-FILE.
065100     IF WS-RUN-CTL-AVAIL
065200         CLOSE RUN-CTL-FILE
065300     END-IF.
065400     CLOSE SUM-RPT-FILE.
065500 9000-EXIT.
065600     EXIT.
065700
065800*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
065900*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
066000*    OPEN COSTS THE ROW, NEVER THE STEP.
066100 8950-WRITE-BATCH-STATS.
066200     OPEN EXTEND BAT-STAT-FILE.
066300     IF WS-BAT-STAT-STATUS = '05' OR '35'
066400         OPEN OUTPUT BAT-STAT-FILE
066500     END-IF.
066600     IF WS-BAT-STAT-STATUS NOT = '00'
066700         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
066800             WS-BAT-STAT-STATUS
066900         GO TO 8950-EXIT
067000     END-IF.
067100     MOVE SPACES TO BATCH-STAT-RECORD.
067200     MOVE "BATSUMM" TO BST-STEP-NAME.
067300     MOVE WS-RUN-DATE TO BST-RUN-DATE.
067400     ACCEPT WS-LOG-TIME FROM TIME.
067500     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
067600     MOVE RETURN-CODE TO BST-RETURN-CODE.
067700     MOVE ZEROES TO BST-RECS-READ.
067800     MOVE ZEROES TO BST-RECS-WRITTEN.
067900     MOVE ZEROES TO BST-RECS-REJECTED.
068000     MOVE ZEROES TO BST-CONTROL-COUNT.
068100     MOVE ZEROES TO BST-AMOUNT-1.
068200     MOVE ZEROES TO BST-AMOUNT-2.
068300     MOVE WS-STATS-READ TO BST-RECS-READ.
068400     MOVE WS-STATS-TAKEN TO BST-RECS-WRITTEN.
068500     MOVE WS-STEPS-MISSING TO BST-RECS-REJECTED.
068600     MOVE WS-XF-OUT TO BST-CONTROL-COUNT.
068700     WRITE BATCH-STAT-RECORD.
068800     CLOSE BAT-STAT-FILE.
068900 8950-EXIT.
069000     EXIT.
069100
069200 8900-LOG-EXCEPTION.
069300     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
069400     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
069500     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
069600     ACCEPT WS-LOG-TIME FROM TIME.
069700     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
069800     MOVE "BATSUMM"          TO EXCP-LOG-PROGRAM.
069900     OPEN EXTEND EXCP-LOG-FILE.
070000     IF WS-EXCP-LOG-STATUS NOT = '00'
070100         OPEN OUTPUT EXCP-LOG-FILE
070200     END-IF.
070300     WRITE EXCP-LOG-RECORD.
070400     CLOSE EXCP-LOG-FILE.
070500 8900-EXIT.
070600     EXIT.
070700
070800 END PROGRAM BATSUMM.
