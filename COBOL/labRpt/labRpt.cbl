000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LABRRPT.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    LABOR-TO-SALES RATIO REPORT FOR BUILDING THE SCHEDULE.      *
000900*    HOURRPT BUCKETS SALES BY HOUR AND OPHOURS TURNS THE TIME    *
001000*    PUNCHES INTO HOURS WORKED, BUT THE TWO WERE NEVER SET SIDE  *
001100*    BY SIDE.  FOR ONE DAY OR THE SEVEN DAYS ENDING ON A DATE,   *
001200*    THIS PROGRAM PAIRS EACH OPERATOR'S IN AND OUT PUNCHES THE   *
001300*    WAY OPHOURS DOES AND SPREADS THE MINUTES ON THE CLOCK OVER  *
001400*    THE HOURS OF THE DAY, THEN BUCKETS THE SALE TOTAL RECORDS   *
001500*    FROM SALESTXN AND THE SALEHIST ARCHIVE BY HOUR THE WAY      *
001600*    HOURRPT DOES.  EACH HOUR SHOWS OPERATORS ON THE CLOCK,      *
001700*    LABOR HOURS, TRANSACTIONS, NET SALES AND SALES PER LABOR    *
001800*    HOUR, FLAGGED OVER-STAFFED OR UNDER-STAFFED AGAINST THE     *
001900*    TARGET.  SYSIN CARDS:                                       *
002000*      1 - END DATE YYMMDD (BLANK = RUN DATE)                    *
002100*      2 - D FOR THAT DAY ONLY, W (OR BLANK) FOR THE WEEK        *
002200*      3 - TARGET SALES PER LABOR HOUR, WHOLE DOLLARS (BLANK =   *
002300*          100)                                                  *
002400*      4 - TOLERANCE PERCENT EITHER SIDE (BLANK = 25)            *
002500*    AN HOUR BELOW TARGET LESS THE TOLERANCE, OR WITH STAFF AND  *
002600*    NO SALES, IS OVER-STAFFED; ONE ABOVE TARGET PLUS THE        *
002700*    TOLERANCE, OR WITH SALES AND NO ONE CLOCKED IN, IS          *
002800*    UNDER-STAFFED.                                              *
002900*-----------------------------------------------------------------
003000*    MAINTENANCE HISTORY.                                       *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    2026-10-15 DRO   INITIAL VERSION.                           *
003210*    2026-10-15 DRO   WEB STORE ORDERS (REGISTER 05) ARE LEFT    *
003220*                     OUT OF THE HOURLY SALES - NO ONE IS ON THE *
003230*                     CLOCK FOR THEM, SO THEY ONLY MADE THE      *
003240*                     FLOOR LOOK UNDER-STAFFED.                  *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT TIME-PUNCH-FILE ASSIGN TO "TIMEPNCH"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-TIME-PUNCH-STATUS.
004500
004600     SELECT SALES-TXN-FILE  ASSIGN TO "SALESTXN"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-SALES-TXN-STATUS.
004900
005000     SELECT SALE-HIST-FILE  ASSIGN TO "SALEHIST"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SALE-HIST-STATUS.
005300
005400     SELECT LABR-RPT-FILE   ASSIGN TO "LABRRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-LABR-RPT-STATUS.
005700
005800     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-EXCP-LOG-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400
006500 FD  TIME-PUNCH-FILE
006600     RECORDING MODE IS F.
006700 COPY TIMEPNCH.
006800
006900 FD  SALES-TXN-FILE
007000     RECORDING MODE IS F.
007100 COPY SALESTXN.
007200
007300 FD  SALE-HIST-FILE
007400     RECORDING MODE IS F.
007500 COPY SALESTXN REPLACING LEADING ==STX== BY ==HST==
007600     ==SALES-TXN-RECORD== BY ==SALE-HIST-RECORD==.
007700
007800 FD  LABR-RPT-FILE
007900     RECORDING MODE IS F.
008000 01  LABR-RPT-LINE              PIC X(80).
008100
008200 FD  EXCP-LOG-FILE
008300     RECORDING MODE IS F.
008400 COPY EXCPLOG.
008500
008600 WORKING-STORAGE SECTION.
008700*    BOTH SALES FILES COPY THE RECORD HERE SO ONE TALLY
008800*    PARAGRAPH SERVES THE LIVE FILE AND THE ARCHIVE.
008900 COPY SALESTXN REPLACING LEADING ==STX== BY ==WRK==
009000     ==SALES-TXN-RECORD== BY ==WRK-TXN-RECORD==.
009100
009200 01  WS-TIME-PUNCH-STATUS       PIC XX     VALUE ZEROES.
009300 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
009400 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
009500 01  WS-LABR-RPT-STATUS         PIC XX     VALUE ZEROES.
009600 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
009700 01  WS-LOG-TIME                PIC 9(08).
009800
009900 01  WS-SWITCHES.
010000     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
010100         88  MORE-RECORDS                  VALUE 'Y'.
010200         88  NO-MORE-RECORDS               VALUE 'N'.
010300     05  WS-SPAN                PIC X      VALUE 'W'.
010400         88  WS-SPAN-DAY            VALUE 'D' 'd'.
010500         88  WS-SPAN-WEEK           VALUE 'W' 'w' ' '.
010600     05  WS-OP-FOUND-SW         PIC X      VALUE 'N'.
010700         88  WS-OP-FOUND            VALUE 'Y'.
010800     05  WS-DAY-FOUND-SW        PIC X      VALUE 'N'.
010900         88  WS-DAY-FOUND           VALUE 'Y'.
011000     05  WS-DAY-HAS-DATA-SW     PIC X      VALUE 'N'.
011100         88  WS-DAY-HAS-DATA        VALUE 'Y'.
011200
011300 01  WS-RUN-DATE.
011400     05  WS-RUN-YEAR            PIC 9(02).
011500     05  WS-RUN-MONTH           PIC 9(02).
011600     05  WS-RUN-DAY             PIC 9(02).
011700
011800 01  WS-PARM-FIELDS.
011900     05  WS-END-DATE-IN         PIC X(06)  VALUE SPACES.
012000     05  WS-NUM-IN              PIC X(03)  VALUE SPACES.
012100     05  WS-NUM-JUST            PIC X(03)  VALUE SPACES.
012200     05  WS-NUM-WORK            PIC X(03)  VALUE SPACES.
012300     05  WS-TARGET-SPLH         PIC 9(03)  VALUE 100.
012400     05  WS-TOLERANCE-PCT       PIC 9(03)  VALUE 25.
012500     05  WS-LOW-SPLH            PIC 9(05)V99 VALUE ZEROES.
012600     05  WS-HIGH-SPLH           PIC 9(05)V99 VALUE ZEROES.
012700
012800*    THE REPORT DATES, OLDEST FIRST, BUILT BY WALKING BACK
012900*    FROM THE END DATE THE WAY OPHOURS BUILDS ITS WEEK.  A
013000*    ONE-DAY RUN USES SLOT 7 ONLY.
013100 01  WS-FIRST-SLOT              PIC 9(01)  VALUE 1.
013200 01  WS-WEEK-TABLE.
013300     05  WS-WEEK-DATE           PIC 9(06) OCCURS 7 TIMES.
013400 01  WS-WALK-DATE.
013500     05  WS-WALK-YEAR           PIC 9(02).
013600     05  WS-WALK-MONTH          PIC 9(02).
013700     05  WS-WALK-DAY            PIC 9(02).
013800 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
013900                                PIC 9(06).
014000
014100 01  WS-MONTH-DAYS-TABLE.
014200     05  FILLER                 PIC X(24)  VALUE
014300             "312831303130313130313031".
014400 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
014500     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
014600 01  WS-LEAP-QUOT               PIC 9(02)  VALUE ZEROES.
014700 01  WS-LEAP-REM                PIC 9(01)  VALUE ZEROES.
014800
014900*    ACCUMULATORS BY REPORT DAY AND HOUR (SUBSCRIPT 1 = 00).
015000 01  WS-HOUR-TABLE.
015100     05  WS-DAY-ENTRY OCCURS 7 TIMES.
015200         10  WS-HOUR-ENTRY OCCURS 24 TIMES.
015300             15  HR-OPERATORS   PIC 9(03).
015400             15  HR-LABOR-MINS  PIC 9(05).
015500             15  HR-SALE-COUNT  PIC 9(05).
015600             15  HR-NET-SALES   PIC 9(09)V99.
015700
015800*    ONE ENTRY PER OPERATOR SEEN.  AN IN PUNCH WAITS HERE FOR
015900*    ITS OUT; ANYTHING LEFT UNPAIRED IS COUNTED, NOT GUESSED
016000*    AT - OPHOURS LISTS THE MISSING PUNCHES FOR PAYROLL.
016100 01  WS-OPERATOR-TABLE.
016200     05  WS-OP-COUNT            PIC 9(02)  VALUE ZEROES.
016300     05  WS-OP-ENTRY OCCURS 50 TIMES.
016400         10  OP-ID              PIC X(04).
016500         10  OP-PENDING-SW      PIC X(01).
016600         10  OP-PENDING-DAY     PIC 9(01).
016700         10  OP-PENDING-MINS    PIC 9(05).
016800 01  WS-OP-IDX                  PIC 9(02)  VALUE ZEROES.
016900 01  WS-DAY-IDX                 PIC 9(01)  VALUE ZEROES.
017000 01  WS-SUB                     PIC 9(02)  VALUE ZEROES.
017100
017200 01  WS-WORK-FIELDS.
017300     05  WS-PUNCH-DATE-NUM      PIC 9(06)  VALUE ZEROES.
017400     05  WS-HH                  PIC 9(02)  VALUE ZEROES.
017500     05  WS-MM                  PIC 9(02)  VALUE ZEROES.
017600     05  WS-TIME-REST           PIC 9(04)  VALUE ZEROES.
017700     05  WS-SS                  PIC 9(02)  VALUE ZEROES.
017800     05  WS-PUNCH-MINUTES       PIC 9(05)  VALUE ZEROES.
017900     05  WS-SHIFT-START         PIC 9(05)  VALUE ZEROES.
018000     05  WS-SHIFT-END           PIC 9(05)  VALUE ZEROES.
018100     05  WS-FIRST-HOUR          PIC 9(02)  VALUE ZEROES.
018200     05  WS-LAST-HOUR           PIC 9(02)  VALUE ZEROES.
018300     05  WS-HOUR                PIC 9(02)  VALUE ZEROES.
018400     05  WS-HOUR-START          PIC 9(05)  VALUE ZEROES.
018500     05  WS-HOUR-END            PIC 9(05)  VALUE ZEROES.
018600     05  WS-SPAN-START          PIC 9(05)  VALUE ZEROES.
018700     05  WS-SPAN-END            PIC 9(05)  VALUE ZEROES.
018800     05  WS-UNPAIRED-PUNCHES    PIC 9(05)  VALUE ZEROES.
018900     05  WS-SALES-DATE-NUM      PIC 9(06)  VALUE ZEROES.
019000     05  WS-LABOR-HOURS         PIC 9(05)V99 VALUE ZEROES.
019100     05  WS-SPLH                PIC 9(07)V99 VALUE ZEROES.
019200     05  WS-OVER-HOURS          PIC 9(04)  VALUE ZEROES.
019300     05  WS-UNDER-HOURS         PIC 9(04)  VALUE ZEROES.
019400
019500 01  WS-TOTALS.
019600     05  WS-DAY-LABOR-MINS      PIC 9(07)  VALUE ZEROES.
019700     05  WS-DAY-SALE-COUNT      PIC 9(07)  VALUE ZEROES.
019800     05  WS-DAY-NET-SALES       PIC 9(11)V99 VALUE ZEROES.
019900     05  WS-ALL-LABOR-MINS      PIC 9(07)  VALUE ZEROES.
020000     05  WS-ALL-SALE-COUNT      PIC 9(07)  VALUE ZEROES.
020100     05  WS-ALL-NET-SALES       PIC 9(11)V99 VALUE ZEROES.
020200
020300 01  RPT-TITLE-LINE.
020400     05  FILLER  PIC X(40) VALUE
020500             "MISKOLCZI PETS - LABOR TO SALES         ".
020600     05  FILLER  PIC X(13) VALUE "ENDING:      ".
020700     05  RPT-END-YEAR           PIC 9(02).
020800     05  FILLER  PIC X(01) VALUE "/".
020900     05  RPT-END-MONTH          PIC 9(02).
021000     05  FILLER  PIC X(01) VALUE "/".
021100     05  RPT-END-DAY            PIC 9(02).
021200     05  FILLER  PIC X(19) VALUE SPACES.
021300
021400 01  RPT-TARGET-LINE.
021500     05  FILLER  PIC X(30) VALUE
021600             "TARGET SALES PER LABOR HOUR:  ".
021700     05  RPT-TARGET             PIC $$$9.
021800     05  FILLER  PIC X(04) VALUE " +/-".
021900     05  RPT-TOLERANCE          PIC ZZ9.
022000     05  FILLER  PIC X(01) VALUE "%".
022100     05  FILLER  PIC X(38) VALUE SPACES.
022200
022300 01  RPT-DAY-LINE.
022400     05  FILLER  PIC X(04) VALUE "--- ".
022500     05  RPT-DAY-DATE           PIC 99/99/99.
022600     05  FILLER  PIC X(04) VALUE " ---".
022700     05  FILLER  PIC X(64) VALUE SPACES.
022800
022900 01  RPT-HEADING-LINE.
023000     05  FILLER  PIC X(06) VALUE "HOUR".
023100     05  FILLER  PIC X(06) VALUE "OPERS".
023200     05  FILLER  PIC X(09) VALUE "LABOR HR".
023300     05  FILLER  PIC X(07) VALUE "SALES".
023400     05  FILLER  PIC X(16) VALUE "NET SALES".
023500     05  FILLER  PIC X(12) VALUE "SALES/LBR HR".
023600     05  FILLER  PIC X(24) VALUE SPACES.
023700
023800 01  RPT-HOUR-LINE.
023900     05  RPT-HOUR               PIC Z9.
024000     05  FILLER  PIC X(04) VALUE SPACES.
024100     05  RPT-OPERATORS          PIC ZZ9.
024200     05  FILLER  PIC X(03) VALUE SPACES.
024300     05  RPT-LABOR-HOURS        PIC ZZ9.99.
024400     05  FILLER  PIC X(03) VALUE SPACES.
024500     05  RPT-SALE-COUNT         PIC ZZZZ9.
024600     05  FILLER  PIC X(01) VALUE SPACES.
024700     05  RPT-NET-SALES          PIC $$$,$$$,$$9.99.
024800     05  FILLER  PIC X(02) VALUE SPACES.
024900     05  RPT-SPLH               PIC $$$,$$9.99.
025000     05  FILLER  PIC X(02) VALUE SPACES.
025100     05  RPT-FLAG               PIC X(13).
025200     05  FILLER  PIC X(12) VALUE SPACES.
025300
025400 01  RPT-TOTAL-LINE.
025500     05  RPT-TOTAL-LABEL        PIC X(12).
025600     05  RPT-TOT-LABOR-HOURS    PIC ZZZZ9.99.
025700     05  FILLER  PIC X(02) VALUE SPACES.
025800     05  RPT-TOT-SALE-COUNT     PIC ZZZZZ9.
025900     05  FILLER  PIC X(01) VALUE SPACES.
026000     05  RPT-TOT-NET-SALES      PIC $$$,$$$,$$9.99.
026100     05  FILLER  PIC X(02) VALUE SPACES.
026200     05  RPT-TOT-SPLH           PIC $$$,$$9.99.
026300     05  FILLER  PIC X(25) VALUE SPACES.
026400
026500 01  RPT-FLAG-COUNT-LINE.
026600     05  FILLER  PIC X(20) VALUE "OVER-STAFFED HOURS: ".
026700     05  RPT-OVER-HOURS         PIC ZZZ9.
026800     05  FILLER  PIC X(24) VALUE
026900             "   UNDER-STAFFED HOURS: ".
027000     05  RPT-UNDER-HOURS        PIC ZZZ9.
027100     05  FILLER  PIC X(28) VALUE SPACES.
027200
027300 01  RPT-UNPAIRED-LINE.
027400     05  FILLER  PIC X(40) VALUE
027500             "UNPAIRED PUNCHES LEFT OUT (SEE OPHOURS):".
027600     05  RPT-UNPAIRED           PIC ZZZZ9.
027700     05  FILLER  PIC X(35) VALUE SPACES.
027800
027900 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
028000
028100 PROCEDURE DIVISION.
028200 0100-START.
028300     DISPLAY "*** MISKOLCZI PETS LABOR TO SALES ***".
028400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028500     PERFORM 2000-SCAN-PUNCHES THRU 2000-EXIT.
028600     PERFORM 3000-SCAN-LIVE-FILE THRU 3000-EXIT.
028700     PERFORM 3500-SCAN-HIST-FILE THRU 3500-EXIT.
028800     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
028900     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
029000     STOP RUN.
029100
029200 1000-INITIALIZE.
029300     ACCEPT WS-RUN-DATE FROM DATE.
029400     INITIALIZE WS-HOUR-TABLE.
029500     DISPLAY "Enter end date (YYMMDD, blank = today): ".
029600     MOVE SPACES TO WS-END-DATE-IN.
029700     ACCEPT WS-END-DATE-IN.
029800     IF WS-END-DATE-IN IS NUMERIC
029900         MOVE WS-END-DATE-IN TO WS-WALK-DATE
030000     ELSE
030100         MOVE WS-RUN-DATE TO WS-WALK-DATE
030200     END-IF.
030300     DISPLAY "Span - (D)ay or (W)eek ending that date: ".
030400     MOVE SPACE TO WS-SPAN.
030500     ACCEPT WS-SPAN.
030600     IF NOT WS-SPAN-DAY
030700         MOVE 'W' TO WS-SPAN
030800     END-IF.
030900     DISPLAY "Target sales per labor hour (blank = 100): ".
031000     MOVE SPACES TO WS-NUM-IN.
031100     ACCEPT WS-NUM-IN.
031200     PERFORM 1080-TAKE-NUMBER-IN THRU 1080-EXIT.
031300     IF WS-NUM-JUST IS NUMERIC AND WS-NUM-JUST NOT = ZEROES
031400         MOVE WS-NUM-JUST TO WS-TARGET-SPLH
031500     END-IF.
031600     DISPLAY "Tolerance percent (blank = 25): ".
031700     MOVE SPACES TO WS-NUM-IN.
031800     ACCEPT WS-NUM-IN.
031900     PERFORM 1080-TAKE-NUMBER-IN THRU 1080-EXIT.
032000     IF WS-NUM-JUST IS NUMERIC AND WS-NUM-JUST NOT = ZEROES
032100         AND WS-NUM-JUST < '100'
032200         MOVE WS-NUM-JUST TO WS-TOLERANCE-PCT
032300     END-IF.
032400     DISPLAY "TARGET " WS-TARGET-SPLH " PER LABOR HOUR, +/- "
032500         WS-TOLERANCE-PCT " PERCENT.".
032600     COMPUTE WS-LOW-SPLH ROUNDED = WS-TARGET-SPLH
032700         * (100 - WS-TOLERANCE-PCT) / 100.
032800     COMPUTE WS-HIGH-SPLH ROUNDED = WS-TARGET-SPLH
032900         * (100 + WS-TOLERANCE-PCT) / 100.
033000     MOVE WS-WALK-YEAR TO RPT-END-YEAR.
033100     MOVE WS-WALK-MONTH TO RPT-END-MONTH.
033200     MOVE WS-WALK-DAY TO RPT-END-DAY.
033300     PERFORM 1100-BUILD-WEEK-TABLE THRU 1100-EXIT.
033400     IF WS-SPAN-DAY
033500         MOVE 7 TO WS-FIRST-SLOT
033600     ELSE
033700         MOVE 1 TO WS-FIRST-SLOT
033800     END-IF.
033900     OPEN OUTPUT LABR-RPT-FILE.
034000     MOVE WS-TARGET-SPLH TO RPT-TARGET.
034100     MOVE WS-TOLERANCE-PCT TO RPT-TOLERANCE.
034200     DISPLAY RPT-TITLE-LINE.
034300     WRITE LABR-RPT-LINE FROM RPT-TITLE-LINE.
034400     WRITE LABR-RPT-LINE FROM RPT-TARGET-LINE.
034500 1000-EXIT.
034600     EXIT.
034700
034800*    A SYSIN CARD ARRIVES LEFT-JUSTIFIED ("90 ") AND WOULD FAIL
034900*    THE NUMERIC TEST - SLIDE IT RIGHT AND ZERO-FILL FIRST.
035000*    THE CALLER KEEPS ITS DEFAULT WHEN THE RESULT IS NOT A
035100*    NUMBER.
035200 1080-TAKE-NUMBER-IN.
035300     MOVE WS-NUM-IN TO WS-NUM-JUST.
035400     PERFORM 1090-SLIDE-NUMBER-RIGHT THRU 1090-EXIT
035500         UNTIL WS-NUM-JUST (3:1) NOT = SPACE
035600         OR WS-NUM-JUST = SPACES.
035700     INSPECT WS-NUM-JUST REPLACING LEADING ' ' BY '0'.
035800 1080-EXIT.
035900     EXIT.
036000
036100 1090-SLIDE-NUMBER-RIGHT.
036200     MOVE WS-NUM-JUST TO WS-NUM-WORK.
036300     MOVE SPACES TO WS-NUM-JUST.
036400     MOVE WS-NUM-WORK (1:2) TO WS-NUM-JUST (2:2).
036500 1090-EXIT.
036600     EXIT.
036700
036800*    SLOT 7 IS THE END DATE ITSELF; EACH EARLIER SLOT IS ONE
036900*    CALENDAR DAY BACK, MONTH AND YEAR ENDS INCLUDED.
037000 1100-BUILD-WEEK-TABLE.
037100     MOVE WS-WALK-DATE-NUM TO WS-WEEK-DATE (7).
037200     PERFORM 1150-WALK-BACK-ONE-DAY THRU 1150-EXIT
037300         VARYING WS-SUB FROM 6 BY -1 UNTIL WS-SUB < 1.
037400 1100-EXIT.
037500     EXIT.
037600
037700 1150-WALK-BACK-ONE-DAY.
037800     IF WS-WALK-DAY > 1
037900         SUBTRACT 1 FROM WS-WALK-DAY
038000     ELSE
038100         IF WS-WALK-MONTH = 1
038200             MOVE 12 TO WS-WALK-MONTH
038300             IF WS-WALK-YEAR = ZEROES
038400                 MOVE 99 TO WS-WALK-YEAR
038500             ELSE
038600                 SUBTRACT 1 FROM WS-WALK-YEAR
038700             END-IF
038800         ELSE
038900             SUBTRACT 1 FROM WS-WALK-MONTH
039000         END-IF
039100         MOVE WS-DAYS-IN-MONTH (WS-WALK-MONTH)
039200             TO WS-WALK-DAY
039300         IF WS-WALK-MONTH = 2
039400             DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOT
039500                 REMAINDER WS-LEAP-REM
039600             IF WS-LEAP-REM = ZEROES
039700                 MOVE 29 TO WS-WALK-DAY
039800             END-IF
039900         END-IF
040000     END-IF.
040100     MOVE WS-WALK-DATE-NUM TO WS-WEEK-DATE (WS-SUB).
040200 1150-EXIT.
040300     EXIT.
040400
040500*    FINDS THE REPORT SLOT FOR WS-SALES-DATE-NUM, IF ANY.
040600 1200-FIND-REPORT-DAY.
040700     MOVE 'N' TO WS-DAY-FOUND-SW.
040800     PERFORM 1210-MATCH-ONE-DAY THRU 1210-EXIT
040900         VARYING WS-SUB FROM WS-FIRST-SLOT BY 1
041000         UNTIL WS-DAY-FOUND OR WS-SUB > 7.
041100 1200-EXIT.
041200     EXIT.
041300
041400 1210-MATCH-ONE-DAY.
041500     IF WS-WEEK-DATE (WS-SUB) = WS-SALES-DATE-NUM
041600         SET WS-DAY-FOUND TO TRUE
041700         MOVE WS-SUB TO WS-DAY-IDX
041800     END-IF.
041900 1210-EXIT.
042000     EXIT.
042100
042200 2000-SCAN-PUNCHES.
042300     OPEN INPUT TIME-PUNCH-FILE.
042400     IF WS-TIME-PUNCH-STATUS NOT = '00'
042500         DISPLAY "UNABLE TO OPEN TIME-PUNCH-FILE - STATUS: "
042600             WS-TIME-PUNCH-STATUS
042700         SET EXCP-SEV-ERROR TO TRUE
042800         MOVE "LBR001" TO EXCP-LOG-CODE
042900         MOVE "Unable to open TIME-PUNCH-FILE."
043000             TO EXCP-LOG-MESSAGE
043100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
043200         MOVE 8 TO RETURN-CODE
043300         STOP RUN
043400     END-IF.
043500     MOVE 'Y' TO WS-MORE-RECORDS.
043600     PERFORM 2100-PROCESS-PUNCH THRU 2100-EXIT
043700         UNTIL NO-MORE-RECORDS.
043800     CLOSE TIME-PUNCH-FILE.
043900     PERFORM 2800-COUNT-PENDING THRU 2800-EXIT
044000         VARYING WS-OP-IDX FROM 1 BY 1
044100         UNTIL WS-OP-IDX > WS-OP-COUNT.
044200     IF WS-UNPAIRED-PUNCHES > ZEROES
044300         SET EXCP-SEV-WARNING TO TRUE
044400         MOVE "LBR005" TO EXCP-LOG-CODE
044500         MOVE "Unpaired time punches left out of labor hours."
044600             TO EXCP-LOG-MESSAGE
044700         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
044800     END-IF.
044900 2000-EXIT.
045000     EXIT.
045100
045200 2100-PROCESS-PUNCH.
045300     READ TIME-PUNCH-FILE
045400         AT END
045500             MOVE 'N' TO WS-MORE-RECORDS
045600             GO TO 2100-EXIT
045700     END-READ.
045800     MOVE TPN-DATE TO WS-SALES-DATE-NUM.
045900     PERFORM 1200-FIND-REPORT-DAY THRU 1200-EXIT.
046000     IF NOT WS-DAY-FOUND
046100         GO TO 2100-EXIT
046200     END-IF.
046300     PERFORM 2200-FIND-OR-ADD-OPER THRU 2200-EXIT.
046400     IF NOT WS-OP-FOUND
046500         GO TO 2100-EXIT
046600     END-IF.
046700     DIVIDE TPN-TIME BY 10000 GIVING WS-HH
046800         REMAINDER WS-TIME-REST.
046900     DIVIDE WS-TIME-REST BY 100 GIVING WS-MM
047000         REMAINDER WS-SS.
047100     COMPUTE WS-PUNCH-MINUTES = (WS-HH * 60) + WS-MM.
047200     IF TPN-PUNCH-IN
047300         PERFORM 2300-TAKE-IN-PUNCH THRU 2300-EXIT
047400     ELSE
047500         PERFORM 2400-TAKE-OUT-PUNCH THRU 2400-EXIT
047600     END-IF.
047700 2100-EXIT.
047800     EXIT.
047900
048000 2200-FIND-OR-ADD-OPER.
048100     MOVE 'N' TO WS-OP-FOUND-SW.
048200     PERFORM 2210-MATCH-ONE-OPER THRU 2210-EXIT
048300         VARYING WS-OP-IDX FROM 1 BY 1
048400         UNTIL WS-OP-FOUND OR WS-OP-IDX > WS-OP-COUNT.
048500     IF WS-OP-FOUND
048600         GO TO 2200-EXIT
048700     END-IF.
048800     IF WS-OP-COUNT NOT < 50
048900         SET EXCP-SEV-WARNING TO TRUE
049000         MOVE "LBR004" TO EXCP-LOG-CODE
049100         MOVE "Operator table full - punch dropped."
049200             TO EXCP-LOG-MESSAGE
049300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
049400         GO TO 2200-EXIT
049500     END-IF.
049600     ADD 1 TO WS-OP-COUNT.
049700     MOVE WS-OP-COUNT TO WS-OP-IDX.
049800     MOVE TPN-OPERATOR-ID TO OP-ID (WS-OP-IDX).
049900     MOVE 'N' TO OP-PENDING-SW (WS-OP-IDX).
050000     MOVE ZEROES TO OP-PENDING-DAY (WS-OP-IDX).
050100     MOVE ZEROES TO OP-PENDING-MINS (WS-OP-IDX).
050200     SET WS-OP-FOUND TO TRUE.
050300 2200-EXIT.
050400     EXIT.
050500
050600 2210-MATCH-ONE-OPER.
050700     IF OP-ID (WS-OP-IDX) = TPN-OPERATOR-ID
050800         SET WS-OP-FOUND TO TRUE
050900         SUBTRACT 1 FROM WS-OP-IDX
051000     END-IF.
051100 2210-EXIT.
051200     EXIT.
051300
051400*    A SECOND IN WITH ONE STILL OPEN MEANS THE EARLIER SHIFT
051500*    NEVER CLOCKED OUT - COUNT IT AND START FRESH.
051600 2300-TAKE-IN-PUNCH.
051700     IF OP-PENDING-SW (WS-OP-IDX) = 'Y'
051800         ADD 1 TO WS-UNPAIRED-PUNCHES
051900     END-IF.
052000     MOVE 'Y' TO OP-PENDING-SW (WS-OP-IDX).
052100     MOVE WS-DAY-IDX TO OP-PENDING-DAY (WS-OP-IDX).
052200     MOVE WS-PUNCH-MINUTES TO OP-PENDING-MINS (WS-OP-IDX).
052300 2300-EXIT.
052400     EXIT.
052500
052600 2400-TAKE-OUT-PUNCH.
052700     IF OP-PENDING-SW (WS-OP-IDX) NOT = 'Y'
052800         ADD 1 TO WS-UNPAIRED-PUNCHES
052900         GO TO 2400-EXIT
053000     END-IF.
053100     MOVE 'N' TO OP-PENDING-SW (WS-OP-IDX).
053200     IF OP-PENDING-DAY (WS-OP-IDX) NOT = WS-DAY-IDX
053300         ADD 2 TO WS-UNPAIRED-PUNCHES
053400         GO TO 2400-EXIT
053500     END-IF.
053600     MOVE OP-PENDING-MINS (WS-OP-IDX) TO WS-SHIFT-START.
053700     MOVE WS-PUNCH-MINUTES TO WS-SHIFT-END.
053800     IF WS-SHIFT-END NOT > WS-SHIFT-START
053900         GO TO 2400-EXIT
054000     END-IF.
054100     DIVIDE WS-SHIFT-START BY 60 GIVING WS-FIRST-HOUR.
054200     COMPUTE WS-LAST-HOUR = (WS-SHIFT-END - 1) / 60.
054300     IF WS-LAST-HOUR > 23
054400         MOVE 23 TO WS-LAST-HOUR
054500     END-IF.
054600     PERFORM 2500-SPREAD-ONE-HOUR THRU 2500-EXIT
054700         VARYING WS-HOUR FROM WS-FIRST-HOUR BY 1
054800         UNTIL WS-HOUR > WS-LAST-HOUR.
054900 2400-EXIT.
055000     EXIT.
055100
055200*    THE PART OF THE SHIFT THAT FALLS INSIDE THIS CLOCK HOUR.
055300 2500-SPREAD-ONE-HOUR.
055400     COMPUTE WS-HOUR-START = WS-HOUR * 60.
055500     COMPUTE WS-HOUR-END = WS-HOUR-START + 60.
055600     IF WS-SHIFT-START > WS-HOUR-START
055700         MOVE WS-SHIFT-START TO WS-SPAN-START
055800     ELSE
055900         MOVE WS-HOUR-START TO WS-SPAN-START
056000     END-IF.
056100     IF WS-SHIFT-END < WS-HOUR-END
056200         MOVE WS-SHIFT-END TO WS-SPAN-END
056300     ELSE
056400         MOVE WS-HOUR-END TO WS-SPAN-END
056500     END-IF.
056600     IF WS-SPAN-END NOT > WS-SPAN-START
056700         GO TO 2500-EXIT
056800     END-IF.
056900     ADD 1 TO WS-HOUR GIVING WS-SUB.
057000     ADD 1 TO HR-OPERATORS (WS-DAY-IDX, WS-SUB).
057100     COMPUTE HR-LABOR-MINS (WS-DAY-IDX, WS-SUB) =
057200         HR-LABOR-MINS (WS-DAY-IDX, WS-SUB)
057300         + WS-SPAN-END - WS-SPAN-START.
057400 2500-EXIT.
057500     EXIT.
057600
057700 2800-COUNT-PENDING.
057800     IF OP-PENDING-SW (WS-OP-IDX) = 'Y'
057900         ADD 1 TO WS-UNPAIRED-PUNCHES
058000     END-IF.
058100 2800-EXIT.
058200     EXIT.
058300
058400 3000-SCAN-LIVE-FILE.
058500     OPEN INPUT SALES-TXN-FILE.
058600     IF WS-SALES-TXN-STATUS NOT = '00'
058700         DISPLAY "UNABLE TO OPEN SALES-TXN-FILE - STATUS: "
058800             WS-SALES-TXN-STATUS
058900         SET EXCP-SEV-ERROR TO TRUE
059000         MOVE "LBR002" TO EXCP-LOG-CODE
059100         MOVE "Unable to open SALES-TXN-FILE."
059200             TO EXCP-LOG-MESSAGE
059300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
059400         MOVE 8 TO RETURN-CODE
059500         STOP RUN
059600     END-IF.
059700     MOVE 'Y' TO WS-MORE-RECORDS.
059800     PERFORM 3100-TALLY-ONE-LIVE THRU 3100-EXIT
059900         UNTIL NO-MORE-RECORDS.
060000     CLOSE SALES-TXN-FILE.
060100 3000-EXIT.
060200     EXIT.
060300
060400 3100-TALLY-ONE-LIVE.
060500     READ SALES-TXN-FILE
060600         AT END
060700             MOVE 'N' TO WS-MORE-RECORDS
060800             GO TO 3100-EXIT
060900     END-READ.
061000     IF STX-TOTAL-REC
061100         MOVE SALES-TXN-RECORD TO WRK-TXN-RECORD
061200         PERFORM 3700-TALLY-ONE-TOTAL THRU 3700-EXIT
061300     END-IF.
061400 3100-EXIT.
061500     EXIT.
061600
061700*    CLOSED DAYS LIVE IN THE ARCHIVE.  A RUN FOR TODAY ALONE
061800*    FINDS NOTHING THERE, SO A MISSING ARCHIVE IS NOT FATAL.
061900 3500-SCAN-HIST-FILE.
062000     OPEN INPUT SALE-HIST-FILE.
062100     IF WS-SALE-HIST-STATUS = '05' OR '35'
062200         GO TO 3500-EXIT
062300     END-IF.
062400     IF WS-SALE-HIST-STATUS NOT = '00'
062500         DISPLAY "UNABLE TO OPEN SALE-HIST-FILE - STATUS: "
062600             WS-SALE-HIST-STATUS
062700         SET EXCP-SEV-ERROR TO TRUE
062800         MOVE "LBR003" TO EXCP-LOG-CODE
062900         MOVE "Unable to open SALE-HIST-FILE."
063000             TO EXCP-LOG-MESSAGE
063100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
063200         MOVE 8 TO RETURN-CODE
063300         STOP RUN
063400     END-IF.
063500     MOVE 'Y' TO WS-MORE-RECORDS.
063600     PERFORM 3600-TALLY-ONE-HIST THRU 3600-EXIT
063700         UNTIL NO-MORE-RECORDS.
063800     CLOSE SALE-HIST-FILE.
063900 3500-EXIT.
064000     EXIT.
064100
064200 3600-TALLY-ONE-HIST.
064300     READ SALE-HIST-FILE
064400         AT END
064500             MOVE 'N' TO WS-MORE-RECORDS
064600             GO TO 3600-EXIT
064700     END-READ.
064800     IF HST-TOTAL-REC
064900         MOVE SALE-HIST-RECORD TO WRK-TXN-RECORD
065000         PERFORM 3700-TALLY-ONE-TOTAL THRU 3700-EXIT
065100     END-IF.
065200 3600-EXIT.
065300     EXIT.
065400
065500 3700-TALLY-ONE-TOTAL.
065510*    WEB ORDERS ARE RUNG ON NO TILL AND BY NO ONE ON THE CLOCK,
065520*    SO THEY ARE KEPT OUT OF THE FLOOR'S SALES PER LABOR HOUR.
065530     IF WRK-WEB-REGISTER
065540         GO TO 3700-EXIT
065550     END-IF.
065600     MOVE WRK-TXN-DATE TO WS-SALES-DATE-NUM.
065700     PERFORM 1200-FIND-REPORT-DAY THRU 1200-EXIT.
065800     IF NOT WS-DAY-FOUND
065900         GO TO 3700-EXIT
066000     END-IF.
066100     DIVIDE WRK-TXN-TIME BY 1000000 GIVING WS-HOUR.
066200     IF WS-HOUR > 23
066300         MOVE 23 TO WS-HOUR
066400     END-IF.
066500     ADD 1 TO WS-HOUR GIVING WS-SUB.
066600     ADD 1 TO HR-SALE-COUNT (WS-DAY-IDX, WS-SUB).
066700     ADD WRK-NET-TOTAL TO HR-NET-SALES (WS-DAY-IDX, WS-SUB).
066800 3700-EXIT.
066900     EXIT.
067000
067100 4000-PRINT-REPORT.
067200     PERFORM 4100-PRINT-ONE-DAY THRU 4100-EXIT
067300         VARYING WS-DAY-IDX FROM WS-FIRST-SLOT BY 1
067400         UNTIL WS-DAY-IDX > 7.
067500     WRITE LABR-RPT-LINE FROM RPT-BLANK-LINE.
067600     MOVE "PERIOD TOTAL" TO RPT-TOTAL-LABEL.
067700     MOVE WS-ALL-LABOR-MINS TO WS-DAY-LABOR-MINS.
067800     MOVE WS-ALL-SALE-COUNT TO WS-DAY-SALE-COUNT.
067900     MOVE WS-ALL-NET-SALES TO WS-DAY-NET-SALES.
068000     PERFORM 4400-PRINT-TOTAL THRU 4400-EXIT.
068100     MOVE WS-OVER-HOURS TO RPT-OVER-HOURS.
068200     MOVE WS-UNDER-HOURS TO RPT-UNDER-HOURS.
068300     DISPLAY RPT-FLAG-COUNT-LINE.
068400     WRITE LABR-RPT-LINE FROM RPT-FLAG-COUNT-LINE.
068500     IF WS-UNPAIRED-PUNCHES > ZEROES
068600         MOVE WS-UNPAIRED-PUNCHES TO RPT-UNPAIRED
068700         DISPLAY RPT-UNPAIRED-LINE
068800         WRITE LABR-RPT-LINE FROM RPT-UNPAIRED-LINE
068900     END-IF.
069000 4000-EXIT.
069100     EXIT.
069200
069300 4100-PRINT-ONE-DAY.
069400     MOVE 'N' TO WS-DAY-HAS-DATA-SW.
069500     PERFORM 4150-CHECK-ONE-HOUR THRU 4150-EXIT
069600         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 24.
069700     IF NOT WS-DAY-HAS-DATA
069800         GO TO 4100-EXIT
069900     END-IF.
070000     MOVE ZEROES TO WS-DAY-LABOR-MINS.
070100     MOVE ZEROES TO WS-DAY-SALE-COUNT.
070200     MOVE ZEROES TO WS-DAY-NET-SALES.
070300     WRITE LABR-RPT-LINE FROM RPT-BLANK-LINE.
070400     MOVE WS-WEEK-DATE (WS-DAY-IDX) TO RPT-DAY-DATE.
070500     DISPLAY RPT-DAY-LINE.
070600     WRITE LABR-RPT-LINE FROM RPT-DAY-LINE.
070700     WRITE LABR-RPT-LINE FROM RPT-HEADING-LINE.
070800     PERFORM 4200-PRINT-ONE-HOUR THRU 4200-EXIT
070900         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 24.
071000     MOVE "  DAY TOTAL " TO RPT-TOTAL-LABEL.
071100     PERFORM 4400-PRINT-TOTAL THRU 4400-EXIT.
071200     ADD WS-DAY-LABOR-MINS TO WS-ALL-LABOR-MINS.
071300     ADD WS-DAY-SALE-COUNT TO WS-ALL-SALE-COUNT.
071400     ADD WS-DAY-NET-SALES TO WS-ALL-NET-SALES.
071500 4100-EXIT.
071600     EXIT.
071700
071800 4150-CHECK-ONE-HOUR.
071900     IF HR-SALE-COUNT (WS-DAY-IDX, WS-SUB) > ZEROES
072000         OR HR-LABOR-MINS (WS-DAY-IDX, WS-SUB) > ZEROES
072100         SET WS-DAY-HAS-DATA TO TRUE
072200     END-IF.
072300 4150-EXIT.
072400     EXIT.
072500
072600 4200-PRINT-ONE-HOUR.
072700     IF HR-SALE-COUNT (WS-DAY-IDX, WS-SUB) = ZEROES
072800         AND HR-LABOR-MINS (WS-DAY-IDX, WS-SUB) = ZEROES
072900         GO TO 4200-EXIT
073000     END-IF.
073100     SUBTRACT 1 FROM WS-SUB GIVING WS-HOUR.
073200     MOVE WS-HOUR TO RPT-HOUR.
073300     MOVE HR-OPERATORS (WS-DAY-IDX, WS-SUB) TO RPT-OPERATORS.
073400     COMPUTE WS-LABOR-HOURS ROUNDED =
073500         HR-LABOR-MINS (WS-DAY-IDX, WS-SUB) / 60.
073600     MOVE WS-LABOR-HOURS TO RPT-LABOR-HOURS.
073700     MOVE HR-SALE-COUNT (WS-DAY-IDX, WS-SUB)
073800         TO RPT-SALE-COUNT.
073900     MOVE HR-NET-SALES (WS-DAY-IDX, WS-SUB) TO RPT-NET-SALES.
074000     MOVE SPACES TO RPT-FLAG.
074100     MOVE ZEROES TO WS-SPLH.
074200     IF HR-LABOR-MINS (WS-DAY-IDX, WS-SUB) = ZEROES
074300         MOVE "UNDER-STAFFED" TO RPT-FLAG
074400     ELSE
074500         COMPUTE WS-SPLH ROUNDED =
074600             HR-NET-SALES (WS-DAY-IDX, WS-SUB) * 60
074700             / HR-LABOR-MINS (WS-DAY-IDX, WS-SUB)
074800         IF WS-SPLH < WS-LOW-SPLH
074900             MOVE "OVER-STAFFED" TO RPT-FLAG
075000         END-IF
075100         IF WS-SPLH > WS-HIGH-SPLH
075200             MOVE "UNDER-STAFFED" TO RPT-FLAG
075300         END-IF
075400     END-IF.
075500     IF RPT-FLAG = "OVER-STAFFED"
075600         ADD 1 TO WS-OVER-HOURS
075700     END-IF.
075800     IF RPT-FLAG = "UNDER-STAFFED"
075900         ADD 1 TO WS-UNDER-HOURS
076000     END-IF.
076100     MOVE WS-SPLH TO RPT-SPLH.
076200     DISPLAY RPT-HOUR-LINE.
076300     WRITE LABR-RPT-LINE FROM RPT-HOUR-LINE.
076400     ADD HR-LABOR-MINS (WS-DAY-IDX, WS-SUB)
076500         TO WS-DAY-LABOR-MINS.
076600     ADD HR-SALE-COUNT (WS-DAY-IDX, WS-SUB)
076700         TO WS-DAY-SALE-COUNT.
076800     ADD HR-NET-SALES (WS-DAY-IDX, WS-SUB)
076900         TO WS-DAY-NET-SALES.
077000 4200-EXIT.
077100     EXIT.
077200
077300 4400-PRINT-TOTAL.
077400     COMPUTE WS-LABOR-HOURS ROUNDED = WS-DAY-LABOR-MINS / 60.
077500     MOVE WS-LABOR-HOURS TO RPT-TOT-LABOR-HOURS.
077600     MOVE WS-DAY-SALE-COUNT TO RPT-TOT-SALE-COUNT.
077700     MOVE WS-DAY-NET-SALES TO RPT-TOT-NET-SALES.
077800     MOVE ZEROES TO WS-SPLH.
077900     IF WS-DAY-LABOR-MINS > ZEROES
078000         COMPUTE WS-SPLH ROUNDED =
078100             WS-DAY-NET-SALES * 60 / WS-DAY-LABOR-MINS
078200     END-IF.
078300     MOVE WS-SPLH TO RPT-TOT-SPLH.
078400     DISPLAY RPT-TOTAL-LINE.
078500     WRITE LABR-RPT-LINE FROM RPT-TOTAL-LINE.
078600 4400-EXIT.
078700     EXIT.
078800
078900 9000-CLOSE-UP.
079000     CLOSE LABR-RPT-FILE.
079100 9000-EXIT.
079200     EXIT.
079300
079400 8900-LOG-EXCEPTION.
079500     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
079600     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
079700     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
079800     ACCEPT WS-LOG-TIME FROM TIME.
079900     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
080000     MOVE "LABRRPT"          TO EXCP-LOG-PROGRAM.
080100     OPEN EXTEND EXCP-LOG-FILE.
080200     IF WS-EXCP-LOG-STATUS NOT = '00'
080300         OPEN OUTPUT EXCP-LOG-FILE
080400     END-IF.
080500     WRITE EXCP-LOG-RECORD.
080600     CLOSE EXCP-LOG-FILE.
080700 8900-EXIT.
080800     EXIT.
080900
081000 END PROGRAM LABRRPT.
