000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FISCBLD.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    FISCAL CALENDAR BUILD.  THE ACCOUNTING YEAR RUNS ON A 4-4-5 *
000900*    RETAIL CALENDAR STARTING IN FEBRUARY - TWELVE PERIODS OF    *
001000*    FOUR, FOUR AND FIVE WEEKS, FOUR QUARTERS OF THIRTEEN WEEKS. *
001100*    THIS PROGRAM TAKES THE FISCAL YEAR, ITS FIRST DAY AND THE   *
001200*    WEEKS IN THE YEAR (52, OR 53 IN A LONG YEAR, THE EXTRA WEEK *
001300*    GOING TO PERIOD 12) FROM SYSIN AND WRITES THE YEAR'S PERIOD *
001400*    AND WEEK ROWS TO FISCCAL WITH THEIR START AND END DATES.    *
001500*    RERUNNING A YEAR REPLACES ITS ROWS.  THE NEW YEAR IS        *
001600*    CHECKED AGAINST THE END OF THE PRIOR YEAR ON FILE SO A GAP  *
001700*    OR OVERLAP BETWEEN YEARS IS CAUGHT BEFORE ANY REPORT USES   *
001800*    IT.  RUN ONCE A YEAR AHEAD OF THE NEW FISCAL YEAR.          *
001900*-----------------------------------------------------------------
002000*    MAINTENANCE HISTORY.                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-15 DRO   INITIAL VERSION.                           *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FISC-CAL-FILE   ASSIGN TO "FISCCAL"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS FCL-KEY
003600         FILE STATUS IS WS-FISC-CAL-STATUS.
003700
003800     SELECT FISC-RPT-FILE   ASSIGN TO "FISCRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-FISC-RPT-STATUS.
004100
004200     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-EXCP-LOG-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800
004900 FD  FISC-CAL-FILE.
005000 COPY FISCCAL.
005100
005200 FD  FISC-RPT-FILE
005300     RECORDING MODE IS F.
005400 01  FISC-RPT-LINE              PIC X(80).
005500
005600 FD  EXCP-LOG-FILE
005700     RECORDING MODE IS F.
005800 COPY EXCPLOG.
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-FISC-CAL-STATUS         PIC XX     VALUE ZEROES.
006200 01  WS-FISC-RPT-STATUS         PIC XX     VALUE ZEROES.
006300 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
006400 01  WS-LOG-TIME                PIC 9(08).
006500
006600 01  WS-SWITCHES.
006700     05  WS-PARM-OK-SW          PIC X      VALUE 'Y'.
006800         88  WS-PARM-OK             VALUE 'Y'.
006900
007000 01  WS-RUN-DATE.
007100     05  WS-RUN-YEAR            PIC 9(02).
007200     05  WS-RUN-MONTH           PIC 9(02).
007300     05  WS-RUN-DAY             PIC 9(02).
007400
007500 01  WS-PARM-FIELDS.
007600     05  WS-YEAR-IN             PIC X(02)  VALUE SPACES.
007700     05  WS-START-IN            PIC X(06)  VALUE SPACES.
007800     05  WS-WEEKS-IN            PIC X(02)  VALUE SPACES.
007900     05  WS-FISCAL-YEAR         PIC 9(02)  VALUE ZEROES.
008000     05  WS-PRIOR-YEAR          PIC 9(02)  VALUE ZEROES.
008100     05  WS-YEAR-WEEKS          PIC 9(02)  VALUE 52.
008200
008300*    THE DATE BEING STEPPED THROUGH THE YEAR, A DAY AT A TIME.
008400 01  WS-CUR-DATE.
008500     05  WS-CUR-YEAR            PIC 9(02).
008600     05  WS-CUR-MONTH           PIC 9(02).
008700     05  WS-CUR-DAY             PIC 9(02).
008800 01  WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE
008900                                PIC 9(06).
009000
009100 01  WS-MONTH-DAYS-TABLE.
009200     05  FILLER                 PIC X(24)  VALUE
009300             "312831303130313130313031".
009400 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
009500     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
009600 01  WS-MONTH-LEN               PIC 9(02)  VALUE ZEROES.
009700 01  WS-LEAP-QUOT               PIC 9(02)  VALUE ZEROES.
009800 01  WS-LEAP-REM                PIC 9(01)  VALUE ZEROES.
009900
010000*    WEEKS PER PERIOD - 4-4-5 IN EACH QUARTER.
010100 01  WS-PATTERN-TABLE.
010200     05  FILLER                 PIC X(12)  VALUE "445445445445".
010300 01  WS-PATTERN-R REDEFINES WS-PATTERN-TABLE.
010400     05  WS-PATTERN-WEEKS       PIC 9(01)  OCCURS 12 TIMES.
010500
010600 01  WS-BUILD-FIELDS.
010700     05  WS-PERIOD              PIC 9(02)  VALUE ZEROES.
010800     05  WS-QUARTER             PIC 9(01)  VALUE ZEROES.
010900     05  WS-PERIOD-WEEKS        PIC 9(02)  VALUE ZEROES.
011000     05  WS-WEEK-IN-PERIOD      PIC 9(02)  VALUE ZEROES.
011100     05  WS-WEEK-OF-YEAR        PIC 9(02)  VALUE ZEROES.
011200     05  WS-FIRST-WEEK          PIC 9(02)  VALUE ZEROES.
011300     05  WS-PERIOD-START        PIC 9(06)  VALUE ZEROES.
011400     05  WS-WEEK-START          PIC 9(06)  VALUE ZEROES.
011500     05  WS-WEEK-END            PIC 9(06)  VALUE ZEROES.
011600     05  WS-YEAR-START          PIC 9(06)  VALUE ZEROES.
011700     05  WS-YEAR-END            PIC 9(06)  VALUE ZEROES.
011800     05  WS-ROWS-WRITTEN        PIC 9(03)  VALUE ZEROES.
011900     05  WS-ROWS-REPLACED       PIC 9(03)  VALUE ZEROES.
012000
012100 01  RPT-TITLE-LINE.
012200     05  FILLER  PIC X(40) VALUE
012300             "MISKOLCZI PETS - FISCAL CALENDAR BUILD  ".
012400     05  FILLER  PIC X(13) VALUE "FISCAL YEAR: ".
012500     05  RPT-FISCAL-YEAR        PIC 9(02).
012600     05  FILLER  PIC X(25) VALUE SPACES.
012700
012800 01  RPT-HEADING-LINE.
012900     05  FILLER  PIC X(08) VALUE "PERIOD".
013000     05  FILLER  PIC X(05) VALUE "QTR".
013100     05  FILLER  PIC X(07) VALUE "WEEKS".
013200     05  FILLER  PIC X(10) VALUE "FROM".
013300     05  FILLER  PIC X(10) VALUE "TO".
013400     05  FILLER  PIC X(15) VALUE "WEEKS OF YEAR".
013500     05  FILLER  PIC X(25) VALUE SPACES.
013600
013700 01  RPT-PERIOD-LINE.
013800     05  FILLER  PIC X(02) VALUE SPACES.
013900     05  RPT-PERIOD             PIC 9(02).
014000     05  FILLER  PIC X(05) VALUE SPACES.
014100     05  RPT-QUARTER            PIC 9(01).
014200     05  FILLER  PIC X(05) VALUE SPACES.
014300     05  RPT-WEEKS              PIC Z9.
014400     05  FILLER  PIC X(03) VALUE SPACES.
014500     05  RPT-FROM-YEAR          PIC 9(02).
014600     05  FILLER  PIC X(01) VALUE "/".
014700     05  RPT-FROM-MONTH         PIC 9(02).
014800     05  FILLER  PIC X(01) VALUE "/".
014900     05  RPT-FROM-DAY           PIC 9(02).
015000     05  FILLER  PIC X(02) VALUE SPACES.
015100     05  RPT-TO-YEAR            PIC 9(02).
015200     05  FILLER  PIC X(01) VALUE "/".
015300     05  RPT-TO-MONTH           PIC 9(02).
015400     05  FILLER  PIC X(01) VALUE "/".
015500     05  RPT-TO-DAY             PIC 9(02).
015600     05  FILLER  PIC X(02) VALUE SPACES.
015700     05  RPT-FIRST-WEEK         PIC 9(02).
015800     05  FILLER  PIC X(03) VALUE " - ".
015900     05  RPT-LAST-WEEK          PIC 9(02).
016000     05  FILLER  PIC X(33) VALUE SPACES.
016100
016200 01  RPT-RULE-LINE              PIC X(80) VALUE ALL "-".
016300
016400 01  RPT-COUNT-LINE.
016500     05  FILLER  PIC X(20) VALUE "WEEKS IN THE YEAR:  ".
016600     05  RPT-YEAR-WEEKS         PIC Z9.
016700     05  FILLER  PIC X(18) VALUE "   ROWS WRITTEN: ".
016800     05  RPT-ROWS-WRITTEN       PIC ZZ9.
016900     05  FILLER  PIC X(16) VALUE "   REPLACED: ".
017000     05  RPT-ROWS-REPLACED      PIC ZZ9.
017100     05  FILLER  PIC X(18) VALUE SPACES.
017200
017300 01  RPT-WARN-LINE.
017400     05  RPT-WARN-TEXT          PIC X(60).
017500     05  FILLER  PIC X(20) VALUE SPACES.
017600
017700 PROCEDURE DIVISION.
017800 0100-START.
017900     DISPLAY "*** MISKOLCZI PETS FISCAL CALENDAR BUILD ***".
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 1500-CHECK-PRIOR-YEAR THRU 1500-EXIT.
018200     MOVE 1 TO WS-WEEK-OF-YEAR.
018300     MOVE WS-YEAR-START TO WS-CUR-DATE-NUM.
018400     PERFORM 2000-BUILD-ONE-PERIOD THRU 2000-EXIT
018500         VARYING WS-PERIOD FROM 1 BY 1 UNTIL WS-PERIOD > 12.
018600     PERFORM 2900-DROP-WEEK-53 THRU 2900-EXIT.
018700     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
018800     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
018900     STOP RUN.
019000
019100 1000-INITIALIZE.
019200     ACCEPT WS-RUN-DATE FROM DATE.
019300     DISPLAY "Enter fiscal year (YY): ".
019400     MOVE SPACES TO WS-YEAR-IN.
019500     ACCEPT WS-YEAR-IN.
019600     DISPLAY "Enter first day of the fiscal year (YYMMDD): ".
019700     MOVE SPACES TO WS-START-IN.
019800     ACCEPT WS-START-IN.
019900     DISPLAY "Enter weeks in the year (52 or 53, blank = 52): ".
020000     MOVE SPACES TO WS-WEEKS-IN.
020100     ACCEPT WS-WEEKS-IN.
020200     PERFORM 1100-CHECK-PARMS THRU 1100-EXIT.
020300     IF NOT WS-PARM-OK
020400         SET EXCP-SEV-ERROR TO TRUE
020500         MOVE "FSB002" TO EXCP-LOG-CODE
020600         MOVE "Fiscal calendar input invalid - nothing built."
020700             TO EXCP-LOG-MESSAGE
020800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
020900         MOVE 8 TO RETURN-CODE
021000         STOP RUN
021100     END-IF.
021200     OPEN I-O FISC-CAL-FILE.
021300     IF WS-FISC-CAL-STATUS = '05' OR '35'
021400         OPEN OUTPUT FISC-CAL-FILE
021500         CLOSE FISC-CAL-FILE
021600         OPEN I-O FISC-CAL-FILE
021700     END-IF.
021800     IF WS-FISC-CAL-STATUS NOT = '00'
021900         DISPLAY "UNABLE TO OPEN FISC-CAL-FILE - STATUS: "
022000             WS-FISC-CAL-STATUS
022100         SET EXCP-SEV-ERROR TO TRUE
022200         MOVE "FSB001" TO EXCP-LOG-CODE
022300         MOVE "Unable to open FISC-CAL-FILE."
022400             TO EXCP-LOG-MESSAGE
022500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
022600         MOVE 8 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900     OPEN OUTPUT FISC-RPT-FILE.
023000     MOVE WS-FISCAL-YEAR TO RPT-FISCAL-YEAR.
023100     DISPLAY RPT-TITLE-LINE.
023200     WRITE FISC-RPT-LINE FROM RPT-TITLE-LINE.
023300     WRITE FISC-RPT-LINE FROM RPT-HEADING-LINE.
023400 1000-EXIT.
023500     EXIT.
023600
023700*    THE YEAR AND START DATE MUST BE GIVEN AND THE DATE MUST BE
023800*    A REAL ONE.  A YEAR NOT STARTING IN LATE JANUARY OR IN
023900*    FEBRUARY IS BUILT AS ASKED BUT QUERIED IN THE LOG.
024000 1100-CHECK-PARMS.
024100     IF WS-YEAR-IN IS NOT NUMERIC
024200         DISPLAY "FISCAL YEAR MISSING OR NOT NUMERIC."
024300         MOVE 'N' TO WS-PARM-OK-SW
024400         GO TO 1100-EXIT
024500     END-IF.
024600     MOVE WS-YEAR-IN TO WS-FISCAL-YEAR.
024700     IF WS-START-IN IS NOT NUMERIC
024800         DISPLAY "START DATE MISSING OR NOT NUMERIC."
024900         MOVE 'N' TO WS-PARM-OK-SW
025000         GO TO 1100-EXIT
025100     END-IF.
025200     MOVE WS-START-IN TO WS-CUR-DATE.
025300     IF WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
025400         DISPLAY "START DATE MONTH IS NOT 01-12."
025500         MOVE 'N' TO WS-PARM-OK-SW
025600         GO TO 1100-EXIT
025700     END-IF.
025800     PERFORM 2650-SET-MONTH-LENGTH THRU 2650-EXIT.
025900     IF WS-CUR-DAY < 1 OR WS-CUR-DAY > WS-MONTH-LEN
026000         DISPLAY "START DATE DAY IS NOT IN THE MONTH."
026100         MOVE 'N' TO WS-PARM-OK-SW
026200         GO TO 1100-EXIT
026300     END-IF.
026400     MOVE WS-CUR-DATE-NUM TO WS-YEAR-START.
026500     EVALUATE WS-WEEKS-IN
026600         WHEN SPACES
026700         WHEN '52'
026800             MOVE 52 TO WS-YEAR-WEEKS
026900         WHEN '53'
027000             MOVE 53 TO WS-YEAR-WEEKS
027100         WHEN OTHER
027200             DISPLAY "WEEKS IN THE YEAR MUST BE 52 OR 53."
027300             MOVE 'N' TO WS-PARM-OK-SW
027400             GO TO 1100-EXIT
027500     END-EVALUATE.
027600     IF (WS-CUR-MONTH = 1 AND WS-CUR-DAY < 25)
027700         OR WS-CUR-MONTH > 2
027800         DISPLAY "YEAR DOES NOT START NEAR 1 FEBRUARY - "
027900             "CHECK IT."
028000         SET EXCP-SEV-WARNING TO TRUE
028100         MOVE "FSB003" TO EXCP-LOG-CODE
028200         MOVE "Fiscal year does not start near 1 February."
028300             TO EXCP-LOG-MESSAGE
028400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
028500     END-IF.
028600 1100-EXIT.
028700     EXIT.
028800
028900*    THE NEW YEAR SHOULD START THE DAY AFTER THE PRIOR YEAR'S
029000*    PERIOD 12 ENDS.  NO PRIOR YEAR ON FILE IS FINE - THE FIRST
029100*    YEAR BUILT HAS NOTHING TO MEET.
029200 1500-CHECK-PRIOR-YEAR.
029300     IF WS-FISCAL-YEAR = ZEROES
029400         MOVE 99 TO WS-PRIOR-YEAR
029500     ELSE
029600         SUBTRACT 1 FROM WS-FISCAL-YEAR GIVING WS-PRIOR-YEAR
029700     END-IF.
029800     MOVE WS-PRIOR-YEAR TO FCL-FISCAL-YEAR.
029900     MOVE 12 TO FCL-PERIOD.
030000     MOVE ZEROES TO FCL-WEEK.
030100     READ FISC-CAL-FILE
030200         INVALID KEY
030300             GO TO 1500-EXIT
030400     END-READ.
030500     MOVE FCL-END-DATE TO WS-CUR-DATE.
030600     PERFORM 2600-ADD-ONE-DAY THRU 2600-EXIT.
030700     IF WS-CUR-DATE-NUM NOT = WS-YEAR-START
030800         MOVE "*** YEAR DOES NOT FOLLOW ON FROM LAST YEAR ***"
030900             TO RPT-WARN-TEXT
031000         DISPLAY RPT-WARN-LINE
031100         WRITE FISC-RPT-LINE FROM RPT-WARN-LINE
031200         SET EXCP-SEV-WARNING TO TRUE
031300         MOVE "FSB004" TO EXCP-LOG-CODE
031400         MOVE "Fiscal year leaves a gap or overlap with last."
031500             TO EXCP-LOG-MESSAGE
031600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
031700     END-IF.
031800 1500-EXIT.
031900     EXIT.
032000
032100*    ONE PERIOD: ITS WEEK ROWS, THEN THE PERIOD ROW SPANNING
032200*    THEM.  PERIOD 12 TAKES THE 53RD WEEK OF A LONG YEAR.
032300 2000-BUILD-ONE-PERIOD.
032400     MOVE WS-PATTERN-WEEKS (WS-PERIOD) TO WS-PERIOD-WEEKS.
032500     IF WS-PERIOD = 12 AND WS-YEAR-WEEKS = 53
032600         ADD 1 TO WS-PERIOD-WEEKS
032700     END-IF.
032800     COMPUTE WS-QUARTER = ((WS-PERIOD - 1) / 3) + 1.
032900     MOVE WS-CUR-DATE-NUM TO WS-PERIOD-START.
033000     MOVE WS-WEEK-OF-YEAR TO WS-FIRST-WEEK.
033100     PERFORM 2100-BUILD-ONE-WEEK THRU 2100-EXIT
033200         VARYING WS-WEEK-IN-PERIOD FROM 1 BY 1
033300         UNTIL WS-WEEK-IN-PERIOD > WS-PERIOD-WEEKS.
033400     MOVE WS-FISCAL-YEAR TO FCL-FISCAL-YEAR.
033500     MOVE WS-PERIOD TO FCL-PERIOD.
033600     MOVE ZEROES TO FCL-WEEK.
033700     MOVE WS-PERIOD-START TO FCL-START-DATE.
033800     MOVE WS-WEEK-END TO FCL-END-DATE.
033900     MOVE WS-QUARTER TO FCL-QUARTER.
034000     MOVE WS-PERIOD-WEEKS TO FCL-WEEK-COUNT.
034100     PERFORM 2500-PUT-CALENDAR-ROW THRU 2500-EXIT.
034200     MOVE WS-PERIOD TO RPT-PERIOD.
034300     MOVE WS-QUARTER TO RPT-QUARTER.
034400     MOVE WS-PERIOD-WEEKS TO RPT-WEEKS.
034500     MOVE FCL-START-YEAR TO RPT-FROM-YEAR.
034600     MOVE FCL-START-MONTH TO RPT-FROM-MONTH.
034700     MOVE FCL-START-DAY TO RPT-FROM-DAY.
034800     MOVE FCL-END-YEAR TO RPT-TO-YEAR.
034900     MOVE FCL-END-MONTH TO RPT-TO-MONTH.
035000     MOVE FCL-END-DAY TO RPT-TO-DAY.
035100     MOVE WS-FIRST-WEEK TO RPT-FIRST-WEEK.
035200     SUBTRACT 1 FROM WS-WEEK-OF-YEAR GIVING RPT-LAST-WEEK.
035300     DISPLAY RPT-PERIOD-LINE.
035400     WRITE FISC-RPT-LINE FROM RPT-PERIOD-LINE.
035500     MOVE WS-WEEK-END TO WS-YEAR-END.
035600 2000-EXIT.
035700     EXIT.
035800
035900 2100-BUILD-ONE-WEEK.
036000     MOVE WS-CUR-DATE-NUM TO WS-WEEK-START.
036100     PERFORM 2600-ADD-ONE-DAY THRU 2600-EXIT 6 TIMES.
036200     MOVE WS-CUR-DATE-NUM TO WS-WEEK-END.
036300     MOVE WS-FISCAL-YEAR TO FCL-FISCAL-YEAR.
036400     MOVE WS-PERIOD TO FCL-PERIOD.
036500     MOVE WS-WEEK-OF-YEAR TO FCL-WEEK.
036600     MOVE WS-WEEK-START TO FCL-START-DATE.
036700     MOVE WS-WEEK-END TO FCL-END-DATE.
036800     MOVE WS-QUARTER TO FCL-QUARTER.
036900     MOVE 1 TO FCL-WEEK-COUNT.
037000     PERFORM 2500-PUT-CALENDAR-ROW THRU 2500-EXIT.
037100     PERFORM 2600-ADD-ONE-DAY THRU 2600-EXIT.
037200     ADD 1 TO WS-WEEK-OF-YEAR.
037300 2100-EXIT.
037400     EXIT.
037500
037600*    A ROW ALREADY ON FILE IS A REBUILD OF THE YEAR - REPLACE IT.
037700 2500-PUT-CALENDAR-ROW.
037800     WRITE FISC-CAL-RECORD
037900         INVALID KEY
038000             REWRITE FISC-CAL-RECORD
038100             ADD 1 TO WS-ROWS-REPLACED
038200         NOT INVALID KEY
038300             ADD 1 TO WS-ROWS-WRITTEN
038400     END-WRITE.
038500 2500-EXIT.
038600     EXIT.
038700
038800 2600-ADD-ONE-DAY.
038900     PERFORM 2650-SET-MONTH-LENGTH THRU 2650-EXIT.
039000     ADD 1 TO WS-CUR-DAY.
039100     IF WS-CUR-DAY > WS-MONTH-LEN
039200         MOVE 1 TO WS-CUR-DAY
039300         IF WS-CUR-MONTH = 12
039400             MOVE 1 TO WS-CUR-MONTH
039500             IF WS-CUR-YEAR = 99
039600                 MOVE ZEROES TO WS-CUR-YEAR
039700             ELSE
039800                 ADD 1 TO WS-CUR-YEAR
039900             END-IF
040000         ELSE
040100             ADD 1 TO WS-CUR-MONTH
040200         END-IF
040300     END-IF.
040400 2600-EXIT.
040500     EXIT.
040600
040700 2650-SET-MONTH-LENGTH.
040800     MOVE WS-DAYS-IN-MONTH (WS-CUR-MONTH) TO WS-MONTH-LEN.
040900     IF WS-CUR-MONTH = 2
041000         DIVIDE WS-CUR-YEAR BY 4 GIVING WS-LEAP-QUOT
041100             REMAINDER WS-LEAP-REM
041200         IF WS-LEAP-REM = ZEROES
041300             MOVE 29 TO WS-MONTH-LEN
041400         END-IF
041500     END-IF.
041600 2650-EXIT.
041700     EXIT.
041800
041900*    A YEAR REBUILT SHORT AFTER BEING BUILT LONG WOULD LEAVE A
042000*    STRAY WEEK 53 BEHIND.
042100 2900-DROP-WEEK-53.
042200     IF WS-YEAR-WEEKS = 53
042300         GO TO 2900-EXIT
042400     END-IF.
042500     MOVE WS-FISCAL-YEAR TO FCL-FISCAL-YEAR.
042600     MOVE 12 TO FCL-PERIOD.
042700     MOVE 53 TO FCL-WEEK.
042800     DELETE FISC-CAL-FILE RECORD
042900         INVALID KEY
043000             CONTINUE
043100     END-DELETE.
043200 2900-EXIT.
043300     EXIT.
043400
043500 3000-PRINT-SUMMARY.
043600     WRITE FISC-RPT-LINE FROM RPT-RULE-LINE.
043700     MOVE WS-YEAR-WEEKS TO RPT-YEAR-WEEKS.
043800     MOVE WS-ROWS-WRITTEN TO RPT-ROWS-WRITTEN.
043900     MOVE WS-ROWS-REPLACED TO RPT-ROWS-REPLACED.
044000     DISPLAY RPT-COUNT-LINE.
044100     WRITE FISC-RPT-LINE FROM RPT-COUNT-LINE.
044200     DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR " RUNS " WS-YEAR-START
044300         " TO " WS-YEAR-END.
044400 3000-EXIT.
044500     EXIT.
044600
044700 9000-CLOSE-UP.
044800     CLOSE FISC-CAL-FILE.
044900     CLOSE FISC-RPT-FILE.
045000 9000-EXIT.
045100     EXIT.
045200
045300 8900-LOG-EXCEPTION.
045400     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
045500     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
045600     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
045700     ACCEPT WS-LOG-TIME FROM TIME.
045800     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
045900     MOVE "FISCBLD"          TO EXCP-LOG-PROGRAM.
046000     OPEN EXTEND EXCP-LOG-FILE.
046100     IF WS-EXCP-LOG-STATUS NOT = '00'
046200         OPEN OUTPUT EXCP-LOG-FILE
046300     END-IF.
046400     WRITE EXCP-LOG-RECORD.
046500     CLOSE EXCP-LOG-FILE.
046600 8900-EXIT.
046700     EXIT.
046800
046900 END PROGRAM FISCBLD.
