000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALLRPT.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    WEEKLY CALLBACK RESULTS REPORT.  FOR THE SEVEN DAYS         *
000900*    ENDING ON THE DATE GIVEN ON SYSIN (BLANK = TODAY), SETS     *
001000*    THE CUSTOMERS EVENODD LISTED FOR EACH CLERK LIST            *
001100*    (CALLASGN) AGAINST THE RESULTS RECORDED IN CALLENT          *
001200*    (CALLRSLT).  ONE LINE PER LIST: THE CLERK WHO LAST          *
001300*    RECORDED ON IT, CUSTOMERS LISTED, CALLS RECORDED, THE       *
001400*    COMPLETION RATE (CALLS RECORDED AS A PERCENTAGE OF          *
001500*    CUSTOMERS LISTED), EACH OUTCOME AND THE FOLLOW-UPS SET,     *
001600*    WITH A TOTAL LINE.  DAYS ARE COUNTED THE WAY CERTEXP        *
001700*    COUNTS THEM.                                                *
001800*-----------------------------------------------------------------
001900*    MAINTENANCE HISTORY.                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15 DRO   INITIAL VERSION.                           *
002110*    2026-10-15 DRO   A LIST DATE AND GROUP WRITTEN TWICE BY AN  *
002120*                     EVENODD RERUN IS COUNTED ONCE - THE LAST   *
002130*                     ROW STANDS.                                *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CALL-RSLT-FILE  ASSIGN TO "CALLRSLT"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS CLR-KEY
003500         FILE STATUS IS WS-CALL-RSLT-STATUS.
003600
003700     SELECT CALL-ASGN-FILE  ASSIGN TO "CALLASGN"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-CALL-ASGN-STATUS.
004000
004100     SELECT CALL-RPT-FILE   ASSIGN TO "CALLRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CALL-RPT-STATUS.
004400
004500     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-EXCP-LOG-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200 FD  CALL-RSLT-FILE.
005300 COPY CALLRSLT.
005400
005500 FD  CALL-ASGN-FILE
005600     RECORDING MODE IS F.
005700 COPY CALLASGN.
005800
005900 FD  CALL-RPT-FILE
006000     RECORDING MODE IS F.
006100 01  CALL-RPT-LINE              PIC X(80).
006200
006300 FD  EXCP-LOG-FILE
006400     RECORDING MODE IS F.
006500 COPY EXCPLOG.
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-CALL-RSLT-STATUS        PIC XX     VALUE ZEROES.
006900 01  WS-CALL-ASGN-STATUS        PIC XX     VALUE ZEROES.
007000 01  WS-CALL-RPT-STATUS         PIC XX     VALUE ZEROES.
007100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007200 01  WS-LOG-TIME                PIC 9(08).
007300
007400 01  WS-SWITCHES.
007500     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
007600         88  MORE-RECORDS                  VALUE 'Y'.
007700         88  NO-MORE-RECORDS               VALUE 'N'.
007800     05  WS-ASGN-AVAIL-SW       PIC X      VALUE 'Y'.
007900         88  WS-ASGN-AVAIL          VALUE 'Y'.
008000     05  WS-RSLT-AVAIL-SW       PIC X      VALUE 'Y'.
008100         88  WS-RSLT-AVAIL          VALUE 'Y'.
008200
008300 01  WS-RUN-DATE.
008400     05  WS-RUN-YEAR            PIC 9(02).
008500     05  WS-RUN-MONTH           PIC 9(02).
008600     05  WS-RUN-DAY             PIC 9(02).
008700 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
008800                                PIC 9(06).
008900
009000 01  WS-PARM-FIELDS.
009100     05  WS-WEEK-END-IN         PIC X(06)  VALUE SPACES.
009200     05  WS-WEEK-END-PARTS REDEFINES WS-WEEK-END-IN.
009300         10  WS-WE-IN-YEAR      PIC 9(02).
009400         10  WS-WE-IN-MONTH     PIC 9(02).
009500         10  WS-WE-IN-DAY       PIC 9(02).
009600     05  WS-WEEK-END-DATE       PIC 9(06)  VALUE ZEROES.
009700
009800*    DAY NUMBERS, COUNTED FROM 1 JAN 00, SO TWO DATES CAN BE
009900*    SUBTRACTED - THE SAME ARITHMETIC CERTEXP USES.
010000 01  WS-DN-DATE.
010100     05  WS-DN-YEAR             PIC 9(02).
010200     05  WS-DN-MONTH            PIC 9(02).
010300     05  WS-DN-DAY              PIC 9(02).
010400 01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE
010500                                PIC 9(06).
010600 01  WS-DN-RESULT               PIC 9(05)  VALUE ZEROES.
010700 01  WS-DN-LEAP-QUOT            PIC 9(02)  VALUE ZEROES.
010800 01  WS-DN-LEAP-REM             PIC 9(01)  VALUE ZEROES.
010900 01  WS-CUM-DAYS-TABLE.
011000     05  FILLER                 PIC X(36)  VALUE
011100             "000031059090120151181212243273304334".
011200 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
011300     05  WS-DAYS-BEFORE-MONTH   PIC 9(03)  OCCURS 12 TIMES.
011400
011500*    ONE ENTRY PER CLERK LIST, GROUP 1 TO 5 AS EVENODD
011600*    NUMBERS THEM.
011700 01  WS-GROUP-TABLE.
011800     05  WS-GRP-ENTRY OCCURS 5 TIMES.
011900         10  GT-CLERK           PIC X(04).
012000         10  GT-CLERK-STAMP     PIC 9(12).
012100         10  GT-LISTED          PIC 9(07).
012200         10  GT-CALLED          PIC 9(07).
012300         10  GT-REACHED         PIC 9(07).
012400         10  GT-MESSAGE         PIC 9(07).
012500         10  GT-WRONG           PIC 9(07).
012600         10  GT-NO-CALL         PIC 9(07).
012700         10  GT-SALE            PIC 9(07).
012800         10  GT-FOLLOW-UP       PIC 9(07).
012900
012910*    CUSTOMERS LISTED BY DAY OF THE WEEK AND GROUP.  A RERUN OF
012920*    EVENODD APPENDS A SECOND ROW FOR THE SAME LIST, SO THE LAST
012930*    ROW READ REPLACES AN EARLIER ONE RATHER THAN ADDING TO IT.
012940 01  WS-DAY-LISTED-TABLE.
012950     05  WS-DAY-ENTRY OCCURS 7 TIMES.
012960         10  DL-LISTED          PIC 9(07) OCCURS 5 TIMES.
012970
013000 01  WS-TOTAL-FIELDS.
013100     05  WS-TOT-LISTED          PIC 9(07)  VALUE ZEROES.
013200     05  WS-TOT-CALLED          PIC 9(07)  VALUE ZEROES.
013300     05  WS-TOT-REACHED         PIC 9(07)  VALUE ZEROES.
013400     05  WS-TOT-MESSAGE         PIC 9(07)  VALUE ZEROES.
013500     05  WS-TOT-WRONG           PIC 9(07)  VALUE ZEROES.
013600     05  WS-TOT-NO-CALL         PIC 9(07)  VALUE ZEROES.
013700     05  WS-TOT-SALE            PIC 9(07)  VALUE ZEROES.
013800     05  WS-TOT-FOLLOW-UP       PIC 9(07)  VALUE ZEROES.
013900
014000 01  WS-WORK-FIELDS.
014100     05  WS-IDX                 PIC 9(02)  VALUE ZEROES.
014110     05  WS-DAY-IDX             PIC 9(02)  VALUE ZEROES.
014200     05  WS-GROUP-DIGIT         PIC 9(01)  VALUE ZERO.
014300     05  WS-END-DAY-NO          PIC 9(05)  VALUE ZEROES.
014400     05  WS-START-DAY-NO        PIC 9(05)  VALUE ZEROES.
014500     05  WS-THIS-DAY-NO         PIC 9(05)  VALUE ZEROES.
014600     05  WS-STAMP               PIC 9(12)  VALUE ZEROES.
014700     05  WS-RATE                PIC 9(03)V9 VALUE ZEROES.
014800     05  WS-ASGN-READ           PIC 9(07)  VALUE ZEROES.
014900     05  WS-RSLT-READ           PIC 9(07)  VALUE ZEROES.
015000     05  WS-BAD-GROUP           PIC 9(05)  VALUE ZEROES.
015100
015200 01  RPT-TITLE-LINE.
015300     05  FILLER  PIC X(40) VALUE
015400             "MISKOLCZI PETS - WEEKLY CALLBACK RESULTS".
015500     05  FILLER  PIC X(06) VALUE "DATE: ".
015600     05  RPT-RUN-YEAR           PIC 9(02).
015700     05  FILLER  PIC X(01) VALUE "/".
015800     05  RPT-RUN-MONTH          PIC 9(02).
015900     05  FILLER  PIC X(01) VALUE "/".
016000     05  RPT-RUN-DAY            PIC 9(02).
016100     05  FILLER  PIC X(24) VALUE SPACES.
016200
016300 01  RPT-WINDOW-LINE.
016400     05  FILLER  PIC X(20) VALUE "SEVEN DAYS ENDING: ".
016500     05  RPT-WEEK-END           PIC 99/99/99.
016600     05  FILLER  PIC X(52) VALUE SPACES.
016700
016800 01  RPT-HEADING-LINE.
016900     05  FILLER  PIC X(04) VALUE "GRP".
017000     05  FILLER  PIC X(06) VALUE "CLERK".
017100     05  FILLER  PIC X(07) VALUE " LISTED".
017200     05  FILLER  PIC X(07) VALUE " CALLED".
017300     05  FILLER  PIC X(07) VALUE "  DONE%".
017400     05  FILLER  PIC X(06) VALUE " REACH".
017500     05  FILLER  PIC X(06) VALUE "   MSG".
017600     05  FILLER  PIC X(06) VALUE " WRONG".
017700     05  FILLER  PIC X(07) VALUE " NOCALL".
017800     05  FILLER  PIC X(06) VALUE "  SALE".
017900     05  FILLER  PIC X(06) VALUE "  F/UP".
018000     05  FILLER  PIC X(12) VALUE SPACES.
018100
018200 01  RPT-DETAIL-LINE.
018300     05  RPT-GROUP              PIC X(03).
018400     05  FILLER  PIC X(01) VALUE SPACES.
018500     05  RPT-CLERK              PIC X(04).
018600     05  FILLER  PIC X(02) VALUE SPACES.
018700     05  RPT-LISTED             PIC ZZZZZZ9.
018800     05  RPT-CALLED             PIC ZZZZZZ9.
018900     05  FILLER  PIC X(01) VALUE SPACES.
019000     05  RPT-RATE               PIC ZZZ9.9.
019100     05  RPT-REACHED            PIC ZZZZZ9.
019200     05  RPT-MESSAGE            PIC ZZZZZ9.
019300     05  RPT-WRONG              PIC ZZZZZ9.
019400     05  RPT-NO-CALL            PIC ZZZZZZ9.
019500     05  RPT-SALE               PIC ZZZZZ9.
019600     05  RPT-FOLLOW-UP          PIC ZZZZZ9.
019700     05  FILLER  PIC X(12) VALUE SPACES.
019800
019900 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
020000
020100 PROCEDURE DIVISION.
020200 0100-START.
020300     DISPLAY "*** MISKOLCZI PETS WEEKLY CALLBACK RESULTS ***".
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     IF WS-ASGN-AVAIL
020600         MOVE 'Y' TO WS-MORE-RECORDS
020700         PERFORM 2000-READ-ASSIGN THRU 2000-EXIT
020800         PERFORM 2100-PROCESS-ONE-ASSIGN THRU 2100-EXIT
020900             UNTIL NO-MORE-RECORDS
020910         PERFORM 2200-ADD-DAY-LISTED THRU 2200-EXIT
020920             VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
020930             AFTER WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
021000     END-IF.
021100     IF WS-RSLT-AVAIL
021200         MOVE 'Y' TO WS-MORE-RECORDS
021300         PERFORM 2500-READ-RESULT THRU 2500-EXIT
021400         PERFORM 2600-PROCESS-ONE-RESULT THRU 2600-EXIT
021500             UNTIL NO-MORE-RECORDS
021600     END-IF.
021700     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
021800     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
021900     STOP RUN.
022000
022100 1000-INITIALIZE.
022200     ACCEPT WS-RUN-DATE FROM DATE.
022300     INITIALIZE WS-GROUP-TABLE.
022310     INITIALIZE WS-DAY-LISTED-TABLE.
022400     DISPLAY "Enter week-ending date YYMMDD (blank = today): ".
022500     MOVE SPACES TO WS-WEEK-END-IN.
022600     ACCEPT WS-WEEK-END-IN.
022700     PERFORM 1080-TAKE-WEEK-END THRU 1080-EXIT.
022800     MOVE WS-WEEK-END-DATE TO WS-DN-DATE-NUM.
022900     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
023000     MOVE WS-DN-RESULT TO WS-END-DAY-NO.
023100     COMPUTE WS-START-DAY-NO = WS-END-DAY-NO - 6.
023200     OPEN INPUT CALL-ASGN-FILE.
023300     IF WS-CALL-ASGN-STATUS NOT = '00'
023400         MOVE 'N' TO WS-ASGN-AVAIL-SW
023500         DISPLAY "CALL-ASGN-FILE unavailable - STATUS: "
023600             WS-CALL-ASGN-STATUS " - LISTED COUNTS ZERO."
023700         SET EXCP-SEV-WARNING TO TRUE
023800         MOVE "CLR001" TO EXCP-LOG-CODE
023900         MOVE "CALL-ASGN-FILE unavailable - no listed counts."
024000             TO EXCP-LOG-MESSAGE
024100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
024200     END-IF.
024300     OPEN INPUT CALL-RSLT-FILE.
024400     IF WS-CALL-RSLT-STATUS = '05' OR '35'
024500         MOVE 'N' TO WS-RSLT-AVAIL-SW
024600         DISPLAY "NO CALLBACK RESULTS ON FILE."
024700     ELSE
024800         IF WS-CALL-RSLT-STATUS NOT = '00'
024900             DISPLAY "UNABLE TO OPEN CALL-RSLT-FILE - STATUS: "
025000                 WS-CALL-RSLT-STATUS
025100             SET EXCP-SEV-ERROR TO TRUE
025200             MOVE "CLR002" TO EXCP-LOG-CODE
025300             MOVE "Unable to open CALL-RSLT-FILE."
025400                 TO EXCP-LOG-MESSAGE
025500             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
025600             MOVE 8 TO RETURN-CODE
025700             STOP RUN
025800         END-IF
025900     END-IF.
026000     OPEN OUTPUT CALL-RPT-FILE.
026100     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
026200     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
026300     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
026400     WRITE CALL-RPT-LINE FROM RPT-TITLE-LINE.
026500     MOVE WS-WEEK-END-DATE TO RPT-WEEK-END.
026600     WRITE CALL-RPT-LINE FROM RPT-WINDOW-LINE.
026700     WRITE CALL-RPT-LINE FROM RPT-BLANK-LINE.
026800     WRITE CALL-RPT-LINE FROM RPT-HEADING-LINE.
026900 1000-EXIT.
027000     EXIT.
027100
027200 1080-TAKE-WEEK-END.
027300     MOVE WS-RUN-DATE-NUM TO WS-WEEK-END-DATE.
027400     IF WS-WEEK-END-IN = SPACES
027500         DISPLAY "WEEK ENDING TODAY, " WS-WEEK-END-DATE "."
027600         GO TO 1080-EXIT
027700     END-IF.
027800     IF WS-WEEK-END-IN IS NOT NUMERIC
027900         OR WS-WE-IN-MONTH < 01 OR WS-WE-IN-MONTH > 12
028000         OR WS-WE-IN-DAY < 01 OR WS-WE-IN-DAY > 31
028100         DISPLAY "WEEK-ENDING DATE NOT VALID - USING "
028200             "TODAY, " WS-WEEK-END-DATE "."
028300         GO TO 1080-EXIT
028400     END-IF.
028500     MOVE WS-WEEK-END-IN TO WS-WEEK-END-DATE.
028600     DISPLAY "WEEK ENDING " WS-WEEK-END-DATE ".".
028700 1080-EXIT.
028800     EXIT.
028900
029000 1200-COMPUTE-DAY-NUMBER.
029100     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
029200         MOVE 1 TO WS-DN-MONTH
029300     END-IF.
029400     COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
029500         + ((WS-DN-YEAR + 3) / 4)
029600         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH)
029700         + WS-DN-DAY.
029800     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-QUOT
029900         REMAINDER WS-DN-LEAP-REM.
030000     IF WS-DN-LEAP-REM = ZEROES AND WS-DN-MONTH > 2
030100         ADD 1 TO WS-DN-RESULT
030200     END-IF.
030300 1200-EXIT.
030400     EXIT.
030500
030600 2000-READ-ASSIGN.
030700     READ CALL-ASGN-FILE
030800         AT END
030900             MOVE 'N' TO WS-MORE-RECORDS
031000     END-READ.
031100 2000-EXIT.
031200     EXIT.
031300
031400*    A LIST ISSUED OUTSIDE THE WEEK, OR FOR A GROUP OUTSIDE
031500*    1 TO 5, IS SKIPPED.  THE LAST ROW FOR A DAY AND GROUP STANDS.
031600 2100-PROCESS-ONE-ASSIGN.
031700     ADD 1 TO WS-ASGN-READ.
031800     MOVE CLA-LIST-DATE TO WS-DN-DATE.
031900     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
032000     MOVE WS-DN-RESULT TO WS-THIS-DAY-NO.
032100     IF WS-THIS-DAY-NO < WS-START-DAY-NO
032200         OR WS-THIS-DAY-NO > WS-END-DAY-NO
032300         GO TO 2100-NEXT
032400     END-IF.
032500     IF CLA-GROUP-NO < 1 OR CLA-GROUP-NO > 5
032600         ADD 1 TO WS-BAD-GROUP
032700         GO TO 2100-NEXT
032800     END-IF.
032900     MOVE CLA-GROUP-NO TO WS-IDX.
032910     COMPUTE WS-DAY-IDX = WS-THIS-DAY-NO - WS-START-DAY-NO + 1.
032920     MOVE CLA-LISTED TO DL-LISTED (WS-DAY-IDX, WS-IDX).
033100 2100-NEXT.
033200     PERFORM 2000-READ-ASSIGN THRU 2000-EXIT.
033300 2100-EXIT.
033310     EXIT.
033320
033330 2200-ADD-DAY-LISTED.
033340     ADD DL-LISTED (WS-DAY-IDX, WS-IDX) TO GT-LISTED (WS-IDX).
033350 2200-EXIT.
033400     EXIT.
033500
033600 2500-READ-RESULT.
033700     READ CALL-RSLT-FILE NEXT RECORD
033800         AT END
033900             MOVE 'N' TO WS-MORE-RECORDS
034000     END-READ.
034100 2500-EXIT.
034200     EXIT.
034300
034400*    THE CLERK SHOWN FOR A LIST IS THE ONE WHO RECORDED ITS
034500*    LATEST RESULT IN THE WEEK.
034600 2600-PROCESS-ONE-RESULT.
034700     ADD 1 TO WS-RSLT-READ.
034800     MOVE CLR-CALL-DATE TO WS-DN-DATE.
034900     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
035000     MOVE WS-DN-RESULT TO WS-THIS-DAY-NO.
035100     IF WS-THIS-DAY-NO < WS-START-DAY-NO
035200         OR WS-THIS-DAY-NO > WS-END-DAY-NO
035300         GO TO 2600-NEXT
035400     END-IF.
035500     IF CLR-GROUP-NO < 1 OR CLR-GROUP-NO > 5
035600         ADD 1 TO WS-BAD-GROUP
035700         GO TO 2600-NEXT
035800     END-IF.
035900     MOVE CLR-GROUP-NO TO WS-IDX.
036000     ADD 1 TO GT-CALLED (WS-IDX).
036100     EVALUATE TRUE
036200         WHEN CLR-REACHED
036300             ADD 1 TO GT-REACHED (WS-IDX)
036400         WHEN CLR-LEFT-MESSAGE
036500             ADD 1 TO GT-MESSAGE (WS-IDX)
036600         WHEN CLR-WRONG-NUMBER
036700             ADD 1 TO GT-WRONG (WS-IDX)
036800         WHEN CLR-DO-NOT-CALL
036900             ADD 1 TO GT-NO-CALL (WS-IDX)
037000         WHEN CLR-SALE-PROMISED
037100             ADD 1 TO GT-SALE (WS-IDX)
037200     END-EVALUATE.
037300     IF NOT CLR-NO-FOLLOW-UP
037400         ADD 1 TO GT-FOLLOW-UP (WS-IDX)
037500     END-IF.
037600     COMPUTE WS-STAMP = (CLR-CALL-YEAR * 10000000000)
037700         + (CLR-CALL-MONTH * 100000000)
037800         + (CLR-CALL-DAY * 1000000) + CLR-CALL-TIME.
037900     IF WS-STAMP NOT < GT-CLERK-STAMP (WS-IDX)
038000         MOVE WS-STAMP TO GT-CLERK-STAMP (WS-IDX)
038100         MOVE CLR-OPERATOR-ID TO GT-CLERK (WS-IDX)
038200     END-IF.
038300 2600-NEXT.
038400     PERFORM 2500-READ-RESULT THRU 2500-EXIT.
038500 2600-EXIT.
038600     EXIT.
038700
038800 3000-PRINT-REPORT.
038900     PERFORM 3100-PRINT-ONE-GROUP THRU 3100-EXIT
039000         VARYING WS-IDX FROM 1 BY 1
039100         UNTIL WS-IDX > 5.
039200     WRITE CALL-RPT-LINE FROM RPT-BLANK-LINE.
039300     MOVE "TOT" TO RPT-GROUP.
039400     MOVE SPACES TO RPT-CLERK.
039500     MOVE WS-TOT-LISTED TO RPT-LISTED.
039600     MOVE WS-TOT-CALLED TO RPT-CALLED.
039700     MOVE ZEROES TO WS-RATE.
039800     IF WS-TOT-LISTED > ZEROES
039900         COMPUTE WS-RATE ROUNDED =
040000             WS-TOT-CALLED * 100 / WS-TOT-LISTED
040100             ON SIZE ERROR
040200                 MOVE 999.9 TO WS-RATE
040300         END-COMPUTE
040400     END-IF.
040500     MOVE WS-RATE TO RPT-RATE.
040600     MOVE WS-TOT-REACHED TO RPT-REACHED.
040700     MOVE WS-TOT-MESSAGE TO RPT-MESSAGE.
040800     MOVE WS-TOT-WRONG TO RPT-WRONG.
040900     MOVE WS-TOT-NO-CALL TO RPT-NO-CALL.
041000     MOVE WS-TOT-SALE TO RPT-SALE.
041100     MOVE WS-TOT-FOLLOW-UP TO RPT-FOLLOW-UP.
041200     WRITE CALL-RPT-LINE FROM RPT-DETAIL-LINE.
041300     DISPLAY RPT-HEADING-LINE.
041400     DISPLAY RPT-DETAIL-LINE.
041500     DISPLAY "ASSIGNMENT ROWS READ: " WS-ASGN-READ.
041600     DISPLAY "RESULT ROWS READ:     " WS-RSLT-READ.
041700     IF WS-BAD-GROUP > ZEROES
041800         SET EXCP-SEV-WARNING TO TRUE
041900         MOVE "CLR003" TO EXCP-LOG-CODE
042000         MOVE "Callback rows with a group outside 1-5 skipped."
042100             TO EXCP-LOG-MESSAGE
042200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
042300     END-IF.
042400 3000-EXIT.
042500     EXIT.
042600
042700*    A RATE OVER 100 MEANS CALLS CAME BACK FROM CUSTOMERS WHO
042800*    WERE NOT ON THE LIST THAT WEEK.
042900 3100-PRINT-ONE-GROUP.
043000     MOVE SPACES TO RPT-GROUP.
043100     MOVE WS-IDX TO WS-GROUP-DIGIT.
043200     MOVE WS-GROUP-DIGIT TO RPT-GROUP (3:1).
043300     MOVE GT-CLERK (WS-IDX) TO RPT-CLERK.
043400     MOVE GT-LISTED (WS-IDX) TO RPT-LISTED.
043500     MOVE GT-CALLED (WS-IDX) TO RPT-CALLED.
043600     MOVE ZEROES TO WS-RATE.
043700     IF GT-LISTED (WS-IDX) > ZEROES
043800         COMPUTE WS-RATE ROUNDED =
043900             GT-CALLED (WS-IDX) * 100 / GT-LISTED (WS-IDX)
044000             ON SIZE ERROR
044100                 MOVE 999.9 TO WS-RATE
044200         END-COMPUTE
044300     END-IF.
044400     MOVE WS-RATE TO RPT-RATE.
044500     MOVE GT-REACHED (WS-IDX) TO RPT-REACHED.
044600     MOVE GT-MESSAGE (WS-IDX) TO RPT-MESSAGE.
044700     MOVE GT-WRONG (WS-IDX) TO RPT-WRONG.
044800     MOVE GT-NO-CALL (WS-IDX) TO RPT-NO-CALL.
044900     MOVE GT-SALE (WS-IDX) TO RPT-SALE.
045000     MOVE GT-FOLLOW-UP (WS-IDX) TO RPT-FOLLOW-UP.
045100     WRITE CALL-RPT-LINE FROM RPT-DETAIL-LINE.
045200     ADD GT-LISTED (WS-IDX) TO WS-TOT-LISTED.
045300     ADD GT-CALLED (WS-IDX) TO WS-TOT-CALLED.
045400     ADD GT-REACHED (WS-IDX) TO WS-TOT-REACHED.
045500     ADD GT-MESSAGE (WS-IDX) TO WS-TOT-MESSAGE.
045600     ADD GT-WRONG (WS-IDX) TO WS-TOT-WRONG.
045700     ADD GT-NO-CALL (WS-IDX) TO WS-TOT-NO-CALL.
045800     ADD GT-SALE (WS-IDX) TO WS-TOT-SALE.
045900     ADD GT-FOLLOW-UP (WS-IDX) TO WS-TOT-FOLLOW-UP.
046000 3100-EXIT.
046100     EXIT.
046200
046300 9000-CLOSE-UP.
046400     IF WS-ASGN-AVAIL
046500         CLOSE CALL-ASGN-FILE
046600     END-IF.
046700     IF WS-RSLT-AVAIL
046800         CLOSE CALL-RSLT-FILE
046900     END-IF.
047000     CLOSE CALL-RPT-FILE.
047100 9000-EXIT.
047200     EXIT.
047300
047400 8900-LOG-EXCEPTION.
047500     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
047600     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
047700     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
047800     ACCEPT WS-LOG-TIME FROM TIME.
047900     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
048000     MOVE "CALLRPT"          TO EXCP-LOG-PROGRAM.
048100     OPEN EXTEND EXCP-LOG-FILE.
048200     IF WS-EXCP-LOG-STATUS NOT = '00'
048300         OPEN OUTPUT EXCP-LOG-FILE
048400     END-IF.
048500     WRITE EXCP-LOG-RECORD.
048600     CLOSE EXCP-LOG-FILE.
048700 8900-EXIT.
048800     EXIT.
048900
049000 END PROGRAM CALLRPT.
