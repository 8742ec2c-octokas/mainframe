000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WRKOPEN.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    OPEN INSTALLATION JOBS REPORT, RUN WEEKLY OR ON DEMAND.    *
000900*    LISTS EVERY WORK ORDER ON WORKORD STILL SCHEDULED - NOT    *
001000*    YET COMPLETED OR VOIDED IN WRKORD - SOONEST INSTALL DATE   *
001100*    FIRST, WITH THE CREW, CUSTOMER, QUOTED VALUE AND THE DAYS  *
001200*    UNTIL THE INSTALL.  A JOB WHOSE INSTALL DATE HAS PASSED IS *
001300*    MARKED OVERDUE - IT WAS EITHER DONE AND NEVER COMPLETED,   *
001400*    SO ITS MATERIALS ARE STILL RESERVED AND STILL ON HAND, OR  *
001500*    IT NEEDS RESCHEDULING.  DAYS ARE COUNTED THE WAY EXPRPT    *
001600*    COUNTS THEM.                                               *
001700*-----------------------------------------------------------------
001800*    MAINTENANCE HISTORY.                                       *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    2026-10-15 DRO   INITIAL VERSION.                           *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT WORK-ORD-FILE   ASSIGN TO "WORKORD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS WOR-ORDER-NO
003400         ALTERNATE RECORD KEY IS WOR-QUOTE-NO
003500         FILE STATUS IS WS-WORK-ORD-STATUS.
003600
003700     SELECT OPEN-RPT-FILE   ASSIGN TO "OPENRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-OPEN-RPT-STATUS.
004000
004100     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-EXCP-LOG-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800 FD  WORK-ORD-FILE.
004900 COPY WORKORD.
005000
005100 FD  OPEN-RPT-FILE
005200     RECORDING MODE IS F.
005300 01  OPEN-RPT-LINE              PIC X(80).
005400
005500 FD  EXCP-LOG-FILE
005600     RECORDING MODE IS F.
005700 COPY EXCPLOG.
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-WORK-ORD-STATUS         PIC XX     VALUE ZEROES.
006100 01  WS-OPEN-RPT-STATUS         PIC XX     VALUE ZEROES.
006200 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
006300 01  WS-LOG-TIME                PIC 9(08).
006400
006500 01  WS-SWITCHES.
006600     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
006700         88  MORE-RECORDS                  VALUE 'Y'.
006800         88  NO-MORE-RECORDS               VALUE 'N'.
006900     05  WS-OVERFLOW-SW         PIC X      VALUE 'N'.
007000         88  WS-TABLE-OVERFLOW      VALUE 'Y'.
007100
007200 01  WS-RUN-DATE.
007300     05  WS-RUN-YEAR            PIC 9(02).
007400     05  WS-RUN-MONTH           PIC 9(02).
007500     05  WS-RUN-DAY             PIC 9(02).
007600 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
007700                                PIC 9(06).
007800
007900*    DAY NUMBERS, COUNTED FROM 1 JAN 00, SO TWO DATES CAN BE
008000*    SUBTRACTED - THE SAME ARITHMETIC EXPRPT USES.
008100 01  WS-DN-DATE.
008200     05  WS-DN-YEAR             PIC 9(02).
008300     05  WS-DN-MONTH            PIC 9(02).
008400     05  WS-DN-DAY              PIC 9(02).
008500 01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE
008600                                PIC 9(06).
008700 01  WS-DN-RESULT               PIC 9(05)  VALUE ZEROES.
008800 01  WS-DN-LEAP-QUOT            PIC 9(02)  VALUE ZEROES.
008900 01  WS-DN-LEAP-REM             PIC 9(01)  VALUE ZEROES.
009000 01  WS-CUM-DAYS-TABLE.
009100     05  FILLER                 PIC X(36)  VALUE
009200             "000031059090120151181212243273304334".
009300 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
009400     05  WS-DAYS-BEFORE-MONTH   PIC 9(03)  OCCURS 12 TIMES.
009500
009600*    OPEN JOBS ARE COLLECTED HERE AND SORTED BY INSTALL DATE
009700*    BEFORE PRINTING - WORKORD IS KEYED BY ORDER NUMBER.
009800 01  WS-JOB-TABLE.
009900     05  WS-JOB-COUNT           PIC 9(04)  VALUE ZEROES.
010000     05  WS-JOB-ENTRY OCCURS 500 TIMES.
010100         10  JT-SORT-KEY.
010200             15  JT-INSTALL-DATE
010300                                PIC 9(06).
010400             15  JT-ORDER-NO    PIC 9(06).
010500         10  JT-QUOTE-NO        PIC 9(06).
010600         10  JT-CREW-ID         PIC X(04).
010700         10  JT-CUST-EMAIL      PIC X(36).
010800         10  JT-QUOTE-TOTAL     PIC 9(07)V99.
010900         10  JT-DAYS-LEFT       PIC S9(05).
011000
011100 01  WS-SORT-FIELDS.
011200     05  WS-IDX                 PIC 9(04)  VALUE ZEROES.
011300     05  WS-JDX                 PIC 9(04)  VALUE ZEROES.
011400     05  WS-SWAP-ENTRY.
011500         10  FILLER             PIC 9(06).
011600         10  FILLER             PIC 9(06).
011700         10  FILLER             PIC 9(06).
011800         10  FILLER             PIC X(04).
011900         10  FILLER             PIC X(36).
012000         10  FILLER             PIC 9(07)V99.
012100         10  FILLER             PIC S9(05).
012200
012300 01  WS-WORK-FIELDS.
012400     05  WS-RUN-DAY-NO          PIC 9(05)  VALUE ZEROES.
012500     05  WS-INST-DAY-NO         PIC 9(05)  VALUE ZEROES.
012600     05  WS-DAYS-LEFT           PIC S9(05) VALUE ZEROES.
012700     05  WS-ORDERS-READ         PIC 9(07)  VALUE ZEROES.
012800     05  WS-JOBS-OVERDUE        PIC 9(05)  VALUE ZEROES.
012900     05  WS-OPEN-VALUE          PIC 9(09)V99 VALUE ZEROES.
013000
013100 01  RPT-TITLE-LINE.
013200     05  FILLER  PIC X(40) VALUE
013300             "MISKOLCZI PETS - OPEN INSTALLATION JOBS".
013400     05  FILLER  PIC X(06) VALUE "DATE: ".
013500     05  RPT-RUN-YEAR           PIC 9(02).
013600     05  FILLER  PIC X(01) VALUE "/".
013700     05  RPT-RUN-MONTH          PIC 9(02).
013800     05  FILLER  PIC X(01) VALUE "/".
013900     05  RPT-RUN-DAY            PIC 9(02).
014000     05  FILLER  PIC X(26) VALUE SPACES.
014100
014200 01  RPT-HEADING-LINE.
014300     05  FILLER  PIC X(08) VALUE "ORDER".
014400     05  FILLER  PIC X(08) VALUE "QUOTE".
014500     05  FILLER  PIC X(10) VALUE "INSTALL".
014600     05  FILLER  PIC X(06) VALUE "CREW".
014700     05  FILLER  PIC X(24) VALUE "CUSTOMER".
014800     05  FILLER  PIC X(10) VALUE "    QUOTED".
014900     05  FILLER  PIC X(14) VALUE "  DAYS".
015000
015100 01  RPT-DETAIL-LINE.
015200     05  RPT-ORDER-NO           PIC 9(06).
015300     05  FILLER  PIC X(02) VALUE SPACES.
015400     05  RPT-QUOTE-NO           PIC 9(06).
015500     05  FILLER  PIC X(02) VALUE SPACES.
015600     05  RPT-INSTALL-DATE       PIC 99/99/99.
015700     05  FILLER  PIC X(02) VALUE SPACES.
015800     05  RPT-CREW-ID            PIC X(04).
015900     05  FILLER  PIC X(02) VALUE SPACES.
016000     05  RPT-CUST-EMAIL         PIC X(23).
016100     05  FILLER  PIC X(01) VALUE SPACES.
016200     05  RPT-QUOTE-TOTAL        PIC ZZZZZZ9.99.
016300     05  FILLER  PIC X(01) VALUE SPACES.
016400     05  RPT-DAYS-LEFT          PIC -ZZZ9.
016500     05  FILLER  PIC X(01) VALUE SPACES.
016600     05  RPT-OVERDUE-FLAG       PIC X(08).
016700
016800 01  RPT-COUNT-LINE.
016900     05  FILLER  PIC X(11) VALUE "OPEN JOBS: ".
017000     05  RPT-JOBS-LISTED        PIC ZZZ9.
017100     05  FILLER  PIC X(12) VALUE "   OVERDUE: ".
017200     05  RPT-JOBS-OVERDUE       PIC ZZZ9.
017300     05  FILLER  PIC X(17) VALUE "   QUOTED VALUE: ".
017400     05  RPT-OPEN-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER  PIC X(18) VALUE SPACES.
017600
017700 01  RPT-NONE-LINE.
017800     05  FILLER  PIC X(40) VALUE
017900             "NO OPEN INSTALLATION JOBS.".
018000     05  FILLER  PIC X(40) VALUE SPACES.
018100
018200 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
018300
018400 PROCEDURE DIVISION.
018500 0100-START.
018600     DISPLAY "*** MISKOLCZI PETS OPEN INSTALLATION JOBS ***".
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     PERFORM 2000-READ-ORDER THRU 2000-EXIT.
018900     PERFORM 2100-PROCESS-ONE-ORDER THRU 2100-EXIT
019000         UNTIL NO-MORE-RECORDS.
019100     PERFORM 2500-SORT-BY-DATE THRU 2500-EXIT.
019200     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
019300     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
019400     STOP RUN.
019500
019600 1000-INITIALIZE.
019700     ACCEPT WS-RUN-DATE FROM DATE.
019800     MOVE WS-RUN-DATE-NUM TO WS-DN-DATE-NUM.
019900     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
020000     MOVE WS-DN-RESULT TO WS-RUN-DAY-NO.
020100     OPEN INPUT WORK-ORD-FILE.
020200     IF WS-WORK-ORD-STATUS = '05' OR '35'
020300         DISPLAY "NO WORK ORDERS ON FILE - NOTHING TO DO."
020400         STOP RUN
020500     END-IF.
020600     IF WS-WORK-ORD-STATUS NOT = '00'
020700         DISPLAY "UNABLE TO OPEN WORK-ORD-FILE - STATUS: "
020800             WS-WORK-ORD-STATUS
020900         SET EXCP-SEV-ERROR TO TRUE
021000         MOVE "WOP001" TO EXCP-LOG-CODE
021100         MOVE "Unable to open WORK-ORD-FILE."
021200             TO EXCP-LOG-MESSAGE
021300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
021400         MOVE 8 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700     OPEN OUTPUT OPEN-RPT-FILE.
021800     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
021900     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
022000     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
022100     WRITE OPEN-RPT-LINE FROM RPT-TITLE-LINE.
022200     WRITE OPEN-RPT-LINE FROM RPT-BLANK-LINE.
022300     WRITE OPEN-RPT-LINE FROM RPT-HEADING-LINE.
022400 1000-EXIT.
022500     EXIT.
022600
022700 1200-COMPUTE-DAY-NUMBER.
022800     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
022900         MOVE 1 TO WS-DN-MONTH
023000     END-IF.
023100     COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
023200         + ((WS-DN-YEAR + 3) / 4)
023300         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH)
023400         + WS-DN-DAY.
023500     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-QUOT
023600         REMAINDER WS-DN-LEAP-REM.
023700     IF WS-DN-LEAP-REM = ZEROES AND WS-DN-MONTH > 2
023800         ADD 1 TO WS-DN-RESULT
023900     END-IF.
024000 1200-EXIT.
024100     EXIT.
024200
024300 2000-READ-ORDER.
024400     READ WORK-ORD-FILE NEXT RECORD
024500         AT END
024600             MOVE 'N' TO WS-MORE-RECORDS
024700     END-READ.
024800 2000-EXIT.
024900     EXIT.
025000
025100*    COMPLETED AND VOIDED WORK ORDERS ARE SKIPPED.
025200 2100-PROCESS-ONE-ORDER.
025300     ADD 1 TO WS-ORDERS-READ.
025400     IF NOT WOR-SCHEDULED
025500         GO TO 2100-NEXT
025600     END-IF.
025700     IF WS-JOB-COUNT NOT < 500
025800         IF NOT WS-TABLE-OVERFLOW
025900             SET WS-TABLE-OVERFLOW TO TRUE
026000             SET EXCP-SEV-WARNING TO TRUE
026100             MOVE "WOP002" TO EXCP-LOG-CODE
026200             MOVE "Open jobs table full - report incomplete."
026300                 TO EXCP-LOG-MESSAGE
026400             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
026500         END-IF
026600         GO TO 2100-NEXT
026700     END-IF.
026800     MOVE WOR-INSTALL-DATE TO WS-DN-DATE-NUM.
026900     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
027000     MOVE WS-DN-RESULT TO WS-INST-DAY-NO.
027100     COMPUTE WS-DAYS-LEFT = WS-INST-DAY-NO - WS-RUN-DAY-NO.
027200     ADD 1 TO WS-JOB-COUNT.
027300     MOVE WOR-INSTALL-DATE TO JT-INSTALL-DATE (WS-JOB-COUNT).
027400     MOVE WOR-ORDER-NO TO JT-ORDER-NO (WS-JOB-COUNT).
027500     MOVE WOR-QUOTE-NO TO JT-QUOTE-NO (WS-JOB-COUNT).
027600     MOVE WOR-CREW-ID TO JT-CREW-ID (WS-JOB-COUNT).
027700     MOVE WOR-CUST-EMAIL TO JT-CUST-EMAIL (WS-JOB-COUNT).
027800     MOVE WOR-QUOTE-TOTAL TO JT-QUOTE-TOTAL (WS-JOB-COUNT).
027900     MOVE WS-DAYS-LEFT TO JT-DAYS-LEFT (WS-JOB-COUNT).
028000 2100-NEXT.
028100     PERFORM 2000-READ-ORDER THRU 2000-EXIT.
028200 2100-EXIT.
028300     EXIT.
028400
028500*    SIMPLE EXCHANGE SORT ON INSTALL DATE AND ORDER NUMBER,
028600*    THE SAME AS EXPRPT USES.
028700 2500-SORT-BY-DATE.
028800     IF WS-JOB-COUNT < 2
028900         GO TO 2500-EXIT
029000     END-IF.
029100     PERFORM 2600-SORT-ONE-PASS THRU 2600-EXIT
029200         VARYING WS-IDX FROM 1 BY 1
029300         UNTIL WS-IDX NOT < WS-JOB-COUNT.
029400 2500-EXIT.
029500     EXIT.
029600
029700 2600-SORT-ONE-PASS.
029800     PERFORM 2700-COMPARE-AND-SWAP THRU 2700-EXIT
029900         VARYING WS-JDX FROM 1 BY 1
030000         UNTIL WS-JDX NOT < WS-JOB-COUNT.
030100 2600-EXIT.
030200     EXIT.
030300
030400 2700-COMPARE-AND-SWAP.
030500     IF JT-SORT-KEY (WS-JDX) > JT-SORT-KEY (WS-JDX + 1)
030600         MOVE WS-JOB-ENTRY (WS-JDX) TO WS-SWAP-ENTRY
030700         MOVE WS-JOB-ENTRY (WS-JDX + 1)
030800             TO WS-JOB-ENTRY (WS-JDX)
030900         MOVE WS-SWAP-ENTRY TO WS-JOB-ENTRY (WS-JDX + 1)
031000     END-IF.
031100 2700-EXIT.
031200     EXIT.
031300
031400 3000-PRINT-REPORT.
031500     IF WS-JOB-COUNT = ZEROES
031600         WRITE OPEN-RPT-LINE FROM RPT-BLANK-LINE
031700         WRITE OPEN-RPT-LINE FROM RPT-NONE-LINE
031800     ELSE
031900         PERFORM 3100-PRINT-ONE-JOB THRU 3100-EXIT
032000             VARYING WS-IDX FROM 1 BY 1
032100             UNTIL WS-IDX > WS-JOB-COUNT
032200     END-IF.
032300     WRITE OPEN-RPT-LINE FROM RPT-BLANK-LINE.
032400     MOVE WS-JOB-COUNT TO RPT-JOBS-LISTED.
032500     MOVE WS-JOBS-OVERDUE TO RPT-JOBS-OVERDUE.
032600     MOVE WS-OPEN-VALUE TO RPT-OPEN-VALUE.
032700     DISPLAY RPT-COUNT-LINE.
032800     WRITE OPEN-RPT-LINE FROM RPT-COUNT-LINE.
032900     DISPLAY "WORK ORDERS READ:   " WS-ORDERS-READ.
033000     IF WS-JOBS-OVERDUE > ZEROES
033100         SET EXCP-SEV-WARNING TO TRUE
033200         MOVE "WOP003" TO EXCP-LOG-CODE
033300         MOVE "Installation jobs past their date still open."
033400             TO EXCP-LOG-MESSAGE
033500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
033600     END-IF.
033700 3000-EXIT.
033800     EXIT.
033900
034000 3100-PRINT-ONE-JOB.
034100     MOVE JT-ORDER-NO (WS-IDX) TO RPT-ORDER-NO.
034200     MOVE JT-QUOTE-NO (WS-IDX) TO RPT-QUOTE-NO.
034300     MOVE JT-INSTALL-DATE (WS-IDX) TO RPT-INSTALL-DATE.
034400     MOVE JT-CREW-ID (WS-IDX) TO RPT-CREW-ID.
034500     MOVE JT-CUST-EMAIL (WS-IDX) TO RPT-CUST-EMAIL.
034600     MOVE JT-QUOTE-TOTAL (WS-IDX) TO RPT-QUOTE-TOTAL.
034700     MOVE JT-DAYS-LEFT (WS-IDX) TO RPT-DAYS-LEFT.
034800     ADD JT-QUOTE-TOTAL (WS-IDX) TO WS-OPEN-VALUE.
034900     MOVE SPACES TO RPT-OVERDUE-FLAG.
035000     IF JT-DAYS-LEFT (WS-IDX) < ZEROES
035100         MOVE "OVERDUE" TO RPT-OVERDUE-FLAG
035200         ADD 1 TO WS-JOBS-OVERDUE
035300     END-IF.
035400     WRITE OPEN-RPT-LINE FROM RPT-DETAIL-LINE.
035500 3100-EXIT.
035600     EXIT.
035700
035800 9000-CLOSE-UP.
035900     CLOSE WORK-ORD-FILE.
036000     CLOSE OPEN-RPT-FILE.
036100 9000-EXIT.
036200     EXIT.
036300
036400 8900-LOG-EXCEPTION.
036500     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
036600     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
036700     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
036800     ACCEPT WS-LOG-TIME FROM TIME.
036900     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
037000     MOVE "WRKOPEN"          TO EXCP-LOG-PROGRAM.
037100     OPEN EXTEND EXCP-LOG-FILE.
037200     IF WS-EXCP-LOG-STATUS NOT = '00'
037300         OPEN OUTPUT EXCP-LOG-FILE
037400     END-IF.
037500     WRITE EXCP-LOG-RECORD.
037600     CLOSE EXCP-LOG-FILE.
037700 8900-EXIT.
037800     EXIT.
037900
038000 END PROGRAM WRKOPEN.
