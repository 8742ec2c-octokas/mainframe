000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RTVRPT.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    OPEN RETURN-TO-VENDOR REPORT.  LISTS EVERY RTV RAISED BY   *
000900*    RTVPROC THAT IS STILL WAITING FOR ITS CREDIT MEMO, ONE     *
001000*    LINE PER RTV UNDER ITS SUPPLIER, WITH THE CREDIT DUE AND   *
001100*    THE DAYS IT HAS BEEN WAITING, THEN THE CREDIT OUTSTANDING  *
001200*    PER SUPPLIER AND FOR THE STORE.  AN RTV WAITING LONGER     *
001300*    THAN THE CHASE DAYS GIVEN ON SYSIN (BLANK = 30) IS MARKED  *
001400*    CHASE AND LOGGED SO THE SUPPLIER IS FOLLOWED UP.  THE      *
001500*    RTV-FILE IS KEYED BY SUPPLIER, SO THE GROUPING FALLS OUT   *
001600*    OF THE READ ORDER; DAYS ARE COUNTED THE WAY APAGING        *
001700*    COUNTS THEM.                                               *
001800*-----------------------------------------------------------------
001900*    MAINTENANCE HISTORY.                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15 DRO   INITIAL VERSION.                           *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RTV-FILE        ASSIGN TO "RTVFILE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS RTV-KEY
003500         FILE STATUS IS WS-RTV-FILE-STATUS.
003600
003700     SELECT SUPP-MAST-FILE  ASSIGN TO "SUPPMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS SUP-SUPPLIER-CODE
004100         FILE STATUS IS WS-SUPP-MAST-STATUS.
004200
004300     SELECT RTV-RPT-FILE    ASSIGN TO "RTVRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RTV-RPT-STATUS.
004600
004700     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-EXCP-LOG-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300
005400 FD  RTV-FILE.
005500 COPY RTVFILE.
005600
005700 FD  SUPP-MAST-FILE.
005800 COPY SUPPMAST.
005900
006000 FD  RTV-RPT-FILE
006100     RECORDING MODE IS F.
006200 01  RTV-RPT-LINE               PIC X(80).
006300
006400 FD  EXCP-LOG-FILE
006500     RECORDING MODE IS F.
006600 COPY EXCPLOG.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-RTV-FILE-STATUS         PIC XX     VALUE ZEROES.
007000 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
007100 01  WS-RTV-RPT-STATUS          PIC XX     VALUE ZEROES.
007200 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007300 01  WS-LOG-TIME                PIC 9(08).
007400
007500 01  WS-SWITCHES.
007600     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
007700         88  MORE-RECORDS                  VALUE 'Y'.
007800         88  NO-MORE-RECORDS               VALUE 'N'.
007900     05  WS-SUPP-AVAIL-SW       PIC X      VALUE 'Y'.
008000         88  WS-SUPP-AVAIL          VALUE 'Y'.
008100
008200 01  WS-RUN-DATE.
008300     05  WS-RUN-YEAR            PIC 9(02).
008400     05  WS-RUN-MONTH           PIC 9(02).
008500     05  WS-RUN-DAY             PIC 9(02).
008600 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
008700                                PIC 9(06).
008800
008900 01  WS-PARM-FIELDS.
009000     05  WS-DAYS-IN             PIC X(03)  VALUE SPACES.
009100     05  WS-DAYS-JUST           PIC X(03)  VALUE SPACES.
009200     05  WS-DAYS-WORK           PIC X(03)  VALUE SPACES.
009300     05  WS-CHASE-DAYS          PIC 9(03)  VALUE 30.
009400
009500*    DAY NUMBERS, COUNTED FROM 1 JAN 00, SO TWO DATES CAN BE
009600*    SUBTRACTED - THE SAME ARITHMETIC APAGING USES.
009700 01  WS-DN-DATE.
009800     05  WS-DN-YEAR             PIC 9(02).
009900     05  WS-DN-MONTH            PIC 9(02).
010000     05  WS-DN-DAY              PIC 9(02).
010100 01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE
010200                                PIC 9(06).
010300 01  WS-DN-RESULT               PIC 9(05)  VALUE ZEROES.
010400 01  WS-DN-LEAP-QUOT            PIC 9(02)  VALUE ZEROES.
010500 01  WS-DN-LEAP-REM             PIC 9(01)  VALUE ZEROES.
010600 01  WS-CUM-DAYS-TABLE.
010700     05  FILLER                 PIC X(36)  VALUE
010800             "000031059090120151181212243273304334".
010900 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
011000     05  WS-DAYS-BEFORE-MONTH   PIC 9(03)  OCCURS 12 TIMES.
011100
011200 01  WS-WORK-FIELDS.
011300     05  WS-RUN-DAY-NO          PIC 9(05)  VALUE ZEROES.
011400     05  WS-RTV-DAY-NO          PIC 9(05)  VALUE ZEROES.
011500     05  WS-DAYS-WAITING        PIC S9(05) VALUE ZEROES.
011600     05  WS-PREV-SUPPLIER       PIC X(08)  VALUE SPACES.
011700     05  WS-PREV-RTV-NO         PIC 9(06)  VALUE ZEROES.
011800     05  WS-RTV-DATE            PIC 9(06)  VALUE ZEROES.
011900     05  WS-RTV-REASON          PIC X(01)  VALUE SPACE.
012000     05  WS-RTV-LINES           PIC 9(03)  VALUE ZEROES.
012100     05  WS-RTV-TOTAL           PIC 9(07)V99  VALUE ZEROES.
012200     05  WS-SUP-RTV-COUNT       PIC 9(05)  VALUE ZEROES.
012300     05  WS-SUP-OLDEST          PIC 9(05)  VALUE ZEROES.
012400     05  WS-SUP-TOTAL           PIC 9(09)V99  VALUE ZEROES.
012500     05  WS-GRAND-TOTAL         PIC 9(11)V99  VALUE ZEROES.
012600     05  WS-RTVS-LISTED         PIC 9(05)     VALUE ZEROES.
012700     05  WS-SUPPLIERS-LISTED    PIC 9(05)     VALUE ZEROES.
012800     05  WS-RTVS-TO-CHASE       PIC 9(05)     VALUE ZEROES.
012900
013000 01  RPT-TITLE-LINE.
013100     05  FILLER  PIC X(40) VALUE
013200             "MISKOLCZI PETS - OPEN RETURNS TO VENDOR".
013300     05  FILLER  PIC X(06) VALUE "DATE: ".
013400     05  RPT-RUN-YEAR           PIC 9(02).
013500     05  FILLER  PIC X(01) VALUE "/".
013600     05  RPT-RUN-MONTH          PIC 9(02).
013700     05  FILLER  PIC X(01) VALUE "/".
013800     05  RPT-RUN-DAY            PIC 9(02).
013900     05  FILLER  PIC X(24) VALUE SPACES.
014000
014100 01  RPT-HEADING-LINE.
014200     05  FILLER  PIC X(09) VALUE "RTV".
014300     05  FILLER  PIC X(10) VALUE "RTV DATE".
014400     05  FILLER  PIC X(09) VALUE "REASON".
014500     05  FILLER  PIC X(07) VALUE "LINES".
014600     05  FILLER  PIC X(15) VALUE "   CREDIT DUE".
014700     05  FILLER  PIC X(10) VALUE "  WAITING".
014800     05  FILLER  PIC X(20) VALUE SPACES.
014900
015000 01  RPT-SUPP-HEAD-LINE.
015100     05  FILLER  PIC X(10) VALUE "SUPPLIER: ".
015200     05  RPT-SUP-CODE           PIC X(08).
015300     05  FILLER  PIC X(02) VALUE SPACES.
015400     05  RPT-SUP-NAME           PIC X(20).
015500     05  FILLER  PIC X(40) VALUE SPACES.
015600
015700 01  RPT-DETAIL-LINE.
015800     05  RPT-RTV-NUMBER         PIC 9(06).
015900     05  FILLER  PIC X(03) VALUE SPACES.
016000     05  RPT-RTV-DATE           PIC 99/99/99.
016100     05  FILLER  PIC X(02) VALUE SPACES.
016200     05  RPT-REASON             PIC X(07).
016300     05  FILLER  PIC X(02) VALUE SPACES.
016400     05  RPT-LINES              PIC ZZ9.
016500     05  FILLER  PIC X(02) VALUE SPACES.
016600     05  RPT-AMOUNT             PIC $$,$$$,$$9.99.
016700     05  FILLER  PIC X(03) VALUE SPACES.
016800     05  RPT-DAYS-WAITING       PIC ZZ,ZZ9.
016900     05  FILLER  PIC X(02) VALUE SPACES.
017000     05  RPT-CHASE-FLAG         PIC X(05).
017100     05  FILLER  PIC X(18) VALUE SPACES.
017200
017300 01  RPT-SUPP-TOTAL-LINE.
017400     05  FILLER  PIC X(20) VALUE "  SUPPLIER TOTAL:   ".
017500     05  RPT-SUP-TOTAL          PIC $$,$$$,$$$,$$9.99.
017600     05  FILLER  PIC X(04) VALUE SPACES.
017700     05  RPT-SUP-RTVS           PIC ZZZZ9.
017800     05  FILLER  PIC X(16) VALUE " RTVS  OLDEST: ".
017900     05  RPT-SUP-OLDEST         PIC ZZ,ZZ9.
018000     05  FILLER  PIC X(12) VALUE " DAYS".
018100
018200 01  RPT-GRAND-LINE.
018300     05  FILLER  PIC X(20) VALUE "CREDIT OUTSTANDING: ".
018400     05  RPT-GRAND-TOTAL        PIC $$,$$$,$$$,$$9.99.
018500     05  FILLER  PIC X(04) VALUE SPACES.
018600     05  RPT-GRAND-RTVS         PIC ZZZZ9.
018700     05  FILLER  PIC X(05) VALUE " RTVS".
018800     05  FILLER  PIC X(29) VALUE SPACES.
018900
019000 01  RPT-CHASE-LINE.
019100     05  FILLER  PIC X(20) VALUE "TO CHASE (OVER ".
019200     05  RPT-CHASE-DAYS         PIC ZZ9.
019300     05  FILLER  PIC X(08) VALUE " DAYS): ".
019400     05  RPT-CHASE-COUNT        PIC ZZZZ9.
019500     05  FILLER  PIC X(05) VALUE " RTVS".
019600     05  FILLER  PIC X(39) VALUE SPACES.
019700
019800 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
019900
020000 PROCEDURE DIVISION.
020100 0100-START.
020200     DISPLAY "*** MISKOLCZI PETS OPEN RETURNS TO VENDOR ***".
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     PERFORM 2000-READ-RTV-LINE THRU 2000-EXIT.
020500     PERFORM 2100-PROCESS-ONE-LINE THRU 2100-EXIT
020600         UNTIL NO-MORE-RECORDS.
020700     IF WS-PREV-SUPPLIER NOT = SPACES
020800         PERFORM 2600-END-RTV THRU 2600-EXIT
020900         PERFORM 2800-END-SUPPLIER THRU 2800-EXIT
021000     END-IF.
021100     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
021200     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
021300     STOP RUN.
021400
021500 1000-INITIALIZE.
021600     ACCEPT WS-RUN-DATE FROM DATE.
021700     DISPLAY "Enter days before an RTV is chased (blank = 30): ".
021800     MOVE SPACES TO WS-DAYS-IN.
021900     ACCEPT WS-DAYS-IN.
022000     PERFORM 1080-TAKE-DAYS-IN THRU 1080-EXIT.
022100     MOVE WS-RUN-DATE-NUM TO WS-DN-DATE-NUM.
022200     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
022300     MOVE WS-DN-RESULT TO WS-RUN-DAY-NO.
022400     OPEN INPUT RTV-FILE.
022500     IF WS-RTV-FILE-STATUS = '05' OR '35'
022600         DISPLAY "NO RETURNS TO VENDOR ON FILE - NOTHING TO DO."
022700         STOP RUN
022800     END-IF.
022900     IF WS-RTV-FILE-STATUS NOT = '00'
023000         DISPLAY "UNABLE TO OPEN RTV-FILE - STATUS: "
023100             WS-RTV-FILE-STATUS
023200         SET EXCP-SEV-ERROR TO TRUE
023300         MOVE "RTR001" TO EXCP-LOG-CODE
023400         MOVE "Unable to open RTV-FILE."
023500             TO EXCP-LOG-MESSAGE
023600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
023700         MOVE 8 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     OPEN INPUT SUPP-MAST-FILE.
024100     IF WS-SUPP-MAST-STATUS NOT = '00'
024200         MOVE 'N' TO WS-SUPP-AVAIL-SW
024300     END-IF.
024400     OPEN OUTPUT RTV-RPT-FILE.
024500     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
024600     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
024700     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
024800     WRITE RTV-RPT-LINE FROM RPT-TITLE-LINE.
024900     WRITE RTV-RPT-LINE FROM RPT-HEADING-LINE.
025000 1000-EXIT.
025100     EXIT.
025200
025300 1080-TAKE-DAYS-IN.
025400     MOVE WS-DAYS-IN TO WS-DAYS-JUST.
025500     PERFORM 1090-SLIDE-DAYS-RIGHT THRU 1090-EXIT
025600         UNTIL WS-DAYS-JUST (3:1) NOT = SPACE
025700         OR WS-DAYS-JUST = SPACES.
025800     INSPECT WS-DAYS-JUST REPLACING LEADING ' ' BY '0'.
025900     IF WS-DAYS-JUST IS NUMERIC AND WS-DAYS-JUST NOT = ZEROES
026000         MOVE WS-DAYS-JUST TO WS-CHASE-DAYS
026100         DISPLAY "CHASING RTVS OVER " WS-CHASE-DAYS " DAYS."
026200     ELSE
026300         DISPLAY "DAYS NOT GIVEN OR NOT NUMERIC - USING "
026400             "THE DEFAULT OF " WS-CHASE-DAYS " DAYS."
026500     END-IF.
026600 1080-EXIT.
026700     EXIT.
026800
026900 1090-SLIDE-DAYS-RIGHT.
027000     MOVE WS-DAYS-JUST TO WS-DAYS-WORK.
027100     MOVE SPACES TO WS-DAYS-JUST.
027200     MOVE WS-DAYS-WORK (1:2) TO WS-DAYS-JUST (2:2).
027300 1090-EXIT.
027400     EXIT.
027500
027600 1200-COMPUTE-DAY-NUMBER.
027700     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
027800         MOVE 1 TO WS-DN-MONTH
027900     END-IF.
028000     COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
028100         + ((WS-DN-YEAR + 3) / 4)
028200         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH)
028300         + WS-DN-DAY.
028400     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-QUOT
028500         REMAINDER WS-DN-LEAP-REM.
028600     IF WS-DN-LEAP-REM = ZEROES AND WS-DN-MONTH > 2
028700         ADD 1 TO WS-DN-RESULT
028800     END-IF.
028900 1200-EXIT.
029000     EXIT.
029100
029200 2000-READ-RTV-LINE.
029300     READ RTV-FILE NEXT RECORD
029400         AT END
029500             MOVE 'N' TO WS-MORE-RECORDS
029600     END-READ.
029700 2000-EXIT.
029800     EXIT.
029900
030000*    CREDITED LINES STAY ON FILE FOR THE RECORD BUT ARE NOT
030100*    LISTED.  THE LINES OF ONE RTV ARE ADDED UP AND PRINTED
030200*    AS ONE LINE WHEN THE RTV NUMBER CHANGES.
030300 2100-PROCESS-ONE-LINE.
030400     IF NOT RTV-LINE-OPEN
030500         GO TO 2100-NEXT
030600     END-IF.
030700     IF RTV-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
030800         IF WS-PREV-SUPPLIER NOT = SPACES
030900             PERFORM 2600-END-RTV THRU 2600-EXIT
031000             PERFORM 2800-END-SUPPLIER THRU 2800-EXIT
031100         END-IF
031200         PERFORM 2700-START-SUPPLIER THRU 2700-EXIT
031300         PERFORM 2500-START-RTV THRU 2500-EXIT
031400     END-IF.
031500     IF RTV-NUMBER NOT = WS-PREV-RTV-NO
031600         PERFORM 2600-END-RTV THRU 2600-EXIT
031700         PERFORM 2500-START-RTV THRU 2500-EXIT
031800     END-IF.
031900     ADD 1 TO WS-RTV-LINES.
032000     ADD RTV-LINE-AMT TO WS-RTV-TOTAL.
032100 2100-NEXT.
032200     PERFORM 2000-READ-RTV-LINE THRU 2000-EXIT.
032300 2100-EXIT.
032400     EXIT.
032500
032600 2500-START-RTV.
032700     MOVE RTV-NUMBER TO WS-PREV-RTV-NO.
032800     MOVE RTV-RTV-DATE TO WS-RTV-DATE.
032900     MOVE RTV-REASON TO WS-RTV-REASON.
033000     MOVE ZEROES TO WS-RTV-LINES.
033100     MOVE ZEROES TO WS-RTV-TOTAL.
033200 2500-EXIT.
033300     EXIT.
033400
033500 2600-END-RTV.
033600     MOVE WS-RTV-DATE TO WS-DN-DATE-NUM.
033700     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
033800     MOVE WS-DN-RESULT TO WS-RTV-DAY-NO.
033900     COMPUTE WS-DAYS-WAITING = WS-RUN-DAY-NO - WS-RTV-DAY-NO.
034000     IF WS-DAYS-WAITING < ZEROES
034100         MOVE ZEROES TO WS-DAYS-WAITING
034200     END-IF.
034300     IF WS-DAYS-WAITING > WS-SUP-OLDEST
034400         MOVE WS-DAYS-WAITING TO WS-SUP-OLDEST
034500     END-IF.
034600     MOVE SPACES TO RPT-CHASE-FLAG.
034700     IF WS-DAYS-WAITING > WS-CHASE-DAYS
034800         MOVE "CHASE" TO RPT-CHASE-FLAG
034900         ADD 1 TO WS-RTVS-TO-CHASE
035000     END-IF.
035100     EVALUATE WS-RTV-REASON
035200         WHEN 'D'
035300             MOVE "DAMAGED" TO RPT-REASON
035400         WHEN 'R'
035500             MOVE "RECALL" TO RPT-REASON
035600         WHEN OTHER
035700             MOVE "OTHER" TO RPT-REASON
035800     END-EVALUATE.
035900     MOVE WS-PREV-RTV-NO TO RPT-RTV-NUMBER.
036000     MOVE WS-RTV-DATE TO RPT-RTV-DATE.
036100     MOVE WS-RTV-LINES TO RPT-LINES.
036200     MOVE WS-RTV-TOTAL TO RPT-AMOUNT.
036300     MOVE WS-DAYS-WAITING TO RPT-DAYS-WAITING.
036400     WRITE RTV-RPT-LINE FROM RPT-DETAIL-LINE.
036500     ADD WS-RTV-TOTAL TO WS-SUP-TOTAL.
036600     ADD WS-RTV-TOTAL TO WS-GRAND-TOTAL.
036700     ADD 1 TO WS-SUP-RTV-COUNT.
036800     ADD 1 TO WS-RTVS-LISTED.
036900 2600-EXIT.
037000     EXIT.
037100
037200 2700-START-SUPPLIER.
037300     MOVE RTV-SUPPLIER-CODE TO WS-PREV-SUPPLIER.
037400     MOVE ZEROES TO WS-SUP-RTV-COUNT.
037500     MOVE ZEROES TO WS-SUP-OLDEST.
037600     MOVE ZEROES TO WS-SUP-TOTAL.
037700     ADD 1 TO WS-SUPPLIERS-LISTED.
037800     MOVE RTV-SUPPLIER-CODE TO RPT-SUP-CODE.
037900     MOVE SPACES TO RPT-SUP-NAME.
038000     IF WS-SUPP-AVAIL
038100         MOVE RTV-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
038200         READ SUPP-MAST-FILE
038300             INVALID KEY
038400                 MOVE "*UNKNOWN*" TO RPT-SUP-NAME
038500             NOT INVALID KEY
038600                 MOVE SUP-NAME TO RPT-SUP-NAME
038700         END-READ
038800     END-IF.
038900     WRITE RTV-RPT-LINE FROM RPT-BLANK-LINE.
039000     WRITE RTV-RPT-LINE FROM RPT-SUPP-HEAD-LINE.
039100 2700-EXIT.
039200     EXIT.
039300
039400 2800-END-SUPPLIER.
039500     MOVE WS-SUP-TOTAL TO RPT-SUP-TOTAL.
039600     MOVE WS-SUP-RTV-COUNT TO RPT-SUP-RTVS.
039700     MOVE WS-SUP-OLDEST TO RPT-SUP-OLDEST.
039800     WRITE RTV-RPT-LINE FROM RPT-SUPP-TOTAL-LINE.
039900 2800-EXIT.
040000     EXIT.
040100
040200 3000-PRINT-SUMMARY.
040300     WRITE RTV-RPT-LINE FROM RPT-BLANK-LINE.
040400     MOVE WS-GRAND-TOTAL TO RPT-GRAND-TOTAL.
040500     MOVE WS-RTVS-LISTED TO RPT-GRAND-RTVS.
040600     DISPLAY RPT-GRAND-LINE.
040700     WRITE RTV-RPT-LINE FROM RPT-GRAND-LINE.
040800     MOVE WS-CHASE-DAYS TO RPT-CHASE-DAYS.
040900     MOVE WS-RTVS-TO-CHASE TO RPT-CHASE-COUNT.
041000     WRITE RTV-RPT-LINE FROM RPT-CHASE-LINE.
041100     DISPLAY "SUPPLIERS LISTED: " WS-SUPPLIERS-LISTED.
041200     IF WS-RTVS-TO-CHASE > ZEROES
041300         SET EXCP-SEV-WARNING TO TRUE
041400         MOVE "RTR002" TO EXCP-LOG-CODE
041500         MOVE "Returns to vendor waiting past the chase days."
041600             TO EXCP-LOG-MESSAGE
041700         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
041800     END-IF.
041900 3000-EXIT.
042000     EXIT.
042100
042200 9000-CLOSE-UP.
042300     CLOSE RTV-FILE.
042400     IF WS-SUPP-AVAIL
042500         CLOSE SUPP-MAST-FILE
042600     END-IF.
042700     CLOSE RTV-RPT-FILE.
042800 9000-EXIT.
042900     EXIT.
043000
043100 8900-LOG-EXCEPTION.
043200     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
043300     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
043400     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
043500     ACCEPT WS-LOG-TIME FROM TIME.
043600     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
043700     MOVE "RTVRPT"           TO EXCP-LOG-PROGRAM.
043800     OPEN EXTEND EXCP-LOG-FILE.
043900     IF WS-EXCP-LOG-STATUS NOT = '00'
044000         OPEN OUTPUT EXCP-LOG-FILE
044100     END-IF.
044200     WRITE EXCP-LOG-RECORD.
044300     CLOSE EXCP-LOG-FILE.
044400 8900-EXIT.
044500     EXIT.
044600
044700 END PROGRAM RTVRPT.
