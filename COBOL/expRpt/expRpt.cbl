000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EXPRPT.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    NEAR-EXPIRY STOCK REPORT.  LISTS EVERY LOT ON LOTFILE     *
000900*    STILL HOLDING STOCK THAT EXPIRES WITHIN THE DAYS GIVEN ON *
001000*    SYSIN (BLANK = 30), AND EVERY LOT ALREADY PAST ITS EXPIRY *
001100*    (MARKED EXPIRED), UNDER ITS SUPPLIER SO THE BUYER CAN     *
001200*    ARRANGE A RETURN OR MARKDOWN.  EACH LINE CARRIES THE LOT, *
001300*    EXPIRY, DAYS LEFT, QUANTITY AND ITS VALUE AT THE LOT'S    *
001400*    COST (THE MASTER COST WHERE THE LOT HAS NONE), WITH       *
001500*    SUPPLIER AND STORE TOTALS.  LOTFILE IS KEYED BY ITEM, SO  *
001600*    THE LOTS ARE COLLECTED AND SORTED BY SUPPLIER AND EXPIRY  *
001700*    BEFORE PRINTING; DAYS ARE COUNTED THE WAY APAGING COUNTS  *
001800*    THEM.                                                     *
001900*-----------------------------------------------------------------
002000*    MAINTENANCE HISTORY.                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-15 DRO   INITIAL VERSION.                           *
002210*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002220*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002230*                     OPERATIONS SUMMARY (BATSUMM).              *
002240*    2026-10-15 DRO   AN EMPTY NIGHT STILL WRITES ITS BATCH      *
002250*                     STATISTICS ROW.                            *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LOT-FILE        ASSIGN TO "LOTFILE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS LOT-KEY
003600         FILE STATUS IS WS-LOT-STATUS.
003700
003800     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS INV-ITEM-CODE
004200         FILE STATUS IS WS-INV-MAST-STATUS.
004300
004400     SELECT SUPP-MAST-FILE  ASSIGN TO "SUPPMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS SUP-SUPPLIER-CODE
004800         FILE STATUS IS WS-SUPP-MAST-STATUS.
004900
005000     SELECT EXP-RPT-FILE    ASSIGN TO "EXPRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-EXP-RPT-STATUS.
005300
005310     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WS-BAT-STAT-STATUS.
005340
005400     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-EXCP-LOG-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100 FD  LOT-FILE.
006200 COPY LOTFILE.
006300
006400 FD  INV-MAST-FILE.
006500 COPY INVMAST.
006600
006700 FD  SUPP-MAST-FILE.
006800 COPY SUPPMAST.
006900
007000 FD  EXP-RPT-FILE
007100     RECORDING MODE IS F.
007200 01  EXP-RPT-LINE               PIC X(80).
007300
007310 FD  BAT-STAT-FILE
007320     RECORDING MODE IS F.
007330 COPY BATSTAT.
007340
007400 FD  EXCP-LOG-FILE
007500     RECORDING MODE IS F.
007600 COPY EXCPLOG.
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-LOT-STATUS              PIC XX     VALUE ZEROES.
008000 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
008100 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
008200 01  WS-EXP-RPT-STATUS          PIC XX     VALUE ZEROES.
008300 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008310 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
008400 01  WS-LOG-TIME                PIC 9(08).
008500
008600 01  WS-SWITCHES.
008700     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
008800         88  MORE-RECORDS                  VALUE 'Y'.
008900         88  NO-MORE-RECORDS               VALUE 'N'.
009000     05  WS-SUPP-AVAIL-SW       PIC X      VALUE 'Y'.
009100         88  WS-SUPP-AVAIL          VALUE 'Y'.
009200     05  WS-OVERFLOW-SW         PIC X      VALUE 'N'.
009300         88  WS-TABLE-OVERFLOW      VALUE 'Y'.
009400
009500 01  WS-RUN-DATE.
009600     05  WS-RUN-YEAR            PIC 9(02).
009700     05  WS-RUN-MONTH           PIC 9(02).
009800     05  WS-RUN-DAY             PIC 9(02).
009900 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
010000                                PIC 9(06).
010100
010200 01  WS-PARM-FIELDS.
010300     05  WS-DAYS-IN             PIC X(03)  VALUE SPACES.
010400     05  WS-DAYS-JUST           PIC X(03)  VALUE SPACES.
010500     05  WS-DAYS-WORK           PIC X(03)  VALUE SPACES.
010600     05  WS-WINDOW-DAYS         PIC 9(03)  VALUE 30.
010700
010800*    DAY NUMBERS, COUNTED FROM 1 JAN 00, SO TWO DATES CAN BE
010900*    SUBTRACTED - THE SAME ARITHMETIC APAGING USES.
011000 01  WS-DN-DATE.
011100     05  WS-DN-YEAR             PIC 9(02).
011200     05  WS-DN-MONTH            PIC 9(02).
011300     05  WS-DN-DAY              PIC 9(02).
011400 01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE
011500                                PIC 9(06).
011600 01  WS-DN-RESULT               PIC 9(05)  VALUE ZEROES.
011700 01  WS-DN-LEAP-QUOT            PIC 9(02)  VALUE ZEROES.
011800 01  WS-DN-LEAP-REM             PIC 9(01)  VALUE ZEROES.
011900 01  WS-CUM-DAYS-TABLE.
012000     05  FILLER                 PIC X(36)  VALUE
012100             "000031059090120151181212243273304334".
012200 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
012300     05  WS-DAYS-BEFORE-MONTH   PIC 9(03)  OCCURS 12 TIMES.
012400
012500*    LOTS INSIDE THE WINDOW ARE COLLECTED HERE AND SORTED BY
012600*    SUPPLIER, THEN EXPIRY, BEFORE PRINTING.
012700 01  WS-EXPIRY-TABLE.
012800     05  WS-EXP-COUNT           PIC 9(04)  VALUE ZEROES.
012900     05  WS-EXP-ENTRY OCCURS 1000 TIMES.
013000         10  ET-SORT-KEY.
013100             15  ET-SUPPLIER    PIC X(08).
013200             15  ET-EXPIRY      PIC 9(06).
013300         10  ET-ITEM-CODE       PIC X(08).
013400         10  ET-DESCRIPTION     PIC X(20).
013500         10  ET-LOT-NUMBER      PIC X(12).
013600         10  ET-DAYS-LEFT       PIC S9(05).
013700         10  ET-QTY             PIC 9(05).
013800         10  ET-VALUE           PIC 9(07)V99.
013900
014000 01  WS-SORT-FIELDS.
014100     05  WS-IDX                 PIC 9(04)  VALUE ZEROES.
014200     05  WS-JDX                 PIC 9(04)  VALUE ZEROES.
014300     05  WS-SWAP-ENTRY.
014400         10  FILLER             PIC X(08).
014500         10  FILLER             PIC 9(06).
014600         10  FILLER             PIC X(08).
014700         10  FILLER             PIC X(20).
014800         10  FILLER             PIC X(12).
014900         10  FILLER             PIC S9(05).
015000         10  FILLER             PIC 9(05).
015100         10  FILLER             PIC 9(07)V99.
015200
015300 01  WS-WORK-FIELDS.
015400     05  WS-RUN-DAY-NO          PIC 9(05)  VALUE ZEROES.
015500     05  WS-EXP-DAY-NO          PIC 9(05)  VALUE ZEROES.
015600     05  WS-DAYS-LEFT           PIC S9(05) VALUE ZEROES.
015700     05  WS-LOT-COST            PIC 9(03)V99  VALUE ZEROES.
015800     05  WS-PREV-SUPPLIER       PIC X(08)  VALUE LOW-VALUES.
015900     05  WS-LOTS-READ           PIC 9(07)  VALUE ZEROES.
016000     05  WS-SUP-QTY             PIC 9(07)  VALUE ZEROES.
016100     05  WS-SUP-TOTAL           PIC 9(09)V99  VALUE ZEROES.
016200     05  WS-GRAND-QTY           PIC 9(07)  VALUE ZEROES.
016300     05  WS-GRAND-TOTAL         PIC 9(11)V99  VALUE ZEROES.
016400     05  WS-LOTS-EXPIRED        PIC 9(05)  VALUE ZEROES.
016500
016600 01  RPT-TITLE-LINE.
016700     05  FILLER  PIC X(40) VALUE
016800             "MISKOLCZI PETS - NEAR-EXPIRY STOCK".
016900     05  FILLER  PIC X(06) VALUE "DATE: ".
017000     05  RPT-RUN-YEAR           PIC 9(02).
017100     05  FILLER  PIC X(01) VALUE "/".
017200     05  RPT-RUN-MONTH          PIC 9(02).
017300     05  FILLER  PIC X(01) VALUE "/".
017400     05  RPT-RUN-DAY            PIC 9(02).
017500     05  FILLER  PIC X(24) VALUE SPACES.
017600
017700 01  RPT-WINDOW-LINE.
017800     05  FILLER  PIC X(31) VALUE
017900             "LOTS EXPIRING WITHIN (DAYS):  ".
018000     05  RPT-WINDOW-DAYS        PIC ZZ9.
018100     05  FILLER  PIC X(46) VALUE SPACES.
018200
018300 01  RPT-HEADING-LINE.
018400     05  FILLER  PIC X(09) VALUE "ITEM".
018500     05  FILLER  PIC X(17) VALUE "DESCRIPTION".
018600     05  FILLER  PIC X(13) VALUE "LOT".
018700     05  FILLER  PIC X(09) VALUE "EXPIRES".
018800     05  FILLER  PIC X(06) VALUE " DAYS".
018900     05  FILLER  PIC X(07) VALUE "    QTY".
019000     05  FILLER  PIC X(11) VALUE "      VALUE".
019100     05  FILLER  PIC X(08) VALUE SPACES.
019200
019300 01  RPT-SUPP-HEAD-LINE.
019400     05  FILLER  PIC X(10) VALUE "SUPPLIER: ".
019500     05  RPT-SUP-CODE           PIC X(08).
019600     05  FILLER  PIC X(02) VALUE SPACES.
019700     05  RPT-SUP-NAME           PIC X(20).
019800     05  FILLER  PIC X(40) VALUE SPACES.
019900
020000 01  RPT-DETAIL-LINE.
020100     05  RPT-ITEM-CODE          PIC X(08).
020200     05  FILLER  PIC X(01) VALUE SPACES.
020300     05  RPT-DESCRIPTION        PIC X(16).
020400     05  FILLER  PIC X(01) VALUE SPACES.
020500     05  RPT-LOT-NUMBER         PIC X(12).
020600     05  FILLER  PIC X(01) VALUE SPACES.
020700     05  RPT-EXPIRY             PIC 99/99/99.
020800     05  FILLER  PIC X(01) VALUE SPACES.
020900     05  RPT-DAYS-LEFT          PIC -ZZZ9.
021000     05  FILLER  PIC X(01) VALUE SPACES.
021100     05  RPT-QTY                PIC ZZ,ZZ9.
021200     05  FILLER  PIC X(01) VALUE SPACES.
021300     05  RPT-VALUE              PIC $$$,$$9.99.
021400     05  FILLER  PIC X(01) VALUE SPACES.
021500     05  RPT-EXPIRED-FLAG       PIC X(07).
021600     05  FILLER  PIC X(01) VALUE SPACES.
021700
021800 01  RPT-SUPP-TOTAL-LINE.
021900     05  FILLER  PIC X(20) VALUE "  SUPPLIER TOTAL:   ".
022000     05  RPT-SUP-QTY            PIC Z,ZZZ,ZZ9.
022100     05  FILLER  PIC X(08) VALUE " UNITS  ".
022200     05  RPT-SUP-TOTAL          PIC $$,$$$,$$$,$$9.99.
022300     05  FILLER  PIC X(26) VALUE SPACES.
022400
022500 01  RPT-GRAND-LINE.
022600     05  FILLER  PIC X(20) VALUE "STOCK AT RISK:      ".
022700     05  RPT-GRAND-QTY          PIC Z,ZZZ,ZZ9.
022800     05  FILLER  PIC X(08) VALUE " UNITS  ".
022900     05  RPT-GRAND-TOTAL        PIC $$,$$$,$$$,$$9.99.
023000     05  FILLER  PIC X(26) VALUE SPACES.
023100
023200 01  RPT-COUNT-LINE.
023300     05  FILLER  PIC X(20) VALUE "LOTS LISTED:        ".
023400     05  RPT-LOTS-LISTED        PIC ZZZZ9.
023500     05  FILLER  PIC X(18) VALUE "   ALREADY EXPIRED".
023600     05  FILLER  PIC X(02) VALUE ": ".
023700     05  RPT-LOTS-EXPIRED       PIC ZZZZ9.
023800     05  FILLER  PIC X(30) VALUE SPACES.
023900
024000 01  RPT-NONE-LINE.
024100     05  FILLER  PIC X(40) VALUE
024200             "NO LOTS EXPIRING WITHIN THE WINDOW.".
024300     05  FILLER  PIC X(40) VALUE SPACES.
024400
024500 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
024600
024700 PROCEDURE DIVISION.
024800 0100-START.
024900     DISPLAY "*** MISKOLCZI PETS NEAR-EXPIRY STOCK REPORT ***".
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     PERFORM 2000-READ-LOT THRU 2000-EXIT.
025200     PERFORM 2100-PROCESS-ONE-LOT THRU 2100-EXIT
025300         UNTIL NO-MORE-RECORDS.
025400     PERFORM 2500-SORT-BY-SUPPLIER THRU 2500-EXIT.
025500     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
025600     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
025610     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
025700     STOP RUN.
025800
025900 1000-INITIALIZE.
026000     ACCEPT WS-RUN-DATE FROM DATE.
026100     DISPLAY "Enter days ahead to report expiry (blank = 30): ".
026200     MOVE SPACES TO WS-DAYS-IN.
026300     ACCEPT WS-DAYS-IN.
026400     PERFORM 1080-TAKE-DAYS-IN THRU 1080-EXIT.
026500     MOVE WS-RUN-DATE-NUM TO WS-DN-DATE-NUM.
026600     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
026700     MOVE WS-DN-RESULT TO WS-RUN-DAY-NO.
026800     OPEN INPUT LOT-FILE.
026900     IF WS-LOT-STATUS = '05' OR '35'
027000         DISPLAY "NO LOTS ON FILE - NOTHING TO DO."
027010         PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT
027100         STOP RUN
027200     END-IF.
027300     IF WS-LOT-STATUS NOT = '00'
027400         DISPLAY "UNABLE TO OPEN LOT-FILE - STATUS: "
027500             WS-LOT-STATUS
027600         SET EXCP-SEV-ERROR TO TRUE
027700         MOVE "EXP001" TO EXCP-LOG-CODE
027800         MOVE "Unable to open LOT-FILE."
027900             TO EXCP-LOG-MESSAGE
028000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
028100         MOVE 8 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400     OPEN INPUT INV-MAST-FILE.
028500     IF WS-INV-MAST-STATUS NOT = '00'
028600         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
028700             WS-INV-MAST-STATUS
028800         SET EXCP-SEV-ERROR TO TRUE
028900         MOVE "EXP002" TO EXCP-LOG-CODE
029000         MOVE "Unable to open INV-MAST-FILE."
029100             TO EXCP-LOG-MESSAGE
029200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
029300         MOVE 8 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     OPEN INPUT SUPP-MAST-FILE.
029700     IF WS-SUPP-MAST-STATUS NOT = '00'
029800         MOVE 'N' TO WS-SUPP-AVAIL-SW
029900     END-IF.
030000     OPEN OUTPUT EXP-RPT-FILE.
030100     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
030200     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
030300     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
030400     WRITE EXP-RPT-LINE FROM RPT-TITLE-LINE.
030500     MOVE WS-WINDOW-DAYS TO RPT-WINDOW-DAYS.
030600     WRITE EXP-RPT-LINE FROM RPT-WINDOW-LINE.
030700     WRITE EXP-RPT-LINE FROM RPT-HEADING-LINE.
030800 1000-EXIT.
030900     EXIT.
031000
031100 1080-TAKE-DAYS-IN.
031200     MOVE WS-DAYS-IN TO WS-DAYS-JUST.
031300     PERFORM 1090-SLIDE-DAYS-RIGHT THRU 1090-EXIT
031400         UNTIL WS-DAYS-JUST (3:1) NOT = SPACE
031500         OR WS-DAYS-JUST = SPACES.
031600     INSPECT WS-DAYS-JUST REPLACING LEADING ' ' BY '0'.
031700     IF WS-DAYS-JUST IS NUMERIC AND WS-DAYS-JUST NOT = ZEROES
031800         MOVE WS-DAYS-JUST TO WS-WINDOW-DAYS
031900         DISPLAY "REPORTING LOTS EXPIRING WITHIN " WS-WINDOW-DAYS
032000             " DAYS."
032100     ELSE
032200         DISPLAY "DAYS NOT GIVEN OR NOT NUMERIC - USING "
032300             "THE DEFAULT OF " WS-WINDOW-DAYS " DAYS."
032400     END-IF.
032500 1080-EXIT.
032600     EXIT.
032700
032800 1090-SLIDE-DAYS-RIGHT.
032900     MOVE WS-DAYS-JUST TO WS-DAYS-WORK.
033000     MOVE SPACES TO WS-DAYS-JUST.
033100     MOVE WS-DAYS-WORK (1:2) TO WS-DAYS-JUST (2:2).
033200 1090-EXIT.
033300     EXIT.
033400
033500 1200-COMPUTE-DAY-NUMBER.
033600     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
033700         MOVE 1 TO WS-DN-MONTH
033800     END-IF.
033900     COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
034000         + ((WS-DN-YEAR + 3) / 4)
034100         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH)
034200         + WS-DN-DAY.
034300     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-QUOT
034400         REMAINDER WS-DN-LEAP-REM.
034500     IF WS-DN-LEAP-REM = ZEROES AND WS-DN-MONTH > 2
034600         ADD 1 TO WS-DN-RESULT
034700     END-IF.
034800 1200-EXIT.
034900     EXIT.
035000
035100 2000-READ-LOT.
035200     READ LOT-FILE NEXT RECORD
035300         AT END
035400             MOVE 'N' TO WS-MORE-RECORDS
035500     END-READ.
035600 2000-EXIT.
035700     EXIT.
035800
035900*    A LOT WITH NOTHING LEFT, OR EXPIRING PAST THE WINDOW, IS
036000*    SKIPPED.  AN ITEM GONE FROM THE MASTER STILL LISTS - THE
036100*    STOCK IS ON THE SHELF EITHER WAY.
036200 2100-PROCESS-ONE-LOT.
036300     ADD 1 TO WS-LOTS-READ.
036400     IF LOT-QTY-ON-HAND = ZEROES
036500         GO TO 2100-NEXT
036600     END-IF.
036700     MOVE LOT-EXPIRY-DATE TO WS-DN-DATE.
036800     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
036900     MOVE WS-DN-RESULT TO WS-EXP-DAY-NO.
037000     COMPUTE WS-DAYS-LEFT = WS-EXP-DAY-NO - WS-RUN-DAY-NO.
037100     IF WS-DAYS-LEFT > WS-WINDOW-DAYS
037200         GO TO 2100-NEXT
037300     END-IF.
037400     IF WS-EXP-COUNT NOT < 1000
037500         IF NOT WS-TABLE-OVERFLOW
037600             SET WS-TABLE-OVERFLOW TO TRUE
037700             SET EXCP-SEV-WARNING TO TRUE
037800             MOVE "EXP003" TO EXCP-LOG-CODE
037900             MOVE "Near-expiry table full - report incomplete."
038000                 TO EXCP-LOG-MESSAGE
038100             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
038200         END-IF
038300         GO TO 2100-NEXT
038400     END-IF.
038500     ADD 1 TO WS-EXP-COUNT.
038600     MOVE LOT-ITEM-CODE TO INV-ITEM-CODE.
038700     READ INV-MAST-FILE
038800         INVALID KEY
038900             MOVE SPACES TO INV-SUPPLIER-CODE
039000             MOVE "*NOT ON MASTER*" TO INV-DESCRIPTION
039100             MOVE ZEROES TO INV-UNIT-COST
039200     END-READ.
039300     MOVE INV-SUPPLIER-CODE TO ET-SUPPLIER (WS-EXP-COUNT).
039400     MOVE LOT-EXPIRY-DATE TO ET-EXPIRY (WS-EXP-COUNT).
039500     MOVE LOT-ITEM-CODE TO ET-ITEM-CODE (WS-EXP-COUNT).
039600     MOVE INV-DESCRIPTION TO ET-DESCRIPTION (WS-EXP-COUNT).
039700     MOVE LOT-NUMBER TO ET-LOT-NUMBER (WS-EXP-COUNT).
039800     MOVE WS-DAYS-LEFT TO ET-DAYS-LEFT (WS-EXP-COUNT).
039900     MOVE LOT-QTY-ON-HAND TO ET-QTY (WS-EXP-COUNT).
040000     IF LOT-UNIT-COST > ZEROES
040100         MOVE LOT-UNIT-COST TO WS-LOT-COST
040200     ELSE
040300         MOVE INV-UNIT-COST TO WS-LOT-COST
040400     END-IF.
040500     COMPUTE ET-VALUE (WS-EXP-COUNT) =
040600         LOT-QTY-ON-HAND * WS-LOT-COST.
040700 2100-NEXT.
040800     PERFORM 2000-READ-LOT THRU 2000-EXIT.
040900 2100-EXIT.
041000     EXIT.
041100
041200*    SIMPLE EXCHANGE SORT ON SUPPLIER THEN EXPIRY, THE SAME AS
041300*    THE REORDER REPORT USES.
041400 2500-SORT-BY-SUPPLIER.
041500     IF WS-EXP-COUNT < 2
041600         GO TO 2500-EXIT
041700     END-IF.
041800     PERFORM 2600-SORT-ONE-PASS THRU 2600-EXIT
041900         VARYING WS-IDX FROM 1 BY 1
042000         UNTIL WS-IDX NOT < WS-EXP-COUNT.
042100 2500-EXIT.
042200     EXIT.
042300
042400 2600-SORT-ONE-PASS.
042500     PERFORM 2700-COMPARE-AND-SWAP THRU 2700-EXIT
042600         VARYING WS-JDX FROM 1 BY 1
042700         UNTIL WS-JDX NOT < WS-EXP-COUNT.
042800 2600-EXIT.
042900     EXIT.
043000
043100 2700-COMPARE-AND-SWAP.
043200     IF ET-SORT-KEY (WS-JDX) > ET-SORT-KEY (WS-JDX + 1)
043300         MOVE WS-EXP-ENTRY (WS-JDX) TO WS-SWAP-ENTRY
043400         MOVE WS-EXP-ENTRY (WS-JDX + 1)
043500             TO WS-EXP-ENTRY (WS-JDX)
043600         MOVE WS-SWAP-ENTRY TO WS-EXP-ENTRY (WS-JDX + 1)
043700     END-IF.
043800 2700-EXIT.
043900     EXIT.
044000
044100 3000-PRINT-REPORT.
044200     IF WS-EXP-COUNT = ZEROES
044300         WRITE EXP-RPT-LINE FROM RPT-BLANK-LINE
044400         WRITE EXP-RPT-LINE FROM RPT-NONE-LINE
044500     ELSE
044600         PERFORM 3100-PRINT-ONE-LOT THRU 3100-EXIT
044700             VARYING WS-IDX FROM 1 BY 1
044800             UNTIL WS-IDX > WS-EXP-COUNT
044900         PERFORM 3300-END-SUPPLIER THRU 3300-EXIT
045000     END-IF.
045100     WRITE EXP-RPT-LINE FROM RPT-BLANK-LINE.
045200     MOVE WS-GRAND-QTY TO RPT-GRAND-QTY.
045300     MOVE WS-GRAND-TOTAL TO RPT-GRAND-TOTAL.
045400     DISPLAY RPT-GRAND-LINE.
045500     WRITE EXP-RPT-LINE FROM RPT-GRAND-LINE.
045600     MOVE WS-EXP-COUNT TO RPT-LOTS-LISTED.
045700     MOVE WS-LOTS-EXPIRED TO RPT-LOTS-EXPIRED.
045800     WRITE EXP-RPT-LINE FROM RPT-COUNT-LINE.
045900     DISPLAY "LOTS READ:   " WS-LOTS-READ.
046000     DISPLAY "LOTS LISTED: " WS-EXP-COUNT.
046100     IF WS-LOTS-EXPIRED > ZEROES
046200         SET EXCP-SEV-WARNING TO TRUE
046300         MOVE "EXP004" TO EXCP-LOG-CODE
046400         MOVE "Expired lot-tracked stock still on hand."
046500             TO EXCP-LOG-MESSAGE
046600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
046700     END-IF.
046800 3000-EXIT.
046900     EXIT.
047000
047100 3100-PRINT-ONE-LOT.
047200     IF ET-SUPPLIER (WS-IDX) NOT = WS-PREV-SUPPLIER
047300         IF WS-IDX > 1
047400             PERFORM 3300-END-SUPPLIER THRU 3300-EXIT
047500         END-IF
047600         PERFORM 3200-START-SUPPLIER THRU 3200-EXIT
047700     END-IF.
047800     MOVE ET-ITEM-CODE (WS-IDX) TO RPT-ITEM-CODE.
047900     MOVE ET-DESCRIPTION (WS-IDX) TO RPT-DESCRIPTION.
048000     MOVE ET-LOT-NUMBER (WS-IDX) TO RPT-LOT-NUMBER.
048100     MOVE ET-EXPIRY (WS-IDX) TO RPT-EXPIRY.
048200     MOVE ET-DAYS-LEFT (WS-IDX) TO RPT-DAYS-LEFT.
048300     MOVE ET-QTY (WS-IDX) TO RPT-QTY.
048400     MOVE ET-VALUE (WS-IDX) TO RPT-VALUE.
048500     MOVE SPACES TO RPT-EXPIRED-FLAG.
048600     IF ET-DAYS-LEFT (WS-IDX) < ZEROES
048700         MOVE "EXPIRED" TO RPT-EXPIRED-FLAG
048800         ADD 1 TO WS-LOTS-EXPIRED
048900     END-IF.
049000     WRITE EXP-RPT-LINE FROM RPT-DETAIL-LINE.
049100     ADD ET-QTY (WS-IDX) TO WS-SUP-QTY.
049200     ADD ET-VALUE (WS-IDX) TO WS-SUP-TOTAL.
049300     ADD ET-QTY (WS-IDX) TO WS-GRAND-QTY.
049400     ADD ET-VALUE (WS-IDX) TO WS-GRAND-TOTAL.
049500 3100-EXIT.
049600     EXIT.
049700
049800 3200-START-SUPPLIER.
049900     MOVE ET-SUPPLIER (WS-IDX) TO WS-PREV-SUPPLIER.
050000     MOVE ZEROES TO WS-SUP-QTY.
050100     MOVE ZEROES TO WS-SUP-TOTAL.
050200     MOVE ET-SUPPLIER (WS-IDX) TO RPT-SUP-CODE.
050300     MOVE SPACES TO RPT-SUP-NAME.
050400     IF ET-SUPPLIER (WS-IDX) = SPACES
050500         MOVE "*NO SUPPLIER*" TO RPT-SUP-NAME
050600     ELSE
050700     IF WS-SUPP-AVAIL
050800         MOVE ET-SUPPLIER (WS-IDX) TO SUP-SUPPLIER-CODE
050900         READ SUPP-MAST-FILE
051000             INVALID KEY
051100                 MOVE "*UNKNOWN*" TO RPT-SUP-NAME
051200             NOT INVALID KEY
051300                 MOVE SUP-NAME TO RPT-SUP-NAME
051400         END-READ
051500     END-IF
051600     END-IF.
051700     WRITE EXP-RPT-LINE FROM RPT-BLANK-LINE.
051800     WRITE EXP-RPT-LINE FROM RPT-SUPP-HEAD-LINE.
051900 3200-EXIT.
052000     EXIT.
052100
052200 3300-END-SUPPLIER.
052300     MOVE WS-SUP-QTY TO RPT-SUP-QTY.
052400     MOVE WS-SUP-TOTAL TO RPT-SUP-TOTAL.
052500     WRITE EXP-RPT-LINE FROM RPT-SUPP-TOTAL-LINE.
052600 3300-EXIT.
052700     EXIT.
052800
052900 9000-CLOSE-UP.
053000     CLOSE LOT-FILE.
053100     CLOSE INV-MAST-FILE.
053200     IF WS-SUPP-AVAIL
053300         CLOSE SUPP-MAST-FILE
053400     END-IF.
053500     CLOSE EXP-RPT-FILE.
053600 9000-EXIT.
053700     EXIT.
053800
053801*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
053802*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
053803*    OPEN COSTS THE ROW, NEVER THE STEP.
053804 8950-WRITE-BATCH-STATS.
053805     OPEN EXTEND BAT-STAT-FILE.
053806     IF WS-BAT-STAT-STATUS = '05' OR '35'
053807         OPEN OUTPUT BAT-STAT-FILE
053808     END-IF.
053809     IF WS-BAT-STAT-STATUS NOT = '00'
053810         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
053811             WS-BAT-STAT-STATUS
053812         GO TO 8950-EXIT
053813     END-IF.
053814     MOVE SPACES TO BATCH-STAT-RECORD.
053815     MOVE "EXPRPT" TO BST-STEP-NAME.
053816     MOVE WS-RUN-DATE TO BST-RUN-DATE.
053817     ACCEPT WS-LOG-TIME FROM TIME.
053818     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
053819     MOVE RETURN-CODE TO BST-RETURN-CODE.
053820     MOVE ZEROES TO BST-RECS-READ.
053821     MOVE ZEROES TO BST-RECS-WRITTEN.
053822     MOVE ZEROES TO BST-RECS-REJECTED.
053823     MOVE ZEROES TO BST-CONTROL-COUNT.
053824     MOVE ZEROES TO BST-AMOUNT-1.
053825     MOVE ZEROES TO BST-AMOUNT-2.
053826     MOVE WS-LOTS-READ TO BST-RECS-READ.
053827     MOVE WS-EXP-COUNT TO BST-RECS-WRITTEN.
053828     MOVE WS-LOTS-EXPIRED TO BST-CONTROL-COUNT.
053829     WRITE BATCH-STAT-RECORD.
053830     CLOSE BAT-STAT-FILE.
053831 8950-EXIT.
053832     EXIT.
053833
053900 8900-LOG-EXCEPTION.
054000     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
054100     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
054200     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
054300     ACCEPT WS-LOG-TIME FROM TIME.
054400     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
054500     MOVE "EXPRPT"           TO EXCP-LOG-PROGRAM.
054600     OPEN EXTEND EXCP-LOG-FILE.
054700     IF WS-EXCP-LOG-STATUS NOT = '00'
054800         OPEN OUTPUT EXCP-LOG-FILE
054900     END-IF.
055000     WRITE EXCP-LOG-RECORD.
055100     CLOSE EXCP-LOG-FILE.
055200 8900-EXIT.
055300     EXIT.
055400
055500 END PROGRAM EXPRPT.
