000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    REORDCLC.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DEMAND-BASED REORDER POINT AND QUANTITY RECALCULATION.     *
000900*    INV-REORDER-POINT AND INV-REORDER-QTY ARE KEYED ONCE IN    *
001000*    INVMAINT AND THEN GO STALE AS DEMAND MOVES.  THIS PROGRAM  *
001100*    TOTALS THE SALE AND RETURN MOVES ON INVMOVE OVER A WINDOW  *
001200*    OF DAYS ENDING TODAY, TURNS THE NET UNITS INTO AN AVERAGE  *
001300*    DAILY MOVEMENT FOR EACH ACTIVE ITEM, AND PROPOSES:         *
001400*      REORDER POINT = AVERAGE X (SUPPLIER LEAD TIME +          *
001500*                      SAFETY-STOCK DAYS), ROUNDED UP           *
001600*      REORDER QTY   = AVERAGE X ORDER-CYCLE DAYS, ROUNDED UP   *
001700*    THE LEAD TIME IS SUP-LEAD-TIME-DAYS FROM SUPPMAST (7 DAYS  *
001800*    WHEN THE ITEM HAS NO SUPPLIER OR THE SUPPLIER CARRIES NO   *
001900*    LEAD TIME).  CYCLE-COUNT ADJUSTMENTS ('C') ARE NOT DEMAND  *
002000*    AND ARE IGNORED.  AN ITEM WITH NO NET DEMAND IN THE WINDOW *
002100*    KEEPS ITS CURRENT FIGURES, AND AN ITEM FLAGGED MANUAL      *
002200*    (INV-REORDER-METHOD 'M') IS REPORTED BUT NEVER CHANGED.    *
002300*    SYSIN CARDS:                                               *
002400*      1 - R (OR BLANK) TO REPORT ONLY, U TO APPLY THE CHANGES  *
002500*      2 - WINDOW DAYS (BLANK = 90)                             *
002600*      3 - SAFETY-STOCK DAYS (BLANK = 7)                        *
002700*      4 - ORDER-CYCLE DAYS FOR THE QUANTITY (BLANK = 30)       *
002800*    IN UPDATE MODE EACH CHANGED FIGURE IS REWRITTEN ON INVMAST *
002900*    AND WRITTEN TO THE INVAUDIT TRAIL - ACTION 'O' FOR THE     *
003000*    REORDER POINT AND 'Q' FOR THE REORDER QUANTITY.            *
003100*-----------------------------------------------------------------
003200*    MAINTENANCE HISTORY.                                       *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    2026-10-15 DRO   INITIAL VERSION.                           *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS INV-ITEM-CODE
004800         FILE STATUS IS WS-INV-MAST-STATUS.
004900
005000     SELECT INV-MOVE-FILE   ASSIGN TO "INVMOVE"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-INV-MOVE-STATUS.
005300
005400     SELECT SUPP-MAST-FILE  ASSIGN TO "SUPPMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS SUP-SUPPLIER-CODE
005800         FILE STATUS IS WS-SUPP-MAST-STATUS.
005900
006000     SELECT INV-AUDIT-FILE  ASSIGN TO "INVAUDIT"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-INV-AUDIT-STATUS.
006300
006400     SELECT REORD-CLC-FILE  ASSIGN TO "REORDCLC"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-REORD-CLC-STATUS.
006700
006800     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-EXCP-LOG-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400
007500 FD  INV-MAST-FILE.
007600 COPY INVMAST.
007700
007800 FD  INV-MOVE-FILE
007900     RECORDING MODE IS F.
008000 COPY INVMOVE.
008100
008200 FD  SUPP-MAST-FILE.
008300 COPY SUPPMAST.
008400
008500 FD  INV-AUDIT-FILE
008600     RECORDING MODE IS F.
008700 COPY INVAUDIT.
008800
008900 FD  REORD-CLC-FILE
009000     RECORDING MODE IS F.
009100 01  REORD-CLC-LINE             PIC X(80).
009200
009300 FD  EXCP-LOG-FILE
009400     RECORDING MODE IS F.
009500 COPY EXCPLOG.
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
009900 01  WS-INV-MOVE-STATUS         PIC XX     VALUE ZEROES.
010000 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
010100 01  WS-INV-AUDIT-STATUS        PIC XX     VALUE ZEROES.
010200 01  WS-REORD-CLC-STATUS        PIC XX     VALUE ZEROES.
010300 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
010400 01  WS-LOG-TIME                PIC 9(08).
010500
010600 01  WS-SWITCHES.
010700     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
010800         88  MORE-RECORDS                  VALUE 'Y'.
010900         88  NO-MORE-RECORDS               VALUE 'N'.
011000     05  WS-RUN-MODE            PIC X      VALUE 'R'.
011100         88  WS-MODE-REPORT         VALUE 'R' 'r' ' '.
011200         88  WS-MODE-UPDATE         VALUE 'U' 'u'.
011300     05  WS-SUPP-AVAIL-SW       PIC X      VALUE 'Y'.
011400         88  WS-SUPP-AVAIL          VALUE 'Y'.
011500     05  WS-MOVE-FOUND-SW       PIC X      VALUE 'N'.
011600         88  WS-MOVE-FOUND          VALUE 'Y'.
011700     05  WS-TABLE-FULL-SW       PIC X      VALUE 'N'.
011800         88  WS-TABLE-FULL-LOGGED   VALUE 'Y'.
011900
012000 01  WS-RUN-DATE.
012100     05  WS-RUN-YEAR            PIC 9(02).
012200     05  WS-RUN-MONTH           PIC 9(02).
012300     05  WS-RUN-DAY             PIC 9(02).
012400
012500 01  WS-PARM-FIELDS.
012600     05  WS-NUM-IN              PIC X(03)  VALUE SPACES.
012700     05  WS-NUM-JUST            PIC X(03)  VALUE SPACES.
012800     05  WS-NUM-WORK            PIC X(03)  VALUE SPACES.
012900     05  WS-WINDOW-DAYS         PIC 9(03)  VALUE 90.
013000     05  WS-SAFETY-DAYS         PIC 9(03)  VALUE 7.
013100     05  WS-CYCLE-DAYS          PIC 9(03)  VALUE 30.
013200     05  WS-DEFAULT-LEAD        PIC 9(03)  VALUE 7.
013300
013400*    THE OLDEST POSTING DATE INSIDE THE WINDOW, FOUND BY
013500*    WALKING BACK FROM THE RUN DATE THE WAY OPHOURS BUILDS
013600*    ITS WEEK.  A WINDOW OF 90 DAYS ENDING TODAY STARTS 89
013700*    DAYS AGO.
013800 01  WS-WALK-DATE.
013900     05  WS-WALK-YEAR           PIC 9(02).
014000     05  WS-WALK-MONTH          PIC 9(02).
014100     05  WS-WALK-DAY            PIC 9(02).
014200 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
014300                                PIC 9(06).
014400 01  WS-CUTOFF-DATE             PIC 9(06)  VALUE ZEROES.
014500 01  WS-MOVE-DATE-NUM           PIC 9(06)  VALUE ZEROES.
014600
014700 01  WS-MONTH-DAYS-TABLE.
014800     05  FILLER                 PIC X(24)  VALUE
014900             "312831303130313130313031".
015000 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
015100     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
015200 01  WS-LEAP-QUOT               PIC 9(02)  VALUE ZEROES.
015300 01  WS-LEAP-REM                PIC 9(01)  VALUE ZEROES.
015400
015500*    ONE ENTRY PER ITEM SEEN ON INVMOVE INSIDE THE WINDOW.
015600 01  WS-MOVE-TABLE.
015700     05  WS-MOVE-COUNT          PIC 9(04)  VALUE ZEROES.
015800     05  WS-MOVE-ENTRY OCCURS 3000 TIMES.
015900         10  MT-ITEM-CODE       PIC X(08).
016000         10  MT-SOLD-UNITS      PIC 9(07).
016100         10  MT-RETURNED-UNITS  PIC 9(07).
016200 01  WS-IDX                     PIC 9(04)  VALUE ZEROES.
016300 01  WS-FIND-ITEM               PIC X(08)  VALUE SPACES.
016400 01  WS-SUB                     PIC 9(03)  VALUE ZEROES.
016500
016600 01  WS-WORK-FIELDS.
016700     05  WS-NET-UNITS           PIC 9(07)  VALUE ZEROES.
016800     05  WS-LEAD-DAYS           PIC 9(03)  VALUE ZEROES.
016900     05  WS-AVG-DAILY           PIC 9(05)V99 VALUE ZEROES.
017000     05  WS-RAW-FIGURE          PIC 9(09)V9999 VALUE ZEROES.
017100     05  WS-WHOLE-FIGURE        PIC 9(09)  VALUE ZEROES.
017200     05  WS-NEW-POINT           PIC 9(05)  VALUE ZEROES.
017300     05  WS-NEW-QTY             PIC 9(05)  VALUE ZEROES.
017400     05  WS-OLD-POINT           PIC 9(05)  VALUE ZEROES.
017500     05  WS-OLD-QTY             PIC 9(05)  VALUE ZEROES.
017600
017700 01  WS-COUNTERS.
017800     05  WS-ITEMS-READ          PIC 9(05)  VALUE ZEROES.
017900     05  WS-ITEMS-CHANGED       PIC 9(05)  VALUE ZEROES.
018000     05  WS-ITEMS-MANUAL        PIC 9(05)  VALUE ZEROES.
018100     05  WS-ITEMS-NO-DEMAND     PIC 9(05)  VALUE ZEROES.
018200     05  WS-ITEMS-DEFAULT-LEAD  PIC 9(05)  VALUE ZEROES.
018300     05  WS-MOVES-USED          PIC 9(07)  VALUE ZEROES.
018400
018500 01  RPT-TITLE-LINE.
018600     05  FILLER  PIC X(40) VALUE
018700             "MISKOLCZI PETS - REORDER RECALCULATION  ".
018800     05  RPT-MODE               PIC X(13).
018900     05  FILLER  PIC X(09) VALUE "RUN DATE:".
019000     05  RPT-RUN-YEAR           PIC 9(02).
019100     05  FILLER  PIC X(01) VALUE "/".
019200     05  RPT-RUN-MONTH          PIC 9(02).
019300     05  FILLER  PIC X(01) VALUE "/".
019400     05  RPT-RUN-DAY            PIC 9(02).
019500     05  FILLER  PIC X(10) VALUE SPACES.
019600
019700 01  RPT-PARM-LINE.
019800     05  FILLER  PIC X(08) VALUE "WINDOW: ".
019900     05  RPT-WINDOW             PIC ZZ9.
020000     05  FILLER  PIC X(16) VALUE " DAYS   SAFETY: ".
020100     05  RPT-SAFETY             PIC ZZ9.
020200     05  FILLER  PIC X(15) VALUE " DAYS   CYCLE: ".
020300     05  RPT-CYCLE              PIC ZZ9.
020400     05  FILLER  PIC X(06) VALUE " DAYS ".
020500     05  FILLER  PIC X(26) VALUE SPACES.
020600
020700 01  RPT-HEADING-1.
020800     05  FILLER  PIC X(38) VALUE SPACES.
020900     05  FILLER  PIC X(13) VALUE "--- POINT ---".
021000     05  FILLER  PIC X(13) VALUE "---- QTY ----".
021100     05  FILLER  PIC X(16) VALUE SPACES.
021200
021300 01  RPT-HEADING-2.
021400     05  FILLER  PIC X(09) VALUE "ITEM".
021500     05  FILLER  PIC X(17) VALUE "DESCRIPTION".
021600     05  FILLER  PIC X(07) VALUE "AVG/DY".
021700     05  FILLER  PIC X(05) VALUE "LEAD".
021800     05  FILLER  PIC X(06) VALUE "  CUR".
021900     05  FILLER  PIC X(07) VALUE "  NEW".
022000     05  FILLER  PIC X(06) VALUE "  CUR".
022100     05  FILLER  PIC X(07) VALUE "  NEW".
022200     05  FILLER  PIC X(10) VALUE "NOTE".
022300     05  FILLER  PIC X(06) VALUE SPACES.
022400
022500 01  RPT-DETAIL-LINE.
022600     05  RPT-ITEM-CODE          PIC X(08).
022700     05  FILLER  PIC X(01) VALUE SPACES.
022800     05  RPT-DESCRIPTION        PIC X(16).
022900     05  FILLER  PIC X(01) VALUE SPACES.
023000     05  RPT-AVG-DAILY          PIC ZZ9.99.
023100     05  FILLER  PIC X(01) VALUE SPACES.
023200     05  RPT-LEAD               PIC ZZ9.
023300     05  FILLER  PIC X(02) VALUE SPACES.
023400     05  RPT-CUR-POINT          PIC ZZZZ9.
023500     05  FILLER  PIC X(01) VALUE SPACES.
023600     05  RPT-NEW-POINT          PIC ZZZZ9.
023700     05  FILLER  PIC X(02) VALUE SPACES.
023800     05  RPT-CUR-QTY            PIC ZZZZ9.
023900     05  FILLER  PIC X(01) VALUE SPACES.
024000     05  RPT-NEW-QTY            PIC ZZZZ9.
024100     05  FILLER  PIC X(02) VALUE SPACES.
024200     05  RPT-NOTE               PIC X(10).
024300     05  FILLER  PIC X(06) VALUE SPACES.
024400
024500 01  RPT-COUNT-LINE.
024600     05  RPT-COUNT-LABEL        PIC X(32).
024700     05  RPT-COUNT              PIC ZZZZZZ9.
024800     05  FILLER  PIC X(41) VALUE SPACES.
024900
025000 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
025100
025200 PROCEDURE DIVISION.
025300 0100-START.
025400     DISPLAY "*** MISKOLCZI PETS REORDER RECALCULATION ***".
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     PERFORM 2000-SCAN-MOVES THRU 2000-EXIT.
025700     PERFORM 3000-READ-ITEM THRU 3000-EXIT.
025800     PERFORM 3100-CHECK-ITEM THRU 3100-EXIT
025900         UNTIL NO-MORE-RECORDS.
026000     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
026100     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
026200     STOP RUN.
026300
026400 1000-INITIALIZE.
026500     ACCEPT WS-RUN-DATE FROM DATE.
026600     DISPLAY "Mode - (R)eport only or (U)pdate INVMAST: ".
026700     MOVE SPACE TO WS-RUN-MODE.
026800     ACCEPT WS-RUN-MODE.
026900     IF NOT WS-MODE-UPDATE
027000         MOVE 'R' TO WS-RUN-MODE
027100     END-IF.
027200     DISPLAY "Window days (blank = 90): ".
027300     MOVE SPACES TO WS-NUM-IN.
027400     ACCEPT WS-NUM-IN.
027500     PERFORM 1080-TAKE-NUMBER-IN THRU 1080-EXIT.
027600     IF WS-NUM-JUST IS NUMERIC AND WS-NUM-JUST NOT = ZEROES
027700         MOVE WS-NUM-JUST TO WS-WINDOW-DAYS
027800     END-IF.
027900     DISPLAY "Safety-stock days (blank = 7): ".
028000     MOVE SPACES TO WS-NUM-IN.
028100     ACCEPT WS-NUM-IN.
028200     PERFORM 1080-TAKE-NUMBER-IN THRU 1080-EXIT.
028300     IF WS-NUM-JUST IS NUMERIC
028400         AND WS-NUM-IN NOT = SPACES
028500         MOVE WS-NUM-JUST TO WS-SAFETY-DAYS
028600     END-IF.
028700     DISPLAY "Order-cycle days (blank = 30): ".
028800     MOVE SPACES TO WS-NUM-IN.
028900     ACCEPT WS-NUM-IN.
029000     PERFORM 1080-TAKE-NUMBER-IN THRU 1080-EXIT.
029100     IF WS-NUM-JUST IS NUMERIC AND WS-NUM-JUST NOT = ZEROES
029200         MOVE WS-NUM-JUST TO WS-CYCLE-DAYS
029300     END-IF.
029400     DISPLAY "WINDOW " WS-WINDOW-DAYS " DAYS, SAFETY "
029500         WS-SAFETY-DAYS " DAYS, CYCLE " WS-CYCLE-DAYS " DAYS.".
029600     MOVE WS-RUN-DATE TO WS-WALK-DATE.
029700     PERFORM 1150-WALK-BACK-ONE-DAY THRU 1150-EXIT
029800         VARYING WS-SUB FROM 2 BY 1
029900         UNTIL WS-SUB > WS-WINDOW-DAYS.
030000     MOVE WS-WALK-DATE-NUM TO WS-CUTOFF-DATE.
030100     IF WS-MODE-UPDATE
030200         OPEN I-O INV-MAST-FILE
030300     ELSE
030400         OPEN INPUT INV-MAST-FILE
030500     END-IF.
030600     IF WS-INV-MAST-STATUS NOT = '00'
030700         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
030800             WS-INV-MAST-STATUS
030900         SET EXCP-SEV-ERROR TO TRUE
031000         MOVE "RCL001" TO EXCP-LOG-CODE
031100         MOVE "Unable to open INV-MAST-FILE."
031200             TO EXCP-LOG-MESSAGE
031300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
031400         MOVE 8 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     IF WS-MODE-UPDATE
031800         OPEN EXTEND INV-AUDIT-FILE
031900         IF WS-INV-AUDIT-STATUS = '05' OR '35'
032000             OPEN OUTPUT INV-AUDIT-FILE
032100         END-IF
032200     END-IF.
032300     OPEN INPUT SUPP-MAST-FILE.
032400     IF WS-SUPP-MAST-STATUS NOT = '00'
032500         MOVE 'N' TO WS-SUPP-AVAIL-SW
032600         DISPLAY "SUPP-MAST-FILE unavailable - the default "
032700             "lead time is used for every item."
032800     END-IF.
032900     OPEN OUTPUT REORD-CLC-FILE.
033000     IF WS-MODE-UPDATE
033100         MOVE "UPDATE RUN" TO RPT-MODE
033200     ELSE
033300         MOVE "REPORT ONLY" TO RPT-MODE
033400     END-IF.
033500     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
033600     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
033700     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
033800     MOVE WS-WINDOW-DAYS TO RPT-WINDOW.
033900     MOVE WS-SAFETY-DAYS TO RPT-SAFETY.
034000     MOVE WS-CYCLE-DAYS TO RPT-CYCLE.
034100     DISPLAY RPT-TITLE-LINE.
034200     WRITE REORD-CLC-LINE FROM RPT-TITLE-LINE.
034300     WRITE REORD-CLC-LINE FROM RPT-PARM-LINE.
034400     WRITE REORD-CLC-LINE FROM RPT-BLANK-LINE.
034500     WRITE REORD-CLC-LINE FROM RPT-HEADING-1.
034600     WRITE REORD-CLC-LINE FROM RPT-HEADING-2.
034700 1000-EXIT.
034800     EXIT.
034900
035000*    A SYSIN CARD ARRIVES LEFT-JUSTIFIED ("90 ") AND WOULD FAIL
035100*    THE NUMERIC TEST - SLIDE IT RIGHT AND ZERO-FILL FIRST.
035200*    THE CALLER KEEPS ITS DEFAULT WHEN THE RESULT IS NOT A
035300*    NUMBER.
035400 1080-TAKE-NUMBER-IN.
035500     MOVE WS-NUM-IN TO WS-NUM-JUST.
035600     PERFORM 1090-SLIDE-NUMBER-RIGHT THRU 1090-EXIT
035700         UNTIL WS-NUM-JUST (3:1) NOT = SPACE
035800         OR WS-NUM-JUST = SPACES.
035900     INSPECT WS-NUM-JUST REPLACING LEADING ' ' BY '0'.
036000 1080-EXIT.
036100     EXIT.
036200
036300 1090-SLIDE-NUMBER-RIGHT.
036400     MOVE WS-NUM-JUST TO WS-NUM-WORK.
036500     MOVE SPACES TO WS-NUM-JUST.
036600     MOVE WS-NUM-WORK (1:2) TO WS-NUM-JUST (2:2).
036700 1090-EXIT.
036800     EXIT.
036900
037000 1150-WALK-BACK-ONE-DAY.
037100     IF WS-WALK-DAY > 1
037200         SUBTRACT 1 FROM WS-WALK-DAY
037300     ELSE
037400         IF WS-WALK-MONTH = 1
037500             MOVE 12 TO WS-WALK-MONTH
037600             IF WS-WALK-YEAR = ZEROES
037700                 MOVE 99 TO WS-WALK-YEAR
037800             ELSE
037900                 SUBTRACT 1 FROM WS-WALK-YEAR
038000             END-IF
038100         ELSE
038200             SUBTRACT 1 FROM WS-WALK-MONTH
038300         END-IF
038400         MOVE WS-DAYS-IN-MONTH (WS-WALK-MONTH)
038500             TO WS-WALK-DAY
038600         IF WS-WALK-MONTH = 2
038700             DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOT
038800                 REMAINDER WS-LEAP-REM
038900             IF WS-LEAP-REM = ZEROES
039000                 MOVE 29 TO WS-WALK-DAY
039100             END-IF
039200         END-IF
039300     END-IF.
039400 1150-EXIT.
039500     EXIT.
039600
039700*    ONE PASS OF INVMOVE BUILDS THE SOLD AND RETURNED UNITS
039800*    FOR EVERY ITEM MOVED INSIDE THE WINDOW.
039900 2000-SCAN-MOVES.
040000     OPEN INPUT INV-MOVE-FILE.
040100     IF WS-INV-MOVE-STATUS NOT = '00'
040200         DISPLAY "UNABLE TO OPEN INV-MOVE-FILE - STATUS: "
040300             WS-INV-MOVE-STATUS
040400         SET EXCP-SEV-ERROR TO TRUE
040500         MOVE "RCL002" TO EXCP-LOG-CODE
040600         MOVE "Unable to open INV-MOVE-FILE - no demand to use."
040700             TO EXCP-LOG-MESSAGE
040800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
040900         MOVE 8 TO RETURN-CODE
041000         STOP RUN
041100     END-IF.
041200     MOVE 'Y' TO WS-MORE-RECORDS.
041300     PERFORM 2100-TALLY-ONE-MOVE THRU 2100-EXIT
041400         UNTIL NO-MORE-RECORDS.
041500     CLOSE INV-MOVE-FILE.
041600     MOVE 'Y' TO WS-MORE-RECORDS.
041700 2000-EXIT.
041800     EXIT.
041900
042000 2100-TALLY-ONE-MOVE.
042100     READ INV-MOVE-FILE
042200         AT END
042300             MOVE 'N' TO WS-MORE-RECORDS
042400             GO TO 2100-EXIT
042500     END-READ.
042600     IF NOT IMV-SALE-MOVE AND NOT IMV-RETURN-MOVE
042700         GO TO 2100-EXIT
042800     END-IF.
042900     MOVE IMV-POST-DATE TO WS-MOVE-DATE-NUM.
043000     IF WS-MOVE-DATE-NUM < WS-CUTOFF-DATE
043100         OR WS-MOVE-DATE-NUM > WS-RUN-DATE
043200         GO TO 2100-EXIT
043300     END-IF.
043400     MOVE IMV-ITEM-CODE TO WS-FIND-ITEM.
043500     PERFORM 2200-FIND-MOVE-ITEM THRU 2200-EXIT.
043600     IF NOT WS-MOVE-FOUND
043700         IF WS-MOVE-COUNT < 3000
043800             ADD 1 TO WS-MOVE-COUNT
043900             MOVE WS-MOVE-COUNT TO WS-IDX
044000             MOVE IMV-ITEM-CODE TO MT-ITEM-CODE (WS-IDX)
044100             MOVE ZEROES TO MT-SOLD-UNITS (WS-IDX)
044200             MOVE ZEROES TO MT-RETURNED-UNITS (WS-IDX)
044300         ELSE
044400             IF NOT WS-TABLE-FULL-LOGGED
044500                 MOVE 'Y' TO WS-TABLE-FULL-SW
044600                 SET EXCP-SEV-WARNING TO TRUE
044700                 MOVE "RCL003" TO EXCP-LOG-CODE
044800                 MOVE "Move table full - later items unchanged."
044900                     TO EXCP-LOG-MESSAGE
045000                 PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
045100             END-IF
045200             GO TO 2100-EXIT
045300         END-IF
045400     END-IF.
045500     IF IMV-SALE-MOVE
045600         ADD IMV-QUANTITY TO MT-SOLD-UNITS (WS-IDX)
045700     ELSE
045800         ADD IMV-QUANTITY TO MT-RETURNED-UNITS (WS-IDX)
045900     END-IF.
046000     ADD 1 TO WS-MOVES-USED.
046100 2100-EXIT.
046200     EXIT.
046300
046400 2200-FIND-MOVE-ITEM.
046500     MOVE 'N' TO WS-MOVE-FOUND-SW.
046600     PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT
046700         VARYING WS-IDX FROM 1 BY 1
046800         UNTIL WS-IDX > WS-MOVE-COUNT
046900         OR WS-MOVE-FOUND.
047000     IF WS-MOVE-FOUND
047100         SUBTRACT 1 FROM WS-IDX
047200     END-IF.
047300 2200-EXIT.
047400     EXIT.
047500
047600 2210-CHECK-ONE-ENTRY.
047700     IF MT-ITEM-CODE (WS-IDX) = WS-FIND-ITEM
047800         MOVE 'Y' TO WS-MOVE-FOUND-SW
047900     END-IF.
048000 2210-EXIT.
048100     EXIT.
048200
048300 3000-READ-ITEM.
048400     READ INV-MAST-FILE NEXT RECORD
048500         AT END
048600             MOVE 'N' TO WS-MORE-RECORDS
048700     END-READ.
048800 3000-EXIT.
048900     EXIT.
049000
049100 3100-CHECK-ITEM.
049200     IF NOT INV-ACTIVE
049300         GO TO 3100-NEXT
049400     END-IF.
049500     ADD 1 TO WS-ITEMS-READ.
049600     MOVE INV-REORDER-POINT TO WS-OLD-POINT.
049700     MOVE INV-REORDER-QTY TO WS-OLD-QTY.
049800     MOVE WS-OLD-POINT TO WS-NEW-POINT.
049900     MOVE WS-OLD-QTY TO WS-NEW-QTY.
050000     MOVE ZEROES TO WS-AVG-DAILY.
050100     MOVE ZEROES TO WS-NET-UNITS.
050200     MOVE INV-ITEM-CODE TO WS-FIND-ITEM.
050300     PERFORM 2200-FIND-MOVE-ITEM THRU 2200-EXIT.
050400     IF WS-MOVE-FOUND
050500         AND MT-SOLD-UNITS (WS-IDX) > MT-RETURNED-UNITS (WS-IDX)
050600         COMPUTE WS-NET-UNITS = MT-SOLD-UNITS (WS-IDX)
050700             - MT-RETURNED-UNITS (WS-IDX)
050800     END-IF.
050900     PERFORM 3200-GET-LEAD-TIME THRU 3200-EXIT.
051000     MOVE INV-ITEM-CODE TO RPT-ITEM-CODE.
051100     MOVE INV-DESCRIPTION TO RPT-DESCRIPTION.
051200     MOVE WS-LEAD-DAYS TO RPT-LEAD.
051300     IF WS-NET-UNITS = ZEROES
051400         ADD 1 TO WS-ITEMS-NO-DEMAND
051500         MOVE "NO DEMAND" TO RPT-NOTE
051600         GO TO 3100-PRINT
051700     END-IF.
051800     PERFORM 3300-PROPOSE-FIGURES THRU 3300-EXIT.
051900     IF INV-REORDER-MANUAL
052000         ADD 1 TO WS-ITEMS-MANUAL
052100         MOVE "MANUAL" TO RPT-NOTE
052200         GO TO 3100-PRINT
052300     END-IF.
052400     IF WS-NEW-POINT = WS-OLD-POINT
052500         AND WS-NEW-QTY = WS-OLD-QTY
052600         MOVE "NO CHANGE" TO RPT-NOTE
052700         GO TO 3100-PRINT
052800     END-IF.
052900     ADD 1 TO WS-ITEMS-CHANGED.
053000     IF WS-MODE-UPDATE
053100         PERFORM 3400-APPLY-FIGURES THRU 3400-EXIT
053200     ELSE
053300         MOVE "PROPOSED" TO RPT-NOTE
053400     END-IF.
053500 3100-PRINT.
053600     MOVE WS-AVG-DAILY TO RPT-AVG-DAILY.
053700     MOVE WS-OLD-POINT TO RPT-CUR-POINT.
053800     MOVE WS-NEW-POINT TO RPT-NEW-POINT.
053900     MOVE WS-OLD-QTY TO RPT-CUR-QTY.
054000     MOVE WS-NEW-QTY TO RPT-NEW-QTY.
054100     WRITE REORD-CLC-LINE FROM RPT-DETAIL-LINE.
054200 3100-NEXT.
054300     PERFORM 3000-READ-ITEM THRU 3000-EXIT.
054400 3100-EXIT.
054500     EXIT.
054600
054700*    NO SUPPLIER, AN UNKNOWN SUPPLIER OR A ZERO LEAD TIME ALL
054800*    FALL BACK TO THE DEFAULT SO THE ITEM IS STILL COVERED.
054900 3200-GET-LEAD-TIME.
055000     MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS.
055100     IF INV-SUPPLIER-CODE = SPACES OR NOT WS-SUPP-AVAIL
055200         ADD 1 TO WS-ITEMS-DEFAULT-LEAD
055300         GO TO 3200-EXIT
055400     END-IF.
055500     MOVE INV-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
055600     READ SUPP-MAST-FILE
055700         INVALID KEY
055800             ADD 1 TO WS-ITEMS-DEFAULT-LEAD
055900             GO TO 3200-EXIT
056000     END-READ.
056100     IF SUP-LEAD-TIME-DAYS > ZEROES
056200         MOVE SUP-LEAD-TIME-DAYS TO WS-LEAD-DAYS
056300     ELSE
056400         ADD 1 TO WS-ITEMS-DEFAULT-LEAD
056500     END-IF.
056600 3200-EXIT.
056700     EXIT.
056800
056900*    BOTH FIGURES ARE WORKED FROM THE NET UNITS RATHER THAN
057000*    THE ROUNDED AVERAGE SO A SLOW ITEM STILL ROUNDS UP TO A
057100*    WHOLE UNIT.  ANYTHING TOO BIG FOR THE MASTER IS HELD AT
057200*    99999.
057300 3300-PROPOSE-FIGURES.
057400     COMPUTE WS-AVG-DAILY ROUNDED =
057500         WS-NET-UNITS / WS-WINDOW-DAYS.
057600     COMPUTE WS-RAW-FIGURE = WS-NET-UNITS
057700         * (WS-LEAD-DAYS + WS-SAFETY-DAYS) / WS-WINDOW-DAYS.
057800     PERFORM 3350-ROUND-UP THRU 3350-EXIT.
057900     MOVE WS-WHOLE-FIGURE TO WS-NEW-POINT.
058000     COMPUTE WS-RAW-FIGURE = WS-NET-UNITS
058100         * WS-CYCLE-DAYS / WS-WINDOW-DAYS.
058200     PERFORM 3350-ROUND-UP THRU 3350-EXIT.
058300     MOVE WS-WHOLE-FIGURE TO WS-NEW-QTY.
058400 3300-EXIT.
058500     EXIT.
058600
058700 3350-ROUND-UP.
058800     MOVE WS-RAW-FIGURE TO WS-WHOLE-FIGURE.
058900     IF WS-WHOLE-FIGURE < WS-RAW-FIGURE
059000         ADD 1 TO WS-WHOLE-FIGURE
059100     END-IF.
059200     IF WS-WHOLE-FIGURE > 99999
059300         MOVE 99999 TO WS-WHOLE-FIGURE
059400     END-IF.
059500 3350-EXIT.
059600     EXIT.
059700
059800 3400-APPLY-FIGURES.
059900     MOVE WS-NEW-POINT TO INV-REORDER-POINT.
060000     MOVE WS-NEW-QTY TO INV-REORDER-QTY.
060100     REWRITE INV-MASTER-RECORD.
060200     IF WS-INV-MAST-STATUS NOT = '00'
060300         SUBTRACT 1 FROM WS-ITEMS-CHANGED
060400         MOVE "NOT SAVED" TO RPT-NOTE
060500         SET EXCP-SEV-ERROR TO TRUE
060600         MOVE "RCL004" TO EXCP-LOG-CODE
060700         MOVE "Unable to rewrite INV-MAST-FILE reorder figures."
060800             TO EXCP-LOG-MESSAGE
060900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
061000         GO TO 3400-EXIT
061100     END-IF.
061200     MOVE INV-UNIT-PRICE TO IVA-OLD-PRICE.
061300     MOVE INV-UNIT-PRICE TO IVA-NEW-PRICE.
061400     IF WS-NEW-POINT NOT = WS-OLD-POINT
061500         SET IVA-REORDER-PT-CHANGED TO TRUE
061600         MOVE WS-OLD-POINT TO IVA-OLD-QTY
061700         MOVE WS-NEW-POINT TO IVA-NEW-QTY
061800         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
061900     END-IF.
062000     IF WS-NEW-QTY NOT = WS-OLD-QTY
062100         SET IVA-REORDER-QTY-CHANGED TO TRUE
062200         MOVE WS-OLD-QTY TO IVA-OLD-QTY
062300         MOVE WS-NEW-QTY TO IVA-NEW-QTY
062400         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
062500     END-IF.
062600     MOVE "APPLIED" TO RPT-NOTE.
062700 3400-EXIT.
062800     EXIT.
062900
063000 3500-WRITE-AUDIT.
063100     MOVE WS-RUN-YEAR TO IVA-YEAR.
063200     MOVE WS-RUN-MONTH TO IVA-MONTH.
063300     MOVE WS-RUN-DAY TO IVA-DAY.
063400     ACCEPT WS-LOG-TIME FROM TIME.
063500     MOVE WS-LOG-TIME (1:6) TO IVA-TIME.
063600     MOVE INV-ITEM-CODE TO IVA-ITEM-CODE.
063700     WRITE INV-AUDIT-RECORD.
063800 3500-EXIT.
063900     EXIT.
064000
064100 4000-PRINT-TOTALS.
064200     WRITE REORD-CLC-LINE FROM RPT-BLANK-LINE.
064300     MOVE "ACTIVE ITEMS REVIEWED:" TO RPT-COUNT-LABEL.
064400     MOVE WS-ITEMS-READ TO RPT-COUNT.
064500     WRITE REORD-CLC-LINE FROM RPT-COUNT-LINE.
064600     IF WS-MODE-UPDATE
064700         MOVE "ITEMS CHANGED ON INVMAST:" TO RPT-COUNT-LABEL
064800     ELSE
064900         MOVE "ITEMS WITH PROPOSED CHANGES:" TO RPT-COUNT-LABEL
065000     END-IF.
065100     MOVE WS-ITEMS-CHANGED TO RPT-COUNT.
065200     WRITE REORD-CLC-LINE FROM RPT-COUNT-LINE.
065300     MOVE "MANUAL ITEMS LEFT ALONE:" TO RPT-COUNT-LABEL.
065400     MOVE WS-ITEMS-MANUAL TO RPT-COUNT.
065500     WRITE REORD-CLC-LINE FROM RPT-COUNT-LINE.
065600     MOVE "ITEMS WITH NO NET DEMAND:" TO RPT-COUNT-LABEL.
065700     MOVE WS-ITEMS-NO-DEMAND TO RPT-COUNT.
065800     WRITE REORD-CLC-LINE FROM RPT-COUNT-LINE.
065900     MOVE "ITEMS ON THE DEFAULT LEAD TIME:" TO RPT-COUNT-LABEL.
066000     MOVE WS-ITEMS-DEFAULT-LEAD TO RPT-COUNT.
066100     WRITE REORD-CLC-LINE FROM RPT-COUNT-LINE.
066200     MOVE "SALE/RETURN MOVES IN WINDOW:" TO RPT-COUNT-LABEL.
066300     MOVE WS-MOVES-USED TO RPT-COUNT.
066400     WRITE REORD-CLC-LINE FROM RPT-COUNT-LINE.
066500     DISPLAY "ITEMS REVIEWED: " WS-ITEMS-READ
066600         "  CHANGED: " WS-ITEMS-CHANGED
066700         "  MANUAL: " WS-ITEMS-MANUAL.
066800 4000-EXIT.
066900     EXIT.
067000
067100 9000-CLOSE-UP.
067200     CLOSE INV-MAST-FILE.
067300     IF WS-MODE-UPDATE
067400         CLOSE INV-AUDIT-FILE
067500     END-IF.
067600     IF WS-SUPP-AVAIL
067700         CLOSE SUPP-MAST-FILE
067800     END-IF.
067900     CLOSE REORD-CLC-FILE.
068000 9000-EXIT.
068100     EXIT.
068200
068300 8900-LOG-EXCEPTION.
068400     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
068500     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
068600     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
068700     ACCEPT WS-LOG-TIME FROM TIME.
068800     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
068900     MOVE "REORDCLC"         TO EXCP-LOG-PROGRAM.
069000     OPEN EXTEND EXCP-LOG-FILE.
069100     IF WS-EXCP-LOG-STATUS NOT = '00'
069200         OPEN OUTPUT EXCP-LOG-FILE
069300     END-IF.
069400     WRITE EXCP-LOG-RECORD.
069500     CLOSE EXCP-LOG-FILE.
069600 8900-EXIT.
069700     EXIT.
069800
069900 END PROGRAM REORDCLC.
