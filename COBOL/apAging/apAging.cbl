000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    APAGING.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    WEEKLY ACCOUNTS PAYABLE.  WALKS THE AP OPEN-ITEM FILE      *
000900*    SUPPINV BUILDS FROM APPROVED SUPPLIER INVOICES, WHICH IS   *
001000*    KEYED BY SUPPLIER CODE SO THE ITEMS ARRIVE GROUPED.        *
001100*    SYSIN CARD 1 PICKS THE RUN:                                *
001200*      A (OR BLANK) - AGING.  EVERY OPEN ITEM IS AGED BY DAYS   *
001300*                     PAST ITS DUE DATE INTO NOT DUE, 1-30,     *
001400*                     31-60, 61-90 AND OVER 90, TOTALLED BY     *
001500*                     SUPPLIER AND FOR THE WHOLE FILE.          *
001600*      P            - PAYMENT RUN.  EVERY OPEN ITEM DUE ON OR   *
001700*                     BEFORE THE PAY-THROUGH DATE (TODAY PLUS   *
001800*                     SYSIN CARD 2 DAYS, BLANK = 7) IS LISTED   *
001900*                     BY SUPPLIER FOR THE CHEQUES AND MARKED    *
002000*                     PAID, SO THE NEXT RUN DOES NOT LIST IT    *
002100*                     AGAIN.                                    *
002200*-----------------------------------------------------------------
002300*    MAINTENANCE HISTORY.                                       *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-10-15 DRO   INITIAL VERSION.                           *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AP-OPEN-FILE    ASSIGN TO "APOPEN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS APO-KEY
003900         FILE STATUS IS WS-AP-OPEN-STATUS.
004000
004100     SELECT SUPP-MAST-FILE  ASSIGN TO "SUPPMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SUP-SUPPLIER-CODE
004500         FILE STATUS IS WS-SUPP-MAST-STATUS.
004600
004700     SELECT AP-RPT-FILE     ASSIGN TO "APRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-AP-RPT-STATUS.
005000
005100     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-EXCP-LOG-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800 FD  AP-OPEN-FILE.
005900 COPY APOPEN.
006000
006100 FD  SUPP-MAST-FILE.
006200 COPY SUPPMAST.
006300
006400 FD  AP-RPT-FILE
006500     RECORDING MODE IS F.
006600 01  AP-RPT-LINE                PIC X(80).
006700
006800 FD  EXCP-LOG-FILE
006900     RECORDING MODE IS F.
007000 COPY EXCPLOG.
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-AP-OPEN-STATUS          PIC XX     VALUE ZEROES.
007400 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
007500 01  WS-AP-RPT-STATUS           PIC XX     VALUE ZEROES.
007600 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007700 01  WS-LOG-TIME                PIC 9(08).
007800
007900 01  WS-SWITCHES.
008000     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
008100         88  MORE-RECORDS                  VALUE 'Y'.
008200         88  NO-MORE-RECORDS               VALUE 'N'.
008300     05  WS-SUPP-AVAIL-SW       PIC X      VALUE 'Y'.
008400         88  WS-SUPP-AVAIL          VALUE 'Y'.
008500     05  WS-RUN-MODE            PIC X      VALUE 'A'.
008600         88  WS-MODE-AGING          VALUE 'A' 'a' ' '.
008700         88  WS-MODE-PAYMENT        VALUE 'P' 'p'.
008800
008900 01  WS-RUN-DATE.
009000     05  WS-RUN-YEAR            PIC 9(02).
009100     05  WS-RUN-MONTH           PIC 9(02).
009200     05  WS-RUN-DAY             PIC 9(02).
009300 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
009400                                PIC 9(06).
009500
009600 01  WS-PARM-FIELDS.
009700     05  WS-DAYS-IN             PIC X(03)  VALUE SPACES.
009800     05  WS-DAYS-JUST           PIC X(03)  VALUE SPACES.
009900     05  WS-DAYS-WORK           PIC X(03)  VALUE SPACES.
010000     05  WS-PAY-AHEAD-DAYS      PIC 9(03)  VALUE 7.
010100
010200*    DAY NUMBERS, COUNTED FROM 1 JAN 00, SO TWO DATES CAN BE
010300*    SUBTRACTED.  EVERY FOURTH YEAR FROM 00 IS A LEAP YEAR,
010400*    WHICH HOLDS FOR THE WHOLE TWO-DIGIT RANGE.
010500 01  WS-DN-DATE.
010600     05  WS-DN-YEAR             PIC 9(02).
010700     05  WS-DN-MONTH            PIC 9(02).
010800     05  WS-DN-DAY              PIC 9(02).
010900 01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE
011000                                PIC 9(06).
011100 01  WS-DN-RESULT               PIC 9(05)  VALUE ZEROES.
011200 01  WS-DN-LEAP-QUOT            PIC 9(02)  VALUE ZEROES.
011300 01  WS-DN-LEAP-REM             PIC 9(01)  VALUE ZEROES.
011400 01  WS-CUM-DAYS-TABLE.
011500     05  FILLER                 PIC X(36)  VALUE
011600             "000031059090120151181212243273304334".
011700 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
011800     05  WS-DAYS-BEFORE-MONTH   PIC 9(03)  OCCURS 12 TIMES.
011900 01  WS-MONTH-DAYS-TABLE.
012000     05  FILLER                 PIC X(24)  VALUE
012100             "312831303130313130313031".
012200 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
012300     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
012400 01  WS-WALK-COUNT              PIC 9(03)  VALUE ZEROES.
012500
012600 01  WS-WORK-FIELDS.
012700     05  WS-RUN-DAY-NO          PIC 9(05)  VALUE ZEROES.
012800     05  WS-PAY-THRU-DAY-NO     PIC 9(05)  VALUE ZEROES.
012900     05  WS-DUE-DAY-NO          PIC 9(05)  VALUE ZEROES.
013000     05  WS-DAYS-PAST-DUE       PIC S9(05) VALUE ZEROES.
013100     05  WS-BKT-IDX             PIC 9(01)  VALUE ZEROES.
013200     05  WS-PREV-SUPPLIER       PIC X(08)  VALUE SPACES.
013300     05  WS-SUP-ITEM-COUNT      PIC 9(05)  VALUE ZEROES.
013400     05  WS-SUP-TOTAL           PIC 9(09)V99  VALUE ZEROES.
013500     05  WS-GRAND-TOTAL         PIC 9(11)V99  VALUE ZEROES.
013600     05  WS-ITEMS-LISTED        PIC 9(05)     VALUE ZEROES.
013700     05  WS-SUPPLIERS-LISTED    PIC 9(05)     VALUE ZEROES.
013800     05  WS-ITEMS-PAST-90       PIC 9(05)     VALUE ZEROES.
013900
014000*    AGE BUCKETS: 1 NOT DUE, 2 1-30, 3 31-60, 4 61-90, 5 90+.
014100 01  WS-BUCKET-TABLE.
014200     05  WS-SUP-BUCKET          PIC 9(09)V99 OCCURS 5 TIMES.
014300     05  WS-GRAND-BUCKET        PIC 9(11)V99 OCCURS 5 TIMES.
014400
014500 01  RPT-TITLE-LINE.
014600     05  RPT-TITLE              PIC X(40)  VALUE SPACES.
014700     05  FILLER  PIC X(06) VALUE "DATE: ".
014800     05  RPT-RUN-YEAR           PIC 9(02).
014900     05  FILLER  PIC X(01) VALUE "/".
015000     05  RPT-RUN-MONTH          PIC 9(02).
015100     05  FILLER  PIC X(01) VALUE "/".
015200     05  RPT-RUN-DAY            PIC 9(02).
015300     05  FILLER  PIC X(24) VALUE SPACES.
015400
015500 01  RPT-PAY-THRU-LINE.
015600     05  FILLER  PIC X(28) VALUE
015700             "ITEMS DUE ON OR BEFORE      ".
015800     05  RPT-THRU-YEAR          PIC 9(02).
015900     05  FILLER  PIC X(01) VALUE "/".
016000     05  RPT-THRU-MONTH         PIC 9(02).
016100     05  FILLER  PIC X(01) VALUE "/".
016200     05  RPT-THRU-DAY           PIC 9(02).
016300     05  FILLER  PIC X(44) VALUE SPACES.
016400
016500 01  RPT-HEADING-LINE.
016600     05  FILLER  PIC X(14) VALUE "INVOICE".
016700     05  FILLER  PIC X(10) VALUE "INV DATE".
016800     05  FILLER  PIC X(10) VALUE "DUE DATE".
016900     05  FILLER  PIC X(10) VALUE "DAYS PAST".
017000     05  FILLER  PIC X(15) VALUE "AMOUNT".
017100     05  FILLER  PIC X(21) VALUE SPACES.
017200
017300 01  RPT-SUPP-HEAD-LINE.
017400     05  FILLER  PIC X(10) VALUE "SUPPLIER: ".
017500     05  RPT-SUP-CODE           PIC X(08).
017600     05  FILLER  PIC X(02) VALUE SPACES.
017700     05  RPT-SUP-NAME           PIC X(20).
017800     05  FILLER  PIC X(40) VALUE SPACES.
017900
018000 01  RPT-DETAIL-LINE.
018100     05  RPT-INVOICE-NO         PIC X(12).
018200     05  FILLER  PIC X(02) VALUE SPACES.
018300     05  RPT-INV-DATE           PIC 99/99/99.
018400     05  FILLER  PIC X(02) VALUE SPACES.
018500     05  RPT-DUE-DATE           PIC 99/99/99.
018600     05  FILLER  PIC X(02) VALUE SPACES.
018700     05  RPT-DAYS-PAST          PIC ---,--9.
018800     05  FILLER  PIC X(03) VALUE SPACES.
018900     05  RPT-AMOUNT             PIC $$,$$$,$$9.99.
019000     05  FILLER  PIC X(23) VALUE SPACES.
019100
019200 01  RPT-BUCKET-HEAD.
019300     05  FILLER  PIC X(10) VALUE SPACES.
019400     05  FILLER  PIC X(14) VALUE "     NOT DUE".
019500     05  FILLER  PIC X(14) VALUE "     1-30".
019600     05  FILLER  PIC X(14) VALUE "    31-60".
019700     05  FILLER  PIC X(14) VALUE "    61-90".
019800     05  FILLER  PIC X(14) VALUE "   OVER 90".
019900
020000 01  RPT-BUCKET-LINE.
020100     05  RPT-BKT-LABEL          PIC X(10).
020200     05  RPT-BKT-AMT            PIC Z,ZZZ,ZZ9.99-
020300             OCCURS 5 TIMES.
020400     05  FILLER  PIC X(05) VALUE SPACES.
020500
020600 01  RPT-SUPP-TOTAL-LINE.
020700     05  FILLER  PIC X(20) VALUE "  SUPPLIER TOTAL:   ".
020800     05  RPT-SUP-TOTAL          PIC $$,$$$,$$$,$$9.99.
020900     05  FILLER  PIC X(04) VALUE SPACES.
021000     05  RPT-SUP-ITEMS          PIC ZZZZ9.
021100     05  FILLER  PIC X(06) VALUE " ITEMS".
021200     05  FILLER  PIC X(28) VALUE SPACES.
021300
021400 01  RPT-GRAND-LINE.
021500     05  RPT-GRAND-LABEL        PIC X(20)  VALUE SPACES.
021600     05  RPT-GRAND-TOTAL        PIC $$,$$$,$$$,$$9.99.
021700     05  FILLER  PIC X(04) VALUE SPACES.
021800     05  RPT-GRAND-ITEMS        PIC ZZZZ9.
021900     05  FILLER  PIC X(06) VALUE " ITEMS".
022000     05  FILLER  PIC X(28) VALUE SPACES.
022100
022200 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
022300
022400 PROCEDURE DIVISION.
022500 0100-START.
022600     DISPLAY "*** MISKOLCZI PETS ACCOUNTS PAYABLE ***".
022700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022800     PERFORM 2000-READ-AP-ITEM THRU 2000-EXIT.
022900     PERFORM 2100-PROCESS-ONE-ITEM THRU 2100-EXIT
023000         UNTIL NO-MORE-RECORDS.
023100     IF WS-PREV-SUPPLIER NOT = SPACES
023200         PERFORM 2800-END-SUPPLIER THRU 2800-EXIT
023300     END-IF.
023400     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
023500     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
023600     STOP RUN.
023700
023800 1000-INITIALIZE.
023900     ACCEPT WS-RUN-DATE FROM DATE.
024000     DISPLAY "Enter run type (A = aging, P = payment run): ".
024100     MOVE SPACE TO WS-RUN-MODE.
024200     ACCEPT WS-RUN-MODE.
024300     IF NOT WS-MODE-AGING AND NOT WS-MODE-PAYMENT
024400         DISPLAY "RUN TYPE " WS-RUN-MODE
024500             " NOT RECOGNISED - RUNNING THE AGING."
024600         MOVE 'A' TO WS-RUN-MODE
024700     END-IF.
024800     MOVE WS-RUN-DATE-NUM TO WS-DN-DATE-NUM.
024900     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
025000     MOVE WS-DN-RESULT TO WS-RUN-DAY-NO.
025100     IF WS-MODE-PAYMENT
025200         DISPLAY "Enter days to pay ahead (blank = 7): "
025300         MOVE SPACES TO WS-DAYS-IN
025400         ACCEPT WS-DAYS-IN
025500         PERFORM 1080-TAKE-DAYS-IN THRU 1080-EXIT
025600         COMPUTE WS-PAY-THRU-DAY-NO =
025700             WS-RUN-DAY-NO + WS-PAY-AHEAD-DAYS
025800         OPEN I-O AP-OPEN-FILE
025900     ELSE
026000         OPEN INPUT AP-OPEN-FILE
026100     END-IF.
026200     IF WS-AP-OPEN-STATUS = '05' OR '35'
026300         DISPLAY "NO AP OPEN ITEMS ON FILE - NOTHING TO DO."
026400         STOP RUN
026500     END-IF.
026600     IF WS-AP-OPEN-STATUS NOT = '00'
026700         DISPLAY "UNABLE TO OPEN AP-OPEN-FILE - STATUS: "
026800             WS-AP-OPEN-STATUS
026900         SET EXCP-SEV-ERROR TO TRUE
027000         MOVE "APA001" TO EXCP-LOG-CODE
027100         MOVE "Unable to open AP-OPEN-FILE."
027200             TO EXCP-LOG-MESSAGE
027300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
027400         MOVE 8 TO RETURN-CODE
027500         STOP RUN
027600     END-IF.
027700     OPEN INPUT SUPP-MAST-FILE.
027800     IF WS-SUPP-MAST-STATUS NOT = '00'
027900         MOVE 'N' TO WS-SUPP-AVAIL-SW
028000     END-IF.
028100     MOVE ZEROES TO WS-GRAND-BUCKET (1) WS-GRAND-BUCKET (2)
028200         WS-GRAND-BUCKET (3) WS-GRAND-BUCKET (4)
028300         WS-GRAND-BUCKET (5).
028400     OPEN OUTPUT AP-RPT-FILE.
028500     IF WS-MODE-PAYMENT
028600         MOVE "MISKOLCZI PETS - AP PAYMENT RUN" TO RPT-TITLE
028700     ELSE
028800         MOVE "MISKOLCZI PETS - AP AGING" TO RPT-TITLE
028900     END-IF.
029000     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
029100     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
029200     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
029300     WRITE AP-RPT-LINE FROM RPT-TITLE-LINE.
029400     IF WS-MODE-PAYMENT
029500         PERFORM 1300-SHOW-PAY-THRU THRU 1300-EXIT
029600     END-IF.
029700     WRITE AP-RPT-LINE FROM RPT-HEADING-LINE.
029800 1000-EXIT.
029900     EXIT.
030000
030100*    A SYSIN CARD ARRIVES LEFT-JUSTIFIED ("7  ") AND WOULD FAIL
030200*    THE NUMERIC TEST - SLIDE IT RIGHT AND ZERO-FILL FIRST, AND
030300*    SAY SO WHEN THE DEFAULT HAS TO STAND IN.
030400 1080-TAKE-DAYS-IN.
030500     MOVE WS-DAYS-IN TO WS-DAYS-JUST.
030600     PERFORM 1090-SLIDE-DAYS-RIGHT THRU 1090-EXIT
030700         UNTIL WS-DAYS-JUST (3:1) NOT = SPACE
030800         OR WS-DAYS-JUST = SPACES.
030900     INSPECT WS-DAYS-JUST REPLACING LEADING ' ' BY '0'.
031000     IF WS-DAYS-JUST IS NUMERIC AND WS-DAYS-JUST NOT = ZEROES
031100         MOVE WS-DAYS-JUST TO WS-PAY-AHEAD-DAYS
031200         DISPLAY "PAYING " WS-PAY-AHEAD-DAYS " DAYS AHEAD."
031300     ELSE
031400         DISPLAY "DAYS NOT GIVEN OR NOT NUMERIC - USING "
031500             "THE DEFAULT OF " WS-PAY-AHEAD-DAYS " DAYS."
031600     END-IF.
031700 1080-EXIT.
031800     EXIT.
031900
032000 1090-SLIDE-DAYS-RIGHT.
032100     MOVE WS-DAYS-JUST TO WS-DAYS-WORK.
032200     MOVE SPACES TO WS-DAYS-JUST.
032300     MOVE WS-DAYS-WORK (1:2) TO WS-DAYS-JUST (2:2).
032400 1090-EXIT.
032500     EXIT.
032600
032700*    WS-DN-DATE IN, WS-DN-RESULT OUT.  LEAP DAYS OF EARLIER
032800*    YEARS, PLUS ONE MORE PAST FEBRUARY OF A LEAP YEAR.
032900 1200-COMPUTE-DAY-NUMBER.
033000     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
033100         MOVE 1 TO WS-DN-MONTH
033200     END-IF.
033300     COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
033400         + ((WS-DN-YEAR + 3) / 4)
033500         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH)
033600         + WS-DN-DAY.
033700     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-QUOT
033800         REMAINDER WS-DN-LEAP-REM.
033900     IF WS-DN-LEAP-REM = ZEROES AND WS-DN-MONTH > 2
034000         ADD 1 TO WS-DN-RESULT
034100     END-IF.
034200 1200-EXIT.
034300     EXIT.
034400
034500*    THE PAY-THROUGH DATE FOR THE REPORT HEADING, WALKED
034600*    FORWARD FROM TODAY THE WAY PROMEFF WALKS ITS PERIODS.
034700 1300-SHOW-PAY-THRU.
034800     MOVE WS-RUN-DATE-NUM TO WS-DN-DATE-NUM.
034900     PERFORM 1310-WALK-FORWARD-ONE-DAY THRU 1310-EXIT
035000         VARYING WS-WALK-COUNT FROM 1 BY 1
035100         UNTIL WS-WALK-COUNT > WS-PAY-AHEAD-DAYS.
035200     MOVE WS-DN-YEAR TO RPT-THRU-YEAR.
035300     MOVE WS-DN-MONTH TO RPT-THRU-MONTH.
035400     MOVE WS-DN-DAY TO RPT-THRU-DAY.
035500     WRITE AP-RPT-LINE FROM RPT-PAY-THRU-LINE.
035600 1300-EXIT.
035700     EXIT.
035800
035900 1310-WALK-FORWARD-ONE-DAY.
036000     IF WS-DN-MONTH = 2
036100         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-QUOT
036200             REMAINDER WS-DN-LEAP-REM
036300         IF WS-DN-LEAP-REM = ZEROES
036400             MOVE 29 TO WS-DN-LEAP-QUOT
036500         ELSE
036600             MOVE 28 TO WS-DN-LEAP-QUOT
036700         END-IF
036800     ELSE
036900         MOVE WS-DAYS-IN-MONTH (WS-DN-MONTH)
037000             TO WS-DN-LEAP-QUOT
037100     END-IF.
037200     IF WS-DN-DAY < WS-DN-LEAP-QUOT
037300         ADD 1 TO WS-DN-DAY
037400     ELSE
037500         MOVE 01 TO WS-DN-DAY
037600         IF WS-DN-MONTH = 12
037700             MOVE 01 TO WS-DN-MONTH
037800             IF WS-DN-YEAR = 99
037900                 MOVE ZEROES TO WS-DN-YEAR
038000             ELSE
038100                 ADD 1 TO WS-DN-YEAR
038200             END-IF
038300         ELSE
038400             ADD 1 TO WS-DN-MONTH
038500         END-IF
038600     END-IF.
038700 1310-EXIT.
038800     EXIT.
038900
039000 2000-READ-AP-ITEM.
039100     READ AP-OPEN-FILE NEXT RECORD
039200         AT END
039300             MOVE 'N' TO WS-MORE-RECORDS
039400     END-READ.
039500 2000-EXIT.
039600     EXIT.
039700
039800*    PAID ITEMS STAY ON FILE FOR THE RECORD BUT ARE NOT AGED
039900*    OR PAID TWICE.
040000 2100-PROCESS-ONE-ITEM.
040100     IF NOT APO-OPEN
040200         GO TO 2100-NEXT
040300     END-IF.
040400     MOVE APO-DUE-DATE TO WS-DN-DATE.
040500     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
040600     MOVE WS-DN-RESULT TO WS-DUE-DAY-NO.
040700     IF WS-MODE-PAYMENT
040800         AND WS-DUE-DAY-NO > WS-PAY-THRU-DAY-NO
040900         GO TO 2100-NEXT
041000     END-IF.
041100     IF APO-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
041200         IF WS-PREV-SUPPLIER NOT = SPACES
041300             PERFORM 2800-END-SUPPLIER THRU 2800-EXIT
041400         END-IF
041500         PERFORM 2700-START-SUPPLIER THRU 2700-EXIT
041600     END-IF.
041700     COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DAY-NO - WS-DUE-DAY-NO.
041800     EVALUATE TRUE
041900         WHEN WS-DAYS-PAST-DUE NOT > ZEROES
042000             MOVE 1 TO WS-BKT-IDX
042100         WHEN WS-DAYS-PAST-DUE NOT > 30
042200             MOVE 2 TO WS-BKT-IDX
042300         WHEN WS-DAYS-PAST-DUE NOT > 60
042400             MOVE 3 TO WS-BKT-IDX
042500         WHEN WS-DAYS-PAST-DUE NOT > 90
042600             MOVE 4 TO WS-BKT-IDX
042700         WHEN OTHER
042800             MOVE 5 TO WS-BKT-IDX
042900             ADD 1 TO WS-ITEMS-PAST-90
043000     END-EVALUATE.
043100     ADD APO-AMOUNT TO WS-SUP-BUCKET (WS-BKT-IDX).
043200     ADD APO-AMOUNT TO WS-GRAND-BUCKET (WS-BKT-IDX).
043300     ADD APO-AMOUNT TO WS-SUP-TOTAL.
043400     ADD APO-AMOUNT TO WS-GRAND-TOTAL.
043500     ADD 1 TO WS-SUP-ITEM-COUNT.
043600     ADD 1 TO WS-ITEMS-LISTED.
043700     MOVE APO-INVOICE-NO TO RPT-INVOICE-NO.
043800     MOVE APO-INVOICE-DATE TO RPT-INV-DATE.
043900     MOVE WS-DN-DATE-NUM TO RPT-DUE-DATE.
044000     MOVE WS-DAYS-PAST-DUE TO RPT-DAYS-PAST.
044100     MOVE APO-AMOUNT TO RPT-AMOUNT.
044200     WRITE AP-RPT-LINE FROM RPT-DETAIL-LINE.
044300     IF WS-MODE-PAYMENT
044400         SET APO-PAID TO TRUE
044500         MOVE WS-RUN-DATE-NUM TO APO-PAID-DATE
044600         REWRITE AP-OPEN-RECORD
044700     END-IF.
044800 2100-NEXT.
044900     PERFORM 2000-READ-AP-ITEM THRU 2000-EXIT.
045000 2100-EXIT.
045100     EXIT.
045200
045300 2700-START-SUPPLIER.
045400     MOVE APO-SUPPLIER-CODE TO WS-PREV-SUPPLIER.
045500     MOVE ZEROES TO WS-SUP-ITEM-COUNT.
045600     MOVE ZEROES TO WS-SUP-TOTAL.
045700     MOVE ZEROES TO WS-SUP-BUCKET (1) WS-SUP-BUCKET (2)
045800         WS-SUP-BUCKET (3) WS-SUP-BUCKET (4)
045900         WS-SUP-BUCKET (5).
046000     ADD 1 TO WS-SUPPLIERS-LISTED.
046100     MOVE APO-SUPPLIER-CODE TO RPT-SUP-CODE.
046200     MOVE SPACES TO RPT-SUP-NAME.
046300     IF WS-SUPP-AVAIL
046400         MOVE APO-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
046500         READ SUPP-MAST-FILE
046600             INVALID KEY
046700                 MOVE "*UNKNOWN*" TO RPT-SUP-NAME
046800             NOT INVALID KEY
046900                 MOVE SUP-NAME TO RPT-SUP-NAME
047000         END-READ
047100     END-IF.
047200     WRITE AP-RPT-LINE FROM RPT-BLANK-LINE.
047300     WRITE AP-RPT-LINE FROM RPT-SUPP-HEAD-LINE.
047400 2700-EXIT.
047500     EXIT.
047600
047700 2800-END-SUPPLIER.
047800     IF WS-MODE-AGING
047900         WRITE AP-RPT-LINE FROM RPT-BUCKET-HEAD
048000         MOVE "  AGED:" TO RPT-BKT-LABEL
048100         MOVE WS-SUP-BUCKET (1) TO RPT-BKT-AMT (1)
048200         MOVE WS-SUP-BUCKET (2) TO RPT-BKT-AMT (2)
048300         MOVE WS-SUP-BUCKET (3) TO RPT-BKT-AMT (3)
048400         MOVE WS-SUP-BUCKET (4) TO RPT-BKT-AMT (4)
048500         MOVE WS-SUP-BUCKET (5) TO RPT-BKT-AMT (5)
048600         WRITE AP-RPT-LINE FROM RPT-BUCKET-LINE
048700     END-IF.
048800     MOVE WS-SUP-TOTAL TO RPT-SUP-TOTAL.
048900     MOVE WS-SUP-ITEM-COUNT TO RPT-SUP-ITEMS.
049000     WRITE AP-RPT-LINE FROM RPT-SUPP-TOTAL-LINE.
049100 2800-EXIT.
049200     EXIT.
049300
049400 3000-PRINT-SUMMARY.
049500     WRITE AP-RPT-LINE FROM RPT-BLANK-LINE.
049600     IF WS-MODE-AGING
049700         WRITE AP-RPT-LINE FROM RPT-BUCKET-HEAD
049800         MOVE "ALL:" TO RPT-BKT-LABEL
049900         MOVE WS-GRAND-BUCKET (1) TO RPT-BKT-AMT (1)
050000         MOVE WS-GRAND-BUCKET (2) TO RPT-BKT-AMT (2)
050100         MOVE WS-GRAND-BUCKET (3) TO RPT-BKT-AMT (3)
050200         MOVE WS-GRAND-BUCKET (4) TO RPT-BKT-AMT (4)
050300         MOVE WS-GRAND-BUCKET (5) TO RPT-BKT-AMT (5)
050400         WRITE AP-RPT-LINE FROM RPT-BUCKET-LINE
050500         MOVE "TOTAL PAYABLE:      " TO RPT-GRAND-LABEL
050600     ELSE
050700         MOVE "TOTAL TO PAY:       " TO RPT-GRAND-LABEL
050800     END-IF.
050900     MOVE WS-GRAND-TOTAL TO RPT-GRAND-TOTAL.
051000     MOVE WS-ITEMS-LISTED TO RPT-GRAND-ITEMS.
051100     DISPLAY RPT-GRAND-LINE.
051200     WRITE AP-RPT-LINE FROM RPT-GRAND-LINE.
051300     DISPLAY "SUPPLIERS LISTED: " WS-SUPPLIERS-LISTED.
051400     IF WS-MODE-AGING AND WS-ITEMS-PAST-90 > ZEROES
051500         SET EXCP-SEV-WARNING TO TRUE
051600         MOVE "APA002" TO EXCP-LOG-CODE
051700         MOVE "AP open items more than 90 days past due."
051800             TO EXCP-LOG-MESSAGE
051900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
052000     END-IF.
052100 3000-EXIT.
052200     EXIT.
052300
052400 9000-CLOSE-UP.
052500     CLOSE AP-OPEN-FILE.
052600     IF WS-SUPP-AVAIL
052700         CLOSE SUPP-MAST-FILE
052800     END-IF.
052900     CLOSE AP-RPT-FILE.
053000 9000-EXIT.
053100     EXIT.
053200
053300 8900-LOG-EXCEPTION.
053400     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
053500     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
053600     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
053700     ACCEPT WS-LOG-TIME FROM TIME.
053800     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
053900     MOVE "APAGING"          TO EXCP-LOG-PROGRAM.
054000     OPEN EXTEND EXCP-LOG-FILE.
054100     IF WS-EXCP-LOG-STATUS NOT = '00'
054200         OPEN OUTPUT EXCP-LOG-FILE
054300     END-IF.
054400     WRITE EXCP-LOG-RECORD.
054500     CLOSE EXCP-LOG-FILE.
054600 8900-EXIT.
054700     EXIT.
054800
054900 END PROGRAM APAGING.
