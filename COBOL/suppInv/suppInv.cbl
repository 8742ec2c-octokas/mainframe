000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUPPINV.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    SUPPLIER INVOICE ENTRY AND THREE-WAY MATCH.  PURCHORD       *
000900*    RECEIVING KEEPS PO-QTY-RECEIVED AND THE RECEIVED COST UP    *
001000*    TO DATE, BUT SUPPLIER INVOICES WERE STILL TICKED OFF ON     *
001100*    PAPER.  ENTER MODE TAKES AN INVOICE LINE BY LINE AND        *
001200*    MATCHES EACH ONE TO ITS PO LINE: THE QUANTITY BILLED (WITH  *
001300*    WHAT WAS BILLED BEFORE) MAY NOT PASS THE LESSER OF ORDERED  *
001400*    AND RECEIVED, AND THE PRICE MUST EQUAL THE COST RECEIVED.   *
001500*    A LINE THAT FAILS IS HELD WITH ITS REASON AND AN EXCEPTION  *
001600*    LOG ENTRY, AND HOLDS THE WHOLE INVOICE.  A CLEAN INVOICE    *
001700*    GOES STRAIGHT TO THE AP OPEN-ITEM FILE, DUE ON THE          *
001800*    SUPPLIER'S TERMS; A HELD ONE GOES THERE WHEN RELEASE MODE   *
001900*    IS USED AFTER THE DIFFERENCE HAS BEEN SETTLED WITH THE      *
002000*    SUPPLIER.  FOLLOWS THE SAME MENU SHAPE AS PURCHORD.         *
002100*-----------------------------------------------------------------
002200*    MAINTENANCE HISTORY.                                       *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-15 DRO   INITIAL VERSION.                           *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SUPP-INV-FILE   ASSIGN TO "SUPPINV"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SIV-KEY
003800         FILE STATUS IS WS-SUPP-INV-STATUS.
003900
004000     SELECT PO-FILE         ASSIGN TO "POFILE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PO-KEY
004400         FILE STATUS IS WS-PO-FILE-STATUS.
004500
004600     SELECT SUPP-MAST-FILE  ASSIGN TO "SUPPMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SUP-SUPPLIER-CODE
005000         FILE STATUS IS WS-SUPP-MAST-STATUS.
005100
005200     SELECT AP-OPEN-FILE    ASSIGN TO "APOPEN"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS APO-KEY
005600         FILE STATUS IS WS-AP-OPEN-STATUS.
005700
005800     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-EXCP-LOG-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400
006500 FD  SUPP-INV-FILE.
006600 COPY SUPPINV.
006700
006800 FD  PO-FILE.
006900 COPY PURCHORD.
007000
007100 FD  SUPP-MAST-FILE.
007200 COPY SUPPMAST.
007300
007400 FD  AP-OPEN-FILE.
007500 COPY APOPEN.
007600
007700 FD  EXCP-LOG-FILE
007800     RECORDING MODE IS F.
007900 COPY EXCPLOG.
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-SUPP-INV-STATUS         PIC XX     VALUE ZEROES.
008300 01  WS-PO-FILE-STATUS          PIC XX     VALUE ZEROES.
008400 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
008500 01  WS-AP-OPEN-STATUS          PIC XX     VALUE ZEROES.
008600 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008700 01  WS-LOG-TIME                PIC 9(08).
008800
008900 01  WS-FIELDS.
009000     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
009100         88  WS-CHOICE-ENTER        VALUE 'E' 'e'.
009200         88  WS-CHOICE-RELEASE      VALUE 'R' 'r'.
009300         88  WS-CHOICE-EXIT         VALUE 'X' 'x'.
009400     05  WS-USER-RESPONSE       PIC X      VALUE SPACE.
009500     05  WS-INV-DONE-SW         PIC X      VALUE 'N'.
009600         88  WS-INV-DONE            VALUE 'Y'.
009700     05  WS-SUPPLIER-CODE       PIC X(08)  VALUE SPACES.
009800     05  WS-INVOICE-NO          PIC X(12)  VALUE SPACES.
009900     05  WS-INV-DATE-IN         PIC X(06)  VALUE SPACES.
010000     05  WS-INV-DATE            PIC 9(06)  VALUE ZEROES.
010100     05  WS-PO-NO-IN            PIC X(06)  VALUE SPACES.
010200     05  WS-PO-LINE-IN          PIC X(03)  VALUE SPACES.
010300     05  WS-QTY-IN              PIC X(05)  VALUE SPACES.
010400     05  WS-QUANTITY            PIC 9(05)  VALUE ZEROES.
010500     05  WS-PRICE-IN            PIC X(05)  VALUE SPACES.
010600     05  WS-PRICE-NUM REDEFINES WS-PRICE-IN
010700                                PIC 9(03)V99.
010800     05  WS-UNIT-PRICE          PIC 9(03)V99 VALUE ZEROES.
010900     05  WS-TERMS-DAYS          PIC 9(03)  VALUE ZEROES.
011000
011100 01  WS-SWITCHES.
011200     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
011300         88  MORE-RECORDS                  VALUE 'Y'.
011400         88  NO-MORE-RECORDS               VALUE 'N'.
011500     05  WS-LINES-DONE-SW       PIC X      VALUE 'N'.
011600         88  WS-LINES-DONE          VALUE 'Y'.
011700     05  WS-DATE-OK-SW          PIC X      VALUE 'N'.
011800         88  WS-DATE-OK             VALUE 'Y'.
011900     05  WS-QTY-HOLD-SW         PIC X      VALUE 'N'.
012000         88  WS-QTY-HOLD            VALUE 'Y'.
012100     05  WS-PRICE-HOLD-SW       PIC X      VALUE 'N'.
012200         88  WS-PRICE-HOLD          VALUE 'Y'.
012300
012400 01  WS-DATE.
012500     05  WS-YEAR                PIC 99.
012600     05  WS-MONTH               PIC 99.
012700     05  WS-DAY                 PIC 99.
012800 01  WS-DATE-NUM REDEFINES WS-DATE
012900                                PIC 9(06).
013000
013100 01  WS-INVOICE-FIELDS.
013200     05  WS-LINE-COUNT          PIC 9(03)  VALUE ZEROES.
013300     05  WS-HELD-LINES          PIC 9(03)  VALUE ZEROES.
013400     05  WS-INVOICE-TOTAL       PIC 9(07)V99 VALUE ZEROES.
013500     05  WS-QTY-LIMIT           PIC 9(05)  VALUE ZEROES.
013600     05  WS-QTY-AFTER           PIC 9(06)  VALUE ZEROES.
013700
013800*    DATE-WALKING WORK FIELDS, THE SAME SHAPE PROMEFF USES.
013900 01  WS-WALK-DATE.
014000     05  WS-WALK-YEAR           PIC 9(02).
014100     05  WS-WALK-MONTH          PIC 9(02).
014200     05  WS-WALK-DAY            PIC 9(02).
014300 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
014400                                PIC 9(06).
014500 01  WS-MONTH-DAYS-TABLE.
014600     05  FILLER                 PIC X(24)  VALUE
014700             "312831303130313130313031".
014800 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
014900     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
015000 01  WS-LEAP-QUOT               PIC 9(02)  VALUE ZEROES.
015100 01  WS-LEAP-REM                PIC 9(01)  VALUE ZEROES.
015200 01  WS-WALK-COUNT              PIC 9(03)  VALUE ZEROES.
015300
015400 01  INV-LINE-DISPLAY.
015500     05  ILD-LINE-NO            PIC 9(03).
015600     05  FILLER  PIC X(02) VALUE SPACES.
015700     05  ILD-PO-NUMBER          PIC 9(06).
015800     05  FILLER  PIC X(01) VALUE "/".
015900     05  ILD-PO-LINE-NO         PIC 9(03).
016000     05  FILLER  PIC X(02) VALUE SPACES.
016100     05  ILD-ITEM-CODE          PIC X(08).
016200     05  FILLER  PIC X(02) VALUE SPACES.
016300     05  ILD-QTY                PIC ZZZZ9.
016400     05  FILLER  PIC X(02) VALUE SPACES.
016500     05  ILD-PRICE              PIC ZZ9.99.
016600     05  FILLER  PIC X(02) VALUE SPACES.
016700     05  ILD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
016800     05  FILLER  PIC X(02) VALUE SPACES.
016900     05  ILD-STATUS             PIC X(14).
017000
017100 PROCEDURE DIVISION.
017200 0100-START.
017300     DISPLAY "*** MISKOLCZI PETS SUPPLIER INVOICES ***".
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 0200-INV-CYCLE THRU 0200-EXIT
017600         UNTIL WS-INV-DONE.
017700     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
017800     STOP RUN.
017900
018000 1000-INITIALIZE.
018100     ACCEPT WS-DATE FROM DATE.
018200     OPEN I-O SUPP-INV-FILE.
018300     IF WS-SUPP-INV-STATUS = '05' OR '35'
018400         DISPLAY "SUPP-INV-FILE not found - creating a new one."
018500         OPEN OUTPUT SUPP-INV-FILE
018600         CLOSE SUPP-INV-FILE
018700         OPEN I-O SUPP-INV-FILE
018800     END-IF.
018900     IF WS-SUPP-INV-STATUS NOT = '00'
019000         DISPLAY "UNABLE TO OPEN SUPP-INV-FILE - STATUS: "
019100             WS-SUPP-INV-STATUS
019200         SET EXCP-SEV-ERROR TO TRUE
019300         MOVE "SIV001" TO EXCP-LOG-CODE
019400         MOVE "Unable to open SUPP-INV-FILE."
019500             TO EXCP-LOG-MESSAGE
019600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
019700         STOP RUN
019800     END-IF.
019900     OPEN I-O PO-FILE.
020000     IF WS-PO-FILE-STATUS NOT = '00'
020100         DISPLAY "UNABLE TO OPEN PO-FILE - STATUS: "
020200             WS-PO-FILE-STATUS
020300         SET EXCP-SEV-ERROR TO TRUE
020400         MOVE "SIV002" TO EXCP-LOG-CODE
020500         MOVE "Unable to open PO-FILE."
020600             TO EXCP-LOG-MESSAGE
020700         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
020800         STOP RUN
020900     END-IF.
021000     OPEN INPUT SUPP-MAST-FILE.
021100     IF WS-SUPP-MAST-STATUS NOT = '00'
021200         DISPLAY "UNABLE TO OPEN SUPP-MAST-FILE - STATUS: "
021300             WS-SUPP-MAST-STATUS
021400         SET EXCP-SEV-ERROR TO TRUE
021500         MOVE "SIV003" TO EXCP-LOG-CODE
021600         MOVE "Unable to open SUPP-MAST-FILE."
021700             TO EXCP-LOG-MESSAGE
021800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
021900         STOP RUN
022000     END-IF.
022100     OPEN I-O AP-OPEN-FILE.
022200     IF WS-AP-OPEN-STATUS = '05' OR '35'
022300         DISPLAY "AP-OPEN-FILE not found - creating a new one."
022400         OPEN OUTPUT AP-OPEN-FILE
022500         CLOSE AP-OPEN-FILE
022600         OPEN I-O AP-OPEN-FILE
022700     END-IF.
022800     IF WS-AP-OPEN-STATUS NOT = '00'
022900         DISPLAY "UNABLE TO OPEN AP-OPEN-FILE - STATUS: "
023000             WS-AP-OPEN-STATUS
023100         SET EXCP-SEV-ERROR TO TRUE
023200         MOVE "SIV004" TO EXCP-LOG-CODE
023300         MOVE "Unable to open AP-OPEN-FILE."
023400             TO EXCP-LOG-MESSAGE
023500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
023600         STOP RUN
023700     END-IF.
023800 1000-EXIT.
023900     EXIT.
024000
024100 0200-INV-CYCLE.
024200     DISPLAY " ".
024300     DISPLAY "(E)nter a supplier invoice,".
024400     DISPLAY "(R)elease a held invoice, e(X)it: ".
024500     ACCEPT WS-MENU-CHOICE.
024600     EVALUATE TRUE
024700         WHEN WS-CHOICE-ENTER
024800             PERFORM 0300-ENTER-INVOICE THRU 0300-EXIT
024900         WHEN WS-CHOICE-RELEASE
025000             PERFORM 0600-RELEASE-INVOICE THRU 0600-EXIT
025100         WHEN WS-CHOICE-EXIT
025200             SET WS-INV-DONE TO TRUE
025300         WHEN OTHER
025400             DISPLAY "Please enter E, R or X."
025500     END-EVALUATE.
025600 0200-EXIT.
025700     EXIT.
025800
025900 0300-ENTER-INVOICE.
026000     PERFORM 0210-ACCEPT-INVOICE-KEY THRU 0210-EXIT.
026100     IF WS-INVOICE-NO = SPACES
026200         GO TO 0300-EXIT
026300     END-IF.
026400     MOVE WS-SUPPLIER-CODE TO SIV-SUPPLIER-CODE.
026500     MOVE WS-INVOICE-NO TO SIV-INVOICE-NO.
026600     MOVE 1 TO SIV-LINE-NO.
026700     READ SUPP-INV-FILE
026800         INVALID KEY
026900             CONTINUE
027000         NOT INVALID KEY
027100             DISPLAY "Invoice " WS-INVOICE-NO
027200                 " is already on file for this supplier."
027300             GO TO 0300-EXIT
027400     END-READ.
027500     MOVE 'N' TO WS-DATE-OK-SW.
027600     PERFORM 0320-ACCEPT-INV-DATE THRU 0320-EXIT
027700         UNTIL WS-DATE-OK.
027800     MOVE ZEROES TO WS-LINE-COUNT.
027900     MOVE ZEROES TO WS-HELD-LINES.
028000     MOVE ZEROES TO WS-INVOICE-TOTAL.
028100     MOVE 'N' TO WS-LINES-DONE-SW.
028200     PERFORM 0330-ENTER-ONE-LINE THRU 0330-EXIT
028300         UNTIL WS-LINES-DONE.
028400     IF WS-LINE-COUNT = ZEROES
028500         DISPLAY "No lines entered - nothing recorded."
028600         GO TO 0300-EXIT
028700     END-IF.
028800     DISPLAY "INVOICE TOTAL: " WS-INVOICE-TOTAL
028900         "  LINES: " WS-LINE-COUNT
029000         "  HELD: " WS-HELD-LINES.
029100     IF WS-HELD-LINES > ZEROES
029200         DISPLAY "Invoice is ON HOLD - release it once the "
029300             "supplier has settled the difference."
029400         GO TO 0300-EXIT
029500     END-IF.
029600     PERFORM 0500-APPROVE-INVOICE THRU 0500-EXIT.
029700 0300-EXIT.
029800     EXIT.
029900
030000*    THE SUPPLIER MUST BE ON THE MASTER - ITS TERMS SET THE
030100*    DUE DATE.  A BLANK ANSWER ANYWHERE CANCELS.
030200 0210-ACCEPT-INVOICE-KEY.
030300     MOVE SPACES TO WS-INVOICE-NO.
030400     DISPLAY "Enter supplier code (blank to cancel): ".
030500     MOVE SPACES TO WS-SUPPLIER-CODE.
030600     ACCEPT WS-SUPPLIER-CODE.
030700     IF WS-SUPPLIER-CODE = SPACES
030800         GO TO 0210-EXIT
030900     END-IF.
031000     MOVE WS-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
031100     READ SUPP-MAST-FILE
031200         INVALID KEY
031300             DISPLAY "Supplier code not on file."
031400             GO TO 0210-EXIT
031500     END-READ.
031600     IF SUP-TERMS-DAYS IS NUMERIC AND SUP-TERMS-DAYS > ZEROES
031700         MOVE SUP-TERMS-DAYS TO WS-TERMS-DAYS
031800     ELSE
031900         MOVE 30 TO WS-TERMS-DAYS
032000     END-IF.
032100     DISPLAY SUP-NAME "  TERMS NET " WS-TERMS-DAYS.
032200     DISPLAY "Enter the supplier's invoice number: ".
032300     ACCEPT WS-INVOICE-NO.
032400 0210-EXIT.
032500     EXIT.
032600
032700 0320-ACCEPT-INV-DATE.
032800     DISPLAY "Invoice date YYMMDD (blank = today): ".
032900     MOVE SPACES TO WS-INV-DATE-IN.
033000     ACCEPT WS-INV-DATE-IN.
033100     IF WS-INV-DATE-IN = SPACES
033200         MOVE WS-DATE-NUM TO WS-INV-DATE
033300         SET WS-DATE-OK TO TRUE
033400         GO TO 0320-EXIT
033500     END-IF.
033600     IF WS-INV-DATE-IN IS NOT NUMERIC
033700         DISPLAY "Date must be six digits - please re-enter."
033800         GO TO 0320-EXIT
033900     END-IF.
034000     MOVE WS-INV-DATE-IN TO WS-WALK-DATE.
034100     IF WS-WALK-MONTH < 1 OR WS-WALK-MONTH > 12
034200         DISPLAY "Not a calendar date - please re-enter."
034300         GO TO 0320-EXIT
034400     END-IF.
034500     IF WS-WALK-DAY < 1
034600         OR WS-WALK-DAY > WS-DAYS-IN-MONTH (WS-WALK-MONTH)
034700         AND NOT (WS-WALK-MONTH = 2 AND WS-WALK-DAY = 29)
034800         DISPLAY "Not a calendar date - please re-enter."
034900         GO TO 0320-EXIT
035000     END-IF.
035100     MOVE WS-WALK-DATE-NUM TO WS-INV-DATE.
035200     SET WS-DATE-OK TO TRUE.
035300 0320-EXIT.
035400     EXIT.
035500
035600*    ONE INVOICE LINE, MATCHED AS IT IS KEYED.  THE QUANTITY
035700*    IS CHARGED TO THE PO LINE'S BILLED FIGURE EVEN WHEN THE
035800*    LINE IS HELD, SO A SECOND INVOICE FOR THE SAME GOODS IS
035900*    CAUGHT AS WELL.
036000 0330-ENTER-ONE-LINE.
036100     DISPLAY "PO number for the next line (blank when done): ".
036200     MOVE SPACES TO WS-PO-NO-IN.
036300     ACCEPT WS-PO-NO-IN.
036400     IF WS-PO-NO-IN = SPACES
036500         SET WS-LINES-DONE TO TRUE
036600         GO TO 0330-EXIT
036700     END-IF.
036800     IF WS-PO-NO-IN IS NOT NUMERIC
036900         DISPLAY "PO number must be numeric."
037000         GO TO 0330-EXIT
037100     END-IF.
037200     DISPLAY "PO line number (999): ".
037300     MOVE SPACES TO WS-PO-LINE-IN.
037400     ACCEPT WS-PO-LINE-IN.
037500     IF WS-PO-LINE-IN IS NOT NUMERIC
037600         DISPLAY "PO line number must be numeric."
037700         GO TO 0330-EXIT
037800     END-IF.
037900     MOVE ZEROES TO WS-QUANTITY.
038000     PERFORM 0335-ACCEPT-QUANTITY THRU 0335-EXIT
038100         UNTIL WS-QUANTITY > ZEROES.
038200     MOVE ZEROES TO WS-UNIT-PRICE.
038300     PERFORM 0340-ACCEPT-PRICE THRU 0340-EXIT
038400         UNTIL WS-UNIT-PRICE > ZEROES.
038500     ADD 1 TO WS-LINE-COUNT.
038600     MOVE WS-SUPPLIER-CODE TO SIV-SUPPLIER-CODE.
038700     MOVE WS-INVOICE-NO TO SIV-INVOICE-NO.
038800     MOVE WS-LINE-COUNT TO SIV-LINE-NO.
038900     MOVE WS-INV-DATE TO SIV-INVOICE-DATE.
039000     MOVE WS-PO-NO-IN TO SIV-PO-NUMBER.
039100     MOVE WS-PO-LINE-IN TO SIV-PO-LINE-NO.
039200     MOVE SPACES TO SIV-ITEM-CODE.
039300     MOVE WS-QUANTITY TO SIV-QTY-BILLED.
039400     MOVE WS-UNIT-PRICE TO SIV-UNIT-PRICE.
039500     COMPUTE SIV-LINE-AMT = WS-QUANTITY * WS-UNIT-PRICE.
039600     MOVE WS-DATE-NUM TO SIV-ENTRY-DATE.
039700     MOVE ZEROES TO SIV-APPROVED-DATE.
039800     MOVE SPACE TO SIV-HOLD-REASON.
039900     SET SIV-LINE-MATCHED TO TRUE.
040000     PERFORM 0400-MATCH-PO-LINE THRU 0400-EXIT.
040100     IF SIV-LINE-HELD
040200         ADD 1 TO WS-HELD-LINES
040300     END-IF.
040400     ADD SIV-LINE-AMT TO WS-INVOICE-TOTAL.
040500     WRITE SUPP-INV-RECORD
040600         INVALID KEY
040700             DISPLAY "Unable to write invoice line - status "
040800                 WS-SUPP-INV-STATUS
040900             GO TO 0330-EXIT
041000     END-WRITE.
041100     PERFORM 0450-SHOW-ONE-LINE THRU 0450-EXIT.
041200 0330-EXIT.
041300     EXIT.
041400
041500 0335-ACCEPT-QUANTITY.
041600     DISPLAY "Quantity billed: ".
041700     MOVE SPACES TO WS-QTY-IN.
041800     ACCEPT WS-QTY-IN.
041900     MOVE ZEROES TO WS-QUANTITY.
042000     IF WS-QTY-IN IS NOT NUMERIC OR WS-QTY-IN = SPACES
042100         DISPLAY "Quantity must be numeric - please re-enter."
042200     ELSE
042300         MOVE WS-QTY-IN TO WS-QUANTITY
042400     END-IF.
042500 0335-EXIT.
042600     EXIT.
042700
042800*    KEYED WITHOUT THE POINT, 99999 FOR 999.99, THE WAY THE
042900*    AMOUNTS ARE KEYED ELSEWHERE.
043000 0340-ACCEPT-PRICE.
043100     DISPLAY "Unit price billed (99999 = 999.99): ".
043200     MOVE SPACES TO WS-PRICE-IN.
043300     ACCEPT WS-PRICE-IN.
043400     IF WS-PRICE-IN IS NOT NUMERIC
043500         DISPLAY "Price must be five digits - please re-enter."
043600     ELSE
043700         MOVE WS-PRICE-NUM TO WS-UNIT-PRICE
043800     END-IF.
043900 0340-EXIT.
044000     EXIT.
044100
044200*    THE THREE-WAY MATCH.  THE PO LINE MUST EXIST AND BELONG
044300*    TO THIS SUPPLIER; BILLED-TO-DATE MAY NOT PASS THE LESSER
044400*    OF ORDERED AND RECEIVED; THE PRICE MUST EQUAL THE COST
044500*    RECEIVED.
044600 0400-MATCH-PO-LINE.
044700     MOVE SIV-PO-NUMBER TO PO-NUMBER.
044800     MOVE SIV-PO-LINE-NO TO PO-LINE-NO.
044900     READ PO-FILE
045000         INVALID KEY
045100             CONTINUE
045200     END-READ.
045300     IF WS-PO-FILE-STATUS NOT = '00'
045400         OR PO-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
045500         SET SIV-LINE-HELD TO TRUE
045600         SET SIV-HOLD-NO-PO-LINE TO TRUE
045700         DISPLAY "No such line on a PO for this supplier - "
045800             "line held."
045900         SET EXCP-SEV-WARNING TO TRUE
046000         MOVE "SIV007" TO EXCP-LOG-CODE
046100         MOVE "Invoice line has no PO line - invoice held."
046200             TO EXCP-LOG-MESSAGE
046300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
046400         GO TO 0400-EXIT
046500     END-IF.
046600     MOVE PO-ITEM-CODE TO SIV-ITEM-CODE.
046700     MOVE 'N' TO WS-QTY-HOLD-SW.
046800     MOVE 'N' TO WS-PRICE-HOLD-SW.
046900     IF PO-QTY-BILLED IS NOT NUMERIC
047000         MOVE ZEROES TO PO-QTY-BILLED
047100     END-IF.
047200     IF PO-RECEIVED-COST IS NOT NUMERIC
047300         MOVE ZEROES TO PO-RECEIVED-COST
047400     END-IF.
047500     IF PO-QTY-RECEIVED < PO-QTY-ORDERED
047600         MOVE PO-QTY-RECEIVED TO WS-QTY-LIMIT
047700     ELSE
047800         MOVE PO-QTY-ORDERED TO WS-QTY-LIMIT
047900     END-IF.
048000     COMPUTE WS-QTY-AFTER = PO-QTY-BILLED + SIV-QTY-BILLED.
048100     IF WS-QTY-AFTER > WS-QTY-LIMIT
048200         SET WS-QTY-HOLD TO TRUE
048300         DISPLAY "Billed " WS-QTY-AFTER " to date against "
048400             PO-QTY-ORDERED " ordered, " PO-QTY-RECEIVED
048500             " received - quantity held."
048600         SET EXCP-SEV-WARNING TO TRUE
048700         MOVE "SIV005" TO EXCP-LOG-CODE
048800         MOVE "Invoice quantity exceeds ordered/received - held."
048900             TO EXCP-LOG-MESSAGE
049000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
049100     END-IF.
049200     IF SIV-UNIT-PRICE NOT = PO-RECEIVED-COST
049300         SET WS-PRICE-HOLD TO TRUE
049400         DISPLAY "Billed price " SIV-UNIT-PRICE
049500             " against received cost " PO-RECEIVED-COST
049600             " - price held."
049700         SET EXCP-SEV-WARNING TO TRUE
049800         MOVE "SIV006" TO EXCP-LOG-CODE
049900         MOVE "Invoice price differs from received cost - held."
050000             TO EXCP-LOG-MESSAGE
050100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
050200     END-IF.
050300     IF WS-QTY-HOLD AND WS-PRICE-HOLD
050400         SET SIV-HOLD-BOTH TO TRUE
050500     ELSE
050600         IF WS-QTY-HOLD
050700             SET SIV-HOLD-QUANTITY TO TRUE
050800         END-IF
050900         IF WS-PRICE-HOLD
051000             SET SIV-HOLD-PRICE TO TRUE
051100         END-IF
051200     END-IF.
051300     IF WS-QTY-HOLD OR WS-PRICE-HOLD
051400         SET SIV-LINE-HELD TO TRUE
051500     END-IF.
051600     IF WS-QTY-AFTER > 99999
051700         MOVE 99999 TO PO-QTY-BILLED
051800     ELSE
051900         MOVE WS-QTY-AFTER TO PO-QTY-BILLED
052000     END-IF.
052100     REWRITE PO-LINE-RECORD.
052200 0400-EXIT.
052300     EXIT.
052400
052500 0450-SHOW-ONE-LINE.
052600     MOVE SIV-LINE-NO TO ILD-LINE-NO.
052700     MOVE SIV-PO-NUMBER TO ILD-PO-NUMBER.
052800     MOVE SIV-PO-LINE-NO TO ILD-PO-LINE-NO.
052900     MOVE SIV-ITEM-CODE TO ILD-ITEM-CODE.
053000     MOVE SIV-QTY-BILLED TO ILD-QTY.
053100     MOVE SIV-UNIT-PRICE TO ILD-PRICE.
053200     MOVE SIV-LINE-AMT TO ILD-AMOUNT.
053300     EVALUATE TRUE
053400         WHEN SIV-LINE-MATCHED
053500             MOVE "MATCHED" TO ILD-STATUS
053600         WHEN SIV-LINE-RELEASED
053700             MOVE "RELEASED" TO ILD-STATUS
053800         WHEN SIV-HOLD-QUANTITY
053900             MOVE "HELD - QTY" TO ILD-STATUS
054000         WHEN SIV-HOLD-PRICE
054100             MOVE "HELD - PRICE" TO ILD-STATUS
054200         WHEN SIV-HOLD-BOTH
054300             MOVE "HELD - QTY/PRC" TO ILD-STATUS
054400         WHEN OTHER
054500             MOVE "HELD - NO PO" TO ILD-STATUS
054600     END-EVALUATE.
054700     DISPLAY INV-LINE-DISPLAY.
054800 0450-EXIT.
054900     EXIT.
055000
055100*    AN APPROVED INVOICE BECOMES ONE AP OPEN ITEM, DUE THE
055200*    SUPPLIER'S TERMS AFTER THE INVOICE DATE.
055300 0500-APPROVE-INVOICE.
055400     MOVE WS-INV-DATE TO WS-WALK-DATE-NUM.
055500     PERFORM 1150-WALK-FORWARD-ONE-DAY THRU 1150-EXIT
055600         VARYING WS-WALK-COUNT FROM 1 BY 1
055700         UNTIL WS-WALK-COUNT > WS-TERMS-DAYS.
055800     MOVE WS-SUPPLIER-CODE TO APO-SUPPLIER-CODE.
055900     MOVE WS-INVOICE-NO TO APO-INVOICE-NO.
056000     MOVE WS-INV-DATE TO APO-INVOICE-DATE.
056100     MOVE WS-WALK-DATE TO APO-DUE-DATE.
056200     MOVE WS-INVOICE-TOTAL TO APO-AMOUNT.
056300     SET APO-OPEN TO TRUE.
056400     MOVE WS-DATE-NUM TO APO-APPROVED-DATE.
056500     MOVE ZEROES TO APO-PAID-DATE.
056600     WRITE AP-OPEN-RECORD
056700         INVALID KEY
056800             DISPLAY "Invoice is already an AP open item - "
056900                 "status " WS-AP-OPEN-STATUS
057000             GO TO 0500-EXIT
057100     END-WRITE.
057200     DISPLAY "Invoice approved for payment - due "
057300         APO-DUE-MONTH "/" APO-DUE-DAY "/" APO-DUE-YEAR ".".
057400 0500-EXIT.
057500     EXIT.
057600
057700*    A HELD INVOICE IS RELEASED WHOLE, ONCE THE DIFFERENCE IS
057800*    SETTLED WITH THE SUPPLIER (A CREDIT NOTE, A CORRECTED
057900*    RECEIPT).  THE RELEASE IS LOGGED SO THE MORNING REVIEW
058000*    SEES WHAT WAS PAID OUTSIDE THE MATCH.
058100 0600-RELEASE-INVOICE.
058200     PERFORM 0210-ACCEPT-INVOICE-KEY THRU 0210-EXIT.
058300     IF WS-INVOICE-NO = SPACES
058400         GO TO 0600-EXIT
058500     END-IF.
058600     MOVE ZEROES TO WS-LINE-COUNT.
058700     MOVE ZEROES TO WS-HELD-LINES.
058800     MOVE ZEROES TO WS-INVOICE-TOTAL.
058900     PERFORM 0610-START-INVOICE THRU 0610-EXIT.
059000     PERFORM 0620-LIST-ONE-LINE THRU 0620-EXIT
059100         UNTIL NO-MORE-RECORDS.
059200     IF WS-LINE-COUNT = ZEROES
059300         DISPLAY "No lines on file for that invoice."
059400         GO TO 0600-EXIT
059500     END-IF.
059600     IF WS-HELD-LINES = ZEROES
059700         DISPLAY "Invoice is not on hold."
059800         GO TO 0600-EXIT
059900     END-IF.
060000     DISPLAY "Release this invoice for payment? (Y/N): ".
060100     ACCEPT WS-USER-RESPONSE.
060200     IF WS-USER-RESPONSE NOT = 'Y' AND WS-USER-RESPONSE NOT = 'y'
060300         DISPLAY "Invoice left on hold."
060400         GO TO 0600-EXIT
060500     END-IF.
060600     PERFORM 0610-START-INVOICE THRU 0610-EXIT.
060700     PERFORM 0630-RELEASE-ONE-LINE THRU 0630-EXIT
060800         UNTIL NO-MORE-RECORDS.
060900     SET EXCP-SEV-INFO TO TRUE.
061000     MOVE "SIV008" TO EXCP-LOG-CODE.
061100     MOVE "Held supplier invoice released by the operator."
061200         TO EXCP-LOG-MESSAGE.
061300     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
061400     PERFORM 0500-APPROVE-INVOICE THRU 0500-EXIT.
061500 0600-EXIT.
061600     EXIT.
061700
061800 0610-START-INVOICE.
061900     MOVE 'Y' TO WS-MORE-RECORDS.
062000     MOVE WS-SUPPLIER-CODE TO SIV-SUPPLIER-CODE.
062100     MOVE WS-INVOICE-NO TO SIV-INVOICE-NO.
062200     MOVE ZEROES TO SIV-LINE-NO.
062300     START SUPP-INV-FILE KEY NOT < SIV-KEY
062400         INVALID KEY
062500             MOVE 'N' TO WS-MORE-RECORDS
062600     END-START.
062700 0610-EXIT.
062800     EXIT.
062900
063000 0620-LIST-ONE-LINE.
063100     READ SUPP-INV-FILE NEXT RECORD
063200         AT END
063300             MOVE 'N' TO WS-MORE-RECORDS
063400             GO TO 0620-EXIT
063500     END-READ.
063600     IF SIV-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
063700         OR SIV-INVOICE-NO NOT = WS-INVOICE-NO
063800         MOVE 'N' TO WS-MORE-RECORDS
063900         GO TO 0620-EXIT
064000     END-IF.
064100     ADD 1 TO WS-LINE-COUNT.
064200     IF SIV-LINE-HELD
064300         ADD 1 TO WS-HELD-LINES
064400     END-IF.
064500     ADD SIV-LINE-AMT TO WS-INVOICE-TOTAL.
064600     MOVE SIV-INVOICE-DATE TO WS-INV-DATE.
064700     PERFORM 0450-SHOW-ONE-LINE THRU 0450-EXIT.
064800 0620-EXIT.
064900     EXIT.
065000
065100 0630-RELEASE-ONE-LINE.
065200     READ SUPP-INV-FILE NEXT RECORD
065300         AT END
065400             MOVE 'N' TO WS-MORE-RECORDS
065500             GO TO 0630-EXIT
065600     END-READ.
065700     IF SIV-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
065800         OR SIV-INVOICE-NO NOT = WS-INVOICE-NO
065900         MOVE 'N' TO WS-MORE-RECORDS
066000         GO TO 0630-EXIT
066100     END-IF.
066200     IF SIV-LINE-HELD
066300         SET SIV-LINE-RELEASED TO TRUE
066400     END-IF.
066500     MOVE WS-DATE-NUM TO SIV-APPROVED-DATE.
066600     REWRITE SUPP-INV-RECORD.
066700 0630-EXIT.
066800     EXIT.
066900
067000 1150-WALK-FORWARD-ONE-DAY.
067100     IF WS-WALK-MONTH = 2
067200         DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOT
067300             REMAINDER WS-LEAP-REM
067400         IF WS-LEAP-REM = ZEROES
067500             MOVE 29 TO WS-LEAP-QUOT
067600         ELSE
067700             MOVE 28 TO WS-LEAP-QUOT
067800         END-IF
067900     ELSE
068000         MOVE WS-DAYS-IN-MONTH (WS-WALK-MONTH)
068100             TO WS-LEAP-QUOT
068200     END-IF.
068300     IF WS-WALK-DAY < WS-LEAP-QUOT
068400         ADD 1 TO WS-WALK-DAY
068500     ELSE
068600         MOVE 01 TO WS-WALK-DAY
068700         IF WS-WALK-MONTH = 12
068800             MOVE 01 TO WS-WALK-MONTH
068900             IF WS-WALK-YEAR = 99
069000                 MOVE ZEROES TO WS-WALK-YEAR
069100             ELSE
069200                 ADD 1 TO WS-WALK-YEAR
069300             END-IF
069400         ELSE
069500             ADD 1 TO WS-WALK-MONTH
069600         END-IF
069700     END-IF.
069800 1150-EXIT.
069900     EXIT.
070000
070100 8900-LOG-EXCEPTION.
070200     MOVE WS-YEAR            TO EXCP-LOG-YEAR.
070300     MOVE WS-MONTH           TO EXCP-LOG-MONTH.
070400     MOVE WS-DAY             TO EXCP-LOG-DAY.
070500     ACCEPT WS-LOG-TIME FROM TIME.
070600     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
070700     MOVE "SUPPINV"          TO EXCP-LOG-PROGRAM.
070800     OPEN EXTEND EXCP-LOG-FILE.
070900     IF WS-EXCP-LOG-STATUS NOT = '00'
071000         OPEN OUTPUT EXCP-LOG-FILE
071100     END-IF.
071200     WRITE EXCP-LOG-RECORD.
071300     CLOSE EXCP-LOG-FILE.
071400 8900-EXIT.
071500     EXIT.
071600
071700 9000-CLOSE-UP.
071800     CLOSE SUPP-INV-FILE.
071900     CLOSE PO-FILE.
072000     CLOSE SUPP-MAST-FILE.
072100     CLOSE AP-OPEN-FILE.
072200 9000-EXIT.
072300     EXIT.
072400
072500 END PROGRAM SUPPINV.
