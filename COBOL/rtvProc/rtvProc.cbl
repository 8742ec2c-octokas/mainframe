000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RTVPROC.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    RETURN-TO-VENDOR PROCESSING.  DAMAGED BAGS AND RECALLED    *
000900*    PRODUCTS USED TO GO OUT THROUGH THE INVMAINT SHRINKAGE     *
001000*    OPTION, WHICH WRITES THE VALUE OFF EVEN THOUGH THE         *
001100*    SUPPLIER WILL CREDIT US FOR IT.  CREATE MODE RAISES A      *
001200*    NUMBERED RTV DOCUMENT FOR ONE SUPPLIER, LINE BY LINE, AT   *
001300*    EACH ITEM'S INV-UNIT-COST; EVERY LINE TAKES THE GOODS OFF  *
001400*    INV-QTY-ON-HAND AND IS WRITTEN TO THE INV-MOVE-FILE TRAIL  *
001500*    UNDER ITS OWN MOVE TYPE 'V', AND THE DOCUMENT IS PRINTED   *
001600*    TO GO BACK WITH THE GOODS.  THE RTV STAYS OPEN UNTIL THE   *
001700*    SUPPLIER'S CREDIT MEMO IS KEYED AGAINST IT IN CREDIT MODE; *
001800*    A MEMO THAT DOES NOT AGREE WITH THE RTV VALUE IS LOGGED.   *
001900*    RTVRPT LISTS WHAT IS STILL WAITING.  FOLLOWS THE SAME      *
002000*    MENU SHAPE AS SUPPINV, AND NUMBERS ITS DOCUMENTS FROM A    *
002100*    COUNTER FILE THE WAY PURCHORD NUMBERS ITS ORDERS.          *
002200*-----------------------------------------------------------------
002300*    MAINTENANCE HISTORY.                                       *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-10-15 DRO   INITIAL VERSION.                           *
002510*    2026-10-15 DRO   GOODS OF A LOT-TRACKED ITEM GO BACK OFF    *
002520*                     ITS LOTS, OLDEST EXPIRY FIRST, AS A        *
002530*                     SHRINKAGE WRITE-OFF DOES.                  *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RTV-FILE        ASSIGN TO "RTVFILE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RTV-KEY
003900         FILE STATUS IS WS-RTV-FILE-STATUS.
004000
004100     SELECT RTV-CTR-FILE    ASSIGN TO "RTVCTR"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RTV-CTR-STATUS.
004400
004500     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS INV-ITEM-CODE
004900         FILE STATUS IS WS-INV-MAST-STATUS.
005000
005100     SELECT SUPP-MAST-FILE  ASSIGN TO "SUPPMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SUP-SUPPLIER-CODE
005500         FILE STATUS IS WS-SUPP-MAST-STATUS.
005600
005700     SELECT INV-MOVE-FILE   ASSIGN TO "INVMOVE"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-INV-MOVE-STATUS.
006000
006010     SELECT LOT-FILE        ASSIGN TO "LOTFILE"
006020         ORGANIZATION IS INDEXED
006030         ACCESS MODE IS DYNAMIC
006040         RECORD KEY IS LOT-KEY
006050         FILE STATUS IS WS-LOT-STATUS.
006060
006100     SELECT RTV-DOC-FILE    ASSIGN TO "RTVDOC"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RTV-DOC-STATUS.
006400
006500     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-EXCP-LOG-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200 FD  RTV-FILE.
007300 COPY RTVFILE.
007400
007500 FD  RTV-CTR-FILE
007600     RECORDING MODE IS F.
007700 01  RTV-CTR-RECORD.
007800     05  RTV-NEXT-NO            PIC 9(06).
007900
008000 FD  INV-MAST-FILE.
008100 COPY INVMAST.
008200
008300 FD  SUPP-MAST-FILE.
008400 COPY SUPPMAST.
008500
008600 FD  INV-MOVE-FILE
008700     RECORDING MODE IS F.
008800 COPY INVMOVE.
008900
008910 FD  LOT-FILE.
008920 COPY LOTFILE.
008930
009000 FD  RTV-DOC-FILE
009100     RECORDING MODE IS F.
009200 01  RTV-DOC-LINE               PIC X(80).
009300
009400 FD  EXCP-LOG-FILE
009500     RECORDING MODE IS F.
009600 COPY EXCPLOG.
009700
009800 WORKING-STORAGE SECTION.
009900 01  WS-RTV-FILE-STATUS         PIC XX     VALUE ZEROES.
010000 01  WS-RTV-CTR-STATUS          PIC XX     VALUE ZEROES.
010100 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
010200 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
010300 01  WS-INV-MOVE-STATUS         PIC XX     VALUE ZEROES.
010400 01  WS-RTV-DOC-STATUS          PIC XX     VALUE ZEROES.
010500 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
010510 01  WS-LOT-STATUS              PIC XX     VALUE ZEROES.
010520 01  WS-LOT-AVAIL-SW            PIC X      VALUE 'Y'.
010530     88  WS-LOT-AVAIL               VALUE 'Y'.
010600 01  WS-LOG-TIME                PIC 9(08).
010700
010800 01  WS-FIELDS.
010900     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
011000         88  WS-CHOICE-CREATE       VALUE 'C' 'c'.
011100         88  WS-CHOICE-KEY-MEMO     VALUE 'K' 'k'.
011200         88  WS-CHOICE-EXIT         VALUE 'X' 'x'.
011300     05  WS-USER-RESPONSE       PIC X      VALUE SPACE.
011400     05  WS-RTV-DONE-SW         PIC X      VALUE 'N'.
011500         88  WS-RTV-DONE            VALUE 'Y'.
011600     05  WS-SUPPLIER-CODE       PIC X(08)  VALUE SPACES.
011700     05  WS-SUPPLIER-NAME       PIC X(20)  VALUE SPACES.
011800     05  WS-REASON              PIC X      VALUE SPACE.
011900         88  WS-REASON-VALID        VALUE 'D' 'R' 'O'.
012000     05  WS-ITEM-CODE           PIC X(08)  VALUE SPACES.
012100     05  WS-QTY-IN              PIC X(03)  VALUE SPACES.
012200     05  WS-QUANTITY            PIC 9(03)  VALUE ZEROES.
012300     05  WS-RTV-NO-IN           PIC X(06)  VALUE SPACES.
012400     05  WS-MEMO-NO             PIC X(12)  VALUE SPACES.
012500     05  WS-AMOUNT-IN           PIC X(09)  VALUE SPACES.
012600     05  WS-AMOUNT-JUST         PIC X(09)  VALUE SPACES.
012700     05  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-JUST
012800                                PIC 9(07)V99.
012900     05  WS-MEMO-AMT            PIC 9(07)V99 VALUE ZEROES.
013000
013100 01  WS-SWITCHES.
013200     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
013300         88  MORE-RECORDS                  VALUE 'Y'.
013400         88  NO-MORE-RECORDS               VALUE 'N'.
013500     05  WS-LINES-DONE-SW       PIC X      VALUE 'N'.
013600         88  WS-LINES-DONE          VALUE 'Y'.
013700     05  WS-MEMO-OK-SW          PIC X      VALUE 'N'.
013800         88  WS-MEMO-OK             VALUE 'Y'.
013900
014000 01  WS-DATE.
014100     05  WS-YEAR                PIC 99.
014200     05  WS-MONTH               PIC 99.
014300     05  WS-DAY                 PIC 99.
014400 01  WS-DATE-NUM REDEFINES WS-DATE
014500                                PIC 9(06).
014600
014700 01  WS-RTV-FIELDS.
014800     05  WS-CURR-RTV-NO         PIC 9(06)  VALUE ZEROES.
014900     05  WS-LINE-COUNT          PIC 9(03)  VALUE ZEROES.
015000     05  WS-OPEN-LINES          PIC 9(03)  VALUE ZEROES.
015100     05  WS-RTV-TOTAL           PIC 9(07)V99 VALUE ZEROES.
015200     05  WS-MEMO-DIFF           PIC S9(07)V99 VALUE ZEROES.
015210
015220 01  WS-LOT-FIELDS.
015230     05  WS-LOT-REMAIN          PIC 9(05)  VALUE ZEROES.
015240     05  WS-LOT-EOF-SW          PIC X      VALUE 'N'.
015250         88  WS-LOT-EOF             VALUE 'Y'.
015300
015400 01  RTV-LINE-DISPLAY.
015500     05  RLD-LINE-NO            PIC 9(03).
015600     05  FILLER  PIC X(02) VALUE SPACES.
015700     05  RLD-ITEM-CODE          PIC X(08).
015800     05  FILLER  PIC X(02) VALUE SPACES.
015900     05  RLD-DESCRIPTION        PIC X(20).
016000     05  FILLER  PIC X(02) VALUE SPACES.
016100     05  RLD-QTY                PIC ZZ9.
016200     05  FILLER  PIC X(02) VALUE SPACES.
016300     05  RLD-COST               PIC ZZ9.99.
016400     05  FILLER  PIC X(02) VALUE SPACES.
016500     05  RLD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
016600     05  FILLER  PIC X(02) VALUE SPACES.
016700     05  RLD-STATUS             PIC X(08).
016800
016900 01  RPT-TITLE-LINE.
017000     05  FILLER  PIC X(40) VALUE
017100             "MISKOLCZI PETS - RETURN TO VENDOR".
017200     05  FILLER  PIC X(06) VALUE SPACES.
017300     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
017400     05  RPT-RUN-YEAR           PIC 9(02).
017500     05  FILLER  PIC X(01) VALUE "/".
017600     05  RPT-RUN-MONTH          PIC 9(02).
017700     05  FILLER  PIC X(01) VALUE "/".
017800     05  RPT-RUN-DAY            PIC 9(02).
017900     05  FILLER  PIC X(16) VALUE SPACES.
018000
018100 01  RPT-RTV-HEAD-LINE.
018200     05  FILLER  PIC X(05) VALUE "RTV: ".
018300     05  RPT-RTV-NUMBER         PIC 9(06).
018400     05  FILLER  PIC X(12) VALUE "  SUPPLIER: ".
018500     05  RPT-SUPPLIER-CODE      PIC X(08).
018600     05  FILLER  PIC X(01) VALUE SPACE.
018700     05  RPT-SUPPLIER-NAME      PIC X(20).
018800     05  FILLER  PIC X(10) VALUE "  REASON: ".
018900     05  RPT-REASON             PIC X(08).
019000     05  FILLER  PIC X(10) VALUE SPACES.
019100
019200 01  RPT-HEADING-LINE.
019300     05  FILLER  PIC X(05) VALUE "LINE".
019400     05  FILLER  PIC X(10) VALUE "ITEM CODE".
019500     05  FILLER  PIC X(22) VALUE "DESCRIPTION".
019600     05  FILLER  PIC X(05) VALUE "QTY".
019700     05  FILLER  PIC X(08) VALUE "  COST".
019800     05  FILLER  PIC X(14) VALUE "        AMOUNT".
019900     05  FILLER  PIC X(16) VALUE SPACES.
020000
020100 01  RPT-DETAIL-LINE.
020200     05  RPT-LINE-NO            PIC 9(03).
020300     05  FILLER  PIC X(02) VALUE SPACES.
020400     05  RPT-ITEM-CODE          PIC X(08).
020500     05  FILLER  PIC X(02) VALUE SPACES.
020600     05  RPT-DESCRIPTION        PIC X(20).
020700     05  FILLER  PIC X(02) VALUE SPACES.
020800     05  RPT-QTY                PIC ZZ9.
020900     05  FILLER  PIC X(02) VALUE SPACES.
021000     05  RPT-COST               PIC ZZ9.99.
021100     05  FILLER  PIC X(02) VALUE SPACES.
021200     05  RPT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
021300     05  FILLER  PIC X(18) VALUE SPACES.
021400
021500 01  RPT-TOTAL-LINE.
021600     05  FILLER  PIC X(20) VALUE "  CREDIT DUE:".
021700     05  FILLER  PIC X(07) VALUE "LINES: ".
021800     05  RPT-TOTAL-LINES        PIC ZZ9.
021900     05  FILLER  PIC X(16) VALUE SPACES.
022000     05  RPT-TOTAL-AMT          PIC Z,ZZZ,ZZ9.99.
022100     05  FILLER  PIC X(22) VALUE SPACES.
022200
022300 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
022400
022500 PROCEDURE DIVISION.
022600 0100-START.
022700     DISPLAY "*** MISKOLCZI PETS RETURN TO VENDOR ***".
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     PERFORM 0200-RTV-CYCLE THRU 0200-EXIT
023000         UNTIL WS-RTV-DONE.
023100     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
023200     STOP RUN.
023300
023400 1000-INITIALIZE.
023500     ACCEPT WS-DATE FROM DATE.
023600     OPEN I-O RTV-FILE.
023700     IF WS-RTV-FILE-STATUS = '05' OR '35'
023800         DISPLAY "RTV-FILE not found - creating a new one."
023900         OPEN OUTPUT RTV-FILE
024000         CLOSE RTV-FILE
024100         OPEN I-O RTV-FILE
024200     END-IF.
024300     IF WS-RTV-FILE-STATUS NOT = '00'
024400         DISPLAY "UNABLE TO OPEN RTV-FILE - STATUS: "
024500             WS-RTV-FILE-STATUS
024600         SET EXCP-SEV-ERROR TO TRUE
024700         MOVE "RTV001" TO EXCP-LOG-CODE
024800         MOVE "Unable to open RTV-FILE."
024900             TO EXCP-LOG-MESSAGE
025000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
025100         STOP RUN
025200     END-IF.
025300     OPEN I-O INV-MAST-FILE.
025400     IF WS-INV-MAST-STATUS NOT = '00'
025500         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
025600             WS-INV-MAST-STATUS
025700         SET EXCP-SEV-ERROR TO TRUE
025800         MOVE "RTV002" TO EXCP-LOG-CODE
025900         MOVE "Unable to open INV-MAST-FILE."
026000             TO EXCP-LOG-MESSAGE
026100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
026200         STOP RUN
026300     END-IF.
026400     OPEN INPUT SUPP-MAST-FILE.
026500     IF WS-SUPP-MAST-STATUS NOT = '00'
026600         DISPLAY "UNABLE TO OPEN SUPP-MAST-FILE - STATUS: "
026700             WS-SUPP-MAST-STATUS
026800         SET EXCP-SEV-ERROR TO TRUE
026900         MOVE "RTV003" TO EXCP-LOG-CODE
027000         MOVE "Unable to open SUPP-MAST-FILE."
027100             TO EXCP-LOG-MESSAGE
027200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
027300         STOP RUN
027400     END-IF.
027500     OPEN EXTEND INV-MOVE-FILE.
027600     IF WS-INV-MOVE-STATUS = '05' OR '35'
027700         OPEN OUTPUT INV-MOVE-FILE
027710     END-IF.
027720     OPEN I-O LOT-FILE.
027730     IF WS-LOT-STATUS NOT = '00'
027740         MOVE 'N' TO WS-LOT-AVAIL-SW
027750         DISPLAY "LOTFILE unavailable - lots will not be "
027760             "relieved this run."
027800     END-IF.
027900     PERFORM 1200-OPEN-RTV-CTR THRU 1200-EXIT.
028000     OPEN OUTPUT RTV-DOC-FILE.
028100     MOVE WS-YEAR TO RPT-RUN-YEAR.
028200     MOVE WS-MONTH TO RPT-RUN-MONTH.
028300     MOVE WS-DAY TO RPT-RUN-DAY.
028400     WRITE RTV-DOC-LINE FROM RPT-TITLE-LINE.
028500 1000-EXIT.
028600     EXIT.
028700
028800 1200-OPEN-RTV-CTR.
028900     OPEN I-O RTV-CTR-FILE.
029000     IF WS-RTV-CTR-STATUS NOT = '00'
029100         OPEN OUTPUT RTV-CTR-FILE
029200         MOVE 1 TO RTV-NEXT-NO
029300         WRITE RTV-CTR-RECORD
029400         CLOSE RTV-CTR-FILE
029500         OPEN I-O RTV-CTR-FILE
029600     END-IF.
029700 1200-EXIT.
029800     EXIT.
029900
030000 1250-NEXT-RTV-NO.
030100     CLOSE RTV-CTR-FILE.
030200     OPEN I-O RTV-CTR-FILE.
030300     READ RTV-CTR-FILE.
030400     MOVE RTV-NEXT-NO TO WS-CURR-RTV-NO.
030500     ADD 1 TO RTV-NEXT-NO.
030600     REWRITE RTV-CTR-RECORD.
030700 1250-EXIT.
030800     EXIT.
030900
031000 0200-RTV-CYCLE.
031100     DISPLAY " ".
031200     DISPLAY "(C)reate a return to vendor,".
031300     DISPLAY "(K)ey a supplier credit memo, e(X)it: ".
031400     ACCEPT WS-MENU-CHOICE.
031500     EVALUATE TRUE
031600         WHEN WS-CHOICE-CREATE
031700             PERFORM 0300-CREATE-RTV THRU 0300-EXIT
031800         WHEN WS-CHOICE-KEY-MEMO
031900             PERFORM 0600-KEY-CREDIT-MEMO THRU 0600-EXIT
032000         WHEN WS-CHOICE-EXIT
032100             SET WS-RTV-DONE TO TRUE
032200         WHEN OTHER
032300             DISPLAY "Please enter C, K or X."
032400     END-EVALUATE.
032500 0200-EXIT.
032600     EXIT.
032700
032800*    THE SUPPLIER MUST BE ON THE MASTER.  A BLANK ANSWER
032900*    CANCELS.
033000 0210-ACCEPT-SUPPLIER.
033100     DISPLAY "Enter supplier code (blank to cancel): ".
033200     MOVE SPACES TO WS-SUPPLIER-CODE.
033300     ACCEPT WS-SUPPLIER-CODE.
033400     IF WS-SUPPLIER-CODE = SPACES
033500         GO TO 0210-EXIT
033600     END-IF.
033700     MOVE WS-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
033800     READ SUPP-MAST-FILE
033900         INVALID KEY
034000             DISPLAY "Supplier code not on file."
034100             MOVE SPACES TO WS-SUPPLIER-CODE
034200             GO TO 0210-EXIT
034300     END-READ.
034400     MOVE SUP-NAME TO WS-SUPPLIER-NAME.
034500     DISPLAY SUP-NAME.
034600 0210-EXIT.
034700     EXIT.
034800
034900*    THE RTV NUMBER IS NOT TAKEN FROM THE COUNTER UNTIL THE
035000*    FIRST LINE IS POSTED, SO A CANCELLED RTV LEAVES NO GAP.
035100 0300-CREATE-RTV.
035200     PERFORM 0210-ACCEPT-SUPPLIER THRU 0210-EXIT.
035300     IF WS-SUPPLIER-CODE = SPACES
035400         GO TO 0300-EXIT
035500     END-IF.
035600     MOVE SPACE TO WS-REASON.
035700     PERFORM 0310-ACCEPT-REASON THRU 0310-EXIT
035800         UNTIL WS-REASON-VALID.
035900     MOVE ZEROES TO WS-CURR-RTV-NO.
036000     MOVE ZEROES TO WS-LINE-COUNT.
036100     MOVE ZEROES TO WS-RTV-TOTAL.
036200     MOVE 'N' TO WS-LINES-DONE-SW.
036300     PERFORM 0330-ENTER-ONE-LINE THRU 0330-EXIT
036400         UNTIL WS-LINES-DONE.
036500     IF WS-LINE-COUNT = ZEROES
036600         DISPLAY "No lines entered - nothing recorded."
036700         GO TO 0300-EXIT
036800     END-IF.
036900     MOVE WS-LINE-COUNT TO RPT-TOTAL-LINES.
037000     MOVE WS-RTV-TOTAL TO RPT-TOTAL-AMT.
037100     WRITE RTV-DOC-LINE FROM RPT-TOTAL-LINE.
037200     DISPLAY "RTV " WS-CURR-RTV-NO " RAISED - LINES: "
037300         WS-LINE-COUNT "  CREDIT DUE: " WS-RTV-TOTAL.
037400     DISPLAY "Send the printed RTV back with the goods.".
037500 0300-EXIT.
037600     EXIT.
037700
037800 0310-ACCEPT-REASON.
037900     DISPLAY "Reason - (D)amaged, (R)ecall, (O)ther: ".
038000     MOVE SPACE TO WS-REASON.
038100     ACCEPT WS-REASON.
038200     INSPECT WS-REASON CONVERTING "dro" TO "DRO".
038300     IF NOT WS-REASON-VALID
038400         DISPLAY "Please enter D, R or O."
038500     END-IF.
038600 0310-EXIT.
038700     EXIT.
038800
038900*    ONE LINE OF THE RTV.  THE QUANTITY MAY NOT PASS WHAT IS
039000*    ON HAND.  AN ITEM NORMALLY BOUGHT FROM ANOTHER SUPPLIER
039100*    NEEDS THE OPERATOR TO CONFIRM IT.
039200 0330-ENTER-ONE-LINE.
039300     DISPLAY "Item code for the next line (blank when done): ".
039400     MOVE SPACES TO WS-ITEM-CODE.
039500     ACCEPT WS-ITEM-CODE.
039600     IF WS-ITEM-CODE = SPACES
039700         SET WS-LINES-DONE TO TRUE
039800         GO TO 0330-EXIT
039900     END-IF.
040000     MOVE WS-ITEM-CODE TO INV-ITEM-CODE.
040100     READ INV-MAST-FILE
040200         INVALID KEY
040300             DISPLAY "Item code not on file."
040400             GO TO 0330-EXIT
040500     END-READ.
040600     DISPLAY INV-DESCRIPTION "  ON HAND: " INV-QTY-ON-HAND.
040700     IF INV-SUPPLIER-CODE NOT = SPACES
040800         AND INV-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
040900         DISPLAY "Item is bought from " INV-SUPPLIER-CODE
041000             " - return it to " WS-SUPPLIER-CODE "? (Y/N): "
041100         MOVE SPACE TO WS-USER-RESPONSE
041200         ACCEPT WS-USER-RESPONSE
041300         IF WS-USER-RESPONSE NOT = 'Y'
041400             AND WS-USER-RESPONSE NOT = 'y'
041500             DISPLAY "Line not taken."
041600             GO TO 0330-EXIT
041700         END-IF
041800     END-IF.
041900     MOVE ZEROES TO WS-QUANTITY.
042000     PERFORM 0335-ACCEPT-QUANTITY THRU 0335-EXIT
042100         UNTIL WS-QUANTITY > ZEROES.
042200     IF WS-QUANTITY > INV-QTY-ON-HAND
042300         DISPLAY "Return exceeds on hand - line not taken."
042400         GO TO 0330-EXIT
042500     END-IF.
042600     IF INV-UNIT-COST IS NOT NUMERIC
042700         MOVE ZEROES TO INV-UNIT-COST
042800     END-IF.
042900     IF INV-UNIT-COST = ZEROES
043000         DISPLAY "Item has no unit cost - the line carries no "
043100             "credit value."
043200         SET EXCP-SEV-WARNING TO TRUE
043300         MOVE "RTV004" TO EXCP-LOG-CODE
043400         MOVE "RTV line item has no unit cost - valued at zero."
043500             TO EXCP-LOG-MESSAGE
043600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
043700     END-IF.
043800     IF WS-LINE-COUNT = ZEROES
043900         PERFORM 1250-NEXT-RTV-NO THRU 1250-EXIT
044000         PERFORM 0340-START-DOCUMENT THRU 0340-EXIT
044100     END-IF.
044200     PERFORM 0400-POST-RTV-LINE THRU 0400-EXIT.
044300 0330-EXIT.
044400     EXIT.
044500
044600 0335-ACCEPT-QUANTITY.
044700     DISPLAY "Quantity to return: ".
044800     MOVE SPACES TO WS-QTY-IN.
044900     ACCEPT WS-QTY-IN.
045000     MOVE ZEROES TO WS-QUANTITY.
045100     IF WS-QTY-IN IS NOT NUMERIC OR WS-QTY-IN = SPACES
045200         DISPLAY "Quantity must be numeric - please re-enter."
045300     ELSE
045400         MOVE WS-QTY-IN TO WS-QUANTITY
045500     END-IF.
045600 0335-EXIT.
045700     EXIT.
045800
045900 0340-START-DOCUMENT.
046000     MOVE WS-CURR-RTV-NO TO RPT-RTV-NUMBER.
046100     MOVE WS-SUPPLIER-CODE TO RPT-SUPPLIER-CODE.
046200     MOVE WS-SUPPLIER-NAME TO RPT-SUPPLIER-NAME.
046300     EVALUATE WS-REASON
046400         WHEN 'D'
046500             MOVE "DAMAGED" TO RPT-REASON
046600         WHEN 'R'
046700             MOVE "RECALL" TO RPT-REASON
046800         WHEN OTHER
046900             MOVE "OTHER" TO RPT-REASON
047000     END-EVALUATE.
047100     WRITE RTV-DOC-LINE FROM RPT-BLANK-LINE.
047200     WRITE RTV-DOC-LINE FROM RPT-RTV-HEAD-LINE.
047300     WRITE RTV-DOC-LINE FROM RPT-HEADING-LINE.
047400     DISPLAY RPT-RTV-HEAD-LINE.
047500 0340-EXIT.
047600     EXIT.
047700
047800*    THE GOODS COME OFF HAND AND THE MOVE GOES TO THE SAME
047900*    AUDIT TRAIL AS THE NIGHTLY SALES POSTING, UNDER ITS OWN
048000*    MOVE TYPE, CARRYING THE RTV NUMBER AND LINE.
048100 0400-POST-RTV-LINE.
048200     ADD 1 TO WS-LINE-COUNT.
048300     MOVE WS-SUPPLIER-CODE TO RTV-SUPPLIER-CODE.
048400     MOVE WS-CURR-RTV-NO TO RTV-NUMBER.
048500     MOVE WS-LINE-COUNT TO RTV-LINE-NO.
048600     MOVE WS-DATE-NUM TO RTV-RTV-DATE.
048700     MOVE INV-ITEM-CODE TO RTV-ITEM-CODE.
048800     MOVE INV-DESCRIPTION TO RTV-DESCRIPTION.
048900     MOVE WS-QUANTITY TO RTV-QUANTITY.
049000     MOVE INV-UNIT-COST TO RTV-UNIT-COST.
049100     COMPUTE RTV-LINE-AMT = WS-QUANTITY * INV-UNIT-COST.
049200     MOVE WS-REASON TO RTV-REASON.
049300     SET RTV-LINE-OPEN TO TRUE.
049400     MOVE SPACES TO RTV-CREDIT-MEMO-NO.
049500     MOVE ZEROES TO RTV-CREDIT-DATE.
049600     MOVE ZEROES TO RTV-CREDIT-AMT.
049700     WRITE RTV-LINE-RECORD
049800         INVALID KEY
049900             DISPLAY "Unable to write RTV line - status "
050000                 WS-RTV-FILE-STATUS
050100             SUBTRACT 1 FROM WS-LINE-COUNT
050200             GO TO 0400-EXIT
050300     END-WRITE.
050400     MOVE INV-QTY-ON-HAND TO IMV-PRIOR-ON-HAND.
050500     SUBTRACT WS-QUANTITY FROM INV-QTY-ON-HAND.
050600     REWRITE INV-MASTER-RECORD.
050610     IF INV-LOT-TRACKED
050620         PERFORM 0420-RELIEVE-LOTS THRU 0420-EXIT
050630     END-IF.
050700     MOVE WS-YEAR TO IMV-POST-YEAR.
050800     MOVE WS-MONTH TO IMV-POST-MONTH.
050900     MOVE WS-DAY TO IMV-POST-DAY.
051000     MOVE WS-CURR-RTV-NO TO IMV-RECEIPT-NO.
051100     MOVE WS-LINE-COUNT TO IMV-LINE-NO.
051200     MOVE INV-ITEM-CODE TO IMV-ITEM-CODE.
051300     SET IMV-VENDOR-RETURN-MOVE TO TRUE.
051400     MOVE WS-QUANTITY TO IMV-QUANTITY.
051500     MOVE INV-QTY-ON-HAND TO IMV-NEW-ON-HAND.
051600     WRITE INV-MOVE-RECORD.
051700     ADD RTV-LINE-AMT TO WS-RTV-TOTAL.
051800     MOVE RTV-LINE-NO TO RPT-LINE-NO.
051900     MOVE RTV-ITEM-CODE TO RPT-ITEM-CODE.
052000     MOVE RTV-DESCRIPTION TO RPT-DESCRIPTION.
052100     MOVE RTV-QUANTITY TO RPT-QTY.
052200     MOVE RTV-UNIT-COST TO RPT-COST.
052300     MOVE RTV-LINE-AMT TO RPT-AMOUNT.
052400     WRITE RTV-DOC-LINE FROM RPT-DETAIL-LINE.
052500     DISPLAY "Line posted - on hand is now " INV-QTY-ON-HAND.
052600 0400-EXIT.
052601     EXIT.
052602
052603*    GOODS OF A LOT-TRACKED ITEM COME OFF ITS LOTS OLDEST EXPIRY
052604*    FIRST, AS A SHRINKAGE WRITE-OFF IN INVMAINT DOES, AND A LOT
052605*    THAT REACHES ZERO IS DELETED.
052606 0420-RELIEVE-LOTS.
052607     IF NOT WS-LOT-AVAIL
052608         GO TO 0420-EXIT
052609     END-IF.
052610     MOVE WS-QUANTITY TO WS-LOT-REMAIN.
052611     MOVE INV-ITEM-CODE TO LOT-ITEM-CODE.
052612     MOVE ZEROES TO LOT-EXPIRY-DATE.
052613     MOVE LOW-VALUES TO LOT-NUMBER.
052614     MOVE 'N' TO WS-LOT-EOF-SW.
052615     START LOT-FILE KEY NOT < LOT-KEY
052616         INVALID KEY
052617             SET WS-LOT-EOF TO TRUE
052618     END-START.
052619     PERFORM 0425-RELIEVE-ONE-LOT THRU 0425-EXIT
052620         UNTIL WS-LOT-EOF OR WS-LOT-REMAIN = ZEROES.
052621     IF WS-LOT-REMAIN > ZEROES
052622         DISPLAY WS-LOT-REMAIN " returned were not on any lot."
052623         SET EXCP-SEV-WARNING TO TRUE
052624         MOVE "RTV006" TO EXCP-LOG-CODE
052625         MOVE "RTV of a lot item exceeds the lots on file."
052626             TO EXCP-LOG-MESSAGE
052627         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
052628     END-IF.
052629 0420-EXIT.
052630     EXIT.
052631
052632 0425-RELIEVE-ONE-LOT.
052633     READ LOT-FILE NEXT RECORD
052634         AT END
052635             SET WS-LOT-EOF TO TRUE
052636             GO TO 0425-EXIT
052637     END-READ.
052638     IF LOT-ITEM-CODE NOT = INV-ITEM-CODE
052639         SET WS-LOT-EOF TO TRUE
052640         GO TO 0425-EXIT
052641     END-IF.
052642     IF LOT-QTY-ON-HAND > WS-LOT-REMAIN
052643         SUBTRACT WS-LOT-REMAIN FROM LOT-QTY-ON-HAND
052644         MOVE ZEROES TO WS-LOT-REMAIN
052645         REWRITE LOT-RECORD
052646         DISPLAY "Lot " LOT-NUMBER " now holds "
052647             LOT-QTY-ON-HAND "."
052648     ELSE
052649         SUBTRACT LOT-QTY-ON-HAND FROM WS-LOT-REMAIN
052650         DELETE LOT-FILE RECORD
052651         DISPLAY "Lot " LOT-NUMBER " used up - removed."
052652     END-IF.
052653 0425-EXIT.
052700     EXIT.
052800
052900 0450-SHOW-ONE-LINE.
053000     MOVE RTV-LINE-NO TO RLD-LINE-NO.
053100     MOVE RTV-ITEM-CODE TO RLD-ITEM-CODE.
053200     MOVE RTV-DESCRIPTION TO RLD-DESCRIPTION.
053300     MOVE RTV-QUANTITY TO RLD-QTY.
053400     MOVE RTV-UNIT-COST TO RLD-COST.
053500     MOVE RTV-LINE-AMT TO RLD-AMOUNT.
053600     IF RTV-LINE-CREDITED
053700         MOVE "CREDITED" TO RLD-STATUS
053800     ELSE
053900         MOVE "OPEN" TO RLD-STATUS
054000     END-IF.
054100     DISPLAY RTV-LINE-DISPLAY.
054200 0450-EXIT.
054300     EXIT.
054400
054500*    THE SUPPLIER'S CREDIT MEMO IS KEYED AGAINST THE WHOLE RTV
054600*    AND CLOSES EVERY LINE.  A MEMO THAT DOES NOT AGREE WITH
054700*    THE RTV VALUE IS STILL TAKEN - THE SUPPLIER'S FIGURE IS
054800*    WHAT WE WILL BE CREDITED - BUT IS LOGGED FOR THE MORNING
054900*    REVIEW.
055000 0600-KEY-CREDIT-MEMO.
055100     PERFORM 0210-ACCEPT-SUPPLIER THRU 0210-EXIT.
055200     IF WS-SUPPLIER-CODE = SPACES
055300         GO TO 0600-EXIT
055400     END-IF.
055500     DISPLAY "Enter the RTV number (blank to cancel): ".
055600     MOVE SPACES TO WS-RTV-NO-IN.
055700     ACCEPT WS-RTV-NO-IN.
055800     IF WS-RTV-NO-IN = SPACES
055900         GO TO 0600-EXIT
056000     END-IF.
056100     IF WS-RTV-NO-IN IS NOT NUMERIC
056200         DISPLAY "RTV number must be numeric."
056300         GO TO 0600-EXIT
056400     END-IF.
056500     MOVE WS-RTV-NO-IN TO WS-CURR-RTV-NO.
056600     MOVE ZEROES TO WS-LINE-COUNT.
056700     MOVE ZEROES TO WS-OPEN-LINES.
056800     MOVE ZEROES TO WS-RTV-TOTAL.
056900     PERFORM 0610-START-RTV THRU 0610-EXIT.
057000     PERFORM 0620-LIST-ONE-LINE THRU 0620-EXIT
057100         UNTIL NO-MORE-RECORDS.
057200     IF WS-LINE-COUNT = ZEROES
057300         DISPLAY "No lines on file for that RTV and supplier."
057400         GO TO 0600-EXIT
057500     END-IF.
057600     IF WS-OPEN-LINES = ZEROES
057700         DISPLAY "RTV is already credited - memo " WS-MEMO-NO
057800         GO TO 0600-EXIT
057900     END-IF.
058000     DISPLAY "RTV VALUE: " WS-RTV-TOTAL "  LINES: " WS-LINE-COUNT.
058100     DISPLAY "Enter the supplier's credit memo number "
058200         "(blank to cancel): ".
058300     MOVE SPACES TO WS-MEMO-NO.
058400     ACCEPT WS-MEMO-NO.
058500     IF WS-MEMO-NO = SPACES
058600         GO TO 0600-EXIT
058700     END-IF.
058800     MOVE 'N' TO WS-MEMO-OK-SW.
058900     PERFORM 0640-ACCEPT-MEMO-AMT THRU 0640-EXIT
059000         UNTIL WS-MEMO-OK.
059100     COMPUTE WS-MEMO-DIFF = WS-MEMO-AMT - WS-RTV-TOTAL.
059200     IF WS-MEMO-DIFF NOT = ZEROES
059300         DISPLAY "Memo differs from the RTV value by "
059400             WS-MEMO-DIFF
059500         SET EXCP-SEV-WARNING TO TRUE
059600         MOVE "RTV005" TO EXCP-LOG-CODE
059700         MOVE "Credit memo amount differs from the RTV value."
059800             TO EXCP-LOG-MESSAGE
059900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
060000     END-IF.
060100     DISPLAY "Close this RTV against memo " WS-MEMO-NO
060200         "? (Y/N): ".
060300     MOVE SPACE TO WS-USER-RESPONSE.
060400     ACCEPT WS-USER-RESPONSE.
060500     IF WS-USER-RESPONSE NOT = 'Y' AND WS-USER-RESPONSE NOT = 'y'
060600         DISPLAY "RTV left open."
060700         GO TO 0600-EXIT
060800     END-IF.
060900     PERFORM 0610-START-RTV THRU 0610-EXIT.
061000     PERFORM 0630-CREDIT-ONE-LINE THRU 0630-EXIT
061100         UNTIL NO-MORE-RECORDS.
061200     DISPLAY "RTV " WS-CURR-RTV-NO " credited.".
061300 0600-EXIT.
061400     EXIT.
061500
061600 0610-START-RTV.
061700     MOVE 'Y' TO WS-MORE-RECORDS.
061800     MOVE WS-SUPPLIER-CODE TO RTV-SUPPLIER-CODE.
061900     MOVE WS-CURR-RTV-NO TO RTV-NUMBER.
062000     MOVE ZEROES TO RTV-LINE-NO.
062100     START RTV-FILE KEY NOT < RTV-KEY
062200         INVALID KEY
062300             MOVE 'N' TO WS-MORE-RECORDS
062400     END-START.
062500 0610-EXIT.
062600     EXIT.
062700
062800 0620-LIST-ONE-LINE.
062900     READ RTV-FILE NEXT RECORD
063000         AT END
063100             MOVE 'N' TO WS-MORE-RECORDS
063200             GO TO 0620-EXIT
063300     END-READ.
063400     IF RTV-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
063500         OR RTV-NUMBER NOT = WS-CURR-RTV-NO
063600         MOVE 'N' TO WS-MORE-RECORDS
063700         GO TO 0620-EXIT
063800     END-IF.
063900     ADD 1 TO WS-LINE-COUNT.
064000     IF RTV-LINE-OPEN
064100         ADD 1 TO WS-OPEN-LINES
064200     END-IF.
064300     ADD RTV-LINE-AMT TO WS-RTV-TOTAL.
064400     MOVE RTV-CREDIT-MEMO-NO TO WS-MEMO-NO.
064500     PERFORM 0450-SHOW-ONE-LINE THRU 0450-EXIT.
064600 0620-EXIT.
064700     EXIT.
064800
064900 0630-CREDIT-ONE-LINE.
065000     READ RTV-FILE NEXT RECORD
065100         AT END
065200             MOVE 'N' TO WS-MORE-RECORDS
065300             GO TO 0630-EXIT
065400     END-READ.
065500     IF RTV-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
065600         OR RTV-NUMBER NOT = WS-CURR-RTV-NO
065700         MOVE 'N' TO WS-MORE-RECORDS
065800         GO TO 0630-EXIT
065900     END-IF.
066000     SET RTV-LINE-CREDITED TO TRUE.
066100     MOVE WS-MEMO-NO TO RTV-CREDIT-MEMO-NO.
066200     MOVE WS-DATE-NUM TO RTV-CREDIT-DATE.
066300     MOVE WS-MEMO-AMT TO RTV-CREDIT-AMT.
066400     REWRITE RTV-LINE-RECORD.
066500 0630-EXIT.
066600     EXIT.
066700
066800*    KEYED WITHOUT THE POINT, IN CENTS - 12550 FOR 125.50.
066900*    THE DIGITS ARE SLID TO THE RIGHT OF THE FIELD AND
067000*    ZERO-FILLED, THE WAY APAGING TAKES ITS DAYS.
067100 0640-ACCEPT-MEMO-AMT.
067200     DISPLAY "Credit memo amount in cents (12550 = 125.50): ".
067300     MOVE SPACES TO WS-AMOUNT-IN.
067400     ACCEPT WS-AMOUNT-IN.
067500     MOVE WS-AMOUNT-IN TO WS-AMOUNT-JUST.
067600     PERFORM 0645-SLIDE-AMOUNT-RIGHT THRU 0645-EXIT
067700         UNTIL WS-AMOUNT-JUST (9:1) NOT = SPACE
067800         OR WS-AMOUNT-JUST = SPACES.
067900     INSPECT WS-AMOUNT-JUST REPLACING LEADING ' ' BY '0'.
068000     IF WS-AMOUNT-JUST IS NOT NUMERIC
068100         DISPLAY "Amount must be digits only - please re-enter."
068200     ELSE
068300         MOVE WS-AMOUNT-NUM TO WS-MEMO-AMT
068400         SET WS-MEMO-OK TO TRUE
068500     END-IF.
068600 0640-EXIT.
068700     EXIT.
068800
068900 0645-SLIDE-AMOUNT-RIGHT.
069000     MOVE WS-AMOUNT-JUST (1:8) TO WS-AMOUNT-IN.
069100     MOVE SPACE TO WS-AMOUNT-JUST (1:1).
069200     MOVE WS-AMOUNT-IN (1:8) TO WS-AMOUNT-JUST (2:8).
069300 0645-EXIT.
069400     EXIT.
069500
069600 8900-LOG-EXCEPTION.
069700     MOVE WS-YEAR            TO EXCP-LOG-YEAR.
069800     MOVE WS-MONTH           TO EXCP-LOG-MONTH.
069900     MOVE WS-DAY             TO EXCP-LOG-DAY.
070000     ACCEPT WS-LOG-TIME FROM TIME.
070100     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
070200     MOVE "RTVPROC"          TO EXCP-LOG-PROGRAM.
070300     OPEN EXTEND EXCP-LOG-FILE.
070400     IF WS-EXCP-LOG-STATUS NOT = '00'
070500         OPEN OUTPUT EXCP-LOG-FILE
070600     END-IF.
070700     WRITE EXCP-LOG-RECORD.
070800     CLOSE EXCP-LOG-FILE.
070900 8900-EXIT.
071000     EXIT.
071100
071200 9000-CLOSE-UP.
071300     CLOSE RTV-FILE.
071400     CLOSE RTV-CTR-FILE.
071500     CLOSE INV-MAST-FILE.
071600     CLOSE SUPP-MAST-FILE.
071700     CLOSE INV-MOVE-FILE.
071800     CLOSE RTV-DOC-FILE.
071810     IF WS-LOT-AVAIL
071820         CLOSE LOT-FILE
071830     END-IF.
071900 9000-EXIT.
072000     EXIT.
072100
072200 END PROGRAM RTVPROC.
