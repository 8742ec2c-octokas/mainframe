000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WEBIMP.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    NIGHTLY WEB STORE ORDER IMPORT.  WEB ORDERS WERE KEYED      *
000900*    INTO CASHREGISTER BY HAND THE NEXT MORNING, WHICH LOST THE  *
001000*    ORDER TIME, RAN CARD MONEY THROUGH A DRAWER THAT NEVER SAW  *
001100*    IT AND NOW AND THEN KEYED AN ORDER TWICE.  RUN AHEAD OF     *
001200*    SALEBAL IN NITEBTCH, THIS PROGRAM:                          *
001300*      - PROVES THE WEB STORE'S DAILY ORDER FILE (WEBORDR)       *
001400*        AGAINST ITS TRAILER - ORDER COUNT, ITEM-ROW COUNT AND   *
001500*        SUM OF ORDER TOTALS - AND IMPORTS NOTHING FROM A FILE   *
001600*        THAT DOES NOT PROVE, SO A FILE CUT SHORT IN TRANSIT IS  *
001700*        NEVER HALF POSTED;                                      *
001800*      - VALIDATES EACH ORDER - ITEMS ON INVMAST, ACTIVE, AT     *
001810*        THE SHELF PRICE AND IN STOCK NET OF RESERVATIONS (A KIT *
001820*        AS MANY TIMES AS ITS KITBOM COMPONENTS WILL MAKE IT UP, *
001830*        COSTED AT WHAT THE COMPONENTS COST); THE                *
002000*        CUSTOMER ON CUSTMAST (SPACES = GUEST CHECKOUT); THE TAX *
002100*        AS CASHREGISTER WOULD CHARGE IT FROM TAXRATE; THE ITEM  *
002200*        ROWS, SUBTOTAL AND TOTAL ADDING UP;                     *
002300*      - POSTS EACH GOOD ORDER TO SALESTXN AS A CARD SALE UNDER  *
002400*        THE RESERVED WEB REGISTER 05, WITH A RECEIPT NUMBER     *
002500*        FROM REGISTER 05'S OWN RCPTCTR SLOT AND THE ORDER'S OWN *
002600*        TIME, SO SALEBAL, INVPOST, PTSPOST, GLPOST AND CARDRECN *
002700*        TAKE IT JUST AS THEY TAKE A COUNTER SALE;               *
002800*      - RECORDS EACH POSTED ORDER ON WEBOIDX AND REJECTS ONE    *
002900*        ALREADY THERE, SO A RESENT FILE OR A RERUN NIGHT CANNOT *
003000*        POST AN ORDER TWICE;                                    *
003100*      - LISTS EVERY REJECTED ORDER WITH ITS REASON ON THE       *
003200*        WEBRPT REPORT AND LOGS IT AS A WARNING TO EXCPLOG.      *
003300*    AN ORDER DATED BEFORE THE RUN DATE (PLACED AFTER LAST       *
003400*    NIGHT'S FILE WAS CUT) IS POSTED UNDER THE RUN DATE, KEEPING *
003500*    ITS ORDER TIME, SO TONIGHT'S STEPS STILL PICK IT UP.        *
003600*    RC 4 WHEN ANY ORDER IS REJECTED OR NO FILE CAME IN; RC 8    *
003700*    WHEN THE FILE DOES NOT PROVE OR A FILE WILL NOT OPEN.       *
003800*-----------------------------------------------------------------
003900*    MAINTENANCE HISTORY.                                       *
004000*    DATE       INIT  DESCRIPTION                                *
004100*    2026-10-15 DRO   INITIAL VERSION.                           *
004110*    2026-10-15 DRO   A KIT LINE IS CHECKED AGAINST ITS KITBOM   *
004120*                     COMPONENTS, AS CASHREGISTER DOES, AND      *
004130*                     COSTED AT THEIR SUMMED COST; THE           *
004140*                     COMPONENTS IT TAKES COUNT AGAINST LATER    *
004150*                     ORDERS.                                    *
004160*    2026-10-15 DRO   A KIT WITH NO COMPONENT LIST, OR WHEN      *
004170*                     KITBOM IS UNAVAILABLE, IS CHECKED AGAINST  *
004180*                     ITS OWN STOCK.                             *
004181*    2026-10-15 DRO   SALES ROWS ARE MARKED FOR THE WEB REGISTER *
004182*                     THROUGH SALESTXN'S STX-WEB-REGISTER, THE   *
004183*                     NAME THE REPORTS TEST TO LEAVE WEB ORDERS  *
004184*                     OUT.                                       *
004200*****************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT WEB-ORDER-FILE  ASSIGN TO "WEBORDR"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-WEB-ORDER-STATUS.
005400
005500     SELECT WEB-IDX-FILE    ASSIGN TO "WEBOIDX"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS WOX-ORDER-NO
005900         FILE STATUS IS WS-WEB-IDX-STATUS.
006000
006100     SELECT SALES-TXN-FILE  ASSIGN TO "SALESTXN"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-SALES-TXN-STATUS.
006400
006500     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS INV-ITEM-CODE
006900         FILE STATUS IS WS-INV-MAST-STATUS.
006910
006920     SELECT KIT-BOM-FILE    ASSIGN TO "KITBOM"
006930         ORGANIZATION IS INDEXED
006940         ACCESS MODE IS DYNAMIC
006950         RECORD KEY IS KIT-ITEM-CODE
006960         FILE STATUS IS WS-KIT-BOM-STATUS.
007000
007100     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS CUST-EMAIL
007500         ALTERNATE RECORD KEY IS CUST-LOYALTY-ID
007600         FILE STATUS IS WS-CUST-MAST-STATUS.
007700
007800     SELECT TAX-RATE-FILE   ASSIGN TO "TAXRATE"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-TAX-RATE-STATUS.
008100
008200     SELECT RCPT-CTR-FILE   ASSIGN TO "RCPTCTR"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS RCPT-REGISTER-ID
008600         FILE STATUS IS WS-RCPT-CTR-STATUS.
008700
008800     SELECT WEB-RPT-FILE    ASSIGN TO "WEBRPT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-WEB-RPT-STATUS.
009100
009200     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-BAT-STAT-STATUS.
009500
009600     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-EXCP-LOG-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200
010300 FD  WEB-ORDER-FILE
010400     RECORDING MODE IS F.
010500 COPY WEBORDR.
010600
010700 FD  WEB-IDX-FILE.
010800 COPY WEBOIDX.
010900
011000 FD  SALES-TXN-FILE
011100     RECORDING MODE IS F.
011200 COPY SALESTXN.
011300
011400 FD  INV-MAST-FILE.
011500 COPY INVMAST.
011600
011610 FD  KIT-BOM-FILE.
011620 COPY KITBOM.
011630
011700 FD  CUST-MAST-FILE.
011800 COPY CUSTMAST.
011900
012000 FD  TAX-RATE-FILE
012100     RECORDING MODE IS F.
012200 01  TAX-RATE-RECORD.
012300     05  TXR-IN-CATEGORY        PIC X(02).
012400     05  TXR-IN-EFF-DATE        PIC 9(06).
012500     05  TXR-IN-RATE            PIC V999.
012600
012700 FD  RCPT-CTR-FILE.
012800 COPY RCPTCTR.
012900
013000 FD  WEB-RPT-FILE
013100     RECORDING MODE IS F.
013200 01  WEB-RPT-LINE               PIC X(80).
013300
013400 FD  BAT-STAT-FILE
013500     RECORDING MODE IS F.
013600 COPY BATSTAT.
013700
013800 FD  EXCP-LOG-FILE
013900     RECORDING MODE IS F.
014000 COPY EXCPLOG.
014100
014200 WORKING-STORAGE SECTION.
014300 01  WS-WEB-ORDER-STATUS        PIC XX     VALUE ZEROES.
014400 01  WS-WEB-IDX-STATUS          PIC XX     VALUE ZEROES.
014500 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
014600 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
014610 01  WS-KIT-BOM-STATUS          PIC XX     VALUE ZEROES.
014700 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
014800 01  WS-TAX-RATE-STATUS         PIC XX     VALUE ZEROES.
014900 01  WS-RCPT-CTR-STATUS         PIC XX     VALUE ZEROES.
015000 01  WS-WEB-RPT-STATUS          PIC XX     VALUE ZEROES.
015100 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
015200 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
015300 01  WS-LOG-TIME                PIC 9(08).
015400
015500 01  WS-SWITCHES.
015600     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
015700         88  MORE-RECORDS                  VALUE 'Y'.
015800         88  NO-MORE-RECORDS               VALUE 'N'.
015900     05  WS-FILE-PROVEN-SW      PIC X      VALUE 'N'.
016000         88  WS-FILE-PROVEN                VALUE 'Y'.
016100     05  WS-HEADER-SEEN-SW      PIC X      VALUE 'N'.
016200         88  WS-HEADER-SEEN                VALUE 'Y'.
016300     05  WS-LINE-STRAY-SW       PIC X      VALUE 'N'.
016400         88  WS-LINE-STRAY                 VALUE 'Y'.
016500     05  WS-LINE-OVERFLOW-SW    PIC X      VALUE 'N'.
016600         88  WS-LINE-OVERFLOW              VALUE 'Y'.
016700     05  WS-CAT-FOUND-SW        PIC X      VALUE 'N'.
016800         88  WS-CAT-FOUND                  VALUE 'Y'.
016900     05  WS-RATE-FOUND-SW       PIC X      VALUE 'N'.
017000         88  WS-RATE-FOUND                 VALUE 'Y'.
017100     05  WS-TAKEN-FOUND-SW      PIC X      VALUE 'N'.
017200         88  WS-TAKEN-FOUND                VALUE 'Y'.
017210     05  WS-WANT-FOUND-SW       PIC X      VALUE 'N'.
017220         88  WS-WANT-FOUND                 VALUE 'Y'.
017230     05  WS-KIT-AVAIL-SW        PIC X      VALUE 'Y'.
017240         88  WS-KIT-AVAIL                  VALUE 'Y'.
017300
017400 01  WS-RUN-DATE.
017500     05  WS-RUN-YEAR            PIC 9(02).
017600     05  WS-RUN-MONTH           PIC 9(02).
017700     05  WS-RUN-DAY             PIC 9(02).
017800 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
017900                                PIC 9(06).
018000 01  WS-FILE-DATE               PIC 9(06)  VALUE ZEROES.
018100 01  WS-ORDER-DATE-NUM          PIC 9(06)  VALUE ZEROES.
018200 01  WS-TIME-OF-DAY             PIC 9(08)  VALUE ZEROES.
018300
018400*    THE REGISTER EVERY WEB ORDER IS POSTED UNDER.  IT HAS NO
018500*    TILL AND NO DRAWER - ITS RECEIPTS ARE THE TOP OF THE
018600*    NUMBER FIELD, ABOVE THE FOUR TILLS' RANGES (RCPTCTR).
018700 01  WS-REGISTER-ID             PIC X(02)  VALUE "05".
018800 01  WS-OPERATOR-ID             PIC X(04)  VALUE "WEB ".
018900 77  WS-RCPT-BASE               PIC 9(06)  VALUE 800000.
019000 77  WS-RCPT-LIMIT              PIC 9(06)  VALUE 999999.
019100 01  WS-RECEIPT-NO              PIC 9(06)  VALUE ZEROES.
019200 01  WS-LINE-NO                 PIC 9(03)  VALUE ZEROES.
019300
019400*    FIRST PASS - WHAT THE FILE HOLDS AGAINST WHAT ITS
019500*    TRAILER SAYS IT SHOULD.
019600 01  WS-PROOF-FIELDS.
019700     05  WS-P1-RECORDS          PIC 9(07)     VALUE ZEROES.
019800     05  WS-P1-ORDERS           PIC 9(07)     VALUE ZEROES.
019900     05  WS-P1-LINES            PIC 9(07)     VALUE ZEROES.
020000     05  WS-P1-AMOUNT           PIC 9(09)V99  VALUE ZEROES.
020100     05  WS-P1-TRAILERS         PIC 9(03)     VALUE ZEROES.
020200     05  WS-P1-STRAYS           PIC 9(05)     VALUE ZEROES.
020300     05  WS-TRL-ORDERS          PIC 9(07)     VALUE ZEROES.
020400     05  WS-TRL-LINES           PIC 9(07)     VALUE ZEROES.
020500     05  WS-TRL-AMOUNT          PIC 9(09)V99  VALUE ZEROES.
020600
020700*    TAX RATES BY CATEGORY AND EFFECTIVE DATE, LOADED AND
020800*    APPLIED EXACTLY AS CASHREGISTER DOES, SO A WEB ORDER IS
020900*    HELD TO THE SAME TAX A COUNTER SALE WOULD CARRY.
021000 01  WS-TAX-TABLE.
021100     05  WS-TAX-COUNT           PIC 99     VALUE ZEROES.
021200     05  WS-TAX-ENTRY OCCURS 20 TIMES.
021300         10  TXT-CATEGORY       PIC X(02).
021400         10  TXT-EFF-DATE       PIC 9(06).
021500         10  TXT-RATE           PIC V999.
021600 01  WS-TAX-FIELDS.
021700     05  WS-TAX-RATE            PIC V999   VALUE .070.
021800     05  WS-WORK-RATE           PIC V999   VALUE ZEROES.
021900     05  WS-BEST-EFF-DATE       PIC 9(06)  VALUE ZEROES.
022000     05  WS-TAX-IDX             PIC 99     VALUE ZEROES.
022100     05  WS-LINE-TAX-CAT        PIC X(02)  VALUE '01'.
022200     05  WS-TAX-ACCUM           PIC S9(05)V99 VALUE ZEROES.
022300     05  WS-TAXABLE-ACCUM       PIC S9(07)V99 VALUE ZEROES.
022400 01  WS-CATEGORY-TABLE.
022500     05  WS-CAT-COUNT           PIC 99     VALUE ZEROES.
022600     05  WS-CAT-ENTRY OCCURS 10 TIMES.
022700         10  WC-CATEGORY        PIC X(02).
022800         10  WC-AMOUNT          PIC S9(07)V99.
022900 01  WS-CAT-IDX                 PIC 99     VALUE ZEROES.
023000
023100*    THE ORDER BEING GATHERED - ITS 'O' ROW AS SENT, AND ITS
023200*    'L' ROWS WITH WHAT INVMAST SAYS ABOUT EACH ITEM.
023300 01  WS-ORDER-HOLD.
023400     05  WS-ORD-NO              PIC X(12).
023500     05  WS-ORD-DATA            PIC X(75).
023600     05  WS-ORD-FIELDS REDEFINES WS-ORD-DATA.
023700         10  WS-ORD-DATE.
023800             15  WS-ORD-YEAR    PIC 9(02).
023900             15  WS-ORD-MONTH   PIC 9(02).
024000             15  WS-ORD-DAY     PIC 9(02).
024100         10  WS-ORD-TIME        PIC 9(06).
024200         10  WS-ORD-EMAIL       PIC X(36).
024300         10  WS-ORD-SUBTOTAL    PIC 9(05)V99.
024400         10  WS-ORD-TAX         PIC 9(05)V99.
024500         10  WS-ORD-TOTAL       PIC 9(05)V99.
024600         10  FILLER             PIC X(06).
024700 01  WS-LINE-TABLE.
024800     05  WS-LINE-COUNT          PIC 9(03)  VALUE ZEROES.
024900     05  WS-LINE-ENTRY OCCURS 50 TIMES.
025000         10  OL-ROW.
025100             15  OL-ITEM-CODE   PIC X(08).
025200             15  OL-QUANTITY    PIC 9(03).
025300             15  OL-UNIT-PRICE  PIC 9(03)V99.
025400             15  OL-LINE-TOTAL  PIC 9(05)V99.
025500         10  OL-DESCRIPTION     PIC X(20).
025600         10  OL-UNIT-COST       PIC 9(03)V99.
025700         10  OL-TAX-CAT         PIC X(02).
026000 01  WS-LINE-IDX                PIC 9(03)  VALUE ZEROES.
026200 77  WS-MAX-LINES               PIC 9(03)  VALUE 50.
026300
026400*    STOCK ALREADY SOLD TO EARLIER ORDERS IN THIS RUN -
026500*    INVMAST IS NOT RELIEVED UNTIL INVPOST, SO WITHOUT THIS
026600*    TWO ORDERS COULD EACH TAKE THE LAST UNIT.
026700 01  WS-TAKEN-TABLE.
026800     05  WS-TAKEN-COUNT         PIC 9(03)  VALUE ZEROES.
026900     05  WS-TAKEN-ENTRY OCCURS 500 TIMES.
027000         10  TK-ITEM-CODE       PIC X(08).
027010         10  TK-QUANTITY        PIC 9(07).
027200 01  WS-TAKEN-IDX               PIC 9(03)  VALUE ZEROES.
027300 77  WS-MAX-TAKEN               PIC 9(03)  VALUE 500.
027310 01  WS-AVAILABLE               PIC S9(07) VALUE ZEROES.
027320 01  WS-NEED-QTY                PIC 9(07)  VALUE ZEROES.
027330
027340*    WHAT THE ORDER BEING CHECKED WANTS OF EACH STOCK ITEM - ITS
027350*    OWN ROWS PLUS THE COMPONENTS OF ITS KITS.  50 ROWS OF AT
027360*    MOST 10 COMPONENTS EACH CANNOT OVERFLOW IT.
027370 01  WS-WANT-TABLE.
027380     05  WS-WANT-COUNT          PIC 9(03)  VALUE ZEROES.
027390     05  WS-WANT-ENTRY OCCURS 500 TIMES.
027400         10  WT-ITEM-CODE       PIC X(08).
027410         10  WT-QUANTITY        PIC 9(07).
027420 01  WS-WANT-IDX                PIC 9(03)  VALUE ZEROES.
027430
027440 01  WS-KIT-FIELDS.
027450     05  WS-KIT-CODE            PIC X(08)  VALUE SPACES.
027460     05  WS-KIT-SUB             PIC 9(02)  VALUE ZEROES.
027470     05  WS-KIT-COST            PIC 9(05)V99 VALUE ZEROES.
027600
027700 01  WS-ORDER-FIGURES.
027800     05  WS-EXTENDED            PIC 9(07)V99  VALUE ZEROES.
027900     05  WS-LINE-SUM            PIC 9(07)V99  VALUE ZEROES.
028000     05  WS-ORDER-QTY           PIC 9(05)     VALUE ZEROES.
028100     05  WS-TAX-AMT             PIC 9(05)V99  VALUE ZEROES.
028200     05  WS-TAXABLE-AMT         PIC 9(07)V99  VALUE ZEROES.
028300     05  WS-CHECK-TOTAL         PIC 9(07)V99  VALUE ZEROES.
028400     05  WS-RUN-QUANT           PIC 9(03)     VALUE ZEROES.
028500     05  WS-RUN-SALE            PIC 9(07)V99  VALUE ZEROES.
028600
028700 01  WS-REJECT-REASON           PIC X(30)  VALUE SPACES.
028800 01  WS-REJECT-ITEM             PIC X(08)  VALUE SPACES.
028900 01  WS-RESULT-TEXT             PIC X(30)  VALUE SPACES.
029000
029100 01  WS-RUN-TOTALS.
029200     05  WS-ORDERS-READ         PIC 9(05)     VALUE ZEROES.
029300     05  WS-ORDERS-POSTED       PIC 9(05)     VALUE ZEROES.
029400     05  WS-ORDERS-REJECTED     PIC 9(05)     VALUE ZEROES.
029500     05  WS-ORDERS-LATE         PIC 9(05)     VALUE ZEROES.
029600     05  WS-LINES-POSTED        PIC 9(07)     VALUE ZEROES.
029700     05  WS-SALES-POSTED        PIC 9(09)V99  VALUE ZEROES.
029800     05  WS-TAX-POSTED          PIC 9(09)V99  VALUE ZEROES.
029900     05  WS-NET-POSTED          PIC 9(09)V99  VALUE ZEROES.
030000     05  WS-REJECTED-AMT        PIC 9(09)V99  VALUE ZEROES.
030100
030200 01  RPT-TITLE-LINE.
030300     05  FILLER  PIC X(40) VALUE
030400             "MISKOLCZI PETS - WEB ORDER IMPORT       ".
030500     05  FILLER  PIC X(06) VALUE SPACES.
030600     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
030700     05  RPT-RUN-YEAR           PIC 9(02).
030800     05  FILLER  PIC X(01) VALUE "/".
030900     05  RPT-RUN-MONTH          PIC 9(02).
031000     05  FILLER  PIC X(01) VALUE "/".
031100     05  RPT-RUN-DAY            PIC 9(02).
031200     05  FILLER  PIC X(16) VALUE SPACES.
031300
031400 01  RPT-SECTION-LINE.
031500     05  RPT-SECTION-TEXT       PIC X(60).
031600     05  FILLER  PIC X(20) VALUE SPACES.
031700
031800 01  RPT-PROOF-HEADING.
031900     05  FILLER  PIC X(24) VALUE "CONTROL TOTAL".
032000     05  FILLER  PIC X(16) VALUE "         IN FILE".
032100     05  FILLER  PIC X(16) VALUE "     PER TRAILER".
032200     05  FILLER  PIC X(02) VALUE SPACES.
032300     05  FILLER  PIC X(22) VALUE "RESULT".
032400
032500 01  RPT-PROOF-COUNT-LINE.
032600     05  RPT-PRC-LABEL          PIC X(24).
032700     05  FILLER  PIC X(06) VALUE SPACES.
032800     05  RPT-PRC-FILE           PIC ZZ,ZZZ,ZZ9.
032900     05  FILLER  PIC X(06) VALUE SPACES.
033000     05  RPT-PRC-TRAILER        PIC ZZ,ZZZ,ZZ9.
033100     05  FILLER  PIC X(02) VALUE SPACES.
033200     05  RPT-PRC-RESULT         PIC X(22).
033300
033400 01  RPT-PROOF-AMT-LINE.
033500     05  RPT-PRA-LABEL          PIC X(24).
033600     05  FILLER  PIC X(01) VALUE SPACES.
033700     05  RPT-PRA-FILE           PIC $$$$,$$$,$$9.99.
033800     05  FILLER  PIC X(01) VALUE SPACES.
033900     05  RPT-PRA-TRAILER        PIC $$$$,$$$,$$9.99.
034000     05  FILLER  PIC X(02) VALUE SPACES.
034100     05  RPT-PRA-RESULT         PIC X(22).
034200
034300 01  RPT-ORDER-HEADING.
034400     05  FILLER  PIC X(14) VALUE "WEB ORDER".
034500     05  FILLER  PIC X(10) VALUE "ORDERED".
034600     05  FILLER  PIC X(10) VALUE "ITEM".
034700     05  FILLER  PIC X(10) VALUE "     TOTAL".
034800     05  FILLER  PIC X(02) VALUE SPACES.
034900     05  FILLER  PIC X(34) VALUE "RESULT".
035000
035100 01  RPT-ORDER-LINE.
035200     05  RPT-ORD-NO             PIC X(12).
035300     05  FILLER  PIC X(02) VALUE SPACES.
035400     05  RPT-ORD-YEAR           PIC X(02).
035500     05  FILLER  PIC X(01) VALUE "/".
035600     05  RPT-ORD-MONTH          PIC X(02).
035700     05  FILLER  PIC X(01) VALUE "/".
035800     05  RPT-ORD-DAY            PIC X(02).
035900     05  FILLER  PIC X(02) VALUE SPACES.
036000     05  RPT-ORD-ITEM           PIC X(08).
036100     05  FILLER  PIC X(02) VALUE SPACES.
036200     05  RPT-ORD-TOTAL          PIC $$$,$$9.99.
036300     05  FILLER  PIC X(02) VALUE SPACES.
036400     05  RPT-ORD-RESULT         PIC X(30).
036500     05  FILLER  PIC X(04) VALUE SPACES.
036600
036700 01  RPT-MONEY-LINE.
036800     05  RPT-MONEY-LABEL        PIC X(30).
036900     05  RPT-MONEY-VALUE        PIC $$$$,$$$,$$9.99.
037000     05  FILLER  PIC X(35) VALUE SPACES.
037100
037200 01  RPT-COUNT-LINE.
037300     05  RPT-COUNT-LABEL        PIC X(30).
037400     05  RPT-COUNT-VALUE        PIC ZZZZ9.
037500     05  FILLER  PIC X(45) VALUE SPACES.
037600
037700 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
037800
037900 PROCEDURE DIVISION.
038000 0100-START.
038100     DISPLAY "*** MISKOLCZI PETS WEB ORDER IMPORT ***".
038200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038300     PERFORM 2000-PROVE-ORDER-FILE THRU 2000-EXIT.
038400     IF WS-FILE-PROVEN
038500         PERFORM 3000-IMPORT-ORDERS THRU 3000-EXIT
038600     END-IF.
038700     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
038800     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
038900     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
039000     STOP RUN.
039100
039200 1000-INITIALIZE.
039300     ACCEPT WS-RUN-DATE FROM DATE.
039400     OPEN INPUT INV-MAST-FILE.
039500     IF WS-INV-MAST-STATUS NOT = '00'
039600         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
039700             WS-INV-MAST-STATUS
039800         SET EXCP-SEV-ERROR TO TRUE
039900         MOVE "WEB001" TO EXCP-LOG-CODE
040000         MOVE "Unable to open INV-MAST-FILE - no orders imported."
040100             TO EXCP-LOG-MESSAGE
040200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
040300         MOVE 8 TO RETURN-CODE
040400         STOP RUN
040500     END-IF.
040600     OPEN INPUT CUST-MAST-FILE.
040700     IF WS-CUST-MAST-STATUS NOT = '00'
040800         DISPLAY "UNABLE TO OPEN CUST-MAST-FILE - STATUS: "
040900             WS-CUST-MAST-STATUS
041000         SET EXCP-SEV-ERROR TO TRUE
041100         MOVE "WEB002" TO EXCP-LOG-CODE
041200         MOVE "Unable to open CUST-MAST-FILE - nothing imported."
041300             TO EXCP-LOG-MESSAGE
041400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
041500         MOVE 8 TO RETURN-CODE
041600         STOP RUN
041610     END-IF.
041620     OPEN INPUT KIT-BOM-FILE.
041630     IF WS-KIT-BOM-STATUS NOT = '00'
041640         MOVE 'N' TO WS-KIT-AVAIL-SW
041650         DISPLAY "KIT-BOM-FILE unavailable - kit components "
041660             "will not be checked this run."
041700     END-IF.
041800     PERFORM 1200-OPEN-RCPT-CTR THRU 1200-EXIT.
041900     PERFORM 1300-OPEN-WEB-IDX THRU 1300-EXIT.
042000     PERFORM 1400-LOAD-TAX-TABLE THRU 1400-EXIT.
042100     OPEN OUTPUT WEB-RPT-FILE.
042200     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
042300     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
042400     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
042500     DISPLAY RPT-TITLE-LINE.
042600     WRITE WEB-RPT-LINE FROM RPT-TITLE-LINE.
042700 1000-EXIT.
042800     EXIT.
042900
043000*    REGISTER 05'S COUNTER LIVES IN THE SAME FILE AS THE
043100*    TILLS' - A FIRST RUN ON A NEW SYSTEM CREATES THE FILE,
043200*    AS CASHREGISTER DOES.
043300 1200-OPEN-RCPT-CTR.
043400     OPEN I-O RCPT-CTR-FILE.
043500     IF WS-RCPT-CTR-STATUS = '05' OR '35'
043600         OPEN OUTPUT RCPT-CTR-FILE
043700         CLOSE RCPT-CTR-FILE
043800         OPEN I-O RCPT-CTR-FILE
043900     END-IF.
044000     IF WS-RCPT-CTR-STATUS NOT = '00'
044100         DISPLAY "UNABLE TO OPEN RCPT-CTR-FILE - STATUS: "
044200             WS-RCPT-CTR-STATUS
044300         SET EXCP-SEV-ERROR TO TRUE
044400         MOVE "WEB003" TO EXCP-LOG-CODE
044500         MOVE "Unable to open RCPT-CTR-FILE - no orders imported."
044600             TO EXCP-LOG-MESSAGE
044700         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
044800         MOVE 8 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100 1200-EXIT.
045200     EXIT.
045300
045400*    THE DUPLICATE GUARD.  WITHOUT IT A RESENT FILE WOULD
045500*    POST EVERY ORDER A SECOND TIME, SO NO GUARD MEANS NO
045600*    IMPORT.
045700 1300-OPEN-WEB-IDX.
045800     OPEN I-O WEB-IDX-FILE.
045900     IF WS-WEB-IDX-STATUS = '05' OR '35'
046000         OPEN OUTPUT WEB-IDX-FILE
046100         CLOSE WEB-IDX-FILE
046200         OPEN I-O WEB-IDX-FILE
046300     END-IF.
046400     IF WS-WEB-IDX-STATUS NOT = '00'
046500         DISPLAY "UNABLE TO OPEN WEB-IDX-FILE - STATUS: "
046600             WS-WEB-IDX-STATUS
046700         SET EXCP-SEV-ERROR TO TRUE
046800         MOVE "WEB004" TO EXCP-LOG-CODE
046900         MOVE "Unable to open WEB-IDX-FILE - no orders imported."
047000             TO EXCP-LOG-MESSAGE
047100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
047200         MOVE 8 TO RETURN-CODE
047300         STOP RUN
047400     END-IF.
047500 1300-EXIT.
047600     EXIT.
047700
047800 1400-LOAD-TAX-TABLE.
047900     MOVE ZEROES TO WS-TAX-COUNT.
048000     OPEN INPUT TAX-RATE-FILE.
048100     IF WS-TAX-RATE-STATUS NOT = '00'
048200         DISPLAY "TAX-RATE-FILE unavailable - the built-in "
048300             "standard rate applies to every category."
048400         SET EXCP-SEV-WARNING TO TRUE
048500         MOVE "WEB012" TO EXCP-LOG-CODE
048600         MOVE "TAX-RATE-FILE unavailable - standard rate used."
048700             TO EXCP-LOG-MESSAGE
048800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
048900         GO TO 1400-EXIT
049000     END-IF.
049100     PERFORM 1420-READ-TAX-RATE THRU 1420-EXIT
049200         UNTIL WS-TAX-RATE-STATUS NOT = '00'.
049300     CLOSE TAX-RATE-FILE.
049400 1400-EXIT.
049500     EXIT.
049600
049700 1420-READ-TAX-RATE.
049800     READ TAX-RATE-FILE
049900         AT END
050000             MOVE '10' TO WS-TAX-RATE-STATUS
050100         NOT AT END
050200             IF WS-TAX-COUNT < 20
050300                 ADD 1 TO WS-TAX-COUNT
050400                 MOVE TXR-IN-CATEGORY
050500                     TO TXT-CATEGORY (WS-TAX-COUNT)
050600                 MOVE TXR-IN-EFF-DATE
050700                     TO TXT-EFF-DATE (WS-TAX-COUNT)
050800                 MOVE TXR-IN-RATE TO TXT-RATE (WS-TAX-COUNT)
050900             END-IF
051000     END-READ.
051100 1420-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500*    FIRST PASS.  THE WHOLE FILE IS COUNTED AND PROVED TO ITS   *
051600*    TRAILER BEFORE ONE ORDER IS POSTED - A FILE THAT DOES NOT  *
051700*    PROVE IS LEFT ALONE FOR THE WEB STORE TO RESEND, AND THE   *
051800*    DUPLICATE GUARD LETS THE RESENT FILE THROUGH CLEANLY.      *
051900*****************************************************************
052000 2000-PROVE-ORDER-FILE.
052100     OPEN INPUT WEB-ORDER-FILE.
052200     IF WS-WEB-ORDER-STATUS = '05' OR '35'
052300         DISPLAY "NO WEB ORDER FILE - NOTHING TO IMPORT."
052400         MOVE "NO WEB ORDER FILE - NOTHING IMPORTED."
052500             TO RPT-SECTION-TEXT
052600         PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT
052700         SET EXCP-SEV-WARNING TO TRUE
052800         MOVE "WEB005" TO EXCP-LOG-CODE
052900         MOVE "No web order file received - nothing imported."
053000             TO EXCP-LOG-MESSAGE
053100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
053200         MOVE 4 TO RETURN-CODE
053300         GO TO 2000-EXIT
053400     END-IF.
053500     IF WS-WEB-ORDER-STATUS NOT = '00'
053600         DISPLAY "UNABLE TO OPEN WEB-ORDER-FILE - STATUS: "
053700             WS-WEB-ORDER-STATUS
053800         SET EXCP-SEV-ERROR TO TRUE
053900         MOVE "WEB006" TO EXCP-LOG-CODE
054000         MOVE "Unable to open WEB-ORDER-FILE - nothing imported."
054100             TO EXCP-LOG-MESSAGE
054200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
054300         MOVE 8 TO RETURN-CODE
054400         GO TO 2000-EXIT
054500     END-IF.
054600     MOVE 'Y' TO WS-MORE-RECORDS.
054700     PERFORM 2100-READ-WEB-ORDER THRU 2100-EXIT.
054800     PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT
054900         UNTIL NO-MORE-RECORDS.
055000     CLOSE WEB-ORDER-FILE.
055100     SET WS-FILE-PROVEN TO TRUE.
055200     WRITE WEB-RPT-LINE FROM RPT-BLANK-LINE.
055300     MOVE "CONTROL TOTALS" TO RPT-SECTION-TEXT.
055400     PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT.
055500     WRITE WEB-RPT-LINE FROM RPT-PROOF-HEADING.
055600     PERFORM 2500-PRINT-PROOF THRU 2500-EXIT.
055700     IF WS-FILE-PROVEN
055800         MOVE "FILE PROVES TO ITS TRAILER - IMPORTING."
055900             TO RPT-SECTION-TEXT
056000         PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT
056100         GO TO 2000-EXIT
056200     END-IF.
056300     MOVE "FILE DOES NOT PROVE - NOTHING IMPORTED."
056400         TO RPT-SECTION-TEXT.
056500     PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT.
056600     MOVE "ASK THE WEB STORE TO RESEND THE FILE."
056700         TO RPT-SECTION-TEXT.
056800     PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT.
056900     SET EXCP-SEV-ERROR TO TRUE.
057000     MOVE "WEB007" TO EXCP-LOG-CODE.
057100     MOVE "Web order file fails its trailer - nothing imported."
057200         TO EXCP-LOG-MESSAGE.
057300     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
057400     MOVE 8 TO RETURN-CODE.
057500 2000-EXIT.
057600     EXIT.
057700
057800 2100-READ-WEB-ORDER.
057900     READ WEB-ORDER-FILE
058000         AT END
058100             MOVE 'N' TO WS-MORE-RECORDS
058200     END-READ.
058300 2100-EXIT.
058400     EXIT.
058500
058600*    ONE HEADER, FIRST; ONE TRAILER, LAST; ONLY ORDER AND ITEM
058700*    ROWS BETWEEN.  ANYTHING ELSE IS A STRAY AND SINKS THE
058800*    PROOF.
058900 2200-TALLY-ONE-RECORD.
059000     ADD 1 TO WS-P1-RECORDS.
059100     IF WS-P1-TRAILERS > ZEROES
059200         ADD 1 TO WS-P1-STRAYS
059300     END-IF.
059400     EVALUATE TRUE
059500         WHEN WEB-HEADER-REC
059600             IF WS-P1-RECORDS = 1
059700                 SET WS-HEADER-SEEN TO TRUE
059800                 MOVE WEH-FILE-DATE TO WS-FILE-DATE
059900             ELSE
060000                 ADD 1 TO WS-P1-STRAYS
060100             END-IF
060200         WHEN WEB-ORDER-REC
060300             ADD 1 TO WS-P1-ORDERS
060400             IF WEO-TOTAL IS NUMERIC
060500                 ADD WEO-TOTAL TO WS-P1-AMOUNT
060600             ELSE
060700                 ADD 1 TO WS-P1-STRAYS
060800             END-IF
060900         WHEN WEB-LINE-REC
061000             ADD 1 TO WS-P1-LINES
061100         WHEN WEB-TRAILER-REC
061200             ADD 1 TO WS-P1-TRAILERS
061300             IF WET-ORDER-COUNT IS NUMERIC
061400                 AND WET-LINE-COUNT IS NUMERIC
061500                 AND WET-TOTAL-AMT IS NUMERIC
061600                 MOVE WET-ORDER-COUNT TO WS-TRL-ORDERS
061700                 MOVE WET-LINE-COUNT TO WS-TRL-LINES
061800                 MOVE WET-TOTAL-AMT TO WS-TRL-AMOUNT
061900             ELSE
062000                 ADD 1 TO WS-P1-STRAYS
062100             END-IF
062200         WHEN OTHER
062300             ADD 1 TO WS-P1-STRAYS
062400     END-EVALUATE.
062500     PERFORM 2100-READ-WEB-ORDER THRU 2100-EXIT.
062600 2200-EXIT.
062700     EXIT.
062800
062900*    EVERY CHECK IS PRINTED, PASS OR FAIL, SO THE MORNING CAN
063000*    TELL THE WEB STORE EXACTLY WHAT WENT MISSING.
063100 2500-PRINT-PROOF.
063200     MOVE "ORDERS" TO RPT-PRC-LABEL.
063300     MOVE WS-P1-ORDERS TO RPT-PRC-FILE.
063400     MOVE WS-TRL-ORDERS TO RPT-PRC-TRAILER.
063500     IF WS-P1-ORDERS = WS-TRL-ORDERS
063600         MOVE "AGREES" TO RPT-PRC-RESULT
063700     ELSE
063800         MOVE "*** DIFFERS ***" TO RPT-PRC-RESULT
063900         MOVE 'N' TO WS-FILE-PROVEN-SW
064000     END-IF.
064100     PERFORM 6400-PUT-PROOF-COUNT THRU 6400-EXIT.
064200     MOVE "ITEM ROWS" TO RPT-PRC-LABEL.
064300     MOVE WS-P1-LINES TO RPT-PRC-FILE.
064400     MOVE WS-TRL-LINES TO RPT-PRC-TRAILER.
064500     IF WS-P1-LINES = WS-TRL-LINES
064600         MOVE "AGREES" TO RPT-PRC-RESULT
064700     ELSE
064800         MOVE "*** DIFFERS ***" TO RPT-PRC-RESULT
064900         MOVE 'N' TO WS-FILE-PROVEN-SW
065000     END-IF.
065100     PERFORM 6400-PUT-PROOF-COUNT THRU 6400-EXIT.
065200     MOVE "SUM OF ORDER TOTALS" TO RPT-PRA-LABEL.
065300     MOVE WS-P1-AMOUNT TO RPT-PRA-FILE.
065400     MOVE WS-TRL-AMOUNT TO RPT-PRA-TRAILER.
065500     IF WS-P1-AMOUNT = WS-TRL-AMOUNT
065600         MOVE "AGREES" TO RPT-PRA-RESULT
065700     ELSE
065800         MOVE "*** DIFFERS ***" TO RPT-PRA-RESULT
065900         MOVE 'N' TO WS-FILE-PROVEN-SW
066000     END-IF.
066100     DISPLAY RPT-PROOF-AMT-LINE.
066200     WRITE WEB-RPT-LINE FROM RPT-PROOF-AMT-LINE.
066300     IF NOT WS-HEADER-SEEN
066400         MOVE "NO HEADER ROW AT THE FRONT OF THE FILE."
066500             TO RPT-SECTION-TEXT
066600         PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT
066700         MOVE 'N' TO WS-FILE-PROVEN-SW
066800     END-IF.
066900     IF WS-P1-TRAILERS NOT = 1
067000         MOVE "NO SINGLE TRAILER ROW - THE FILE IS INCOMPLETE."
067100             TO RPT-SECTION-TEXT
067200         PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT
067300         MOVE 'N' TO WS-FILE-PROVEN-SW
067400     END-IF.
067500     IF WS-P1-STRAYS > ZEROES
067600         MOVE "UNREADABLE OR MISPLACED ROWS IN THE FILE."
067700             TO RPT-SECTION-TEXT
067800         PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT
067900         MOVE 'N' TO WS-FILE-PROVEN-SW
068000     END-IF.
068100     IF WS-FILE-DATE NOT = WS-RUN-DATE-NUM AND WS-HEADER-SEEN
068200         MOVE "NOTE - THE FILE IS NOT DATED FOR THE RUN DATE."
068300             TO RPT-SECTION-TEXT
068400         PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT
068500     END-IF.
068600 2500-EXIT.
068700     EXIT.
068800
068900*****************************************************************
069000*    SECOND PASS.  EACH 'O' ROW IS GATHERED WITH ITS 'L' ROWS   *
069100*    AND THE ORDER IS VALIDATED WHOLE - IT POSTS ENTIRELY OR    *
069200*    NOT AT ALL.                                                *
069300*****************************************************************
069400 3000-IMPORT-ORDERS.
069500     OPEN EXTEND SALES-TXN-FILE.
069600     IF WS-SALES-TXN-STATUS = '05' OR '35'
069700         OPEN OUTPUT SALES-TXN-FILE
069800     END-IF.
069900     IF WS-SALES-TXN-STATUS NOT = '00'
070000         DISPLAY "UNABLE TO OPEN SALES-TXN-FILE - STATUS: "
070100             WS-SALES-TXN-STATUS
070200         SET EXCP-SEV-ERROR TO TRUE
070300         MOVE "WEB008" TO EXCP-LOG-CODE
070400         MOVE "Unable to open SALES-TXN-FILE - nothing imported."
070500             TO EXCP-LOG-MESSAGE
070600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
070700         MOVE 8 TO RETURN-CODE
070800         GO TO 3000-EXIT
070900     END-IF.
071000     OPEN INPUT WEB-ORDER-FILE.
071100     WRITE WEB-RPT-LINE FROM RPT-BLANK-LINE.
071200     MOVE "REJECTED AND LATE ORDERS" TO RPT-SECTION-TEXT.
071300     PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT.
071400     WRITE WEB-RPT-LINE FROM RPT-ORDER-HEADING.
071500     MOVE 'Y' TO WS-MORE-RECORDS.
071600     PERFORM 2100-READ-WEB-ORDER THRU 2100-EXIT.
071700     PERFORM 3100-TAKE-ONE-RECORD THRU 3100-EXIT
071800         UNTIL NO-MORE-RECORDS.
071900     CLOSE WEB-ORDER-FILE.
072000     CLOSE SALES-TXN-FILE.
072100     IF WS-ORDERS-REJECTED > ZEROES AND RETURN-CODE < 4
072200         MOVE 4 TO RETURN-CODE
072300     END-IF.
072400 3000-EXIT.
072500     EXIT.
072600
072700*    THE HEADER AND TRAILER WERE DEALT WITH IN THE FIRST PASS
072800*    AND ARE STEPPED OVER HERE.
072900 3100-TAKE-ONE-RECORD.
073000     IF NOT WEB-ORDER-REC
073100         PERFORM 2100-READ-WEB-ORDER THRU 2100-EXIT
073200         GO TO 3100-EXIT
073300     END-IF.
073400     PERFORM 3200-GATHER-ORDER THRU 3200-EXIT.
073500     PERFORM 4000-PROCESS-ORDER THRU 4000-EXIT.
073600 3100-EXIT.
073700     EXIT.
073800
073900 3200-GATHER-ORDER.
074000     MOVE WEB-ORDER-NO TO WS-ORD-NO.
074100     MOVE WEB-DATA TO WS-ORD-DATA.
074200     MOVE ZEROES TO WS-LINE-COUNT.
074300     MOVE 'N' TO WS-LINE-STRAY-SW.
074400     MOVE 'N' TO WS-LINE-OVERFLOW-SW.
074500     PERFORM 2100-READ-WEB-ORDER THRU 2100-EXIT.
074600     PERFORM 3300-GATHER-ONE-LINE THRU 3300-EXIT
074700         UNTIL NO-MORE-RECORDS
074800         OR NOT WEB-LINE-REC.
074900 3200-EXIT.
075000     EXIT.
075100
075200*    AN ITEM ROW CARRYING ANOTHER ORDER'S NUMBER MEANS THE
075300*    WEB STORE'S EXTRACT IS OUT OF STEP - THE ORDER IS NOT
075400*    TRUSTED.
075500 3300-GATHER-ONE-LINE.
075600     IF WEB-ORDER-NO NOT = WS-ORD-NO
075700         SET WS-LINE-STRAY TO TRUE
075800     END-IF.
075900     IF WS-LINE-COUNT < WS-MAX-LINES
076000         ADD 1 TO WS-LINE-COUNT
076100         MOVE WEB-DATA (1:23) TO OL-ROW (WS-LINE-COUNT)
076200         MOVE SPACES TO OL-DESCRIPTION (WS-LINE-COUNT)
076300         MOVE ZEROES TO OL-UNIT-COST (WS-LINE-COUNT)
076400         MOVE '01' TO OL-TAX-CAT (WS-LINE-COUNT)
076600     ELSE
076700         SET WS-LINE-OVERFLOW TO TRUE
076800     END-IF.
076900     PERFORM 2100-READ-WEB-ORDER THRU 2100-EXIT.
077000 3300-EXIT.
077100     EXIT.
077200
077300 4000-PROCESS-ORDER.
077400     ADD 1 TO WS-ORDERS-READ.
077500     MOVE SPACES TO WS-REJECT-REASON.
077600     MOVE SPACES TO WS-REJECT-ITEM.
077700     PERFORM 4100-VALIDATE-ORDER THRU 4100-EXIT.
077800     IF WS-REJECT-REASON NOT = SPACES
077900         PERFORM 4900-REJECT-ORDER THRU 4900-EXIT
078000         GO TO 4000-EXIT
078100     END-IF.
078200     PERFORM 5000-POST-ORDER THRU 5000-EXIT.
078300 4000-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700*    ORDER VALIDATION.  THE FIRST FAILURE FOUND IS THE REASON   *
078800*    REPORTED.                                                  *
078900*****************************************************************
079000 4100-VALIDATE-ORDER.
079100     IF WS-ORD-NO = SPACES
079200         MOVE "NO WEB ORDER NUMBER" TO WS-REJECT-REASON
079300         GO TO 4100-EXIT
079400     END-IF.
079500     MOVE WS-ORD-NO TO WOX-ORDER-NO.
079600     READ WEB-IDX-FILE
079700         INVALID KEY
079800             CONTINUE
079900         NOT INVALID KEY
080000             MOVE "ALREADY IMPORTED" TO WS-REJECT-REASON
080100     END-READ.
080200     IF WS-REJECT-REASON NOT = SPACES
080300         GO TO 4100-EXIT
080400     END-IF.
080500     IF WS-LINE-STRAY
080600         MOVE "ITEM ROWS OUT OF SEQUENCE" TO WS-REJECT-REASON
080700         GO TO 4100-EXIT
080800     END-IF.
080900     IF WS-LINE-COUNT = ZEROES
081000         MOVE "ORDER HAS NO ITEM ROWS" TO WS-REJECT-REASON
081100         GO TO 4100-EXIT
081200     END-IF.
081300     IF WS-LINE-OVERFLOW
081400         MOVE "MORE THAN 50 ITEM ROWS" TO WS-REJECT-REASON
081500         GO TO 4100-EXIT
081600     END-IF.
081700     IF WS-ORD-DATE NOT NUMERIC OR WS-ORD-TIME NOT NUMERIC
081800         MOVE "BAD ORDER DATE OR TIME" TO WS-REJECT-REASON
081900         GO TO 4100-EXIT
082000     END-IF.
082100     IF WS-ORD-MONTH < 1 OR WS-ORD-MONTH > 12
082200         OR WS-ORD-DAY < 1 OR WS-ORD-DAY > 31
082300         MOVE "BAD ORDER DATE OR TIME" TO WS-REJECT-REASON
082400         GO TO 4100-EXIT
082500     END-IF.
082600     MOVE WS-ORD-DATE TO WS-ORDER-DATE-NUM.
082700     IF WS-ORDER-DATE-NUM > WS-RUN-DATE-NUM
082800         MOVE "ORDER DATED AFTER THE RUN DATE"
082900             TO WS-REJECT-REASON
083000         GO TO 4100-EXIT
083100     END-IF.
083200     IF WS-ORD-SUBTOTAL NOT NUMERIC OR WS-ORD-TAX NOT NUMERIC
083300         OR WS-ORD-TOTAL NOT NUMERIC
083400         MOVE "ORDER AMOUNTS NOT NUMERIC" TO WS-REJECT-REASON
083500         GO TO 4100-EXIT
083600     END-IF.
083700     IF WS-ORD-EMAIL NOT = SPACES
083800         MOVE WS-ORD-EMAIL TO CUST-EMAIL
083900         READ CUST-MAST-FILE
084000             INVALID KEY
084100                 MOVE "CUSTOMER NOT ON CUSTMAST"
084200                     TO WS-REJECT-REASON
084300         END-READ
084400     END-IF.
084500     IF WS-REJECT-REASON NOT = SPACES
084600         GO TO 4100-EXIT
084700     END-IF.
084800     MOVE ZEROES TO WS-LINE-SUM.
084900     MOVE ZEROES TO WS-ORDER-QTY.
084910     MOVE ZEROES TO WS-WANT-COUNT.
085000     PERFORM 4200-CHECK-ONE-LINE THRU 4200-EXIT
085100         VARYING WS-LINE-IDX FROM 1 BY 1
085200         UNTIL WS-LINE-IDX > WS-LINE-COUNT
085300         OR WS-REJECT-REASON NOT = SPACES.
085400     IF WS-REJECT-REASON NOT = SPACES
085500         GO TO 4100-EXIT
085600     END-IF.
085700     IF WS-ORDER-QTY > 999
085800         MOVE "ORDER QUANTITY OVER 999" TO WS-REJECT-REASON
085900         GO TO 4100-EXIT
086000     END-IF.
086100     IF WS-LINE-SUM NOT = WS-ORD-SUBTOTAL
086200         MOVE "ITEM ROWS DO NOT ADD TO SUBTOTAL"
086300             TO WS-REJECT-REASON
086400         GO TO 4100-EXIT
086500     END-IF.
086600     PERFORM 4300-COMPUTE-TAX THRU 4300-EXIT.
086700     IF WS-TAX-AMT NOT = WS-ORD-TAX
086800         MOVE "TAX DISAGREES WITH TAXRATE" TO WS-REJECT-REASON
086900         GO TO 4100-EXIT
087000     END-IF.
087100     COMPUTE WS-CHECK-TOTAL = WS-ORD-SUBTOTAL + WS-ORD-TAX.
087200     IF WS-CHECK-TOTAL NOT = WS-ORD-TOTAL
087300         MOVE "ORDER TOTAL DOES NOT ADD UP" TO WS-REJECT-REASON
087400         GO TO 4100-EXIT
087500     END-IF.
087600 4100-EXIT.
087700     EXIT.
087800
087900*    THE ITEM MUST BE ON FILE, ACTIVE, SOLD AT THE SHELF PRICE
088000*    AND IN STOCK - ON HAND LESS WHAT IS RESERVED, LESS WHAT
088100*    EARLIER ORDERS TONIGHT AND EARLIER ROWS OF THIS ORDER
088110*    HAVE ALREADY TAKEN.  A KIT HOLDS NO STOCK OF ITS OWN - ITS
088120*    COMPONENTS ARE COUNTED INSTEAD.
088400 4200-CHECK-ONE-LINE.
088500     MOVE OL-ITEM-CODE (WS-LINE-IDX) TO WS-REJECT-ITEM.
088600     IF OL-QUANTITY (WS-LINE-IDX) NOT NUMERIC
088700         OR OL-UNIT-PRICE (WS-LINE-IDX) NOT NUMERIC
088800         OR OL-LINE-TOTAL (WS-LINE-IDX) NOT NUMERIC
088900         MOVE "ITEM ROW NOT NUMERIC" TO WS-REJECT-REASON
089000         GO TO 4200-EXIT
089100     END-IF.
089200     IF OL-QUANTITY (WS-LINE-IDX) = ZEROES
089300         MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
089400         GO TO 4200-EXIT
089500     END-IF.
089600     COMPUTE WS-EXTENDED = OL-QUANTITY (WS-LINE-IDX)
089700         * OL-UNIT-PRICE (WS-LINE-IDX).
089800     IF WS-EXTENDED NOT = OL-LINE-TOTAL (WS-LINE-IDX)
089900         MOVE "LINE TOTAL DOES NOT EXTEND" TO WS-REJECT-REASON
090000         GO TO 4200-EXIT
090100     END-IF.
090200     MOVE OL-ITEM-CODE (WS-LINE-IDX) TO INV-ITEM-CODE.
090300     READ INV-MAST-FILE
090400         INVALID KEY
090500             MOVE "ITEM NOT ON INVMAST" TO WS-REJECT-REASON
090600     END-READ.
090700     IF WS-REJECT-REASON NOT = SPACES
090800         GO TO 4200-EXIT
090900     END-IF.
091000     IF INV-INACTIVE
091100         MOVE "ITEM IS INACTIVE" TO WS-REJECT-REASON
091200         GO TO 4200-EXIT
091300     END-IF.
091400     IF OL-UNIT-PRICE (WS-LINE-IDX) NOT = INV-UNIT-PRICE
091500         MOVE "PRICE DIFFERS FROM INVMAST" TO WS-REJECT-REASON
091600         GO TO 4200-EXIT
091700     END-IF.
091710     IF INV-KIT-ITEM
091720         PERFORM 4280-CHECK-KIT THRU 4280-EXIT
091730     ELSE
091900         PERFORM 4250-CHECK-STOCK THRU 4250-EXIT
091910         MOVE INV-UNIT-COST TO OL-UNIT-COST (WS-LINE-IDX)
091920     END-IF.
091930     IF WS-REJECT-REASON NOT = SPACES
091940         GO TO 4200-EXIT
092400     END-IF.
092500     MOVE INV-DESCRIPTION TO OL-DESCRIPTION (WS-LINE-IDX).
092700     IF INV-TAX-CATEGORY NOT = SPACES
092800         MOVE INV-TAX-CATEGORY TO OL-TAX-CAT (WS-LINE-IDX)
092900     END-IF.
093000     ADD OL-LINE-TOTAL (WS-LINE-IDX) TO WS-LINE-SUM.
093100     ADD OL-QUANTITY (WS-LINE-IDX) TO WS-ORDER-QTY.
093200     MOVE SPACES TO WS-REJECT-ITEM.
093300 4200-EXIT.
093400     EXIT.
093500
093600 4250-CHECK-STOCK.
093601     PERFORM 4255-FREE-STOCK THRU 4255-EXIT.
093602     MOVE OL-QUANTITY (WS-LINE-IDX) TO WS-NEED-QTY.
093603     PERFORM 4270-ADD-WANT THRU 4270-EXIT.
093604     IF WS-NEED-QTY > WS-AVAILABLE
093605         MOVE "NOT ENOUGH STOCK ON HAND" TO WS-REJECT-REASON
093606     END-IF.
093607 4250-EXIT.
093608     EXIT.
093609
093610*    WHAT IS LEFT OF THE ITEM IN THE MASTER BUFFER FOR THIS
093611*    ORDER - ON HAND LESS RESERVED, LESS EARLIER ORDERS' TAKE.
093612 4255-FREE-STOCK.
093700     MOVE INV-QTY-ON-HAND TO WS-AVAILABLE.
093800     IF INV-QTY-RESERVED IS NUMERIC
093900         SUBTRACT INV-QTY-RESERVED FROM WS-AVAILABLE
094000     END-IF.
094100     PERFORM 4260-FIND-TAKEN THRU 4260-EXIT.
094200     IF WS-TAKEN-FOUND
094300         SUBTRACT TK-QUANTITY (WS-TAKEN-IDX) FROM WS-AVAILABLE
094400     END-IF.
094410 4255-EXIT.
095300     EXIT.
095400
095500 4260-FIND-TAKEN.
095600     MOVE 'N' TO WS-TAKEN-FOUND-SW.
095700     PERFORM 4265-MATCH-ONE-TAKEN THRU 4265-EXIT
095800         VARYING WS-TAKEN-IDX FROM 1 BY 1
095900         UNTIL WS-TAKEN-FOUND OR WS-TAKEN-IDX > WS-TAKEN-COUNT.
096000 4260-EXIT.
096100     EXIT.
096200
096300 4265-MATCH-ONE-TAKEN.
096400     IF TK-ITEM-CODE (WS-TAKEN-IDX) = INV-ITEM-CODE
096500         SET WS-TAKEN-FOUND TO TRUE
096600         SUBTRACT 1 FROM WS-TAKEN-IDX
096700     END-IF.
096800 4265-EXIT.
096900     EXIT.
097000
097010*    ADDS WS-NEED-QTY OF THE ITEM IN THE MASTER BUFFER TO WHAT
097020*    THIS ORDER WANTS, AND RETURNS THE ORDER'S WHOLE WANT OF IT
097030*    IN WS-NEED-QTY.
097040 4270-ADD-WANT.
097050     MOVE 'N' TO WS-WANT-FOUND-SW.
097060     PERFORM 4275-MATCH-ONE-WANT THRU 4275-EXIT
097070         VARYING WS-WANT-IDX FROM 1 BY 1
097080         UNTIL WS-WANT-FOUND OR WS-WANT-IDX > WS-WANT-COUNT.
097090     IF NOT WS-WANT-FOUND
097100         ADD 1 TO WS-WANT-COUNT
097110         MOVE WS-WANT-COUNT TO WS-WANT-IDX
097120         MOVE INV-ITEM-CODE TO WT-ITEM-CODE (WS-WANT-IDX)
097130         MOVE ZEROES TO WT-QUANTITY (WS-WANT-IDX)
097400     END-IF.
097410     ADD WS-NEED-QTY TO WT-QUANTITY (WS-WANT-IDX).
097420     MOVE WT-QUANTITY (WS-WANT-IDX) TO WS-NEED-QTY.
097421 4270-EXIT.
097422     EXIT.
097423
097424 4275-MATCH-ONE-WANT.
097425     IF WT-ITEM-CODE (WS-WANT-IDX) = INV-ITEM-CODE
097426         SET WS-WANT-FOUND TO TRUE
097427         SUBTRACT 1 FROM WS-WANT-IDX
097428     END-IF.
097429 4275-EXIT.
097430     EXIT.
097431
097432*    A KIT IS AVAILABLE AS MANY TIMES AS ITS SCARCEST COMPONENT
097433*    WILL MAKE IT UP AND COSTS WHAT ITS COMPONENTS COST, AS
097434*    0242-CHECK-KIT IN CASHREGISTER HAS IT.  THE COMPONENT READS
097435*    REPLACE THE KIT IN THE MASTER BUFFER, SO THE KIT IS READ
097436*    BACK BEFORE RETURNING.  WITHOUT A COMPONENT LIST THE KIT
097437*    IS SOLD ON ITS OWN MASTER FIGURES, ITS OWN STOCK INCLUDED.
097438 4280-CHECK-KIT.
097439     MOVE INV-UNIT-COST TO OL-UNIT-COST (WS-LINE-IDX).
097440     IF NOT WS-KIT-AVAIL
097441         PERFORM 4250-CHECK-STOCK THRU 4250-EXIT
097442         GO TO 4280-EXIT
097443     END-IF.
097444     MOVE INV-ITEM-CODE TO WS-KIT-CODE.
097445     MOVE INV-ITEM-CODE TO KIT-ITEM-CODE.
097446     READ KIT-BOM-FILE
097447         INVALID KEY
097448             SET EXCP-SEV-WARNING TO TRUE
097449             MOVE "WEB013" TO EXCP-LOG-CODE
097450             MOVE "Kit item has no list on KIT-BOM-FILE."
097451                 TO EXCP-LOG-MESSAGE
097452             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
097453             PERFORM 4250-CHECK-STOCK THRU 4250-EXIT
097531             GO TO 4280-EXIT
097532     END-READ.
097533     MOVE ZEROES TO WS-KIT-COST.
097534     PERFORM 4285-CHECK-ONE-COMPONENT THRU 4285-EXIT
097535         VARYING WS-KIT-SUB FROM 1 BY 1
097536         UNTIL WS-KIT-SUB > KIT-COMP-COUNT
097537         OR WS-REJECT-REASON NOT = SPACES.
097538     MOVE WS-KIT-CODE TO INV-ITEM-CODE.
097539     READ INV-MAST-FILE
097540         INVALID KEY
097541             MOVE "ITEM NOT ON INVMAST" TO WS-REJECT-REASON
097542     END-READ.
097543     IF WS-REJECT-REASON = SPACES
097544         MOVE WS-KIT-COST TO OL-UNIT-COST (WS-LINE-IDX)
097545     END-IF.
097546 4280-EXIT.
097547     EXIT.
097548
097549*    THE ROW'S KITS TAKE THE COMPONENT QUANTITY EACH.  A SHORT
097550*    COMPONENT IS NAMED AS THE REJECTED ITEM.
097551 4285-CHECK-ONE-COMPONENT.
097552     MOVE KIT-COMP-ITEM-CODE (WS-KIT-SUB) TO INV-ITEM-CODE.
097553     READ INV-MAST-FILE
097554         INVALID KEY
097555             MOVE INV-ITEM-CODE TO WS-REJECT-ITEM
097556             MOVE "KIT COMPONENT NOT ON INVMAST"
097557                 TO WS-REJECT-REASON
097558             GO TO 4285-EXIT
097559     END-READ.
097560     PERFORM 4255-FREE-STOCK THRU 4255-EXIT.
097561     COMPUTE WS-NEED-QTY = KIT-COMP-QTY (WS-KIT-SUB)
097562         * OL-QUANTITY (WS-LINE-IDX).
097563     PERFORM 4270-ADD-WANT THRU 4270-EXIT.
097564     IF WS-NEED-QTY > WS-AVAILABLE
097565         MOVE INV-ITEM-CODE TO WS-REJECT-ITEM
097566         MOVE "NOT ENOUGH STOCK TO MAKE KIT" TO WS-REJECT-REASON
097567         GO TO 4285-EXIT
097568     END-IF.
097569     COMPUTE WS-KIT-COST = WS-KIT-COST
097570         + INV-UNIT-COST * KIT-COMP-QTY (WS-KIT-SUB).
097571 4285-EXIT.
097600     EXIT.
097700
097800*    TAX IS COMPUTED PER CATEGORY BUCKET AT THE CATEGORY'S
097900*    RATE IN FORCE ON THE ORDER DATE, AS 0293-COMPUTE-TAX IN
098000*    CASHREGISTER DOES FOR A SALE WITH NO DISCOUNT TIER - THE
098100*    WEB STORE'S OWN PRICES STAND IN FOR THE COUNTER TIERS.
098200 4300-COMPUTE-TAX.
098300     MOVE ZEROES TO WS-CAT-COUNT.
098400     PERFORM 4320-BUCKET-ONE-LINE THRU 4320-EXIT
098500         VARYING WS-LINE-IDX FROM 1 BY 1
098600         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
098700     MOVE ZEROES TO WS-TAX-ACCUM.
098800     MOVE ZEROES TO WS-TAXABLE-ACCUM.
098900     PERFORM 4340-TAX-ONE-BUCKET THRU 4340-EXIT
099000         VARYING WS-CAT-IDX FROM 1 BY 1
099100         UNTIL WS-CAT-IDX > WS-CAT-COUNT.
099200     MOVE WS-TAX-ACCUM TO WS-TAX-AMT.
099300     MOVE WS-TAXABLE-ACCUM TO WS-TAXABLE-AMT.
099400 4300-EXIT.
099500     EXIT.
099600
099700 4320-BUCKET-ONE-LINE.
099800     MOVE OL-TAX-CAT (WS-LINE-IDX) TO WS-LINE-TAX-CAT.
099900     MOVE 'N' TO WS-CAT-FOUND-SW.
100000     PERFORM 4330-MATCH-ONE-BUCKET THRU 4330-EXIT
100100         VARYING WS-CAT-IDX FROM 1 BY 1
100200         UNTIL WS-CAT-FOUND OR WS-CAT-IDX > WS-CAT-COUNT.
100300     IF NOT WS-CAT-FOUND
100400         IF WS-CAT-COUNT < 10
100500             ADD 1 TO WS-CAT-COUNT
100600             MOVE WS-CAT-COUNT TO WS-CAT-IDX
100700             MOVE WS-LINE-TAX-CAT TO WC-CATEGORY (WS-CAT-IDX)
100800             MOVE ZEROES TO WC-AMOUNT (WS-CAT-IDX)
100900         ELSE
101000             MOVE 1 TO WS-CAT-IDX
101100         END-IF
101200     END-IF.
101300     ADD OL-LINE-TOTAL (WS-LINE-IDX) TO WC-AMOUNT (WS-CAT-IDX).
101400 4320-EXIT.
101500     EXIT.
101600
101700 4330-MATCH-ONE-BUCKET.
101800     IF WC-CATEGORY (WS-CAT-IDX) = WS-LINE-TAX-CAT
101900         SET WS-CAT-FOUND TO TRUE
102000         SUBTRACT 1 FROM WS-CAT-IDX
102100     END-IF.
102200 4330-EXIT.
102300     EXIT.
102400
102500 4340-TAX-ONE-BUCKET.
102600     IF WC-AMOUNT (WS-CAT-IDX) = ZEROES
102700         GO TO 4340-EXIT
102800     END-IF.
102900     MOVE WC-CATEGORY (WS-CAT-IDX) TO WS-LINE-TAX-CAT.
103000     PERFORM 4350-FIND-TAX-RATE THRU 4350-EXIT.
103100     IF WS-WORK-RATE > ZEROES
103200         ADD WC-AMOUNT (WS-CAT-IDX) TO WS-TAXABLE-ACCUM
103300         COMPUTE WS-TAX-ACCUM ROUNDED = WS-TAX-ACCUM
103400             + (WC-AMOUNT (WS-CAT-IDX) * WS-WORK-RATE)
103500     END-IF.
103600 4340-EXIT.
103700     EXIT.
103800
103900*    LATEST EFFECTIVE-DATED RATE ON OR BEFORE THE ORDER DATE
104000*    WINS.  NO RECORD FOR THE CATEGORY MEANS THE BUILT-IN
104100*    STANDARD RATE - AN EXEMPT CATEGORY IS A LOADED .000.
104200 4350-FIND-TAX-RATE.
104300     MOVE WS-TAX-RATE TO WS-WORK-RATE.
104400     MOVE 'N' TO WS-RATE-FOUND-SW.
104500     MOVE ZEROES TO WS-BEST-EFF-DATE.
104600     PERFORM 4360-CHECK-ONE-RATE THRU 4360-EXIT
104700         VARYING WS-TAX-IDX FROM 1 BY 1
104800         UNTIL WS-TAX-IDX > WS-TAX-COUNT.
104900 4350-EXIT.
105000     EXIT.
105100
105200 4360-CHECK-ONE-RATE.
105300     IF TXT-CATEGORY (WS-TAX-IDX) = WS-LINE-TAX-CAT
105400         AND TXT-EFF-DATE (WS-TAX-IDX) NOT > WS-ORDER-DATE-NUM
105500         IF NOT WS-RATE-FOUND
105600             OR TXT-EFF-DATE (WS-TAX-IDX) > WS-BEST-EFF-DATE
105700             SET WS-RATE-FOUND TO TRUE
105800             MOVE TXT-EFF-DATE (WS-TAX-IDX)
105900                 TO WS-BEST-EFF-DATE
106000             MOVE TXT-RATE (WS-TAX-IDX) TO WS-WORK-RATE
106100         END-IF
106200     END-IF.
106300 4360-EXIT.
106400     EXIT.
106500
106600 4900-REJECT-ORDER.
106700     ADD 1 TO WS-ORDERS-REJECTED.
106800     IF WS-ORD-TOTAL IS NUMERIC
106900         ADD WS-ORD-TOTAL TO WS-REJECTED-AMT
107000     END-IF.
107100     MOVE WS-REJECT-ITEM TO RPT-ORD-ITEM.
107200     MOVE WS-REJECT-REASON TO WS-RESULT-TEXT.
107300     PERFORM 4950-PUT-ORDER-LINE THRU 4950-EXIT.
107400     SET EXCP-SEV-WARNING TO TRUE.
107500     MOVE "WEB009" TO EXCP-LOG-CODE.
107600     MOVE SPACES TO EXCP-LOG-MESSAGE.
107700     STRING "Web order " DELIMITED BY SIZE
107800            WS-ORD-NO DELIMITED BY SPACE
107900            " rejected - " DELIMITED BY SIZE
108000            WS-REJECT-REASON DELIMITED BY SIZE
108100         INTO EXCP-LOG-MESSAGE
108200     END-STRING.
108300     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
108400 4900-EXIT.
108500     EXIT.
108600
108700 4950-PUT-ORDER-LINE.
108800     MOVE WS-ORD-NO TO RPT-ORD-NO.
108900     MOVE WS-ORD-YEAR TO RPT-ORD-YEAR.
109000     MOVE WS-ORD-MONTH TO RPT-ORD-MONTH.
109100     MOVE WS-ORD-DAY TO RPT-ORD-DAY.
109200     IF WS-ORD-TOTAL IS NUMERIC
109300         MOVE WS-ORD-TOTAL TO RPT-ORD-TOTAL
109400     ELSE
109500         MOVE ZEROES TO RPT-ORD-TOTAL
109600     END-IF.
109700     MOVE WS-RESULT-TEXT TO RPT-ORD-RESULT.
109800     DISPLAY RPT-ORDER-LINE.
109900     WRITE WEB-RPT-LINE FROM RPT-ORDER-LINE.
110000 4950-EXIT.
110100     EXIT.
110200
110300*****************************************************************
110400*    POSTING.  ONE RECEIPT FROM REGISTER 05, THE DETAIL ROWS    *
110500*    CARRYING THE RUNNING QUANTITY AND SALE AS THE REGISTER'S   *
110600*    DO, THEN THE TOTAL ROW AS A CARD SALE FOR THE ORDER TOTAL. *
110700*    THE ORDER'S OWN TIME IS KEPT; AN ORDER FROM BEFORE THE RUN *
110800*    DATE IS POSTED UNDER THE RUN DATE SO TONIGHT'S STEPS TAKE  *
110900*    IT, AND IS LISTED AS LATE.                                 *
111000*****************************************************************
111100 5000-POST-ORDER.
111200     PERFORM 5100-ASSIGN-RECEIPT-NO THRU 5100-EXIT.
111300     COMPUTE WS-TIME-OF-DAY = WS-ORD-TIME * 100.
111400     MOVE ZEROES TO WS-LINE-NO.
111500     MOVE ZEROES TO WS-RUN-QUANT.
111600     MOVE ZEROES TO WS-RUN-SALE.
111700     PERFORM 5200-WRITE-DETAIL-TXN THRU 5200-EXIT
111800         VARYING WS-LINE-IDX FROM 1 BY 1
111900         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
112000     PERFORM 5300-WRITE-TOTAL-TXN THRU 5300-EXIT.
112100     MOVE WS-ORD-NO TO WOX-ORDER-NO.
112200     MOVE WS-RUN-DATE-NUM TO WOX-IMPORT-DATE.
112300     MOVE WS-RECEIPT-NO TO WOX-RECEIPT-NO.
112400     MOVE WS-ORD-TOTAL TO WOX-NET-TOTAL.
112500     WRITE WEB-ORDER-IDX-RECORD
112600         INVALID KEY
112700             SET EXCP-SEV-ERROR TO TRUE
112800             MOVE "WEB011" TO EXCP-LOG-CODE
112900             MOVE "Posted web order not recorded on WEB-IDX-FILE."
113000                 TO EXCP-LOG-MESSAGE
113100             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
113200             MOVE 8 TO RETURN-CODE
113300     END-WRITE.
113400     PERFORM 5400-NOTE-TAKEN THRU 5400-EXIT
113410         VARYING WS-WANT-IDX FROM 1 BY 1
113420         UNTIL WS-WANT-IDX > WS-WANT-COUNT.
113700     ADD 1 TO WS-ORDERS-POSTED.
113800     ADD WS-LINE-COUNT TO WS-LINES-POSTED.
113900     ADD WS-ORD-SUBTOTAL TO WS-SALES-POSTED.
114000     ADD WS-ORD-TAX TO WS-TAX-POSTED.
114100     ADD WS-ORD-TOTAL TO WS-NET-POSTED.
114200     IF WS-ORDER-DATE-NUM < WS-RUN-DATE-NUM
114300         ADD 1 TO WS-ORDERS-LATE
114400         MOVE SPACES TO RPT-ORD-ITEM
114500         MOVE "LATE - POSTED UNDER RUN DATE" TO WS-RESULT-TEXT
114600         PERFORM 4950-PUT-ORDER-LINE THRU 4950-EXIT
114700     END-IF.
114800 5000-EXIT.
114900     EXIT.
115000
115100*    REGISTER 05'S OWN SLOT, DRAWN THE WAY 0295-ASSIGN-
115200*    RECEIPT-NO IN CASHREGISTER DRAWS A TILL'S.
115300 5100-ASSIGN-RECEIPT-NO.
115400     MOVE WS-REGISTER-ID TO RCPT-REGISTER-ID.
115500     READ RCPT-CTR-FILE
115600         INVALID KEY
115700             MOVE WS-REGISTER-ID TO RCPT-REGISTER-ID
115800             COMPUTE RCPT-NEXT-NO = WS-RCPT-BASE + 1
115900             WRITE RCPT-CTR-RECORD
116000     END-READ.
116100*    A COUNT OUTSIDE THE WEB RANGE MEANS A CLOBBERED RECORD -
116200*    RESEED IT.
116300     IF RCPT-NEXT-NO NOT > WS-RCPT-BASE
116400         OR RCPT-NEXT-NO > WS-RCPT-LIMIT
116500         COMPUTE RCPT-NEXT-NO = WS-RCPT-BASE + 1
116600     END-IF.
116700     MOVE RCPT-NEXT-NO TO WS-RECEIPT-NO.
116800*    999999 IS THE TOP OF THE FIELD ITSELF, SO THE WRAP IS
116900*    TESTED BEFORE THE ADD RATHER THAN AFTER IT.
117000     IF RCPT-NEXT-NO = WS-RCPT-LIMIT
117100         COMPUTE RCPT-NEXT-NO = WS-RCPT-BASE + 1
117200         SET EXCP-SEV-WARNING TO TRUE
117300         MOVE "WEB010" TO EXCP-LOG-CODE
117400         MOVE "Web receipt range exhausted - wrapped to start."
117500             TO EXCP-LOG-MESSAGE
117600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
117700     ELSE
117800         ADD 1 TO RCPT-NEXT-NO
117900     END-IF.
118000     REWRITE RCPT-CTR-RECORD.
118100 5100-EXIT.
118200     EXIT.
118300
118400 5200-WRITE-DETAIL-TXN.
118500     ADD 1 TO WS-LINE-NO.
118600     ADD OL-QUANTITY (WS-LINE-IDX) TO WS-RUN-QUANT.
118700     ADD OL-LINE-TOTAL (WS-LINE-IDX) TO WS-RUN-SALE.
118800     MOVE WS-RECEIPT-NO TO STX-RECEIPT-NO.
118900     MOVE WS-LINE-NO TO STX-LINE-NO.
119000     MOVE WS-RUN-YEAR TO STX-YEAR.
119100     MOVE WS-RUN-MONTH TO STX-MONTH.
119200     MOVE WS-RUN-DAY TO STX-DAY.
119300     MOVE WS-TIME-OF-DAY TO STX-TXN-TIME.
119400     MOVE WS-ORD-EMAIL TO STX-CUSTOMER-KEY.
119500     MOVE WS-OPERATOR-ID TO STX-OPERATOR-ID.
119510     SET STX-WEB-REGISTER TO TRUE.
119700     SET STX-DETAIL-REC TO TRUE.
119800     SET STX-SALE-ITEM TO TRUE.
119900     MOVE ZEROES TO STX-ORIG-RECEIPT-NO.
120000     MOVE OL-ITEM-CODE (WS-LINE-IDX) TO STX-ITEM-CODE.
120100     MOVE OL-DESCRIPTION (WS-LINE-IDX) TO STX-DESCRIPTION.
120200     MOVE OL-UNIT-PRICE (WS-LINE-IDX) TO STX-UNIT-PRICE.
120300     MOVE OL-QUANTITY (WS-LINE-IDX) TO STX-QUANTITY.
120400     MOVE OL-LINE-TOTAL (WS-LINE-IDX) TO STX-ITEM-TOTAL.
120500     MOVE WS-RUN-QUANT TO STX-TOTAL-QUANT.
120600     MOVE WS-RUN-SALE TO STX-TOTAL-SALE.
120700     MOVE ZEROES TO STX-DISCOUNT-RATE.
120800     MOVE ZEROES TO STX-DISCOUNT-AMT.
120900     MOVE ZEROES TO STX-TAX-AMT.
121000     MOVE ZEROES TO STX-NET-TOTAL.
121100     MOVE SPACES TO STX-PAYMENT-METHOD.
121200     MOVE ZEROES TO STX-TENDERED.
121300     MOVE ZEROES TO STX-CHANGE-DUE.
121400     MOVE ZEROES TO STX-POINTS-REDEEMED.
121500     MOVE ZEROES TO STX-POINTS-VALUE.
121600     MOVE ZEROES TO STX-TAXABLE-AMT.
121700     MOVE SPACES TO STX-GIFT-CARD-NO.
121800     MOVE ZEROES TO STX-GIFT-TENDERED.
121900     MOVE SPACES TO STX-PROMO-CODE.
122000     MOVE ZEROES TO STX-PROMO-DISC-AMT.
122100     MOVE ZEROES TO STX-ORIG-UNIT-PRICE.
122200     MOVE SPACE TO STX-OVERRIDE-FLAG.
122300     MOVE SPACES TO STX-OVERRIDE-APPR.
122400     MOVE OL-UNIT-COST (WS-LINE-IDX) TO STX-UNIT-COST.
122500     MOVE ZEROES TO STX-DEPOSIT-APPLIED.
122600     MOVE ZEROES TO STX-CARD-AMT.
122700     MOVE SPACES TO STX-EXEMPT-CERT-NO.
122800     WRITE SALES-TXN-RECORD.
122900 5200-EXIT.
123000     EXIT.
123100
123200*    THE WEB STORE TAKES ITS MONEY BY CARD, SO THE WHOLE
123300*    ORDER TOTAL IS THE CARD TENDER - CARDRECN EXPECTS IT
123400*    FROM THE PROCESSOR UNDER REGISTER 05 AND NO DRAWER EVER
123500*    SEES IT.
123600 5300-WRITE-TOTAL-TXN.
123700     ADD 1 TO WS-LINE-NO.
123800     MOVE WS-RECEIPT-NO TO STX-RECEIPT-NO.
123900     MOVE WS-LINE-NO TO STX-LINE-NO.
124000     MOVE WS-RUN-YEAR TO STX-YEAR.
124100     MOVE WS-RUN-MONTH TO STX-MONTH.
124200     MOVE WS-RUN-DAY TO STX-DAY.
124300     MOVE WS-TIME-OF-DAY TO STX-TXN-TIME.
124400     MOVE WS-ORD-EMAIL TO STX-CUSTOMER-KEY.
124500     MOVE WS-OPERATOR-ID TO STX-OPERATOR-ID.
124510     SET STX-WEB-REGISTER TO TRUE.
124700     SET STX-TOTAL-REC TO TRUE.
124800     SET STX-SALE-ITEM TO TRUE.
124900     MOVE SPACES TO STX-ITEM-CODE.
125000     MOVE SPACES TO STX-DESCRIPTION.
125100     MOVE ZEROES TO STX-UNIT-PRICE.
125200     MOVE ZEROES TO STX-QUANTITY.
125300     MOVE ZEROES TO STX-ITEM-TOTAL.
125400     MOVE WS-RUN-QUANT TO STX-TOTAL-QUANT.
125500     MOVE WS-ORD-SUBTOTAL TO STX-TOTAL-SALE.
125600     MOVE ZEROES TO STX-DISCOUNT-RATE.
125700     MOVE ZEROES TO STX-DISCOUNT-AMT.
125800     MOVE WS-ORD-TAX TO STX-TAX-AMT.
125900     MOVE WS-ORD-TOTAL TO STX-NET-TOTAL.
126000     SET STX-PAY-CARD TO TRUE.
126100     MOVE WS-ORD-TOTAL TO STX-TENDERED.
126200     MOVE ZEROES TO STX-CHANGE-DUE.
126300     MOVE ZEROES TO STX-POINTS-REDEEMED.
126400     MOVE ZEROES TO STX-POINTS-VALUE.
126500     MOVE WS-TAXABLE-AMT TO STX-TAXABLE-AMT.
126600     MOVE SPACES TO STX-GIFT-CARD-NO.
126700     MOVE ZEROES TO STX-GIFT-TENDERED.
126800     MOVE SPACES TO STX-PROMO-CODE.
126900     MOVE ZEROES TO STX-PROMO-DISC-AMT.
127000     MOVE ZEROES TO STX-ORIG-UNIT-PRICE.
127100     MOVE SPACE TO STX-OVERRIDE-FLAG.
127200     MOVE SPACES TO STX-OVERRIDE-APPR.
127300     MOVE ZEROES TO STX-ORIG-RECEIPT-NO.
127400     MOVE ZEROES TO STX-UNIT-COST.
127500     MOVE ZEROES TO STX-DEPOSIT-APPLIED.
127600     MOVE WS-ORD-TOTAL TO STX-CARD-AMT.
127700     MOVE SPACES TO STX-EXEMPT-CERT-NO.
127800     WRITE SALES-TXN-RECORD.
127900 5300-EXIT.
128000     EXIT.
128100
128110*    THE POSTED ORDER'S WANTS - STOCK ROWS AND KIT COMPONENTS
128120*    ALIKE - ARE GONE FOR THE ORDERS AFTER IT.
128200 5400-NOTE-TAKEN.
128210     MOVE WT-ITEM-CODE (WS-WANT-IDX) TO INV-ITEM-CODE.
128700     PERFORM 4260-FIND-TAKEN THRU 4260-EXIT.
128800     IF NOT WS-TAKEN-FOUND
128900         IF WS-TAKEN-COUNT < WS-MAX-TAKEN
129000             ADD 1 TO WS-TAKEN-COUNT
129100             MOVE WS-TAKEN-COUNT TO WS-TAKEN-IDX
129200             MOVE INV-ITEM-CODE TO TK-ITEM-CODE (WS-TAKEN-IDX)
129300             MOVE ZEROES TO TK-QUANTITY (WS-TAKEN-IDX)
129400         ELSE
129500             GO TO 5400-EXIT
129600         END-IF
129700     END-IF.
129710     ADD WT-QUANTITY (WS-WANT-IDX) TO TK-QUANTITY (WS-TAKEN-IDX).
129900 5400-EXIT.
130000     EXIT.
130100
130200 6000-PRINT-SUMMARY.
130300     WRITE WEB-RPT-LINE FROM RPT-BLANK-LINE.
130400     MOVE "IMPORT SUMMARY" TO RPT-SECTION-TEXT.
130500     PERFORM 6300-PUT-SECTION-LINE THRU 6300-EXIT.
130600     MOVE "ORDERS READ" TO RPT-COUNT-LABEL.
130700     MOVE WS-ORDERS-READ TO RPT-COUNT-VALUE.
130800     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
130900     MOVE "ORDERS POSTED (REGISTER 05)" TO RPT-COUNT-LABEL.
131000     MOVE WS-ORDERS-POSTED TO RPT-COUNT-VALUE.
131100     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
131200     MOVE "  OF WHICH LATE" TO RPT-COUNT-LABEL.
131300     MOVE WS-ORDERS-LATE TO RPT-COUNT-VALUE.
131400     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
131500     MOVE "ORDERS REJECTED" TO RPT-COUNT-LABEL.
131600     MOVE WS-ORDERS-REJECTED TO RPT-COUNT-VALUE.
131700     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
131800     MOVE "SALES POSTED" TO RPT-MONEY-LABEL.
131900     MOVE WS-SALES-POSTED TO RPT-MONEY-VALUE.
132000     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
132100     MOVE "TAX POSTED" TO RPT-MONEY-LABEL.
132200     MOVE WS-TAX-POSTED TO RPT-MONEY-VALUE.
132300     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
132400     MOVE "CARD TENDERS POSTED" TO RPT-MONEY-LABEL.
132500     MOVE WS-NET-POSTED TO RPT-MONEY-VALUE.
132600     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
132700     MOVE "REJECTED ORDER TOTALS" TO RPT-MONEY-LABEL.
132800     MOVE WS-REJECTED-AMT TO RPT-MONEY-VALUE.
132900     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
133000 6000-EXIT.
133100     EXIT.
133200
133300 6100-PUT-MONEY-LINE.
133400     DISPLAY RPT-MONEY-LINE.
133500     WRITE WEB-RPT-LINE FROM RPT-MONEY-LINE.
133600 6100-EXIT.
133700     EXIT.
133800
133900 6200-PUT-COUNT-LINE.
134000     DISPLAY RPT-COUNT-LINE.
134100     WRITE WEB-RPT-LINE FROM RPT-COUNT-LINE.
134200 6200-EXIT.
134300     EXIT.
134400
134500 6300-PUT-SECTION-LINE.
134600     DISPLAY RPT-SECTION-LINE.
134700     WRITE WEB-RPT-LINE FROM RPT-SECTION-LINE.
134800 6300-EXIT.
134900     EXIT.
135000
135100 6400-PUT-PROOF-COUNT.
135200     DISPLAY RPT-PROOF-COUNT-LINE.
135300     WRITE WEB-RPT-LINE FROM RPT-PROOF-COUNT-LINE.
135400 6400-EXIT.
135500     EXIT.
135600
135700 9000-CLOSE-UP.
135800     CLOSE INV-MAST-FILE.
135810     IF WS-KIT-AVAIL
135820         CLOSE KIT-BOM-FILE
135830     END-IF.
135900     CLOSE CUST-MAST-FILE.
136000     CLOSE RCPT-CTR-FILE.
136100     CLOSE WEB-IDX-FILE.
136200     CLOSE WEB-RPT-FILE.
136300 9000-EXIT.
136400     EXIT.
136500
136600*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
136700*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
136800*    OPEN COSTS THE ROW, NEVER THE STEP.
136900 8950-WRITE-BATCH-STATS.
137000     OPEN EXTEND BAT-STAT-FILE.
137100     IF WS-BAT-STAT-STATUS = '05' OR '35'
137200         OPEN OUTPUT BAT-STAT-FILE
137300     END-IF.
137400     IF WS-BAT-STAT-STATUS NOT = '00'
137500         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
137600             WS-BAT-STAT-STATUS
137700         GO TO 8950-EXIT
137800     END-IF.
137900     MOVE SPACES TO BATCH-STAT-RECORD.
138000     MOVE "WEBIMP" TO BST-STEP-NAME.
138100     MOVE WS-RUN-DATE TO BST-RUN-DATE.
138200     ACCEPT WS-LOG-TIME FROM TIME.
138300     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
138400     MOVE RETURN-CODE TO BST-RETURN-CODE.
138500     MOVE WS-ORDERS-READ TO BST-RECS-READ.
138600     MOVE WS-ORDERS-POSTED TO BST-RECS-WRITTEN.
138700     MOVE WS-ORDERS-REJECTED TO BST-RECS-REJECTED.
138800     MOVE WS-LINES-POSTED TO BST-CONTROL-COUNT.
138900     MOVE "WEB SALES" TO BST-AMOUNT-1-NAME.
139000     MOVE WS-SALES-POSTED TO BST-AMOUNT-1.
139100     MOVE "WEB TAX" TO BST-AMOUNT-2-NAME.
139200     MOVE WS-TAX-POSTED TO BST-AMOUNT-2.
139300     WRITE BATCH-STAT-RECORD.
139400     CLOSE BAT-STAT-FILE.
139500 8950-EXIT.
139600     EXIT.
139700
139800 8900-LOG-EXCEPTION.
139900     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
140000     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
140100     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
140200     ACCEPT WS-LOG-TIME FROM TIME.
140300     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
140400     MOVE "WEBIMP"           TO EXCP-LOG-PROGRAM.
140500     OPEN EXTEND EXCP-LOG-FILE.
140600     IF WS-EXCP-LOG-STATUS NOT = '00'
140700         OPEN OUTPUT EXCP-LOG-FILE
140800     END-IF.
140900     WRITE EXCP-LOG-RECORD.
141000     CLOSE EXCP-LOG-FILE.
141100 8900-EXIT.
141200     EXIT.
141300
141400 END PROGRAM WEBIMP.
