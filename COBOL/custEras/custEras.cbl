000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUSTERAS.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000710*    CUSTOMER DATA ERASURE, RUN ON DEMAND.  READS ONE CARD PER   *
000720*    CUSTOMER WHO HAS ASKED TO BE FORGOTTEN FROM ERASREQ - THE   *
000730*    CUSTOMER EMAIL OR 8-DIGIT LOYALTY NUMBER IN COLUMNS 1-36    *
000740*    AND THE OFFICE'S REQUEST REFERENCE IN 38-47 - AND ERASES    *
000750*    THE CUSTOMER'S PERSONAL DATA: THE CUSTMAST RECORD, THE      *
000760*    POINTS LEDGER (THE BALANCE IS FORFEITED), THE MARKETING     *
000770*    SENT RECORD (THE MARKETING SERVICE IS SENT A 'W' WITHDRAWAL *
000771*    ON MKTFEED FOR IT), THE REPLENISHMENT REMINDER HISTORY, THE *
000772*    TAX EXEMPTION CERTIFICATE (TAXCERT) AND A SETTLED HOUSE     *
000773*    ACCOUNT ARE DELETED, THE CUSTOMER KEY IS BLANKED ON EVERY   *
000774*    SALE IN SALESTXN AND SALEHIST SO THE SALES STAY IN THE      *
000775*    BOOKS AS WALK-IN SALES, AND THE CUSTXREF ROWS THAT LEAD TO  *
000776*    THE CUSTOMER ARE BLANKED.  THE SALES ARE MATCHED ON THE     *
000777*    CURRENT EMAIL AND ON EVERY EMAIL THE CUSTOMER WAS RE-KEYED  *
000778*    OR MERGED FROM, FOLLOWED BACK THROUGH CUSTXREF.  A CUSTOMER *
000779*    NOT ON FILE, WITH A HOUSE ACCOUNT BALANCE STILL OWING OR IN *
000780*    CREDIT, WITH AN INSTALLATION STILL SCHEDULED ON WORKORD, OR *
000781*    WITH A SPECIAL ORDER ON SPECORD STILL OPEN OR WAITING TO BE *
000782*    COLLECTED IS REFUSED AND LOGGED - THE ACCOUNT HAS TO BE     *
000783*    SETTLED, THE JOB FINISHED OR THE ORDER COLLECTED OR         *
000784*    CANCELLED FIRST.  EACH ERASURE APPENDS A PERMANENT ERASAUD  *
000785*    RECORD (LOYALTY NUMBER, REFERENCE, DATE AND COUNTS ONLY)    *
000786*    AND NEITHER THE AUDIT NOR THE REPORT SHOWS AN EMAIL.  ENDS  *
000787*    RC 4 IF ANY CARD WAS REFUSED, RC 8 IF A FILE WOULD NOT OPEN *
000788*    (NOTHING IS CHANGED).  SALEHIDX MUST BE REBUILT BY HISTRBLD *
000789*    AFTERWARDS.                                                 *
000940*    KEPT, WITH THE EMAIL BLANKED: HOUSE ACCOUNT PAYMENTS        *
000950*    (ARPMTS) BECAUSE THE MONEY TAKEN STAYS IN THE CASH BOOKS;   *
000960*    THE POINTS EXPIRY AUDIT (PTSEXAUD) BECAUSE FORFEITED POINTS *
000970*    ARE A LIABILITY RELEASE THE ACCOUNTS MUST BE ABLE TO PROVE; *
000980*    WORK ORDERS (WORKORD) BECAUSE THE JOB, ITS MATERIALS AND    *
000990*    LABOUR STAY IN THE STOCK AND SALES RECORDS; COLLECTED AND   *
001000*    CANCELLED SPECIAL ORDERS (SPECORD) BECAUSE THE DEPOSIT      *
001010*    TAKEN, APPLIED OR REFUNDED STAYS IN THE CASH BOOKS.         *
001020*    CALLBACK RESULTS (CALLRSLT) KEEP THE OUTCOME CODE FOR THE   *
001030*    CALLBACK STATISTICS (CALLRPT) BUT THE CLERK'S FREE-TEXT     *
001040*    NOTE IS BLANKED.  THESE, LIKE ERASAUD, ARE LEFT HOLDING     *
001050*    ONLY THE LOYALTY NUMBER, WHICH POINTS NOWHERE ONCE CUSTMAST *
001060*    IS GONE.                                                    *
002900*-----------------------------------------------------------------
003000*    MAINTENANCE HISTORY.                                       *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    2026-10-15 DRO   INITIAL VERSION.                           *
003210*    2026-10-15 DRO   SENDS THE MARKETING SERVICE A 'W'          *
003220*                     WITHDRAWAL FOR EVERY MKTSENT ROW IT        *
003230*                     DELETES, DELETES RPLSENT, BLANKS THE EMAIL *
003240*                     ON ARPMTS, PTSEXAUD AND WORKORD AND THE    *
003250*                     NOTE ON CALLRSLT, AND REFUSES A CUSTOMER   *
003260*                     WITH AN INSTALLATION STILL SCHEDULED.      *
003261*    2026-10-15 DRO   REFUSES A CUSTOMER WITH A SPECIAL ORDER    *
003262*                     STILL OPEN OR AWAITING COLLECTION, BLANKS  *
003263*                     THE CUSTOMER KEY ON COLLECTED AND          *
003264*                     CANCELLED SPECIAL ORDERS, AND DELETES THE  *
003265*                     TAX EXEMPTION CERTIFICATE.                 *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ERAS-REQ-FILE   ASSIGN TO "ERASREQ"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ERAS-REQ-STATUS.
004500
004600     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CUST-EMAIL
005000         ALTERNATE RECORD KEY IS CUST-LOYALTY-ID
005100         FILE STATUS IS WS-CUST-MAST-STATUS.
005200
005300     SELECT CUST-XREF-FILE  ASSIGN TO "CUSTXREF"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CUST-XREF-STATUS.
005600
005700     SELECT PTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PTS-CUST-EMAIL
006100         FILE STATUS IS WS-PTS-LEDGER-STATUS.
006200
006300     SELECT MKT-SENT-FILE   ASSIGN TO "MKTSENT"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS MKS-EMAIL
006700         FILE STATUS IS WS-MKT-SENT-STATUS.
006800
006900     SELECT AR-LEDGER-FILE  ASSIGN TO "ARLEDGR"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS ARL-CUST-EMAIL
007300         FILE STATUS IS WS-AR-LEDGER-STATUS.
007301
007302     SELECT AR-PAYMENT-FILE ASSIGN TO "ARPMTS"
007303         ORGANIZATION IS SEQUENTIAL
007304         FILE STATUS IS WS-AR-PAYMENT-STATUS.
007305
007306     SELECT PTS-EXP-AUD-FILE ASSIGN TO "PTSEXAUD"
007307         ORGANIZATION IS SEQUENTIAL
007308         FILE STATUS IS WS-PTS-EXP-AUD-STATUS.
007309
007310     SELECT RPL-SENT-FILE   ASSIGN TO "RPLSENT"
007311         ORGANIZATION IS INDEXED
007312         ACCESS MODE IS DYNAMIC
007313         RECORD KEY IS RMS-KEY
007314         FILE STATUS IS WS-RPL-SENT-STATUS.
007315
007316     SELECT WORK-ORD-FILE   ASSIGN TO "WORKORD"
007317         ORGANIZATION IS INDEXED
007318         ACCESS MODE IS DYNAMIC
007319         RECORD KEY IS WOR-ORDER-NO
007320         ALTERNATE RECORD KEY IS WOR-QUOTE-NO
007321         FILE STATUS IS WS-WORK-ORD-STATUS.
007322
007323     SELECT CALL-RSLT-FILE  ASSIGN TO "CALLRSLT"
007324         ORGANIZATION IS INDEXED
007325         ACCESS MODE IS DYNAMIC
007326         RECORD KEY IS CLR-KEY
007327         FILE STATUS IS WS-CALL-RSLT-STATUS.
007328
007329     SELECT MKT-FEED-FILE   ASSIGN TO "MKTFEED"
007330         ORGANIZATION IS SEQUENTIAL
007331         FILE STATUS IS WS-MKT-FEED-STATUS.
007332
007333     SELECT SPEC-ORD-FILE   ASSIGN TO "SPECORD"
007334         ORGANIZATION IS INDEXED
007335         ACCESS MODE IS DYNAMIC
007336         RECORD KEY IS SPO-ORDER-NO
007337         FILE STATUS IS WS-SPEC-ORD-STATUS.
007338
007339     SELECT TAX-CERT-FILE   ASSIGN TO "TAXCERT"
007340         ORGANIZATION IS INDEXED
007341         ACCESS MODE IS DYNAMIC
007342         RECORD KEY IS TXC-CUST-EMAIL
007343         FILE STATUS IS WS-TAX-CERT-STATUS.
007400
007500     SELECT SALES-TXN-FILE  ASSIGN TO "SALESTXN"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-SALES-TXN-STATUS.
007800
007900     SELECT SALE-HIST-FILE  ASSIGN TO "SALEHIST"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-SALE-HIST-STATUS.
008200
008300     SELECT ERAS-AUD-FILE   ASSIGN TO "ERASAUD"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-ERAS-AUD-STATUS.
008600
008700     SELECT ERAS-RPT-FILE   ASSIGN TO "ERASRPT"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-ERAS-RPT-STATUS.
009000
009100     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-EXCP-LOG-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700
009800 FD  ERAS-REQ-FILE.
009900 01  ERAS-REQ-RECORD.
010000     05  ERQ-CUST-KEY           PIC X(36).
010100     05  ERQ-CUST-KEY-R REDEFINES ERQ-CUST-KEY.
010200         10  ERQ-LOYALTY-ID     PIC X(08).
010300         10  ERQ-KEY-REST       PIC X(28).
010400     05  FILLER                 PIC X(01).
010500     05  ERQ-REQUEST-REF        PIC X(10).
010600     05  FILLER                 PIC X(33).
010700
010800 FD  CUST-MAST-FILE.
010900 COPY CUSTMAST.
011000
011100 FD  CUST-XREF-FILE
011200     RECORDING MODE IS F.
011300 COPY CUSTXREF.
011400
011500 FD  PTS-LEDGER-FILE.
011600 COPY PTSLEDGR.
011700
011800 FD  MKT-SENT-FILE.
011900 01  MKT-SENT-RECORD.
012000     05  MKS-EMAIL              PIC X(36).
012100     05  MKS-SENT-DATE.
012200         10  MKS-SENT-YEAR      PIC 9(02).
012300         10  MKS-SENT-MONTH     PIC 9(02).
012400         10  MKS-SENT-DAY       PIC 9(02).
012500
012600 FD  AR-LEDGER-FILE.
012700 COPY ARLEDGR.
012800
012801 FD  AR-PAYMENT-FILE
012802     RECORDING MODE IS F.
012803 COPY ARPMTS.
012804
012805 FD  PTS-EXP-AUD-FILE
012806     RECORDING MODE IS F.
012807 01  PTS-EXP-AUD-RECORD.
012808     05  PXA-DATE.
012809         10  PXA-YEAR               PIC 9(02).
012810         10  PXA-MONTH              PIC 9(02).
012811         10  PXA-DAY                PIC 9(02).
012812     05  PXA-TIME                   PIC 9(06).
012813     05  PXA-CUST-EMAIL             PIC X(36).
012814     05  PXA-LOYALTY-ID             PIC 9(08).
012815     05  PXA-POINTS-EXPIRED         PIC 9(07).
012816     05  PXA-LAST-POST-DATE         PIC 9(06).
012817
012818 FD  RPL-SENT-FILE.
012819 01  RPL-SENT-RECORD.
012820     05  RMS-KEY.
012821         10  RMS-EMAIL          PIC X(36).
012822         10  RMS-ITEM-CODE      PIC X(08).
012823     05  RMS-PURCH-DATE         PIC 9(06).
012824     05  RMS-SENT-DATE.
012825         10  RMS-SENT-YEAR      PIC 9(02).
012826         10  RMS-SENT-MONTH     PIC 9(02).
012827         10  RMS-SENT-DAY       PIC 9(02).
012828
012829 FD  WORK-ORD-FILE.
012830 COPY WORKORD.
012831
012832 FD  CALL-RSLT-FILE.
012833 COPY CALLRSLT.
012834
012835 FD  MKT-FEED-FILE
012836     RECORDING MODE IS F.
012837 01  MKT-FEED-RECORD            PIC X(80).
012838
012840 FD  SPEC-ORD-FILE.
012850 COPY SPECORD.
012860
012870 FD  TAX-CERT-FILE.
012880 COPY TAXCERT.
012890
012900 FD  SALES-TXN-FILE
013000     RECORDING MODE IS F.
013100 COPY SALESTXN.
013200
013300 FD  SALE-HIST-FILE
013400     RECORDING MODE IS F.
013500 COPY SALESTXN REPLACING LEADING ==STX== BY ==HST==
013600     ==SALES-TXN-RECORD== BY ==SALE-HIST-RECORD==.
013700
013800 FD  ERAS-AUD-FILE
013900     RECORDING MODE IS F.
014000 COPY ERASAUD.
014100
014200 FD  ERAS-RPT-FILE
014300     RECORDING MODE IS F.
014400 01  ERAS-RPT-LINE              PIC X(80).
014500
014600 FD  EXCP-LOG-FILE
014700     RECORDING MODE IS F.
014800 COPY EXCPLOG.
014900
015000 WORKING-STORAGE SECTION.
015100 01  WS-ERAS-REQ-STATUS         PIC XX     VALUE ZEROES.
015200 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
015300 01  WS-CUST-XREF-STATUS        PIC XX     VALUE ZEROES.
015400 01  WS-PTS-LEDGER-STATUS       PIC XX     VALUE ZEROES.
015500 01  WS-MKT-SENT-STATUS         PIC XX     VALUE ZEROES.
015600 01  WS-AR-LEDGER-STATUS        PIC XX     VALUE ZEROES.
015610 01  WS-AR-PAYMENT-STATUS       PIC XX     VALUE ZEROES.
015620 01  WS-PTS-EXP-AUD-STATUS      PIC XX     VALUE ZEROES.
015630 01  WS-RPL-SENT-STATUS         PIC XX     VALUE ZEROES.
015640 01  WS-WORK-ORD-STATUS         PIC XX     VALUE ZEROES.
015650 01  WS-CALL-RSLT-STATUS        PIC XX     VALUE ZEROES.
015651 01  WS-SPEC-ORD-STATUS         PIC XX     VALUE ZEROES.
015652 01  WS-TAX-CERT-STATUS         PIC XX     VALUE ZEROES.
015660 01  WS-MKT-FEED-STATUS         PIC XX     VALUE ZEROES.
015700 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
015800 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
015900 01  WS-ERAS-AUD-STATUS         PIC XX     VALUE ZEROES.
016000 01  WS-ERAS-RPT-STATUS         PIC XX     VALUE ZEROES.
016100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
016200 01  WS-LOG-TIME                PIC 9(08).
016300
016400 01  WS-SWITCHES.
016500     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
016600         88  MORE-RECORDS                  VALUE 'Y'.
016700         88  NO-MORE-RECORDS               VALUE 'N'.
016800     05  WS-MORE-DATA-SW        PIC X      VALUE 'Y'.
016900         88  MORE-DATA                     VALUE 'Y'.
017000         88  NO-MORE-DATA                  VALUE 'N'.
017100     05  WS-CUST-FOUND-SW       PIC X      VALUE 'N'.
017200         88  WS-CUST-FOUND          VALUE 'Y'.
017300     05  WS-LIVE-KEY-SW         PIC X      VALUE 'N'.
017400         88  WS-LIVE-KEY            VALUE 'Y'.
017500     05  WS-EMAILS-ADDED-SW     PIC X      VALUE 'N'.
017600         88  WS-EMAILS-ADDED        VALUE 'Y'.
017700     05  WS-OVERFLOW-SW         PIC X      VALUE 'N'.
017800         88  WS-TABLE-OVERFLOW      VALUE 'Y'.
017900     05  WS-XREF-AVAIL-SW       PIC X      VALUE 'Y'.
018000         88  WS-XREF-AVAIL          VALUE 'Y'.
018100     05  WS-AR-AVAIL-SW         PIC X      VALUE 'Y'.
018200         88  WS-AR-AVAIL            VALUE 'Y'.
018300     05  WS-PTS-AVAIL-SW        PIC X      VALUE 'Y'.
018400         88  WS-PTS-AVAIL           VALUE 'Y'.
018500     05  WS-MKT-AVAIL-SW        PIC X      VALUE 'Y'.
018600         88  WS-MKT-AVAIL           VALUE 'Y'.
018700     05  WS-TXN-AVAIL-SW        PIC X      VALUE 'Y'.
018800         88  WS-TXN-AVAIL           VALUE 'Y'.
018900     05  WS-HIST-AVAIL-SW       PIC X      VALUE 'Y'.
019000         88  WS-HIST-AVAIL          VALUE 'Y'.
019001     05  WS-PAY-AVAIL-SW        PIC X      VALUE 'Y'.
019002         88  WS-PAY-AVAIL           VALUE 'Y'.
019003     05  WS-PXA-AVAIL-SW        PIC X      VALUE 'Y'.
019004         88  WS-PXA-AVAIL           VALUE 'Y'.
019005     05  WS-RPL-AVAIL-SW        PIC X      VALUE 'Y'.
019006         88  WS-RPL-AVAIL           VALUE 'Y'.
019007     05  WS-WORK-AVAIL-SW       PIC X      VALUE 'Y'.
019008         88  WS-WORK-AVAIL          VALUE 'Y'.
019009     05  WS-CALL-AVAIL-SW       PIC X      VALUE 'Y'.
019010         88  WS-CALL-AVAIL          VALUE 'Y'.
019011     05  WS-WORK-OPEN-SW        PIC X      VALUE 'N'.
019012         88  WS-WORK-OPEN           VALUE 'Y'.
019020     05  WS-SPEC-AVAIL-SW       PIC X      VALUE 'Y'.
019030         88  WS-SPEC-AVAIL          VALUE 'Y'.
019040     05  WS-SPEC-OPEN-SW        PIC X      VALUE 'N'.
019050         88  WS-SPEC-OPEN           VALUE 'Y'.
019060     05  WS-CERT-AVAIL-SW       PIC X      VALUE 'Y'.
019070         88  WS-CERT-AVAIL          VALUE 'Y'.
019100
019200 01  WS-RUN-DATE.
019300     05  WS-RUN-YEAR            PIC 9(02).
019400     05  WS-RUN-MONTH           PIC 9(02).
019500     05  WS-RUN-DAY             PIC 9(02).
019600 01  WS-RUN-TIME                PIC 9(06)  VALUE ZEROES.
019700
019800*    THE CUSTOMERS ACCEPTED FOR ERASURE, AND EVERY EMAIL EACH
019900*    ONE HAS EVER SOLD UNDER - THE CURRENT ONE FIRST, THEN THE
020000*    OLD ONES FOUND ON CUSTXREF.
020100 01  WS-CUST-TABLE.
020200     05  WS-CUST-COUNT          PIC 9(03)  VALUE ZEROES.
020300     05  WS-CUST-ENTRY OCCURS 50 TIMES.
020400         10  CT-CARD-NO         PIC 9(03).
020500         10  CT-LOYALTY-ID      PIC 9(08).
020600         10  CT-EMAIL           PIC X(36).
020700         10  CT-REQUEST-REF     PIC X(10).
020800         10  CT-EMAIL-COUNT     PIC 9(03).
020900         10  CT-TXN-ROWS        PIC 9(07).
021000         10  CT-HIST-ROWS       PIC 9(07).
021100         10  CT-XREF-ROWS       PIC 9(05).
021200         10  CT-PTS-FORFEITED   PIC 9(07).
021300         10  CT-MKT-ROWS        PIC 9(03).
021400         10  CT-AR-ROWS         PIC 9(03).
021500
021600 01  WS-EMAIL-TABLE.
021700     05  WS-EML-COUNT           PIC 9(03)  VALUE ZEROES.
021800     05  WS-EML-ENTRY OCCURS 500 TIMES.
021900         10  ET-EMAIL           PIC X(36).
022000         10  ET-CUST-IDX        PIC 9(03).
022100
022200 01  WS-WORK-FIELDS.
022300     05  WS-CARD-NO             PIC 9(03)  VALUE ZEROES.
022400     05  WS-CUST-IDX            PIC 9(03)  VALUE ZEROES.
022500     05  WS-EML-IDX             PIC 9(03)  VALUE ZEROES.
022600     05  WS-SCAN-IDX            PIC 9(03)  VALUE ZEROES.
022700     05  WS-FOUND-CUST          PIC 9(03)  VALUE ZEROES.
022800     05  WS-OWNER-CUST          PIC 9(03)  VALUE ZEROES.
022900     05  WS-LOOK-EMAIL          PIC X(36)  VALUE SPACES.
023000     05  WS-NEW-EMAIL           PIC X(36)  VALUE SPACES.
023100     05  WS-RESULT              PIC X(15)  VALUE SPACES.
023200     05  WS-FILE-NAME           PIC X(08)  VALUE SPACES.
023300     05  WS-FILE-STATUS         PIC XX     VALUE SPACES.
023400     05  WS-REQUESTS-READ       PIC 9(05)  VALUE ZEROES.
023500     05  WS-REFUSED-COUNT       PIC 9(05)  VALUE ZEROES.
023600     05  WS-ERASED-COUNT        PIC 9(05)  VALUE ZEROES.
023601     05  WS-WITHDRAWN-COUNT     PIC 9(07)  VALUE ZEROES.
023602
023603*    THE MARKETING SERVICE'S INTERFACE RECORDS, AS GETEXTRACT
023604*    WRITES THEM.  THE RECEIVING SIDE VERIFIES THE HEADER DATE
023605*    AND THE TRAILER COUNT.
023606 01  FEED-HEADER-RECORD.
023607     05  FEED-HDR-TYPE          PIC X(01)  VALUE 'H'.
023608     05  FEED-HDR-DATE.
023609         10  FEED-HDR-YEAR      PIC 9(02).
023610         10  FEED-HDR-MONTH     PIC 9(02).
023611         10  FEED-HDR-DAY       PIC 9(02).
023612     05  FILLER                 PIC X(73)  VALUE SPACES.
023613
023614 01  FEED-WITHDRAW-RECORD.
023615     05  FEED-WDR-TYPE          PIC X(01)  VALUE 'W'.
023616     05  FEED-WDR-LOYALTY-ID    PIC 9(08).
023617     05  FEED-WDR-EMAIL         PIC X(36).
023618     05  FEED-WDR-DATE          PIC 9(06).
023619     05  FILLER                 PIC X(29)  VALUE SPACES.
023620
023621 01  FEED-TRAILER-RECORD.
023622     05  FEED-TRL-TYPE          PIC X(01)  VALUE 'T'.
023623     05  FEED-TRL-COUNT         PIC 9(07).
023624     05  FILLER                 PIC X(72)  VALUE SPACES.
023700
023800 01  RPT-TITLE-LINE.
023900     05  FILLER  PIC X(40) VALUE
024000             "MISKOLCZI PETS - CUSTOMER DATA ERASURE".
024100     05  FILLER  PIC X(06) VALUE "DATE: ".
024200     05  RPT-RUN-YEAR           PIC 9(02).
024300     05  FILLER  PIC X(01) VALUE "/".
024400     05  RPT-RUN-MONTH          PIC 9(02).
024500     05  FILLER  PIC X(01) VALUE "/".
024600     05  RPT-RUN-DAY            PIC 9(02).
024700     05  FILLER  PIC X(24) VALUE SPACES.
024800
024900 01  RPT-HEADING-LINE.
025000     05  FILLER  PIC X(05) VALUE "CARD".
025100     05  FILLER  PIC X(10) VALUE "LOYALTY".
025200     05  FILLER  PIC X(12) VALUE "REFERENCE".
025300     05  FILLER  PIC X(16) VALUE "RESULT".
025400     05  FILLER  PIC X(04) VALUE "EML".
025500     05  FILLER  PIC X(08) VALUE "   SALES".
025600     05  FILLER  PIC X(08) VALUE " HISTORY".
025700     05  FILLER  PIC X(06) VALUE "  XREF".
025800     05  FILLER  PIC X(08) VALUE "  POINTS".
025900     05  FILLER  PIC X(03) VALUE SPACES.
026000
026100 01  RPT-DETAIL-LINE.
026200     05  RPT-CARD-NO            PIC ZZ9.
026300     05  FILLER  PIC X(02) VALUE SPACES.
026400     05  RPT-LOYALTY-ID         PIC Z(07)9.
026500     05  FILLER  PIC X(02) VALUE SPACES.
026600     05  RPT-REQUEST-REF        PIC X(10).
026700     05  FILLER  PIC X(02) VALUE SPACES.
026800     05  RPT-RESULT             PIC X(15).
026900     05  FILLER  PIC X(01) VALUE SPACES.
027000     05  RPT-EMAIL-COUNT        PIC ZZ9.
027100     05  FILLER  PIC X(01) VALUE SPACES.
027200     05  RPT-TXN-ROWS           PIC ZZZZZZ9.
027300     05  FILLER  PIC X(01) VALUE SPACES.
027400     05  RPT-HIST-ROWS          PIC ZZZZZZ9.
027500     05  FILLER  PIC X(01) VALUE SPACES.
027600     05  RPT-XREF-ROWS          PIC ZZZZ9.
027700     05  FILLER  PIC X(01) VALUE SPACES.
027800     05  RPT-PTS-FORFEITED      PIC ZZZZZZ9.
027900     05  FILLER  PIC X(04) VALUE SPACES.
028000
028100 01  RPT-COUNT-LINE.
028200     05  FILLER  PIC X(10) VALUE "REQUESTS: ".
028300     05  RPT-REQUESTS-READ      PIC ZZZZ9.
028400     05  FILLER  PIC X(11) VALUE "   ERASED: ".
028500     05  RPT-ERASED-COUNT       PIC ZZZZ9.
028600     05  FILLER  PIC X(12) VALUE "   REFUSED: ".
028700     05  RPT-REFUSED-COUNT      PIC ZZZZ9.
028800     05  FILLER  PIC X(32) VALUE SPACES.
028900
029000 01  RPT-NONE-LINE.
029100     05  FILLER  PIC X(40) VALUE
029200             "NO CUSTOMERS ERASED.".
029300     05  FILLER  PIC X(40) VALUE SPACES.
029400
029500 01  RPT-REBUILD-LINE.
029600     05  FILLER  PIC X(40) VALUE
029700             "SALEHIDX MUST NOW BE REBUILT (HISTRBLD).".
029800     05  FILLER  PIC X(40) VALUE SPACES.
029900
030000 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
030100
030200 PROCEDURE DIVISION.
030300 0100-START.
030400     DISPLAY "*** MISKOLCZI PETS CUSTOMER DATA ERASURE ***".
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
030700     PERFORM 2100-TAKE-ONE-REQUEST THRU 2100-EXIT
030800         UNTIL NO-MORE-RECORDS.
030900     IF WS-CUST-COUNT > ZEROES
031000         PERFORM 3000-COLLECT-OLD-EMAILS THRU 3000-EXIT
031100         PERFORM 3900-OPEN-DATA-FILES THRU 3900-EXIT
031200         PERFORM 4000-CLEAR-LIVE-SALES THRU 4000-EXIT
031300         PERFORM 4500-CLEAR-SALE-HISTORY THRU 4500-EXIT
031400         PERFORM 5000-CLOSE-XREF-TRAIL THRU 5000-EXIT
031410         PERFORM 5200-CLEAR-PAYMENTS THRU 5200-EXIT
031420         PERFORM 5300-CLEAR-EXPIRY-AUDIT THRU 5300-EXIT
031430         PERFORM 5400-CLEAR-WORK-ORDERS THRU 5400-EXIT
031440         PERFORM 5500-CLEAR-SPEC-ORDERS THRU 5500-EXIT
031500         PERFORM 6000-CLEAR-LEDGERS THRU 6000-EXIT
031600             VARYING WS-EML-IDX FROM 1 BY 1
031700             UNTIL WS-EML-IDX > WS-EML-COUNT
031710         PERFORM 6500-CLEAR-CALL-NOTES THRU 6500-EXIT
031720             VARYING WS-CUST-IDX FROM 1 BY 1
031730             UNTIL WS-CUST-IDX > WS-CUST-COUNT
031800         PERFORM 7000-REMOVE-ONE-CUST THRU 7000-EXIT
031900             VARYING WS-CUST-IDX FROM 1 BY 1
032000             UNTIL WS-CUST-IDX > WS-CUST-COUNT
032100     END-IF.
032200     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
032300     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
032400     STOP RUN.
032500
032600*    EVERY FILE THE RUN NEEDS IS OPENED BEFORE ANYTHING IS
032700*    CHANGED, SO A FAILED OPEN LEAVES NO CUSTOMER HALF ERASED.
032800 1000-INITIALIZE.
032900     ACCEPT WS-RUN-DATE FROM DATE.
033000     ACCEPT WS-LOG-TIME FROM TIME.
033100     MOVE WS-LOG-TIME (1:6) TO WS-RUN-TIME.
033200     OPEN INPUT ERAS-REQ-FILE.
033300     IF WS-ERAS-REQ-STATUS = '05' OR '35'
033400         DISPLAY "NO ERASURE REQUESTS - NOTHING TO DO."
033500         STOP RUN
033600     END-IF.
033700     IF WS-ERAS-REQ-STATUS NOT = '00'
033800         MOVE "ERASREQ" TO WS-FILE-NAME
033900         MOVE WS-ERAS-REQ-STATUS TO WS-FILE-STATUS
034000         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
034100     END-IF.
034200     OPEN I-O CUST-MAST-FILE.
034300     IF WS-CUST-MAST-STATUS NOT = '00'
034400         MOVE "CUSTMAST" TO WS-FILE-NAME
034500         MOVE WS-CUST-MAST-STATUS TO WS-FILE-STATUS
034600         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
034700     END-IF.
034800     OPEN I-O AR-LEDGER-FILE.
034900     EVALUATE WS-AR-LEDGER-STATUS
035000         WHEN '00'
035100             CONTINUE
035200         WHEN '05'
035300         WHEN '35'
035400             MOVE 'N' TO WS-AR-AVAIL-SW
035500         WHEN OTHER
035600             MOVE "ARLEDGR" TO WS-FILE-NAME
035700             MOVE WS-AR-LEDGER-STATUS TO WS-FILE-STATUS
035701             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
035702     END-EVALUATE.
035703     OPEN I-O WORK-ORD-FILE.
035704     EVALUATE WS-WORK-ORD-STATUS
035705         WHEN '00'
035706             CONTINUE
035707         WHEN '05'
035708         WHEN '35'
035709             MOVE 'N' TO WS-WORK-AVAIL-SW
035710         WHEN OTHER
035711             MOVE "WORKORD" TO WS-FILE-NAME
035712             MOVE WS-WORK-ORD-STATUS TO WS-FILE-STATUS
035713             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
035714     END-EVALUATE.
035715     OPEN I-O SPEC-ORD-FILE.
035716     EVALUATE WS-SPEC-ORD-STATUS
035717         WHEN '00'
035718             CONTINUE
035719         WHEN '05'
035720         WHEN '35'
035721             MOVE 'N' TO WS-SPEC-AVAIL-SW
035722         WHEN OTHER
035723             MOVE "SPECORD" TO WS-FILE-NAME
035724             MOVE WS-SPEC-ORD-STATUS TO WS-FILE-STATUS
035800             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
035900     END-EVALUATE.
036000     OPEN EXTEND ERAS-AUD-FILE.
036100     IF WS-ERAS-AUD-STATUS = '05' OR '35'
036200         OPEN OUTPUT ERAS-AUD-FILE
036300     END-IF.
036400     IF WS-ERAS-AUD-STATUS NOT = '00'
036500         MOVE "ERASAUD" TO WS-FILE-NAME
036600         MOVE WS-ERAS-AUD-STATUS TO WS-FILE-STATUS
036700         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
036800     END-IF.
036900     OPEN OUTPUT ERAS-RPT-FILE.
037000     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
037100     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
037200     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
037300     WRITE ERAS-RPT-LINE FROM RPT-TITLE-LINE.
037400     WRITE ERAS-RPT-LINE FROM RPT-BLANK-LINE.
037500     WRITE ERAS-RPT-LINE FROM RPT-HEADING-LINE.
037600 1000-EXIT.
037700     EXIT.
037800
037900 1900-OPEN-FAILED.
038000     DISPLAY "UNABLE TO OPEN " WS-FILE-NAME " - STATUS: "
038100         WS-FILE-STATUS.
038200     SET EXCP-SEV-ERROR TO TRUE.
038300     MOVE "ERA001" TO EXCP-LOG-CODE.
038400     MOVE SPACES TO EXCP-LOG-MESSAGE.
038500     STRING "Unable to open " DELIMITED BY SIZE
038600         WS-FILE-NAME DELIMITED BY SPACE
038700         " - no customer erased." DELIMITED BY SIZE
038800         INTO EXCP-LOG-MESSAGE
038900     END-STRING.
039000     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
039100     MOVE 8 TO RETURN-CODE.
039200     STOP RUN.
039300 1900-EXIT.
039400     EXIT.
039500
039600 2000-READ-REQUEST.
039700     READ ERAS-REQ-FILE
039800         AT END
039900             MOVE 'N' TO WS-MORE-RECORDS
040000     END-READ.
040100 2000-EXIT.
040200     EXIT.
040300
040400*    BLANK CARDS AND CARDS STARTING '*' ARE IGNORED.  A CARD
040500*    NAMING A CUSTOMER ALREADY TAKEN FROM AN EARLIER CARD IS
040600*    LISTED AND SKIPPED.
040700 2100-TAKE-ONE-REQUEST.
040800     IF ERQ-CUST-KEY = SPACES OR ERQ-CUST-KEY (1:1) = '*'
040900         GO TO 2100-NEXT
041000     END-IF.
041100     ADD 1 TO WS-CARD-NO.
041200     ADD 1 TO WS-REQUESTS-READ.
041300     MOVE SPACES TO RPT-DETAIL-LINE.
041400     MOVE WS-CARD-NO TO RPT-CARD-NO.
041500     MOVE ZEROES TO RPT-LOYALTY-ID.
041600     MOVE ERQ-REQUEST-REF TO RPT-REQUEST-REF.
041700     MOVE ZEROES TO RPT-EMAIL-COUNT RPT-TXN-ROWS
041800         RPT-HIST-ROWS RPT-XREF-ROWS RPT-PTS-FORFEITED.
041900     PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
042000     IF NOT WS-CUST-FOUND
042100         MOVE "NOT ON FILE" TO RPT-RESULT
042200         SET EXCP-SEV-WARNING TO TRUE
042300         MOVE "ERA002" TO EXCP-LOG-CODE
042400         MOVE "Erasure refused - customer not on CUSTMAST."
042500             TO EXCP-LOG-MESSAGE
042600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
042700         GO TO 2100-REFUSE
042800     END-IF.
042900     MOVE CUST-LOYALTY-ID TO RPT-LOYALTY-ID.
043000     MOVE ZEROES TO WS-FOUND-CUST.
043100     PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT
043200         VARYING WS-SCAN-IDX FROM 1 BY 1
043300         UNTIL WS-SCAN-IDX > WS-CUST-COUNT
043400         OR WS-FOUND-CUST NOT = ZEROES.
043500     IF WS-FOUND-CUST NOT = ZEROES
043600         MOVE "DUPLICATE CARD" TO RPT-RESULT
043700         WRITE ERAS-RPT-LINE FROM RPT-DETAIL-LINE
043800         GO TO 2100-NEXT
043900     END-IF.
044000     IF WS-AR-AVAIL
044100         MOVE CUST-EMAIL TO ARL-CUST-EMAIL
044200         READ AR-LEDGER-FILE
044300             INVALID KEY
044400                 MOVE ZEROES TO ARL-BALANCE
044500         END-READ
044600         IF ARL-BALANCE NOT = ZEROES
044700             MOVE "AR BALANCE OPEN" TO RPT-RESULT
044800             SET EXCP-SEV-WARNING TO TRUE
044900             MOVE "ERA003" TO EXCP-LOG-CODE
045000             MOVE "Erasure refused - house account not settled."
045100                 TO EXCP-LOG-MESSAGE
045200             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
045300             GO TO 2100-REFUSE
045400         END-IF
045500     END-IF.
045501     IF WS-WORK-AVAIL
045502         PERFORM 2500-CHECK-WORK-ORDERS THRU 2500-EXIT
045503         IF WS-WORK-OPEN
045504             MOVE "INSTALL PENDING" TO RPT-RESULT
045505             SET EXCP-SEV-WARNING TO TRUE
045506             MOVE "ERA009" TO EXCP-LOG-CODE
045507             MOVE "Erasure refused - installation scheduled."
045508                 TO EXCP-LOG-MESSAGE
045509             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
045510             GO TO 2100-REFUSE
045511         END-IF
045512     END-IF.
045513     IF WS-SPEC-AVAIL
045514         PERFORM 2600-CHECK-SPEC-ORDERS THRU 2600-EXIT
045515         IF WS-SPEC-OPEN
045516             MOVE "ORDER PENDING" TO RPT-RESULT
045517             SET EXCP-SEV-WARNING TO TRUE
045518             MOVE "ERA010" TO EXCP-LOG-CODE
045519             MOVE "Erasure refused - special order not collected."
045520                 TO EXCP-LOG-MESSAGE
045521             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
045522             GO TO 2100-REFUSE
045523         END-IF
045524     END-IF.
045600     IF WS-CUST-COUNT NOT < 50
045700         MOVE "TABLE FULL" TO RPT-RESULT
045800         SET EXCP-SEV-WARNING TO TRUE
045900         MOVE "ERA004" TO EXCP-LOG-CODE
046000         MOVE "Erasure table full - resubmit remaining cards."
046100             TO EXCP-LOG-MESSAGE
046200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
046300         GO TO 2100-REFUSE
046400     END-IF.
046500     ADD 1 TO WS-CUST-COUNT.
046600     INITIALIZE WS-CUST-ENTRY (WS-CUST-COUNT).
046700     MOVE WS-CARD-NO TO CT-CARD-NO (WS-CUST-COUNT).
046800     MOVE CUST-LOYALTY-ID TO CT-LOYALTY-ID (WS-CUST-COUNT).
046900     MOVE CUST-EMAIL TO CT-EMAIL (WS-CUST-COUNT).
047000     MOVE ERQ-REQUEST-REF TO CT-REQUEST-REF (WS-CUST-COUNT).
047100     MOVE CUST-EMAIL TO WS-NEW-EMAIL.
047200     MOVE WS-CUST-COUNT TO WS-OWNER-CUST.
047300     PERFORM 2400-ADD-EMAIL THRU 2400-EXIT.
047400     GO TO 2100-NEXT.
047500 2100-REFUSE.
047600     ADD 1 TO WS-REFUSED-COUNT.
047700     WRITE ERAS-RPT-LINE FROM RPT-DETAIL-LINE.
047800 2100-NEXT.
047900     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
048000 2100-EXIT.
048100     EXIT.
048200
048300*    EIGHT DIGITS AND NOTHING AFTER THEM IS A LOYALTY NUMBER;
048400*    ANYTHING ELSE IS TAKEN AS THE CUSTOMER EMAIL.
048500 2200-FIND-CUSTOMER.
048600     MOVE 'N' TO WS-CUST-FOUND-SW.
048700     IF ERQ-LOYALTY-ID IS NUMERIC AND ERQ-KEY-REST = SPACES
048800         MOVE ERQ-LOYALTY-ID TO CUST-LOYALTY-ID
048900         READ CUST-MAST-FILE KEY IS CUST-LOYALTY-ID
049000             INVALID KEY
049100                 CONTINUE
049200             NOT INVALID KEY
049300                 MOVE 'Y' TO WS-CUST-FOUND-SW
049400         END-READ
049500     ELSE
049600         MOVE ERQ-CUST-KEY TO CUST-EMAIL
049700         READ CUST-MAST-FILE
049800             INVALID KEY
049900                 CONTINUE
050000             NOT INVALID KEY
050100                 MOVE 'Y' TO WS-CUST-FOUND-SW
050200         END-READ
050300     END-IF.
050400 2200-EXIT.
050500     EXIT.
050600
050700 2300-CHECK-DUPLICATE.
050800     IF CT-LOYALTY-ID (WS-SCAN-IDX) = CUST-LOYALTY-ID
050900         MOVE WS-SCAN-IDX TO WS-FOUND-CUST
051000     END-IF.
051100 2300-EXIT.
051200     EXIT.
051300
051400*    ADDS WS-NEW-EMAIL TO THE EMAIL TABLE FOR CUSTOMER
051500*    WS-OWNER-CUST.
051600 2400-ADD-EMAIL.
051700     IF WS-EML-COUNT NOT < 500
051800         IF NOT WS-TABLE-OVERFLOW
051900             SET WS-TABLE-OVERFLOW TO TRUE
052000             SET EXCP-SEV-ERROR TO TRUE
052100             MOVE "ERA005" TO EXCP-LOG-CODE
052200             MOVE "Email table full - some old emails not erased."
052300                 TO EXCP-LOG-MESSAGE
052400             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
052500         END-IF
052600         GO TO 2400-EXIT
052700     END-IF.
052800     ADD 1 TO WS-EML-COUNT.
052900     MOVE WS-NEW-EMAIL TO ET-EMAIL (WS-EML-COUNT).
053000     MOVE WS-OWNER-CUST TO ET-CUST-IDX (WS-EML-COUNT).
053100     ADD 1 TO CT-EMAIL-COUNT (WS-OWNER-CUST).
053200     MOVE 'Y' TO WS-EMAILS-ADDED-SW.
053300 2400-EXIT.
053301     EXIT.
053302
053303*    THE INSTALLATION CREW NEEDS THE CUSTOMER UNTIL THE JOB IS
053304*    DONE, SO A SCHEDULED WORK ORDER UNDER THE LOYALTY NUMBER OR
053305*    THE CURRENT EMAIL HOLDS THE ERASURE BACK.
053306 2500-CHECK-WORK-ORDERS.
053307     MOVE 'N' TO WS-WORK-OPEN-SW.
053308     MOVE ZEROES TO WOR-ORDER-NO.
053309     START WORK-ORD-FILE KEY IS NOT < WOR-ORDER-NO
053310         INVALID KEY
053311             GO TO 2500-EXIT
053312     END-START.
053313     MOVE 'Y' TO WS-MORE-DATA-SW.
053314     PERFORM 2510-CHECK-ONE-WORK THRU 2510-EXIT
053315         UNTIL NO-MORE-DATA
053316         OR WS-WORK-OPEN.
053317 2500-EXIT.
053318     EXIT.
053319
053320 2510-CHECK-ONE-WORK.
053321     READ WORK-ORD-FILE NEXT RECORD
053322         AT END
053323             MOVE 'N' TO WS-MORE-DATA-SW
053324             GO TO 2510-EXIT
053325     END-READ.
053326     IF NOT WOR-SCHEDULED
053327         GO TO 2510-EXIT
053328     END-IF.
053329     IF WOR-LOYALTY-ID = CUST-LOYALTY-ID
053330         OR WOR-CUST-EMAIL = CUST-EMAIL
053331         SET WS-WORK-OPEN TO TRUE
053332     END-IF.
053333 2510-EXIT.
053334     EXIT.
053335
053336*    THE DEPOSIT IS STILL HELD AND THE STORE STILL HAS TO CALL
053337*    THE CUSTOMER, SO A SPECIAL ORDER OPEN OR ARRIVED UNDER THE
053338*    CURRENT EMAIL HOLDS THE ERASURE BACK.
053339 2600-CHECK-SPEC-ORDERS.
053340     MOVE 'N' TO WS-SPEC-OPEN-SW.
053341     MOVE ZEROES TO SPO-ORDER-NO.
053342     START SPEC-ORD-FILE KEY IS NOT < SPO-ORDER-NO
053343         INVALID KEY
053344             GO TO 2600-EXIT
053345     END-START.
053346     MOVE 'Y' TO WS-MORE-DATA-SW.
053347     PERFORM 2610-CHECK-ONE-SPEC THRU 2610-EXIT
053348         UNTIL NO-MORE-DATA
053349         OR WS-SPEC-OPEN.
053350 2600-EXIT.
053351     EXIT.
053352
053353 2610-CHECK-ONE-SPEC.
053354     READ SPEC-ORD-FILE NEXT RECORD
053355         AT END
053356             MOVE 'N' TO WS-MORE-DATA-SW
053357             GO TO 2610-EXIT
053358     END-READ.
053359     IF NOT SPO-OPEN AND NOT SPO-ARRIVED
053360         GO TO 2610-EXIT
053361     END-IF.
053362     IF SPO-CUSTOMER-KEY = CUST-EMAIL
053363         SET WS-SPEC-OPEN TO TRUE
053364     END-IF.
053365 2610-EXIT.
053400     EXIT.
053500
053600*    FOLLOWS CUSTXREF BACK FROM EACH CUSTOMER'S EMAIL TO THE
053700*    EMAILS IT WAS RE-KEYED OR MERGED FROM, PASS AFTER PASS
053800*    UNTIL A PASS FINDS NOTHING NEW (A CHAIN CAN RUN A->B->C).
053900*    AN OLD EMAIL THAT IS NOW ANOTHER LIVE CUSTOMER'S KEY IS
054000*    LEFT ALONE.
054100 3000-COLLECT-OLD-EMAILS.
054200     OPEN INPUT CUST-XREF-FILE.
054300     IF WS-CUST-XREF-STATUS = '05' OR '35'
054400         MOVE 'N' TO WS-XREF-AVAIL-SW
054500         GO TO 3000-EXIT
054600     END-IF.
054700     IF WS-CUST-XREF-STATUS NOT = '00'
054800         MOVE "CUSTXREF" TO WS-FILE-NAME
054900         MOVE WS-CUST-XREF-STATUS TO WS-FILE-STATUS
055000         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
055100     END-IF.
055200     CLOSE CUST-XREF-FILE.
055300     MOVE 'Y' TO WS-EMAILS-ADDED-SW.
055400     PERFORM 3100-ONE-XREF-PASS THRU 3100-EXIT
055500         UNTIL NOT WS-EMAILS-ADDED.
055600 3000-EXIT.
055700     EXIT.
055800
055900 3100-ONE-XREF-PASS.
056000     MOVE 'N' TO WS-EMAILS-ADDED-SW.
056100     MOVE 'Y' TO WS-MORE-DATA-SW.
056200     OPEN INPUT CUST-XREF-FILE.
056300     PERFORM 3200-READ-XREF THRU 3200-EXIT.
056400     PERFORM 3300-CHECK-ONE-XREF THRU 3300-EXIT
056500         UNTIL NO-MORE-DATA.
056600     CLOSE CUST-XREF-FILE.
056700 3100-EXIT.
056800     EXIT.
056900
057000 3200-READ-XREF.
057100     READ CUST-XREF-FILE
057200         AT END
057300             MOVE 'N' TO WS-MORE-DATA-SW
057400     END-READ.
057500 3200-EXIT.
057600     EXIT.
057700
057800 3300-CHECK-ONE-XREF.
057900     IF XRF-ERASED OR XRF-OLD-EMAIL = SPACES
058000         GO TO 3300-NEXT
058100     END-IF.
058200     MOVE XRF-NEW-EMAIL TO WS-LOOK-EMAIL.
058300     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
058400     IF WS-FOUND-CUST = ZEROES
058500         GO TO 3300-NEXT
058600     END-IF.
058700     MOVE WS-FOUND-CUST TO WS-OWNER-CUST.
058800     MOVE XRF-OLD-EMAIL TO WS-LOOK-EMAIL.
058900     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
059000     IF WS-FOUND-CUST NOT = ZEROES
059100         GO TO 3300-NEXT
059200     END-IF.
059300     MOVE 'N' TO WS-LIVE-KEY-SW.
059400     MOVE XRF-OLD-EMAIL TO CUST-EMAIL.
059500     READ CUST-MAST-FILE
059600         INVALID KEY
059700             CONTINUE
059800         NOT INVALID KEY
059900             MOVE 'Y' TO WS-LIVE-KEY-SW
060000     END-READ.
060100     IF WS-LIVE-KEY
060200         GO TO 3300-NEXT
060300     END-IF.
060400     MOVE XRF-OLD-EMAIL TO WS-NEW-EMAIL.
060500     PERFORM 2400-ADD-EMAIL THRU 2400-EXIT.
060600 3300-NEXT.
060700     PERFORM 3200-READ-XREF THRU 3200-EXIT.
060800 3300-EXIT.
060900     EXIT.
061000
061100*    A DATA FILE THAT HAS NEVER BEEN CREATED HOLDS NOTHING TO
061200*    ERASE; ANY OTHER FAILURE STOPS THE RUN BEFORE A CHANGE.
061300 3900-OPEN-DATA-FILES.
061400     IF WS-XREF-AVAIL
061500         OPEN I-O CUST-XREF-FILE
061600         IF WS-CUST-XREF-STATUS NOT = '00'
061700             MOVE "CUSTXREF" TO WS-FILE-NAME
061800             MOVE WS-CUST-XREF-STATUS TO WS-FILE-STATUS
061900             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
062000         END-IF
062100     END-IF.
062200     OPEN I-O PTS-LEDGER-FILE.
062300     EVALUATE WS-PTS-LEDGER-STATUS
062400         WHEN '00'
062500             CONTINUE
062600         WHEN '05'
062700         WHEN '35'
062800             MOVE 'N' TO WS-PTS-AVAIL-SW
062900         WHEN OTHER
063000             MOVE "PTSLEDGR" TO WS-FILE-NAME
063100             MOVE WS-PTS-LEDGER-STATUS TO WS-FILE-STATUS
063200             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
063300     END-EVALUATE.
063400     OPEN I-O MKT-SENT-FILE.
063500     EVALUATE WS-MKT-SENT-STATUS
063600         WHEN '00'
063700             CONTINUE
063800         WHEN '05'
063900         WHEN '35'
064000             MOVE 'N' TO WS-MKT-AVAIL-SW
064100         WHEN OTHER
064200             MOVE "MKTSENT" TO WS-FILE-NAME
064300             MOVE WS-MKT-SENT-STATUS TO WS-FILE-STATUS
064400             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
064500     END-EVALUATE.
064600     OPEN I-O SALES-TXN-FILE.
064700     EVALUATE WS-SALES-TXN-STATUS
064800         WHEN '00'
064900             CONTINUE
065000         WHEN '05'
065100         WHEN '35'
065200             MOVE 'N' TO WS-TXN-AVAIL-SW
065300         WHEN OTHER
065400             MOVE "SALESTXN" TO WS-FILE-NAME
065500             MOVE WS-SALES-TXN-STATUS TO WS-FILE-STATUS
065600             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
065700     END-EVALUATE.
065701     OPEN I-O TAX-CERT-FILE.
065702     EVALUATE WS-TAX-CERT-STATUS
065703         WHEN '00'
065704             CONTINUE
065705         WHEN '05'
065706         WHEN '35'
065707             MOVE 'N' TO WS-CERT-AVAIL-SW
065708         WHEN OTHER
065709             MOVE "TAXCERT" TO WS-FILE-NAME
065710             MOVE WS-TAX-CERT-STATUS TO WS-FILE-STATUS
065711             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
065712     END-EVALUATE.
065800     OPEN I-O SALE-HIST-FILE.
065900     EVALUATE WS-SALE-HIST-STATUS
066000         WHEN '00'
066100             CONTINUE
066200         WHEN '05'
066300         WHEN '35'
066400             MOVE 'N' TO WS-HIST-AVAIL-SW
066500         WHEN OTHER
066600             MOVE "SALEHIST" TO WS-FILE-NAME
066700             MOVE WS-SALE-HIST-STATUS TO WS-FILE-STATUS
066800             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
066900     END-EVALUATE.
066901     OPEN I-O AR-PAYMENT-FILE.
066902     EVALUATE WS-AR-PAYMENT-STATUS
066903         WHEN '00'
066904             CONTINUE
066905         WHEN '05'
066906         WHEN '35'
066907             MOVE 'N' TO WS-PAY-AVAIL-SW
066908         WHEN OTHER
066909             MOVE "ARPMTS" TO WS-FILE-NAME
066910             MOVE WS-AR-PAYMENT-STATUS TO WS-FILE-STATUS
066911             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
066912     END-EVALUATE.
066913     OPEN I-O PTS-EXP-AUD-FILE.
066914     EVALUATE WS-PTS-EXP-AUD-STATUS
066915         WHEN '00'
066916             CONTINUE
066917         WHEN '05'
066918         WHEN '35'
066919             MOVE 'N' TO WS-PXA-AVAIL-SW
066920         WHEN OTHER
066921             MOVE "PTSEXAUD" TO WS-FILE-NAME
066922             MOVE WS-PTS-EXP-AUD-STATUS TO WS-FILE-STATUS
066923             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
066924     END-EVALUATE.
066925     OPEN I-O RPL-SENT-FILE.
066926     EVALUATE WS-RPL-SENT-STATUS
066927         WHEN '00'
066928             CONTINUE
066929         WHEN '05'
066930         WHEN '35'
066931             MOVE 'N' TO WS-RPL-AVAIL-SW
066932         WHEN OTHER
066933             MOVE "RPLSENT" TO WS-FILE-NAME
066934             MOVE WS-RPL-SENT-STATUS TO WS-FILE-STATUS
066935             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
066936     END-EVALUATE.
066937     OPEN I-O CALL-RSLT-FILE.
066938     EVALUATE WS-CALL-RSLT-STATUS
066939         WHEN '00'
066940             CONTINUE
066941         WHEN '05'
066942         WHEN '35'
066943             MOVE 'N' TO WS-CALL-AVAIL-SW
066944         WHEN OTHER
066945             MOVE "CALLRSLT" TO WS-FILE-NAME
066946             MOVE WS-CALL-RSLT-STATUS TO WS-FILE-STATUS
066947             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
066948     END-EVALUATE.
066949*    OPENED LAST SO A FAILED OPEN LEAVES NO NEW FEED GENERATION
066950*    BEHIND.  WITH NO MKTSENT NOBODY WAS EVER SENT.
066951     IF WS-MKT-AVAIL
066952         OPEN OUTPUT MKT-FEED-FILE
066953         IF WS-MKT-FEED-STATUS NOT = '00'
066954             MOVE "MKTFEED" TO WS-FILE-NAME
066955             MOVE WS-MKT-FEED-STATUS TO WS-FILE-STATUS
066956             PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
066957         END-IF
066958         MOVE WS-RUN-YEAR TO FEED-HDR-YEAR
066959         MOVE WS-RUN-MONTH TO FEED-HDR-MONTH
066960         MOVE WS-RUN-DAY TO FEED-HDR-DAY
066961         WRITE MKT-FEED-RECORD FROM FEED-HEADER-RECORD
066962     END-IF.
067000 3900-EXIT.
067100     EXIT.
067200
067300*    THE SALE STAYS ON FILE WITH A BLANK CUSTOMER KEY - EVERY
067400*    PROGRAM THAT READS SALES TREATS THAT AS A WALK-IN SALE.
067500 4000-CLEAR-LIVE-SALES.
067600     IF NOT WS-TXN-AVAIL
067700         GO TO 4000-EXIT
067800     END-IF.
067900     MOVE 'Y' TO WS-MORE-DATA-SW.
068000     PERFORM 4100-READ-TXN THRU 4100-EXIT.
068100     PERFORM 4200-CHECK-ONE-TXN THRU 4200-EXIT
068200         UNTIL NO-MORE-DATA.
068300 4000-EXIT.
068400     EXIT.
068500
068600 4100-READ-TXN.
068700     READ SALES-TXN-FILE
068800         AT END
068900             MOVE 'N' TO WS-MORE-DATA-SW
069000     END-READ.
069100 4100-EXIT.
069200     EXIT.
069300
069400 4200-CHECK-ONE-TXN.
069500     IF STX-CUSTOMER-KEY = SPACES
069600         GO TO 4200-NEXT
069700     END-IF.
069800     MOVE STX-CUSTOMER-KEY TO WS-LOOK-EMAIL.
069900     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
070000     IF WS-FOUND-CUST = ZEROES
070100         GO TO 4200-NEXT
070200     END-IF.
070300     MOVE SPACES TO STX-CUSTOMER-KEY.
070400     REWRITE SALES-TXN-RECORD.
070500     ADD 1 TO CT-TXN-ROWS (WS-FOUND-CUST).
070600 4200-NEXT.
070700     PERFORM 4100-READ-TXN THRU 4100-EXIT.
070800 4200-EXIT.
070900     EXIT.
071000
071100 4500-CLEAR-SALE-HISTORY.
071200     IF NOT WS-HIST-AVAIL
071300         GO TO 4500-EXIT
071400     END-IF.
071500     MOVE 'Y' TO WS-MORE-DATA-SW.
071600     PERFORM 4600-READ-HIST THRU 4600-EXIT.
071700     PERFORM 4700-CHECK-ONE-HIST THRU 4700-EXIT
071800         UNTIL NO-MORE-DATA.
071900 4500-EXIT.
072000     EXIT.
072100
072200 4600-READ-HIST.
072300     READ SALE-HIST-FILE
072400         AT END
072500             MOVE 'N' TO WS-MORE-DATA-SW
072600     END-READ.
072700 4600-EXIT.
072800     EXIT.
072900
073000 4700-CHECK-ONE-HIST.
073100     IF HST-CUSTOMER-KEY = SPACES
073200         GO TO 4700-NEXT
073300     END-IF.
073400     MOVE HST-CUSTOMER-KEY TO WS-LOOK-EMAIL.
073500     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
073600     IF WS-FOUND-CUST = ZEROES
073700         GO TO 4700-NEXT
073800     END-IF.
073900     MOVE SPACES TO HST-CUSTOMER-KEY.
074000     REWRITE SALE-HIST-RECORD.
074100     ADD 1 TO CT-HIST-ROWS (WS-FOUND-CUST).
074200 4700-NEXT.
074300     PERFORM 4600-READ-HIST THRU 4600-EXIT.
074400 4700-EXIT.
074500     EXIT.
074600
074700*    ONLY THE ROWS LEADING TO AN ERASED CUSTOMER ARE BLANKED;
074800*    A ROW WHOSE NEW EMAIL IS SOMEONE ELSE'S IS THEIR TRAIL.
074900 5000-CLOSE-XREF-TRAIL.
075000     IF NOT WS-XREF-AVAIL
075100         GO TO 5000-EXIT
075200     END-IF.
075300     MOVE 'Y' TO WS-MORE-DATA-SW.
075400     PERFORM 3200-READ-XREF THRU 3200-EXIT.
075500     PERFORM 5100-CHECK-ONE-XREF THRU 5100-EXIT
075600         UNTIL NO-MORE-DATA.
075700 5000-EXIT.
075800     EXIT.
075900
076000 5100-CHECK-ONE-XREF.
076100     IF XRF-ERASED
076200         GO TO 5100-NEXT
076300     END-IF.
076400     MOVE XRF-NEW-EMAIL TO WS-LOOK-EMAIL.
076500     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
076600     IF WS-FOUND-CUST = ZEROES
076700         GO TO 5100-NEXT
076800     END-IF.
076900     MOVE SPACES TO XRF-OLD-EMAIL.
077000     MOVE SPACES TO XRF-NEW-EMAIL.
077100     SET XRF-ERASED TO TRUE.
077200     REWRITE CUST-XREF-RECORD.
077300     ADD 1 TO CT-XREF-ROWS (WS-FOUND-CUST).
077400 5100-NEXT.
077500     PERFORM 3200-READ-XREF THRU 3200-EXIT.
077600 5100-EXIT.
077700     EXIT.
077701
077702*    THE PAYMENT STAYS IN THE CASH BOOKS; ONLY WHO MADE IT GOES.
077703 5200-CLEAR-PAYMENTS.
077704     IF NOT WS-PAY-AVAIL
077705         GO TO 5200-EXIT
077706     END-IF.
077707     MOVE 'Y' TO WS-MORE-DATA-SW.
077708     PERFORM 5210-READ-PAYMENT THRU 5210-EXIT.
077709     PERFORM 5220-CHECK-ONE-PAYMENT THRU 5220-EXIT
077710         UNTIL NO-MORE-DATA.
077711 5200-EXIT.
077712     EXIT.
077713
077714 5210-READ-PAYMENT.
077715     READ AR-PAYMENT-FILE
077716         AT END
077717             MOVE 'N' TO WS-MORE-DATA-SW
077718     END-READ.
077719 5210-EXIT.
077720     EXIT.
077721
077722 5220-CHECK-ONE-PAYMENT.
077723     IF ARP-CUST-EMAIL = SPACES
077724         GO TO 5220-NEXT
077725     END-IF.
077726     MOVE ARP-CUST-EMAIL TO WS-LOOK-EMAIL.
077727     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
077728     IF WS-FOUND-CUST = ZEROES
077729         GO TO 5220-NEXT
077730     END-IF.
077731     MOVE SPACES TO ARP-CUST-EMAIL.
077732     REWRITE AR-PAYMENT-RECORD.
077733 5220-NEXT.
077734     PERFORM 5210-READ-PAYMENT THRU 5210-EXIT.
077735 5220-EXIT.
077736     EXIT.
077737
077738*    THE EXPIRY AUDIT PROVES THE FORFEITED POINTS; IT KEEPS THE
077739*    LOYALTY NUMBER AND LOSES THE EMAIL.
077740 5300-CLEAR-EXPIRY-AUDIT.
077741     IF NOT WS-PXA-AVAIL
077742         GO TO 5300-EXIT
077743     END-IF.
077744     MOVE 'Y' TO WS-MORE-DATA-SW.
077745     PERFORM 5310-READ-EXPIRY-AUDIT THRU 5310-EXIT.
077746     PERFORM 5320-CHECK-ONE-EXPIRY THRU 5320-EXIT
077747         UNTIL NO-MORE-DATA.
077748 5300-EXIT.
077749     EXIT.
077750
077751 5310-READ-EXPIRY-AUDIT.
077752     READ PTS-EXP-AUD-FILE
077753         AT END
077754             MOVE 'N' TO WS-MORE-DATA-SW
077755     END-READ.
077756 5310-EXIT.
077757     EXIT.
077758
077759 5320-CHECK-ONE-EXPIRY.
077760     IF PXA-CUST-EMAIL = SPACES
077761         GO TO 5320-NEXT
077762     END-IF.
077763     MOVE PXA-CUST-EMAIL TO WS-LOOK-EMAIL.
077764     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
077765     IF WS-FOUND-CUST = ZEROES
077766         GO TO 5320-NEXT
077767     END-IF.
077768     MOVE SPACES TO PXA-CUST-EMAIL.
077769     REWRITE PTS-EXP-AUD-RECORD.
077770 5320-NEXT.
077771     PERFORM 5310-READ-EXPIRY-AUDIT THRU 5310-EXIT.
077772 5320-EXIT.
077773     EXIT.
077774
077775*    A FINISHED OR CANCELLED JOB STAYS ON FILE FOR ITS MATERIALS
077776*    AND LABOUR; A SCHEDULED ONE WOULD HAVE REFUSED THE CARD.
077777 5400-CLEAR-WORK-ORDERS.
077778     IF NOT WS-WORK-AVAIL
077779         GO TO 5400-EXIT
077780     END-IF.
077781     MOVE ZEROES TO WOR-ORDER-NO.
077782     START WORK-ORD-FILE KEY IS NOT < WOR-ORDER-NO
077783         INVALID KEY
077784             GO TO 5400-EXIT
077785     END-START.
077786     MOVE 'Y' TO WS-MORE-DATA-SW.
077787     PERFORM 5410-CHECK-ONE-WORK THRU 5410-EXIT
077788         UNTIL NO-MORE-DATA.
077789 5400-EXIT.
077790     EXIT.
077791
077792 5410-CHECK-ONE-WORK.
077793     READ WORK-ORD-FILE NEXT RECORD
077794         AT END
077795             MOVE 'N' TO WS-MORE-DATA-SW
077796             GO TO 5410-EXIT
077797     END-READ.
077798     IF WOR-CUST-EMAIL = SPACES
077799         GO TO 5410-EXIT
077800     END-IF.
077801     MOVE WOR-CUST-EMAIL TO WS-LOOK-EMAIL.
077802     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
077803     IF WS-FOUND-CUST = ZEROES
077804         GO TO 5410-EXIT
077805     END-IF.
077806     MOVE SPACES TO WOR-CUST-EMAIL.
077807     REWRITE WORK-ORDER-RECORD.
077808 5410-EXIT.
077809     EXIT.
077810
077811*    A COLLECTED OR CANCELLED ORDER STAYS ON FILE FOR ITS
077812*    DEPOSIT.  ONE STILL OPEN UNDER AN OLD EMAIL IS KEPT AND
077813*    LOGGED FOR THE OFFICE - THE STORE STILL OWES IT.
077814 5500-CLEAR-SPEC-ORDERS.
077815     IF NOT WS-SPEC-AVAIL
077816         GO TO 5500-EXIT
077817     END-IF.
077818     MOVE ZEROES TO SPO-ORDER-NO.
077819     START SPEC-ORD-FILE KEY IS NOT < SPO-ORDER-NO
077820         INVALID KEY
077821             GO TO 5500-EXIT
077822     END-START.
077823     MOVE 'Y' TO WS-MORE-DATA-SW.
077824     PERFORM 5510-CHECK-ONE-SPEC THRU 5510-EXIT
077825         UNTIL NO-MORE-DATA.
077826 5500-EXIT.
077827     EXIT.
077828
077829 5510-CHECK-ONE-SPEC.
077830     READ SPEC-ORD-FILE NEXT RECORD
077831         AT END
077832             MOVE 'N' TO WS-MORE-DATA-SW
077833             GO TO 5510-EXIT
077834     END-READ.
077835     IF SPO-CUSTOMER-KEY = SPACES
077836         GO TO 5510-EXIT
077837     END-IF.
077838     MOVE SPO-CUSTOMER-KEY TO WS-LOOK-EMAIL.
077839     PERFORM 8100-FIND-EMAIL THRU 8100-EXIT.
077840     IF WS-FOUND-CUST = ZEROES
077841         GO TO 5510-EXIT
077842     END-IF.
077843     IF SPO-OPEN OR SPO-ARRIVED
077844         SET EXCP-SEV-WARNING TO TRUE
077845         MOVE "ERA011" TO EXCP-LOG-CODE
077846         MOVE "Old-email special order still open kept."
077847             TO EXCP-LOG-MESSAGE
077848         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
077849         GO TO 5510-EXIT
077850     END-IF.
077851     MOVE SPACES TO SPO-CUSTOMER-KEY.
077852     REWRITE SPEC-ORDER-RECORD.
077853 5510-EXIT.
077854     EXIT.
077855
077900*    FOR EACH EMAIL: THE POINTS LEDGER (THE BALANCE IS
077910*    FORFEITED), THE MARKETING SENT RECORD, THE REMINDER
077920*    HISTORY, AND A HOUSE ACCOUNT - SETTLED, OR THE CUSTOMER
077930*    WOULD HAVE BEEN REFUSED.  AN ACCOUNT LEFT UNDER AN OLD
077940*    EMAIL WITH A BALANCE ON IT IS KEPT AND LOGGED FOR THE
077950*    OFFICE.
078400 6000-CLEAR-LEDGERS.
078500     MOVE ET-CUST-IDX (WS-EML-IDX) TO WS-CUST-IDX.
078600     IF WS-PTS-AVAIL
078700         MOVE ET-EMAIL (WS-EML-IDX) TO PTS-CUST-EMAIL
078800         READ PTS-LEDGER-FILE
078900             INVALID KEY
079000                 CONTINUE
079100             NOT INVALID KEY
079200                 ADD PTS-BALANCE
079300                     TO CT-PTS-FORFEITED (WS-CUST-IDX)
079400                 DELETE PTS-LEDGER-FILE RECORD
079500         END-READ
079600     END-IF.
079700     IF WS-MKT-AVAIL
079800         MOVE ET-EMAIL (WS-EML-IDX) TO MKS-EMAIL
079900         READ MKT-SENT-FILE
080000             INVALID KEY
080100                 CONTINUE
080200             NOT INVALID KEY
080210                 PERFORM 6100-WITHDRAW-FROM-SERVICE THRU 6100-EXIT
080500         END-READ
080510     END-IF.
080520     IF WS-RPL-AVAIL
080530         PERFORM 6200-CLEAR-REMINDERS THRU 6200-EXIT
080531     END-IF.
080532     IF WS-CERT-AVAIL
080533         MOVE ET-EMAIL (WS-EML-IDX) TO TXC-CUST-EMAIL
080534         READ TAX-CERT-FILE
080535             INVALID KEY
080536                 CONTINUE
080537             NOT INVALID KEY
080538                 DELETE TAX-CERT-FILE RECORD
080539         END-READ
080600     END-IF.
080700     IF NOT WS-AR-AVAIL
080800         GO TO 6000-EXIT
080900     END-IF.
081000     MOVE ET-EMAIL (WS-EML-IDX) TO ARL-CUST-EMAIL.
081100     READ AR-LEDGER-FILE
081200         INVALID KEY
081300             GO TO 6000-EXIT
081400     END-READ.
081500     IF ARL-BALANCE NOT = ZEROES
081600         SET EXCP-SEV-WARNING TO TRUE
081700         MOVE "ERA006" TO EXCP-LOG-CODE
081800         MOVE "Old-email house account with balance kept."
081900             TO EXCP-LOG-MESSAGE
082000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
082100         GO TO 6000-EXIT
082200     END-IF.
082300     DELETE AR-LEDGER-FILE RECORD.
082400     ADD 1 TO CT-AR-ROWS (WS-CUST-IDX).
082500 6000-EXIT.
082501     EXIT.
082502
082503*    THE SERVICE HOLDS EVERY CUSTOMER ON MKTSENT, SO IT IS TOLD
082504*    TO DROP THEM BEFORE THE SENT RECORD GOES.
082505 6100-WITHDRAW-FROM-SERVICE.
082506     MOVE CT-LOYALTY-ID (WS-CUST-IDX) TO FEED-WDR-LOYALTY-ID.
082507     MOVE MKS-EMAIL TO FEED-WDR-EMAIL.
082508     MOVE WS-RUN-DATE TO FEED-WDR-DATE.
082509     WRITE MKT-FEED-RECORD FROM FEED-WITHDRAW-RECORD.
082510     ADD 1 TO WS-WITHDRAWN-COUNT.
082511     DELETE MKT-SENT-FILE RECORD.
082512     ADD 1 TO CT-MKT-ROWS (WS-CUST-IDX).
082513 6100-EXIT.
082514     EXIT.
082515
082516 6200-CLEAR-REMINDERS.
082517     MOVE ET-EMAIL (WS-EML-IDX) TO RMS-EMAIL.
082518     MOVE LOW-VALUES TO RMS-ITEM-CODE.
082519     START RPL-SENT-FILE KEY IS NOT < RMS-KEY
082520         INVALID KEY
082521             GO TO 6200-EXIT
082522     END-START.
082523     MOVE 'Y' TO WS-MORE-DATA-SW.
082524     PERFORM 6210-DELETE-ONE-REMINDER THRU 6210-EXIT
082525         UNTIL NO-MORE-DATA.
082526 6200-EXIT.
082527     EXIT.
082528
082529 6210-DELETE-ONE-REMINDER.
082530     READ RPL-SENT-FILE NEXT RECORD
082531         AT END
082532             MOVE 'N' TO WS-MORE-DATA-SW
082533             GO TO 6210-EXIT
082534     END-READ.
082535     IF RMS-EMAIL NOT = ET-EMAIL (WS-EML-IDX)
082536         MOVE 'N' TO WS-MORE-DATA-SW
082537         GO TO 6210-EXIT
082538     END-IF.
082539     DELETE RPL-SENT-FILE RECORD.
082540 6210-EXIT.
082541     EXIT.
082542
082543*    THE OUTCOME CODES STAY FOR THE CALLBACK STATISTICS; THE
082544*    CLERK'S NOTE ABOUT THE CUSTOMER DOES NOT.
082545 6500-CLEAR-CALL-NOTES.
082546     IF NOT WS-CALL-AVAIL
082547         GO TO 6500-EXIT
082548     END-IF.
082549     MOVE CT-LOYALTY-ID (WS-CUST-IDX) TO CLR-LOYALTY-ID.
082550     MOVE ZEROES TO CLR-CALL-DATE.
082551     START CALL-RSLT-FILE KEY IS NOT < CLR-KEY
082552         INVALID KEY
082553             GO TO 6500-EXIT
082554     END-START.
082555     MOVE 'Y' TO WS-MORE-DATA-SW.
082556     PERFORM 6510-CLEAR-ONE-NOTE THRU 6510-EXIT
082557         UNTIL NO-MORE-DATA.
082558 6500-EXIT.
082559     EXIT.
082560
082561 6510-CLEAR-ONE-NOTE.
082562     READ CALL-RSLT-FILE NEXT RECORD
082563         AT END
082564             MOVE 'N' TO WS-MORE-DATA-SW
082565             GO TO 6510-EXIT
082566     END-READ.
082567     IF CLR-LOYALTY-ID NOT = CT-LOYALTY-ID (WS-CUST-IDX)
082568         MOVE 'N' TO WS-MORE-DATA-SW
082569         GO TO 6510-EXIT
082570     END-IF.
082571     IF CLR-NOTE NOT = SPACES
082572         MOVE SPACES TO CLR-NOTE
082573         REWRITE CALL-RESULT-RECORD
082574     END-IF.
082575 6510-EXIT.
082600     EXIT.
082700
082800 7000-REMOVE-ONE-CUST.
082900     MOVE CT-EMAIL (WS-CUST-IDX) TO CUST-EMAIL.
083000     DELETE CUST-MAST-FILE RECORD
083100         INVALID KEY
083200             SET EXCP-SEV-WARNING TO TRUE
083300             MOVE "ERA007" TO EXCP-LOG-CODE
083400             MOVE "Customer left CUSTMAST during the erasure."
083500                 TO EXCP-LOG-MESSAGE
083600             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
083700     END-DELETE.
083800     MOVE SPACES TO ERASURE-AUDIT-RECORD.
083900     MOVE CT-LOYALTY-ID (WS-CUST-IDX) TO ERA-LOYALTY-ID.
084000     MOVE CT-REQUEST-REF (WS-CUST-IDX) TO ERA-REQUEST-REF.
084100     MOVE WS-RUN-DATE TO ERA-ERASE-DATE.
084200     MOVE WS-RUN-TIME TO ERA-ERASE-TIME.
084300     MOVE CT-EMAIL-COUNT (WS-CUST-IDX) TO ERA-EMAIL-COUNT.
084400     MOVE CT-TXN-ROWS (WS-CUST-IDX) TO ERA-TXN-ROWS.
084500     MOVE CT-HIST-ROWS (WS-CUST-IDX) TO ERA-HIST-ROWS.
084600     MOVE CT-XREF-ROWS (WS-CUST-IDX) TO ERA-XREF-ROWS.
084700     MOVE CT-PTS-FORFEITED (WS-CUST-IDX) TO ERA-PTS-FORFEITED.
084800     MOVE CT-MKT-ROWS (WS-CUST-IDX) TO ERA-MKT-ROWS.
084900     MOVE CT-AR-ROWS (WS-CUST-IDX) TO ERA-AR-ROWS.
085000     WRITE ERASURE-AUDIT-RECORD.
085100     ADD 1 TO WS-ERASED-COUNT.
085200     MOVE SPACES TO RPT-DETAIL-LINE.
085300     MOVE CT-CARD-NO (WS-CUST-IDX) TO RPT-CARD-NO.
085400     MOVE CT-LOYALTY-ID (WS-CUST-IDX) TO RPT-LOYALTY-ID.
085500     MOVE CT-REQUEST-REF (WS-CUST-IDX) TO RPT-REQUEST-REF.
085600     MOVE "ERASED" TO RPT-RESULT.
085700     MOVE CT-EMAIL-COUNT (WS-CUST-IDX) TO RPT-EMAIL-COUNT.
085800     MOVE CT-TXN-ROWS (WS-CUST-IDX) TO RPT-TXN-ROWS.
085900     MOVE CT-HIST-ROWS (WS-CUST-IDX) TO RPT-HIST-ROWS.
086000     MOVE CT-XREF-ROWS (WS-CUST-IDX) TO RPT-XREF-ROWS.
086100     MOVE CT-PTS-FORFEITED (WS-CUST-IDX) TO RPT-PTS-FORFEITED.
086200     WRITE ERAS-RPT-LINE FROM RPT-DETAIL-LINE.
086300     SET EXCP-SEV-INFO TO TRUE.
086400     MOVE "ERA008" TO EXCP-LOG-CODE.
086500     MOVE "Customer erased - see ERASAUD for the record."
086600         TO EXCP-LOG-MESSAGE.
086700     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
086800 7000-EXIT.
086900     EXIT.
087000
087100 8000-PRINT-TOTALS.
087200     WRITE ERAS-RPT-LINE FROM RPT-BLANK-LINE.
087300     IF WS-ERASED-COUNT = ZEROES
087400         WRITE ERAS-RPT-LINE FROM RPT-NONE-LINE
087500     ELSE
087600         WRITE ERAS-RPT-LINE FROM RPT-REBUILD-LINE
087700     END-IF.
087800     MOVE WS-REQUESTS-READ TO RPT-REQUESTS-READ.
087900     MOVE WS-ERASED-COUNT TO RPT-ERASED-COUNT.
088000     MOVE WS-REFUSED-COUNT TO RPT-REFUSED-COUNT.
088100     WRITE ERAS-RPT-LINE FROM RPT-COUNT-LINE.
088200     DISPLAY RPT-COUNT-LINE.
088300     IF WS-REFUSED-COUNT > ZEROES
088400         MOVE 4 TO RETURN-CODE
088500     END-IF.
088600 8000-EXIT.
088700     EXIT.
088800
088900*    LOOKS WS-LOOK-EMAIL UP IN THE EMAIL TABLE; WS-FOUND-CUST
089000*    IS THE OWNING CUSTOMER'S ENTRY, OR ZERO.
089100 8100-FIND-EMAIL.
089200     MOVE ZEROES TO WS-FOUND-CUST.
089300     PERFORM 8110-COMPARE-ONE-EMAIL THRU 8110-EXIT
089400         VARYING WS-SCAN-IDX FROM 1 BY 1
089500         UNTIL WS-SCAN-IDX > WS-EML-COUNT
089600         OR WS-FOUND-CUST NOT = ZEROES.
089700 8100-EXIT.
089800     EXIT.
089900
090000 8110-COMPARE-ONE-EMAIL.
090100     IF ET-EMAIL (WS-SCAN-IDX) = WS-LOOK-EMAIL
090200         MOVE ET-CUST-IDX (WS-SCAN-IDX) TO WS-FOUND-CUST
090300     END-IF.
090400 8110-EXIT.
090500     EXIT.
090600
090700 9000-CLOSE-UP.
090800     CLOSE ERAS-REQ-FILE.
090900     CLOSE CUST-MAST-FILE.
091000     IF WS-AR-AVAIL
091100         CLOSE AR-LEDGER-FILE
091200     END-IF.
091210     IF WS-WORK-AVAIL
091220         CLOSE WORK-ORD-FILE
091230     END-IF.
091240     IF WS-SPEC-AVAIL
091250         CLOSE SPEC-ORD-FILE
091260     END-IF.
091300     IF WS-CUST-COUNT > ZEROES
091400         IF WS-XREF-AVAIL
091500             CLOSE CUST-XREF-FILE
091600         END-IF
091700         IF WS-PTS-AVAIL
091800             CLOSE PTS-LEDGER-FILE
091900         END-IF
092000         IF WS-MKT-AVAIL
092100             CLOSE MKT-SENT-FILE
092200         END-IF
092300         IF WS-TXN-AVAIL
092400             CLOSE SALES-TXN-FILE
092500         END-IF
092600         IF WS-HIST-AVAIL
092700             CLOSE SALE-HIST-FILE
092701         END-IF
092702         IF WS-PAY-AVAIL
092703             CLOSE AR-PAYMENT-FILE
092704         END-IF
092705         IF WS-PXA-AVAIL
092706             CLOSE PTS-EXP-AUD-FILE
092707         END-IF
092708         IF WS-RPL-AVAIL
092709             CLOSE RPL-SENT-FILE
092710         END-IF
092711         IF WS-CALL-AVAIL
092712             CLOSE CALL-RSLT-FILE
092713         END-IF
092714         IF WS-MKT-AVAIL
092715             MOVE WS-WITHDRAWN-COUNT TO FEED-TRL-COUNT
092716             WRITE MKT-FEED-RECORD FROM FEED-TRAILER-RECORD
092717             CLOSE MKT-FEED-FILE
092800         END-IF
092810         IF WS-CERT-AVAIL
092820             CLOSE TAX-CERT-FILE
092830         END-IF
092900     END-IF.
093000     CLOSE ERAS-AUD-FILE.
093100     CLOSE ERAS-RPT-FILE.
093200 9000-EXIT.
093300     EXIT.
093400
093500 8900-LOG-EXCEPTION.
093600     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
093700     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
093800     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
093900     ACCEPT WS-LOG-TIME FROM TIME.
094000     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
094100     MOVE "CUSTERAS"         TO EXCP-LOG-PROGRAM.
094200     OPEN EXTEND EXCP-LOG-FILE.
094300     IF WS-EXCP-LOG-STATUS NOT = '00'
094400         OPEN OUTPUT EXCP-LOG-FILE
094500     END-IF.
094600     WRITE EXCP-LOG-RECORD.
094700     CLOSE EXCP-LOG-FILE.
094800 8900-EXIT.
094900     EXIT.
095000
095100 END PROGRAM CUSTERAS.
