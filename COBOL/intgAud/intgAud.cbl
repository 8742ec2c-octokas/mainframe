000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTGAUD.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    WEEKLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT.  SINCE      *
000900*    CUSTOMER MERGES AND ITEM AND SUPPLIER DEACTIVATIONS WENT   *
001000*    IN, THE MASTERS AND LEDGERS HAVE DRIFTED APART.  THIS      *
001100*    PROGRAM READS EACH FILE THROUGH AND CHECKS IT AGAINST THE  *
001200*    OTHERS:                                                    *
001300*      INVMAST   SUPPLIER ON SUPPMAST AND ACTIVE; QUANTITY,     *
001400*                PRICE AND COST NUMERIC.                        *
001500*      PTSLEDGR  EMAIL ON CUSTMAST - AN EMAIL MERGED OR RE-     *
001600*      ARLEDGR   KEYED AWAY IN CUSTXREF IS NAMED WITH THE EMAIL *
001700*                IT NOW LIVES UNDER; BALANCE NUMERIC; A CLOSED  *
001800*                AR ACCOUNT WITH A BALANCE.                     *
001900*      POFILE    OPEN LINES - ITEM ON FILE AND ACTIVE, SUPPLIER *
002000*                ON SUPPMAST.                                   *
002100*      SPECORD   OPEN AND ARRIVED ORDERS - ITEM ON FILE AND     *
002200*                ACTIVE, CUSTOMER ON CUSTMAST.                  *
002300*      QUOTFILE  OPEN QUOTES - EVERY MATERIAL ON FILE, ACTIVE.  *
002400*      GIFTCARD  BALANCE NUMERIC AND WITHIN THE CEILING, STATUS *
002500*                A OR C, NO BALANCE LEFT ON A CLOSED CARD.      *
002600*      APOPEN    SUPPLIER ON SUPPMAST.                          *
002700*    EVERY FINDING IS PRINTED WITH ITS SEVERITY; ERRORS ARE     *
002800*    ALSO LOGGED TO EXCPLOG.  A FILE THAT CANNOT BE OPENED IS   *
002900*    REPORTED AS NOT CHECKED.  SYSIN Y ENDS THE STEP RC=8 WHEN  *
003000*    THERE ARE ERRORS AND RC=4 FOR WARNINGS ONLY, SO THE JOB    *
003100*    STREAM CAN HOLD WHAT FOLLOWS; BLANK OR N ALWAYS ENDS RC=0. *
003200*-----------------------------------------------------------------
003300*    MAINTENANCE HISTORY.                                       *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    2026-10-15 DRO   INITIAL VERSION.                           *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
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
005700     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CUST-EMAIL
006100         ALTERNATE RECORD KEY IS CUST-LOYALTY-ID
006200         FILE STATUS IS WS-CUST-MAST-STATUS.
006300
006400     SELECT CUST-XREF-FILE  ASSIGN TO "CUSTXREF"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-CUST-XREF-STATUS.
006700
006800     SELECT PTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS PTS-CUST-EMAIL
007200         FILE STATUS IS WS-PTS-LEDGER-STATUS.
007300
007400     SELECT AR-LEDGER-FILE  ASSIGN TO "ARLEDGR"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS ARL-CUST-EMAIL
007800         FILE STATUS IS WS-AR-LEDGER-STATUS.
007900
008000     SELECT PO-FILE         ASSIGN TO "POFILE"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS SEQUENTIAL
008300         RECORD KEY IS PO-KEY
008400         FILE STATUS IS WS-PO-FILE-STATUS.
008500
008600     SELECT SPEC-ORD-FILE   ASSIGN TO "SPECORD"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS SPO-ORDER-NO
009000         FILE STATUS IS WS-SPEC-ORD-STATUS.
009100
009200     SELECT QUOTE-FILE      ASSIGN TO "QUOTFILE"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS QUO-QUOTE-NO
009600         FILE STATUS IS WS-QUOTE-FILE-STATUS.
009700
009800     SELECT GIFT-CARD-FILE  ASSIGN TO "GIFTCARD"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS GFT-CARD-NO
010200         FILE STATUS IS WS-GIFT-CARD-STATUS.
010300
010400     SELECT AP-OPEN-FILE    ASSIGN TO "APOPEN"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS SEQUENTIAL
010700         RECORD KEY IS APO-KEY
010800         FILE STATUS IS WS-AP-OPEN-STATUS.
010900
011000     SELECT AUD-RPT-FILE    ASSIGN TO "INTGRPT"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-AUD-RPT-STATUS.
011300
011400     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
011500         ORGANIZATION IS SEQUENTIAL
011600         FILE STATUS IS WS-EXCP-LOG-STATUS.
011700
011800 DATA DIVISION.
011900 FILE SECTION.
012000
012100 FD  INV-MAST-FILE.
012200 COPY INVMAST.
012300
012400 FD  SUPP-MAST-FILE.
012500 COPY SUPPMAST.
012600
012700 FD  CUST-MAST-FILE.
012800 COPY CUSTMAST.
012900
013000 FD  CUST-XREF-FILE
013100     RECORDING MODE IS F.
013200 COPY CUSTXREF.
013300
013400 FD  PTS-LEDGER-FILE.
013500 COPY PTSLEDGR.
013600
013700 FD  AR-LEDGER-FILE.
013800 COPY ARLEDGR.
013900
014000 FD  PO-FILE.
014100 COPY PURCHORD.
014200
014300 FD  SPEC-ORD-FILE.
014400 COPY SPECORD.
014500
014600 FD  QUOTE-FILE.
014700 COPY QUOTFILE.
014800
014900 FD  GIFT-CARD-FILE.
015000 COPY GIFTCARD.
015100
015200 FD  AP-OPEN-FILE.
015300 COPY APOPEN.
015400
015500 FD  AUD-RPT-FILE
015600     RECORDING MODE IS F.
015700 01  AUD-RPT-LINE               PIC X(80).
015800
015900 FD  EXCP-LOG-FILE
016000     RECORDING MODE IS F.
016100 COPY EXCPLOG.
016200
016300 WORKING-STORAGE SECTION.
016400 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
016500 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
016600 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
016700 01  WS-CUST-XREF-STATUS        PIC XX     VALUE ZEROES.
016800 01  WS-PTS-LEDGER-STATUS       PIC XX     VALUE ZEROES.
016900 01  WS-AR-LEDGER-STATUS        PIC XX     VALUE ZEROES.
017000 01  WS-PO-FILE-STATUS          PIC XX     VALUE ZEROES.
017100 01  WS-SPEC-ORD-STATUS         PIC XX     VALUE ZEROES.
017200 01  WS-QUOTE-FILE-STATUS       PIC XX     VALUE ZEROES.
017300 01  WS-GIFT-CARD-STATUS        PIC XX     VALUE ZEROES.
017400 01  WS-AP-OPEN-STATUS          PIC XX     VALUE ZEROES.
017500 01  WS-AUD-RPT-STATUS          PIC XX     VALUE ZEROES.
017600 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
017700 01  WS-LOG-TIME                PIC 9(08).
017800
017900 01  WS-SWITCHES.
018000     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
018100         88  MORE-RECORDS                  VALUE 'Y'.
018200         88  NO-MORE-RECORDS               VALUE 'N'.
018300     05  WS-HOLD-SW             PIC X      VALUE 'N'.
018400         88  WS-HOLD-ON-ERRORS      VALUE 'Y' 'y'.
018500     05  WS-LOOKUP-SW           PIC X      VALUE SPACE.
018600         88  WS-LOOKUP-FOUND        VALUE 'F'.
018700         88  WS-LOOKUP-INACTIVE     VALUE 'I'.
018800         88  WS-LOOKUP-MISSING      VALUE 'M'.
018900     05  WS-XREF-FULL-SW        PIC X      VALUE 'N'.
019000         88  WS-XREF-FULL           VALUE 'Y'.
019100
019200 01  WS-RUN-DATE.
019300     05  WS-RUN-YEAR            PIC 9(02).
019400     05  WS-RUN-MONTH           PIC 9(02).
019500     05  WS-RUN-DAY             PIC 9(02).
019600
019700*    A GIFT CARD IS LOADED IN AMOUNTS OF UP TO 999.99 AT THE
019800*    REGISTER; A BALANCE PAST THIS CEILING HAS NEVER BEEN
019900*    LEGITIMATE AND IS TREATED AS IMPOSSIBLE.
020000 01  WS-GIFT-CEILING            PIC 9(05)V99 VALUE 2000.00.
020100
020200*    THE CUSTOMER CROSS-REFERENCE, LOADED ONCE AT START-UP THE
020300*    WAY RCPTINQ LOADS IT.
020400 01  WS-XREF-TABLE.
020500     05  WS-XREF-COUNT          PIC 9(03)  VALUE ZEROES.
020600     05  WS-XREF-ENTRY OCCURS 500 TIMES.
020700         10  XT-OLD-EMAIL       PIC X(36).
020800         10  XT-NEW-EMAIL       PIC X(36).
020900         10  XT-CHANGE-TYPE     PIC X(01).
021000
021100*    RECORDS READ, ERRORS AND WARNINGS FOR EACH AUDITED FILE.
021200 01  WS-FILE-NAMES.
021300     05  FILLER                 PIC X(32)  VALUE
021400             "INVMAST PTSLEDGRARLEDGR POFILE  ".
021500     05  FILLER                 PIC X(32)  VALUE
021600             "SPECORD QUOTFILEGIFTCARDAPOPEN  ".
021700 01  WS-FILE-NAMES-R REDEFINES WS-FILE-NAMES.
021800     05  WS-FILE-NAME           PIC X(08)  OCCURS 8 TIMES.
021900 01  WS-FILE-TOTALS.
022000     05  WS-FILE-ENTRY OCCURS 8 TIMES.
022100         10  FT-CHECKED-SW      PIC X(01).
022200         10  FT-READ            PIC 9(07).
022300         10  FT-ERRORS          PIC 9(05).
022400         10  FT-WARNINGS        PIC 9(05).
022500
022600 01  WS-WORK-FIELDS.
022700     05  WS-FILE-IDX            PIC 9(01)  VALUE ZEROES.
022800     05  WS-IDX                 PIC 9(03)  VALUE ZEROES.
022900     05  WS-MAT-IDX             PIC 9(01)  VALUE ZEROES.
023000     05  WS-LOOKUP-EMAIL        PIC X(36)  VALUE SPACES.
023100     05  WS-XREF-NEW-EMAIL      PIC X(36)  VALUE SPACES.
023200     05  WS-XREF-TYPE           PIC X(01)  VALUE SPACE.
023300     05  WS-TOTAL-ERRORS        PIC 9(05)  VALUE ZEROES.
023400     05  WS-TOTAL-WARNINGS      PIC 9(05)  VALUE ZEROES.
023500
023600*    ONE FINDING, FILLED IN BY THE CHECK THAT RAISES IT.
023700 01  WS-FINDING.
023800     05  FND-SEVERITY           PIC X(01)  VALUE SPACE.
023900         88  FND-ERROR              VALUE 'E'.
024000         88  FND-WARNING            VALUE 'W'.
024100     05  FND-CODE               PIC X(06)  VALUE SPACES.
024200     05  FND-KEY                PIC X(36)  VALUE SPACES.
024300     05  FND-TEXT               PIC X(26)  VALUE SPACES.
024400
024500 01  WS-AUD-EXCP-MSG.
024600     05  AEM-FILE               PIC X(08).
024700     05  FILLER                 PIC X(01)  VALUE SPACE.
024800     05  AEM-KEY                PIC X(24).
024900     05  FILLER                 PIC X(01)  VALUE SPACE.
025000     05  AEM-TEXT               PIC X(26).
025100
025200 01  WS-PO-KEY-TEXT.
025300     05  PKT-PO-NUMBER          PIC 9(06).
025400     05  FILLER                 PIC X(01)  VALUE "/".
025500     05  PKT-LINE-NO            PIC 9(03).
025600 01  WS-QUOTE-KEY-TEXT.
025700     05  QKT-QUOTE-NO           PIC 9(06).
025800     05  FILLER                 PIC X(05)  VALUE " MAT ".
025900     05  QKT-MAT-IDX            PIC 9(01).
026000 01  WS-AP-KEY-TEXT.
026100     05  AKT-SUPPLIER-CODE      PIC X(08).
026200     05  FILLER                 PIC X(01)  VALUE SPACE.
026300     05  AKT-INVOICE-NO         PIC X(12).
026400
026500 01  RPT-TITLE-LINE.
026600     05  FILLER  PIC X(40) VALUE
026700             "MISKOLCZI PETS - FILE INTEGRITY AUDIT".
026800     05  FILLER  PIC X(06) VALUE "DATE: ".
026900     05  RPT-RUN-YEAR           PIC 9(02).
027000     05  FILLER  PIC X(01) VALUE "/".
027100     05  RPT-RUN-MONTH          PIC 9(02).
027200     05  FILLER  PIC X(01) VALUE "/".
027300     05  RPT-RUN-DAY            PIC 9(02).
027400     05  FILLER  PIC X(24) VALUE SPACES.
027500
027600 01  RPT-HEADING-LINE.
027700     05  FILLER  PIC X(06) VALUE "SEV".
027800     05  FILLER  PIC X(07) VALUE "CODE".
027900     05  FILLER  PIC X(09) VALUE "FILE".
028000     05  FILLER  PIC X(31) VALUE "KEY".
028100     05  FILLER  PIC X(27) VALUE "FINDING".
028200
028300 01  RPT-DETAIL-LINE.
028400     05  RPT-SEVERITY           PIC X(05).
028500     05  FILLER  PIC X(01) VALUE SPACE.
028600     05  RPT-CODE               PIC X(06).
028700     05  FILLER  PIC X(01) VALUE SPACE.
028800     05  RPT-FILE               PIC X(08).
028900     05  FILLER  PIC X(01) VALUE SPACE.
029000     05  RPT-KEY                PIC X(30).
029100     05  FILLER  PIC X(01) VALUE SPACE.
029200     05  RPT-TEXT               PIC X(26).
029300     05  FILLER  PIC X(01) VALUE SPACE.
029400
029500 01  RPT-NOW-LINE.
029600     05  FILLER  PIC X(22) VALUE SPACES.
029700     05  FILLER  PIC X(10) VALUE "  NOW AT: ".
029800     05  RPT-NOW-EMAIL          PIC X(36).
029900     05  FILLER  PIC X(12) VALUE SPACES.
030000
030100 01  RPT-FILE-HEAD-LINE.
030200     05  FILLER  PIC X(10) VALUE "FILE".
030300     05  FILLER  PIC X(12) VALUE "     READ".
030400     05  FILLER  PIC X(10) VALUE "  ERRORS".
030500     05  FILLER  PIC X(10) VALUE "WARNINGS".
030600     05  FILLER  PIC X(38) VALUE SPACES.
030700
030800 01  RPT-FILE-LINE.
030900     05  RPT-FT-NAME            PIC X(08).
031000     05  FILLER  PIC X(02) VALUE SPACES.
031100     05  RPT-FT-READ            PIC Z,ZZZ,ZZ9.
031200     05  FILLER  PIC X(03) VALUE SPACES.
031300     05  RPT-FT-ERRORS          PIC ZZ,ZZ9.
031400     05  FILLER  PIC X(04) VALUE SPACES.
031500     05  RPT-FT-WARNINGS        PIC ZZ,ZZ9.
031600     05  FILLER  PIC X(02) VALUE SPACES.
031700     05  RPT-FT-NOTE            PIC X(40).
031800
031900 01  RPT-TOTAL-LINE.
032000     05  FILLER  PIC X(22) VALUE "TOTAL FINDINGS".
032100     05  RPT-TOT-ERRORS         PIC ZZ,ZZ9.
032200     05  FILLER  PIC X(04) VALUE SPACES.
032300     05  RPT-TOT-WARNINGS       PIC ZZ,ZZ9.
032400     05  FILLER  PIC X(42) VALUE SPACES.
032500
032600 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
032700
032800 PROCEDURE DIVISION.
032900 0100-START.
033000     DISPLAY "*** MISKOLCZI PETS FILE INTEGRITY AUDIT ***".
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033200     PERFORM 2000-AUDIT-INV-MAST THRU 2000-EXIT.
033300     PERFORM 2100-AUDIT-PTS-LEDGER THRU 2100-EXIT.
033400     PERFORM 2200-AUDIT-AR-LEDGER THRU 2200-EXIT.
033500     PERFORM 2300-AUDIT-PO-FILE THRU 2300-EXIT.
033600     PERFORM 2400-AUDIT-SPEC-ORD THRU 2400-EXIT.
033700     PERFORM 2500-AUDIT-QUOTES THRU 2500-EXIT.
033800     PERFORM 2600-AUDIT-GIFT-CARDS THRU 2600-EXIT.
033900     PERFORM 2700-AUDIT-AP-OPEN THRU 2700-EXIT.
034000     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
034100     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
034200     STOP RUN.
034300
034400 1000-INITIALIZE.
034500     ACCEPT WS-RUN-DATE FROM DATE.
034600     DISPLAY "Hold the job stream on errors? (Y/N, blank = N): ".
034700     MOVE SPACE TO WS-HOLD-SW.
034800     ACCEPT WS-HOLD-SW.
034900     OPEN INPUT INV-MAST-FILE.
035000     IF WS-INV-MAST-STATUS NOT = '00'
035100         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
035200             WS-INV-MAST-STATUS
035300         SET EXCP-SEV-ERROR TO TRUE
035400         MOVE "IGA001" TO EXCP-LOG-CODE
035500         MOVE "Unable to open INV-MAST-FILE."
035600             TO EXCP-LOG-MESSAGE
035700         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
035800         MOVE 8 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100     OPEN INPUT SUPP-MAST-FILE.
036200     IF WS-SUPP-MAST-STATUS NOT = '00'
036300         DISPLAY "UNABLE TO OPEN SUPP-MAST-FILE - STATUS: "
036400             WS-SUPP-MAST-STATUS
036500         SET EXCP-SEV-ERROR TO TRUE
036600         MOVE "IGA002" TO EXCP-LOG-CODE
036700         MOVE "Unable to open SUPP-MAST-FILE."
036800             TO EXCP-LOG-MESSAGE
036900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037000         MOVE 8 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     OPEN INPUT CUST-MAST-FILE.
037400     IF WS-CUST-MAST-STATUS NOT = '00'
037500         DISPLAY "UNABLE TO OPEN CUST-MAST-FILE - STATUS: "
037600             WS-CUST-MAST-STATUS
037700         SET EXCP-SEV-ERROR TO TRUE
037800         MOVE "IGA003" TO EXCP-LOG-CODE
037900         MOVE "Unable to open CUST-MAST-FILE."
038000             TO EXCP-LOG-MESSAGE
038100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
038200         MOVE 8 TO RETURN-CODE
038300         STOP RUN
038400     END-IF.
038500     PERFORM 1100-LOAD-XREF-TABLE THRU 1100-EXIT.
038600     PERFORM 1050-CLEAR-ONE-TOTAL THRU 1050-EXIT
038700         VARYING WS-FILE-IDX FROM 1 BY 1
038800         UNTIL WS-FILE-IDX > 8.
038900     OPEN OUTPUT AUD-RPT-FILE.
039000     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
039100     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
039200     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
039300     WRITE AUD-RPT-LINE FROM RPT-TITLE-LINE.
039400     WRITE AUD-RPT-LINE FROM RPT-BLANK-LINE.
039500     WRITE AUD-RPT-LINE FROM RPT-HEADING-LINE.
039600 1000-EXIT.
039700     EXIT.
039800
039900 1050-CLEAR-ONE-TOTAL.
040000     MOVE 'N' TO FT-CHECKED-SW (WS-FILE-IDX).
040100     MOVE ZEROES TO FT-READ (WS-FILE-IDX).
040200     MOVE ZEROES TO FT-ERRORS (WS-FILE-IDX).
040300     MOVE ZEROES TO FT-WARNINGS (WS-FILE-IDX).
040400 1050-EXIT.
040500     EXIT.
040600
040700 1100-LOAD-XREF-TABLE.
040800     MOVE ZEROES TO WS-XREF-COUNT.
040900     OPEN INPUT CUST-XREF-FILE.
041000     IF WS-CUST-XREF-STATUS NOT = '00'
041100         GO TO 1100-EXIT
041200     END-IF.
041300     PERFORM 1120-READ-ONE-XREF THRU 1120-EXIT
041400         UNTIL WS-CUST-XREF-STATUS NOT = '00'.
041500     CLOSE CUST-XREF-FILE.
041600 1100-EXIT.
041700     EXIT.
041800
041900 1120-READ-ONE-XREF.
042000     READ CUST-XREF-FILE
042100         AT END
042200             MOVE '10' TO WS-CUST-XREF-STATUS
042300         NOT AT END
042400             IF WS-XREF-COUNT < 500
042500                 ADD 1 TO WS-XREF-COUNT
042600                 MOVE XRF-OLD-EMAIL
042700                     TO XT-OLD-EMAIL (WS-XREF-COUNT)
042800                 MOVE XRF-NEW-EMAIL
042900                     TO XT-NEW-EMAIL (WS-XREF-COUNT)
043000                 MOVE XRF-CHANGE-TYPE
043100                     TO XT-CHANGE-TYPE (WS-XREF-COUNT)
043200             ELSE
043300                 SET WS-XREF-FULL TO TRUE
043400             END-IF
043500     END-READ.
043600 1120-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*    INVENTORY MASTER - SUPPLIER ON FILE AND ACTIVE, AND THE    *
044100*    QUANTITY AND MONEY FIELDS NUMERIC.                         *
044200*****************************************************************
044300 2000-AUDIT-INV-MAST.
044400     MOVE 1 TO WS-FILE-IDX.
044500     MOVE 'Y' TO FT-CHECKED-SW (WS-FILE-IDX).
044600     MOVE 'Y' TO WS-MORE-RECORDS.
044700     MOVE LOW-VALUES TO INV-ITEM-CODE.
044800     START INV-MAST-FILE KEY NOT < INV-ITEM-CODE
044900         INVALID KEY
045000             MOVE 'N' TO WS-MORE-RECORDS
045100     END-START.
045200     PERFORM 2010-CHECK-ONE-ITEM THRU 2010-EXIT
045300         UNTIL NO-MORE-RECORDS.
045400 2000-EXIT.
045500     EXIT.
045600
045700 2010-CHECK-ONE-ITEM.
045800     READ INV-MAST-FILE NEXT RECORD
045900         AT END
046000             MOVE 'N' TO WS-MORE-RECORDS
046100             GO TO 2010-EXIT
046200     END-READ.
046300     ADD 1 TO FT-READ (WS-FILE-IDX).
046400     MOVE INV-ITEM-CODE TO FND-KEY.
046500     IF INV-QTY-ON-HAND IS NOT NUMERIC
046600         OR INV-UNIT-PRICE IS NOT NUMERIC
046700         OR INV-UNIT-COST IS NOT NUMERIC
046800         SET FND-ERROR TO TRUE
046900         MOVE "IGA012" TO FND-CODE
047000         MOVE "QTY/PRICE/COST NOT NUMERIC" TO FND-TEXT
047100         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
047200     END-IF.
047300     IF INV-SUPPLIER-CODE = SPACES
047400         GO TO 2010-EXIT
047500     END-IF.
047600     MOVE INV-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
047700     PERFORM 5100-LOOKUP-SUPPLIER THRU 5100-EXIT.
047800     IF WS-LOOKUP-MISSING
047900         SET FND-ERROR TO TRUE
048000         MOVE "IGA010" TO FND-CODE
048100         MOVE "SUPPLIER NOT ON SUPPMAST" TO FND-TEXT
048200         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
048300     END-IF.
048400     IF WS-LOOKUP-INACTIVE AND INV-ACTIVE
048500         SET FND-WARNING TO TRUE
048600         MOVE "IGA011" TO FND-CODE
048700         MOVE "SUPPLIER IS INACTIVE" TO FND-TEXT
048800         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
048900     END-IF.
049000 2010-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*    LOYALTY POINTS LEDGER - EVERY EMAIL ON THE CUSTOMER        *
049500*    MASTER.                                                    *
049600*****************************************************************
049700 2100-AUDIT-PTS-LEDGER.
049800     MOVE 2 TO WS-FILE-IDX.
049900     OPEN INPUT PTS-LEDGER-FILE.
050000     IF WS-PTS-LEDGER-STATUS NOT = '00'
050100         GO TO 2100-EXIT
050200     END-IF.
050300     MOVE 'Y' TO FT-CHECKED-SW (WS-FILE-IDX).
050400     MOVE 'Y' TO WS-MORE-RECORDS.
050500     PERFORM 2110-CHECK-ONE-PTS-ROW THRU 2110-EXIT
050600         UNTIL NO-MORE-RECORDS.
050700     CLOSE PTS-LEDGER-FILE.
050800 2100-EXIT.
050900     EXIT.
051000
051100 2110-CHECK-ONE-PTS-ROW.
051200     READ PTS-LEDGER-FILE NEXT RECORD
051300         AT END
051400             MOVE 'N' TO WS-MORE-RECORDS
051500             GO TO 2110-EXIT
051600     END-READ.
051700     ADD 1 TO FT-READ (WS-FILE-IDX).
051800     MOVE PTS-CUST-EMAIL TO FND-KEY.
051900     IF PTS-BALANCE IS NOT NUMERIC
052000         SET FND-ERROR TO TRUE
052100         MOVE "IGA022" TO FND-CODE
052200         MOVE "BALANCE NOT NUMERIC" TO FND-TEXT
052300         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
052400     END-IF.
052500     MOVE PTS-CUST-EMAIL TO WS-LOOKUP-EMAIL.
052600     PERFORM 5200-LOOKUP-CUSTOMER THRU 5200-EXIT.
052700     IF WS-LOOKUP-MISSING
052800         MOVE "IGA020" TO FND-CODE
052900         PERFORM 5300-REPORT-LOST-EMAIL THRU 5300-EXIT
053000     END-IF.
053100 2110-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*    AR LEDGER - EVERY EMAIL ON THE CUSTOMER MASTER, AND NO     *
053600*    BALANCE LEFT ON A CLOSED ACCOUNT.                          *
053700*****************************************************************
053800 2200-AUDIT-AR-LEDGER.
053900     MOVE 3 TO WS-FILE-IDX.
054000     OPEN INPUT AR-LEDGER-FILE.
054100     IF WS-AR-LEDGER-STATUS NOT = '00'
054200         GO TO 2200-EXIT
054300     END-IF.
054400     MOVE 'Y' TO FT-CHECKED-SW (WS-FILE-IDX).
054500     MOVE 'Y' TO WS-MORE-RECORDS.
054600     PERFORM 2210-CHECK-ONE-AR-ROW THRU 2210-EXIT
054700         UNTIL NO-MORE-RECORDS.
054800     CLOSE AR-LEDGER-FILE.
054900 2200-EXIT.
055000     EXIT.
055100
055200 2210-CHECK-ONE-AR-ROW.
055300     READ AR-LEDGER-FILE NEXT RECORD
055400         AT END
055500             MOVE 'N' TO WS-MORE-RECORDS
055600             GO TO 2210-EXIT
055700     END-READ.
055800     ADD 1 TO FT-READ (WS-FILE-IDX).
055900     MOVE ARL-CUST-EMAIL TO FND-KEY.
056000     IF ARL-BALANCE IS NOT NUMERIC
056100         SET FND-ERROR TO TRUE
056200         MOVE "IGA032" TO FND-CODE
056300         MOVE "BALANCE NOT NUMERIC" TO FND-TEXT
056400         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
056500     ELSE
056600         IF ARL-CLOSED AND ARL-BALANCE NOT = ZEROES
056700             SET FND-WARNING TO TRUE
056800             MOVE "IGA033" TO FND-CODE
056900             MOVE "CLOSED WITH A BALANCE" TO FND-TEXT
057000             PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
057100         END-IF
057200     END-IF.
057300     MOVE ARL-CUST-EMAIL TO WS-LOOKUP-EMAIL.
057400     PERFORM 5200-LOOKUP-CUSTOMER THRU 5200-EXIT.
057500     IF WS-LOOKUP-MISSING
057600         MOVE "IGA030" TO FND-CODE
057700         PERFORM 5300-REPORT-LOST-EMAIL THRU 5300-EXIT
057800     END-IF.
057900 2210-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300*    PURCHASE ORDERS - OPEN LINES ONLY.  ITEM ON FILE AND       *
058400*    ACTIVE, SUPPLIER ON FILE.                                  *
058500*****************************************************************
058600 2300-AUDIT-PO-FILE.
058700     MOVE 4 TO WS-FILE-IDX.
058800     OPEN INPUT PO-FILE.
058900     IF WS-PO-FILE-STATUS NOT = '00'
059000         GO TO 2300-EXIT
059100     END-IF.
059200     MOVE 'Y' TO FT-CHECKED-SW (WS-FILE-IDX).
059300     MOVE 'Y' TO WS-MORE-RECORDS.
059400     PERFORM 2310-CHECK-ONE-PO-LINE THRU 2310-EXIT
059500         UNTIL NO-MORE-RECORDS.
059600     CLOSE PO-FILE.
059700 2300-EXIT.
059800     EXIT.
059900
060000 2310-CHECK-ONE-PO-LINE.
060100     READ PO-FILE NEXT RECORD
060200         AT END
060300             MOVE 'N' TO WS-MORE-RECORDS
060400             GO TO 2310-EXIT
060500     END-READ.
060600     ADD 1 TO FT-READ (WS-FILE-IDX).
060700     IF NOT PO-LINE-OPEN
060800         GO TO 2310-EXIT
060900     END-IF.
061000     MOVE PO-NUMBER TO PKT-PO-NUMBER.
061100     MOVE PO-LINE-NO TO PKT-LINE-NO.
061200     MOVE WS-PO-KEY-TEXT TO FND-KEY.
061300     MOVE PO-ITEM-CODE TO INV-ITEM-CODE.
061400     PERFORM 5000-LOOKUP-ITEM THRU 5000-EXIT.
061500     IF WS-LOOKUP-MISSING
061600         SET FND-ERROR TO TRUE
061700         MOVE "IGA040" TO FND-CODE
061800         MOVE "ITEM NOT ON INVMAST" TO FND-TEXT
061900         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
062000     END-IF.
062100     IF WS-LOOKUP-INACTIVE
062200         SET FND-WARNING TO TRUE
062300         MOVE "IGA041" TO FND-CODE
062400         MOVE "ITEM IS INACTIVE" TO FND-TEXT
062500         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
062600     END-IF.
062700     MOVE PO-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
062800     PERFORM 5100-LOOKUP-SUPPLIER THRU 5100-EXIT.
062900     IF WS-LOOKUP-MISSING
063000         SET FND-ERROR TO TRUE
063100         MOVE "IGA042" TO FND-CODE
063200         MOVE "SUPPLIER NOT ON SUPPMAST" TO FND-TEXT
063300         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
063400     END-IF.
063500 2310-EXIT.
063600     EXIT.
063700
063800*****************************************************************
063900*    SPECIAL ORDERS - OPEN AND ARRIVED ONLY.  ITEM ON FILE AND  *
064000*    ACTIVE; A CUSTOMER KEY, WHEN THERE IS ONE, ON THE MASTER.  *
064100*****************************************************************
064200 2400-AUDIT-SPEC-ORD.
064300     MOVE 5 TO WS-FILE-IDX.
064400     OPEN INPUT SPEC-ORD-FILE.
064500     IF WS-SPEC-ORD-STATUS NOT = '00'
064600         GO TO 2400-EXIT
064700     END-IF.
064800     MOVE 'Y' TO FT-CHECKED-SW (WS-FILE-IDX).
064900     MOVE 'Y' TO WS-MORE-RECORDS.
065000     PERFORM 2410-CHECK-ONE-ORDER THRU 2410-EXIT
065100         UNTIL NO-MORE-RECORDS.
065200     CLOSE SPEC-ORD-FILE.
065300 2400-EXIT.
065400     EXIT.
065500
065600 2410-CHECK-ONE-ORDER.
065700     READ SPEC-ORD-FILE NEXT RECORD
065800         AT END
065900             MOVE 'N' TO WS-MORE-RECORDS
066000             GO TO 2410-EXIT
066100     END-READ.
066200     ADD 1 TO FT-READ (WS-FILE-IDX).
066300     IF NOT SPO-OPEN AND NOT SPO-ARRIVED
066400         GO TO 2410-EXIT
066500     END-IF.
066600     MOVE SPO-ORDER-NO TO FND-KEY.
066700     MOVE SPO-ITEM-CODE TO INV-ITEM-CODE.
066800     PERFORM 5000-LOOKUP-ITEM THRU 5000-EXIT.
066900     IF WS-LOOKUP-MISSING
067000         SET FND-ERROR TO TRUE
067100         MOVE "IGA050" TO FND-CODE
067200         MOVE "ITEM NOT ON INVMAST" TO FND-TEXT
067300         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
067400     END-IF.
067500     IF WS-LOOKUP-INACTIVE
067600         SET FND-WARNING TO TRUE
067700         MOVE "IGA051" TO FND-CODE
067800         MOVE "ITEM IS INACTIVE" TO FND-TEXT
067900         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
068000     END-IF.
068100     IF SPO-CUSTOMER-KEY = SPACES
068200         GO TO 2410-EXIT
068300     END-IF.
068400     MOVE SPO-CUSTOMER-KEY TO WS-LOOKUP-EMAIL.
068500     PERFORM 5200-LOOKUP-CUSTOMER THRU 5200-EXIT.
068600     IF WS-LOOKUP-MISSING
068700         MOVE "IGA052" TO FND-CODE
068800         PERFORM 5300-REPORT-LOST-EMAIL THRU 5300-EXIT
068900     END-IF.
069000 2410-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*    INSTALLATION QUOTES - OPEN ONLY.  EVERY MATERIAL LINE ON   *
069500*    FILE AND ACTIVE.                                           *
069600*****************************************************************
069700 2500-AUDIT-QUOTES.
069800     MOVE 6 TO WS-FILE-IDX.
069900     OPEN INPUT QUOTE-FILE.
070000     IF WS-QUOTE-FILE-STATUS NOT = '00'
070100         GO TO 2500-EXIT
070200     END-IF.
070300     MOVE 'Y' TO FT-CHECKED-SW (WS-FILE-IDX).
070400     MOVE 'Y' TO WS-MORE-RECORDS.
070500     PERFORM 2510-CHECK-ONE-QUOTE THRU 2510-EXIT
070600         UNTIL NO-MORE-RECORDS.
070700     CLOSE QUOTE-FILE.
070800 2500-EXIT.
070900     EXIT.
071000
071100 2510-CHECK-ONE-QUOTE.
071200     READ QUOTE-FILE NEXT RECORD
071300         AT END
071400             MOVE 'N' TO WS-MORE-RECORDS
071500             GO TO 2510-EXIT
071600     END-READ.
071700     ADD 1 TO FT-READ (WS-FILE-IDX).
071800     IF NOT QUO-OPEN
071900         GO TO 2510-EXIT
072000     END-IF.
072100     IF QUO-LINE-CT IS NOT NUMERIC
072200         MOVE ZEROES TO QUO-LINE-CT
072300     END-IF.
072400     PERFORM 2520-CHECK-ONE-MATERIAL THRU 2520-EXIT
072500         VARYING WS-MAT-IDX FROM 1 BY 1
072600         UNTIL WS-MAT-IDX > QUO-LINE-CT OR WS-MAT-IDX > 2.
072700 2510-EXIT.
072800     EXIT.
072900
073000 2520-CHECK-ONE-MATERIAL.
073100     MOVE QUO-QUOTE-NO TO QKT-QUOTE-NO.
073200     MOVE WS-MAT-IDX TO QKT-MAT-IDX.
073300     MOVE WS-QUOTE-KEY-TEXT TO FND-KEY.
073400     MOVE QUO-MAT-ITEM-CODE (WS-MAT-IDX) TO INV-ITEM-CODE.
073500     PERFORM 5000-LOOKUP-ITEM THRU 5000-EXIT.
073600     IF WS-LOOKUP-MISSING
073700         SET FND-ERROR TO TRUE
073800         MOVE "IGA060" TO FND-CODE
073900         MOVE "MATERIAL NOT ON INVMAST" TO FND-TEXT
074000         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
074100     END-IF.
074200     IF WS-LOOKUP-INACTIVE
074300         SET FND-WARNING TO TRUE
074400         MOVE "IGA061" TO FND-CODE
074500         MOVE "MATERIAL IS INACTIVE" TO FND-TEXT
074600         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
074700     END-IF.
074800 2520-EXIT.
074900     EXIT.
075000
075100*****************************************************************
075200*    GIFT CARDS - A BALANCE THAT IS NOT A NUMBER (A NEGATIVE    *
075300*    FIGURE WRITTEN OVER THE UNSIGNED FIELD SHOWS UP THIS WAY)  *
075400*    OR PAST THE CEILING, A STATUS THAT IS NEITHER A NOR C, AND *
075500*    A CLOSED CARD STILL HOLDING MONEY.                         *
075600*****************************************************************
075700 2600-AUDIT-GIFT-CARDS.
075800     MOVE 7 TO WS-FILE-IDX.
075900     OPEN INPUT GIFT-CARD-FILE.
076000     IF WS-GIFT-CARD-STATUS NOT = '00'
076100         GO TO 2600-EXIT
076200     END-IF.
076300     MOVE 'Y' TO FT-CHECKED-SW (WS-FILE-IDX).
076400     MOVE 'Y' TO WS-MORE-RECORDS.
076500     PERFORM 2610-CHECK-ONE-CARD THRU 2610-EXIT
076600         UNTIL NO-MORE-RECORDS.
076700     CLOSE GIFT-CARD-FILE.
076800 2600-EXIT.
076900     EXIT.
077000
077100 2610-CHECK-ONE-CARD.
077200     READ GIFT-CARD-FILE NEXT RECORD
077300         AT END
077400             MOVE 'N' TO WS-MORE-RECORDS
077500             GO TO 2610-EXIT
077600     END-READ.
077700     ADD 1 TO FT-READ (WS-FILE-IDX).
077800     MOVE GFT-CARD-NO TO FND-KEY.
077900     IF NOT GFT-ACTIVE AND NOT GFT-CLOSED
078000         SET FND-ERROR TO TRUE
078100         MOVE "IGA072" TO FND-CODE
078200         MOVE "STATUS FLAG NOT A OR C" TO FND-TEXT
078300         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
078400     END-IF.
078500     IF GFT-BALANCE IS NOT NUMERIC
078600         SET FND-ERROR TO TRUE
078700         MOVE "IGA070" TO FND-CODE
078800         MOVE "BALANCE NOT NUMERIC" TO FND-TEXT
078900         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
079000         GO TO 2610-EXIT
079100     END-IF.
079200     IF GFT-BALANCE > WS-GIFT-CEILING
079300         SET FND-ERROR TO TRUE
079400         MOVE "IGA071" TO FND-CODE
079500         MOVE "BALANCE OVER THE CEILING" TO FND-TEXT
079600         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
079700     END-IF.
079800     IF GFT-CLOSED AND GFT-BALANCE > ZEROES
079900         SET FND-WARNING TO TRUE
080000         MOVE "IGA073" TO FND-CODE
080100         MOVE "CLOSED WITH A BALANCE" TO FND-TEXT
080200         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
080300     END-IF.
080400 2610-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800*    AP OPEN ITEMS - THE SUPPLIER ON FILE.                      *
080900*****************************************************************
081000 2700-AUDIT-AP-OPEN.
081100     MOVE 8 TO WS-FILE-IDX.
081200     OPEN INPUT AP-OPEN-FILE.
081300     IF WS-AP-OPEN-STATUS NOT = '00'
081400         GO TO 2700-EXIT
081500     END-IF.
081600     MOVE 'Y' TO FT-CHECKED-SW (WS-FILE-IDX).
081700     MOVE 'Y' TO WS-MORE-RECORDS.
081800     PERFORM 2710-CHECK-ONE-AP-ITEM THRU 2710-EXIT
081900         UNTIL NO-MORE-RECORDS.
082000     CLOSE AP-OPEN-FILE.
082100 2700-EXIT.
082200     EXIT.
082300
082400 2710-CHECK-ONE-AP-ITEM.
082500     READ AP-OPEN-FILE NEXT RECORD
082600         AT END
082700             MOVE 'N' TO WS-MORE-RECORDS
082800             GO TO 2710-EXIT
082900     END-READ.
083000     ADD 1 TO FT-READ (WS-FILE-IDX).
083100     MOVE APO-SUPPLIER-CODE TO AKT-SUPPLIER-CODE.
083200     MOVE APO-INVOICE-NO TO AKT-INVOICE-NO.
083300     MOVE WS-AP-KEY-TEXT TO FND-KEY.
083400     MOVE APO-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
083500     PERFORM 5100-LOOKUP-SUPPLIER THRU 5100-EXIT.
083600     IF WS-LOOKUP-MISSING
083700         SET FND-ERROR TO TRUE
083800         MOVE "IGA080" TO FND-CODE
083900         MOVE "SUPPLIER NOT ON SUPPMAST" TO FND-TEXT
084000         PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
084100     END-IF.
084200 2710-EXIT.
084300     EXIT.
084400
084500*    LOOK-UPS AGAINST THE REFERENCE MASTERS.  EACH SETS
084600*    WS-LOOKUP-SW TO FOUND, INACTIVE OR MISSING.
084700 5000-LOOKUP-ITEM.
084800     READ INV-MAST-FILE
084900         INVALID KEY
085000             SET WS-LOOKUP-MISSING TO TRUE
085100             GO TO 5000-EXIT
085200     END-READ.
085300     IF INV-INACTIVE
085400         SET WS-LOOKUP-INACTIVE TO TRUE
085500     ELSE
085600         SET WS-LOOKUP-FOUND TO TRUE
085700     END-IF.
085800 5000-EXIT.
085900     EXIT.
086000
086100 5100-LOOKUP-SUPPLIER.
086200     READ SUPP-MAST-FILE
086300         INVALID KEY
086400             SET WS-LOOKUP-MISSING TO TRUE
086500             GO TO 5100-EXIT
086600     END-READ.
086700     IF SUP-INACTIVE
086800         SET WS-LOOKUP-INACTIVE TO TRUE
086900     ELSE
087000         SET WS-LOOKUP-FOUND TO TRUE
087100     END-IF.
087200 5100-EXIT.
087300     EXIT.
087400
087500 5200-LOOKUP-CUSTOMER.
087600     MOVE WS-LOOKUP-EMAIL TO CUST-EMAIL.
087700     READ CUST-MAST-FILE
087800         INVALID KEY
087900             SET WS-LOOKUP-MISSING TO TRUE
088000             GO TO 5200-EXIT
088100     END-READ.
088200     IF CUST-INACTIVE
088300         SET WS-LOOKUP-INACTIVE TO TRUE
088400     ELSE
088500         SET WS-LOOKUP-FOUND TO TRUE
088600     END-IF.
088700 5200-EXIT.
088800     EXIT.
088900
089000*    AN EMAIL NOT ON THE CUSTOMER MASTER.  IF THE CROSS-
089100*    REFERENCE SHOWS IT WAS MERGED OR RE-KEYED AWAY, THE EMAIL
089200*    IT NOW LIVES UNDER IS PRINTED UNDER THE FINDING.  THE
089300*    CALLER SETS THE FINDING CODE.
089400 5300-REPORT-LOST-EMAIL.
089500     MOVE SPACES TO WS-XREF-NEW-EMAIL.
089600     MOVE SPACE TO WS-XREF-TYPE.
089700     PERFORM 5310-SEARCH-XREF THRU 5310-EXIT
089800         VARYING WS-IDX FROM 1 BY 1
089900         UNTIL WS-IDX > WS-XREF-COUNT
090000         OR WS-XREF-NEW-EMAIL NOT = SPACES.
090100     SET FND-ERROR TO TRUE.
090200     EVALUATE WS-XREF-TYPE
090300         WHEN 'M'
090400             MOVE "EMAIL MERGED AWAY" TO FND-TEXT
090500         WHEN 'R'
090600             MOVE "EMAIL RE-KEYED AWAY" TO FND-TEXT
090700         WHEN OTHER
090800             MOVE "NO CUSTOMER ON CUSTMAST" TO FND-TEXT
090900     END-EVALUATE.
091000     PERFORM 7000-RECORD-FINDING THRU 7000-EXIT.
091100     IF WS-XREF-NEW-EMAIL NOT = SPACES
091200         MOVE WS-XREF-NEW-EMAIL TO RPT-NOW-EMAIL
091300         WRITE AUD-RPT-LINE FROM RPT-NOW-LINE
091400     END-IF.
091500 5300-EXIT.
091600     EXIT.
091700
091800 5310-SEARCH-XREF.
091900     IF XT-OLD-EMAIL (WS-IDX) = WS-LOOKUP-EMAIL
092000         MOVE XT-NEW-EMAIL (WS-IDX) TO WS-XREF-NEW-EMAIL
092100         MOVE XT-CHANGE-TYPE (WS-IDX) TO WS-XREF-TYPE
092200     END-IF.
092300 5310-EXIT.
092400     EXIT.
092500
092600*    ONE LINE ON THE REPORT PER FINDING; ERRORS ARE ALSO
092700*    LOGGED SO THE MORNING EXCEPTION REVIEW SEES THEM.
092800 7000-RECORD-FINDING.
092900     IF FND-ERROR
093000         MOVE "ERROR" TO RPT-SEVERITY
093100         ADD 1 TO FT-ERRORS (WS-FILE-IDX)
093200         ADD 1 TO WS-TOTAL-ERRORS
093300     ELSE
093400         MOVE "WARN" TO RPT-SEVERITY
093500         ADD 1 TO FT-WARNINGS (WS-FILE-IDX)
093600         ADD 1 TO WS-TOTAL-WARNINGS
093700     END-IF.
093800     MOVE FND-CODE TO RPT-CODE.
093900     MOVE WS-FILE-NAME (WS-FILE-IDX) TO RPT-FILE.
094000     MOVE FND-KEY TO RPT-KEY.
094100     MOVE FND-TEXT TO RPT-TEXT.
094200     WRITE AUD-RPT-LINE FROM RPT-DETAIL-LINE.
094300     IF FND-ERROR
094400         MOVE WS-FILE-NAME (WS-FILE-IDX) TO AEM-FILE
094500         MOVE FND-KEY TO AEM-KEY
094600         MOVE FND-TEXT TO AEM-TEXT
094700         SET EXCP-SEV-ERROR TO TRUE
094800         MOVE FND-CODE TO EXCP-LOG-CODE
094900         MOVE WS-AUD-EXCP-MSG TO EXCP-LOG-MESSAGE
095000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
095100     END-IF.
095200 7000-EXIT.
095300     EXIT.
095400
095500 3000-PRINT-SUMMARY.
095600     WRITE AUD-RPT-LINE FROM RPT-BLANK-LINE.
095700     WRITE AUD-RPT-LINE FROM RPT-FILE-HEAD-LINE.
095800     PERFORM 3010-PRINT-ONE-FILE THRU 3010-EXIT
095900         VARYING WS-FILE-IDX FROM 1 BY 1
096000         UNTIL WS-FILE-IDX > 8.
096100     WRITE AUD-RPT-LINE FROM RPT-BLANK-LINE.
096200     MOVE WS-TOTAL-ERRORS TO RPT-TOT-ERRORS.
096300     MOVE WS-TOTAL-WARNINGS TO RPT-TOT-WARNINGS.
096400     WRITE AUD-RPT-LINE FROM RPT-TOTAL-LINE.
096500     DISPLAY "ERRORS: " WS-TOTAL-ERRORS
096600         "  WARNINGS: " WS-TOTAL-WARNINGS.
096700     IF WS-XREF-FULL
096800         DISPLAY "CUSTXREF HAS MORE THAN 500 ENTRIES - ONLY THE "
096900             "FIRST 500 WERE TRACED."
097000         SET EXCP-SEV-WARNING TO TRUE
097100         MOVE "IGA004" TO EXCP-LOG-CODE
097200         MOVE "CUSTXREF over 500 entries - later ones not traced."
097300             TO EXCP-LOG-MESSAGE
097400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
097500     END-IF.
097600     IF WS-HOLD-ON-ERRORS
097700         IF WS-TOTAL-ERRORS > ZEROES
097800             MOVE 8 TO RETURN-CODE
097900         ELSE
098000             IF WS-TOTAL-WARNINGS > ZEROES
098100                 MOVE 4 TO RETURN-CODE
098200             END-IF
098300         END-IF
098400     END-IF.
098500 3000-EXIT.
098600     EXIT.
098700
098800 3010-PRINT-ONE-FILE.
098900     MOVE WS-FILE-NAME (WS-FILE-IDX) TO RPT-FT-NAME.
099000     MOVE FT-READ (WS-FILE-IDX) TO RPT-FT-READ.
099100     MOVE FT-ERRORS (WS-FILE-IDX) TO RPT-FT-ERRORS.
099200     MOVE FT-WARNINGS (WS-FILE-IDX) TO RPT-FT-WARNINGS.
099300     IF FT-CHECKED-SW (WS-FILE-IDX) = 'Y'
099400         MOVE SPACES TO RPT-FT-NOTE
099500     ELSE
099600         MOVE "NOT AVAILABLE - NOT CHECKED" TO RPT-FT-NOTE
099700     END-IF.
099800     WRITE AUD-RPT-LINE FROM RPT-FILE-LINE.
099900 3010-EXIT.
100000     EXIT.
100100
100200 8900-LOG-EXCEPTION.
100300     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
100400     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
100500     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
100600     ACCEPT WS-LOG-TIME FROM TIME.
100700     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
100800     MOVE "INTGAUD"          TO EXCP-LOG-PROGRAM.
100900     OPEN EXTEND EXCP-LOG-FILE.
101000     IF WS-EXCP-LOG-STATUS NOT = '00'
101100         OPEN OUTPUT EXCP-LOG-FILE
101200     END-IF.
101300     WRITE EXCP-LOG-RECORD.
101400     CLOSE EXCP-LOG-FILE.
101500 8900-EXIT.
101600     EXIT.
101700
101800 9000-CLOSE-UP.
101900     CLOSE INV-MAST-FILE.
102000     CLOSE SUPP-MAST-FILE.
102100     CLOSE CUST-MAST-FILE.
102200     CLOSE AUD-RPT-FILE.
102300 9000-EXIT.
102400     EXIT.
102500
102600 END PROGRAM INTGAUD.
