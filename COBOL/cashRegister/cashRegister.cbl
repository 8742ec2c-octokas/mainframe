020672*                     HELD.  INVMAINT RECEIVING FLAGS ARRIVING  *
020673*                     STOCK AGAINST OPEN ORDERS AND BUILDS THE  *
020674*                     CUSTOMER CALL LIST.                       *
020675*    2026-10-15 DRO   RETURN VERIFICATION READS THE ARCHIVE      *
020676*                     THROUGH THE SALEHIDX RECEIPT INDEX - THE   *
020677*                     RECEIPT'S OWN ROWS BY REGISTER AND         *
020678*                     RECEIPT NUMBER, AND EARLIER RETURNS        *
020679*                     AGAINST IT BY THE ORIGINAL-RECEIPT PATH -  *
020680*                     INSTEAD OF SCANNING ALL OF SALEHIST WHILE  *
020681*                     THE CUSTOMER WAITS.                        *
020682*    2026-10-15 DRO   A SPLIT TENDER NOW TAKES ITS CARD PORTION  *
020683*                     FIRST AND CASH FOR THE REST; THE CARD SIDE *
020684*                     OF A CARD OR SPLIT SALE GOES ON THE TOTAL  *
020685*                     RECORD AS STX-CARD-AMT FOR THE NIGHTLY     *
020686*                     PROCESSOR SETTLEMENT MATCH (CARDRECN).     *
020687*    2026-10-15 DRO   REFUSED AND OVER-LIMIT RETURNS (CSH006,    *
020688*                     CSH002) NOW LOG THE REASON WITH THE        *
020689*                     SIGNED-ON OPERATOR AND REGISTER IN THE     *
020690*                     MESSAGE SO THE WEEKLY LOSS-PREVENTION      *
020691*                     SCORING (LPSCORE) CAN CHARGE THEM TO THE   *
020692*                     RIGHT CASHIER.                             *
020693*    2026-10-15 DRO   A KIT ITEM (INV-KIT-ITEM) SELLS AS ONE     *
020694*                     LINE AT THE KIT PRICE.  ITS AVAILABILITY   *
020695*                     IS THE NUMBER OF KITS ITS SCARCEST         *
020696*                     COMPONENT ON KIT-BOM-FILE WILL MAKE UP,    *
020697*                     AND ITS COST IS THE SUM OF THE COMPONENT   *
020698*                     COSTS.  A KIT THAT CANNOT BE MADE UP GOES  *
020699*                     DOWN THE OUT-OF-STOCK PATH LIKE ANY ITEM.  *
020700*    2026-10-15 DRO   A CUSTOMER ATTACHED TO A SALE IS CHECKED   *
020701*                     AGAINST THE TAX EXEMPTION CERTIFICATE FILE *
020702*                     (TAXCERT, KEPT BY CERTMNT).  AN ACTIVE,    *
020703*                     UNEXPIRED CERTIFICATE ZEROES THE SALE'S    *
020704*                     TAX AND TAXABLE AMOUNT IN 0293-COMPUTE-TAX *
020705*                     AND ITS NUMBER IS STAMPED ON THE TOTAL     *
020706*                     RECORD AS STX-EXEMPT-CERT-NO.  AN EXPIRED  *
020707*                     ONE IS REFUSED AND LOGGED (CUS004).  A     *
020708*                     RESUMED OR RECALLED SALE RE-CHECKS ITS     *
020709*                     CUSTOMER.                                  *
020710*    2026-10-15 DRO   STOCK RESERVED FOR A SCHEDULED             *
020711*                     INSTALLATION WORK ORDER (INV-QTY-RESERVED) *
020712*                     IS TAKEN OFF THE ON HAND FIGURE WHEN A     *
020713*                     SALE CHECKS AVAILABILITY.                  *
020714*    2026-10-15 DRO   THE ELECTRONIC RECEIPT FEED NOW CARRIES A  *
020715*                     SALE ONLY WHEN ITS CUSTOMER HAS CONSENTED  *
020716*                     TO EMAILED RECEIPTS (CUST-ERCPT-CONSENT).  *
020717*                     THE CONSENT IS CHECKED WHEREVER THE        *
020718*                     CUSTOMER IS ATTACHED, RESUMED OR RECALLED. *
020719*    2026-10-15 DRO   A KIT COMPONENT'S STOCK RESERVED FOR A     *
020720*                     SCHEDULED WORK ORDER IS NO LONGER COUNTED  *
020721*                     TOWARD THE KITS IT CAN MAKE UP.            *
020722*****************************************************************
020723
020800 ENVIRONMENT DIVISION.
020900 CONFIGURATION SECTION.
021000 SOURCE-COMPUTER.   IBM-370.
027450         RECORD KEY IS ARL-CUST-EMAIL
027460         FILE STATUS IS WS-AR-LEDGER-STATUS.
027500
027510     SELECT ERCPT-FILE      ASSIGN TO "ERCPTFD"
027520         ORGANIZATION IS SEQUENTIAL
027530         FILE STATUS IS WS-ERCPT-STATUS.
027540
027541     SELECT KIT-BOM-FILE    ASSIGN TO "KITBOM"
027542         ORGANIZATION IS INDEXED
027543         ACCESS MODE IS DYNAMIC
027544         RECORD KEY IS KIT-ITEM-CODE
027545         FILE STATUS IS WS-KIT-BOM-STATUS.
027546
027547     SELECT TAX-CERT-FILE   ASSIGN TO "TAXCERT"
027548         ORGANIZATION IS INDEXED
027549         ACCESS MODE IS DYNAMIC
027550         RECORD KEY IS TXC-CUST-EMAIL
027551         FILE STATUS IS WS-TAX-CERT-STATUS.
027552
027553     SELECT SALE-HIDX-FILE  ASSIGN TO "SALEHIDX"
027554         ORGANIZATION IS INDEXED
027555         ACCESS MODE IS DYNAMIC
027556         RECORD KEY IS HIX-KEY
027557         ALTERNATE RECORD KEY IS HIX-CUSTOMER-KEY
027558             WITH DUPLICATES
027559         ALTERNATE RECORD KEY IS HIX-ORIG-RECEIPT-NO
027560             WITH DUPLICATES
027561         FILE STATUS IS WS-SALE-HIDX-STATUS.
027562
027600     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
027700         ORGANIZATION IS SEQUENTIAL
027800         FILE STATUS IS WS-EXCP-LOG-STATUS.
036312 FD  AR-LEDGER-FILE.
036313 COPY ARLEDGR.
036314
036320 FD  ERCPT-FILE
036321     RECORDING MODE IS F.
036330 01  ERCPT-RECORD               PIC X(120).
036331
036332 FD  KIT-BOM-FILE.
036333 COPY KITBOM.
036334
036335 FD  TAX-CERT-FILE.
036336 COPY TAXCERT.
036337
036338 FD  SALE-HIDX-FILE.
036339 COPY SALEHIDX.
036340
036400 FD  EXCP-LOG-FILE
036500     RECORDING MODE IS F.
042600         88  WS-SUSP-AVAIL          VALUE 'Y'.
042610     05  WS-ERCPT-AVAIL-SW      PIC X     VALUE 'Y'.
042620         88  WS-ERCPT-AVAIL         VALUE 'Y'.
042630     05  WS-ERCPT-CONSENT-SW    PIC X     VALUE 'N'.
042640         88  WS-ERCPT-CONSENTED     VALUE 'Y'.
042700
042800 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
042810 01  WS-ERCPT-STATUS            PIC XX     VALUE ZEROES.
046300 01  WS-GIFT-LOAD-IDX           PIC 9(01)  VALUE ZEROES.
046400 01  WS-GIFT-TENDERED           PIC 9(05)V99 VALUE ZEROES.
046500 01  WS-DUE-AFTER-GIFT          PIC 9(07)V99 VALUE ZEROES.
046510 01  WS-CARD-AMT                PIC 9(07)V99 VALUE ZEROES.
046520 01  WS-CASH-DUE                PIC 9(07)V99 VALUE ZEROES.
046600 01  WS-DISC-BASE               PIC 9(07)V99 VALUE ZEROES.
046700 01  WS-DISPLAY-MONEY           PIC $$,$$9.99.
046800 01  WS-OPER-MAST-STATUS        PIC XX     VALUE ZEROES.
046900 01  WS-OPERATOR-ID             PIC X(04)  VALUE SPACES.
046901 01  WS-TAX-CERT-STATUS         PIC XX     VALUE ZEROES.
046902 01  WS-CERT-AVAIL-SW           PIC X      VALUE 'Y'.
046903     88  WS-CERT-AVAIL              VALUE 'Y'.
046904 01  WS-EXEMPT-CERT-NO          PIC X(15)  VALUE SPACES.
046905 01  WS-KIT-BOM-STATUS          PIC XX     VALUE ZEROES.
046906 01  WS-KIT-AVAIL-SW            PIC X      VALUE 'Y'.
046907     88  WS-KIT-AVAIL               VALUE 'Y'.
046908 01  WS-KIT-FIELDS.
046909     05  WS-LOOKUP-ON-HAND      PIC 9(05)  VALUE ZEROES.
046910     05  WS-KIT-CODE            PIC X(08)  VALUE SPACES.
046911     05  WS-KIT-SUB             PIC 9(02)  VALUE ZEROES.
046912     05  WS-KIT-CAN-MAKE        PIC 9(05)  VALUE ZEROES.
046913     05  WS-KIT-FREE            PIC 9(05)  VALUE ZEROES.
046914     05  WS-KIT-COST            PIC 9(05)V99 VALUE ZEROES.
046915     05  WS-KIT-SHORT-ITEM      PIC X(08)  VALUE SPACES.
046916     05  WS-KIT-SHORT-DESC      PIC X(20)  VALUE SPACES.
047000 01  WS-SUSP-STATUS             PIC XX     VALUE ZEROES.
047001*    BOTH RETURN-VERIFICATION SCANS COPY THE RECORD HERE SO
047002*    ONE CHECKER SERVES THE LIVE FILE AND THE ARCHIVE.
047003 COPY SALESTXN REPLACING LEADING ==STX== BY ==WRK==
047004     ==SALES-TXN-RECORD== BY ==WRK-TXN-RECORD==.
047005
047006 01  WS-SALE-HIDX-STATUS        PIC XX     VALUE ZEROES.
047007 01  WS-RETURN-VERIFY-FIELDS.
047008     05  WS-ORIG-RCPT-IN        PIC X(06)  VALUE SPACES.
047009     05  WS-ORIG-RECEIPT        PIC 9(06)  VALUE ZEROES.
047053 77  WS-RCPT-RANGE-SIZE         PIC 9(06)  VALUE 200000.
047060 01  WS-RCPT-BASE               PIC 9(06)  VALUE ZEROES.
047070 01  WS-RCPT-LIMIT              PIC 9(06)  VALUE ZEROES.
047071*    THE REGISTER WHOSE RANGE AN ORIGINAL RECEIPT FALLS IN,
047072*    WHICH IS WHERE ITS ROWS SIT ON THE ARCHIVE INDEX.
047073 01  WS-VER-REGISTER-ID         PIC X(02)  VALUE SPACES.
047074 01  WS-VER-REG-NUM             PIC 9(01)  VALUE ZEROES.
047075*    A REFUSED RETURN'S LOG MESSAGE - THE REASON, THEN WHO
047076*    AND WHERE.  LPSCORE READS THE TAGS BACK BY POSITION.
047077 01  WS-RETURN-EXCP-MSG.
047078     05  WS-RTN-MSG-TEXT        PIC X(44)  VALUE SPACES.
047079     05  FILLER                 PIC X(05)  VALUE " OPR ".
047080     05  WS-RTN-MSG-OPER        PIC X(04)  VALUE SPACES.
047081     05  FILLER                 PIC X(05)  VALUE " REG ".
047082     05  WS-RTN-MSG-REG         PIC X(02)  VALUE SPACES.
047100 01  WS-SIGNON-QUIT-SW          PIC X      VALUE 'N'.
047200     88  WS-SIGNON-ABANDONED        VALUE 'Y'.
047300 01  WS-SIGNON-BLANK-SW         PIC X      VALUE 'N'.
075600     MOVE ZEROES TO WS-GIFT-ISSUED.
075700     MOVE ZEROES TO WS-GIFT-LOAD-COUNT.
075800     MOVE ZEROES TO WS-GIFT-TENDERED.
075810     MOVE ZEROES TO WS-CARD-AMT.
075900     MOVE SPACES TO WS-TENDER-CARD-NO.
075901     MOVE SPACES TO WS-EXEMPT-CERT-NO.
075905     MOVE ZEROES TO WS-QUOTE-USED-NO.
075910     MOVE ZEROES TO WS-DEPOSIT-APPLIED.
075920     MOVE ZEROES TO WS-PICKUP-ORDER-NO.
076400
076500 0170-LOOKUP-CUSTOMER.
076600     MOVE SPACES TO WS-CUSTOMER-KEY.
076610     MOVE SPACES TO WS-EXEMPT-CERT-NO.
076620     MOVE 'N' TO WS-ERCPT-CONSENT-SW.
076700     DISPLAY "Loyalty customer? (Y/N): ".
076800     ACCEPT WS-USER-RESPONSE.
076900     IF WS-USER-RESPONSE = 'Y' OR 'y'
079800             MOVE CUST-EMAIL TO WS-CUSTOMER-KEY
079900             DISPLAY "Welcome back, " CUST-GIVEN-NAME "!"
080000             PERFORM 0176-SHOW-POINTS THRU 0176-EXIT
080010             PERFORM 0178-CHECK-EXEMPTION THRU 0178-EXIT
080020             PERFORM 0179-CHECK-ERCPT-CONSENT THRU 0179-EXIT
080100     END-READ.
080200 0172-EXIT.
080300     EXIT.
082200             MOVE CUST-EMAIL TO WS-CUSTOMER-KEY
082300             DISPLAY "Welcome back, " CUST-GIVEN-NAME "!"
082400             PERFORM 0176-SHOW-POINTS THRU 0176-EXIT
082410             PERFORM 0178-CHECK-EXEMPTION THRU 0178-EXIT
082420             PERFORM 0179-CHECK-ERCPT-CONSENT THRU 0179-EXIT
082500     END-READ.
082600 0174-EXIT.
082700     EXIT.
083900             DISPLAY "Points balance: " WS-DISPLAY-POINTS
084000     END-READ.
084100 0176-EXIT.
084101     EXIT.
084102
084103*    A CUSTOMER WITH AN ACTIVE CERTIFICATE ON TAXCERT BUYS TAX
084104*    EXEMPT.  THE CERTIFICATE MUST STILL BE IN FORCE ON THE SALE
084105*    DATE - AN EXPIRED ONE IS REFUSED AND LOGGED SO THE CUSTOMER
084106*    CAN BE ASKED FOR THE RENEWAL.
084107 0178-CHECK-EXEMPTION.
084108     MOVE SPACES TO WS-EXEMPT-CERT-NO.
084109     IF WS-CUSTOMER-KEY = SPACES OR NOT WS-CERT-AVAIL
084110         GO TO 0178-EXIT
084111     END-IF.
084112     MOVE WS-CUSTOMER-KEY TO TXC-CUST-EMAIL.
084113     READ TAX-CERT-FILE
084114         INVALID KEY
084115             GO TO 0178-EXIT
084116     END-READ.
084117     IF TXC-REVOKED
084118         DISPLAY "Tax exempt certificate " TXC-CERT-NO
084119             " is revoked - sale is taxed."
084120         GO TO 0178-EXIT
084121     END-IF.
084122     COMPUTE WS-SALE-DATE-NUM =
084123         (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY.
084124     IF NOT TXC-NO-EXPIRY
084125         AND TXC-EXPIRY-DATE < WS-SALE-DATE-NUM
084126         DISPLAY "Tax exempt certificate " TXC-CERT-NO
084127             " expired " TXC-EXPIRY-DATE " - sale is taxed."
084128         SET EXCP-SEV-WARNING TO TRUE
084129         MOVE "CUS004" TO EXCP-LOG-CODE
084130         MOVE "Expired tax exempt certificate presented."
084131             TO EXCP-LOG-MESSAGE
084132         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
084133         GO TO 0178-EXIT
084134     END-IF.
084135     MOVE TXC-CERT-NO TO WS-EXEMPT-CERT-NO.
084136     DISPLAY "TAX EXEMPT - CERTIFICATE " TXC-CERT-NO
084137         " (" TXC-ISSUE-STATE ")".
084138 0178-EXIT.
084139     EXIT.
084140
084141*    A SALE GOES TO THE ELECTRONIC RECEIPT FEED ONLY WHEN THE
084142*    CUSTOMER HAS SAID YES TO EMAILED RECEIPTS.
084143 0179-CHECK-ERCPT-CONSENT.
084144     MOVE 'N' TO WS-ERCPT-CONSENT-SW.
084145     IF WS-CUSTOMER-KEY = SPACES OR NOT WS-CUST-MAST-AVAIL
084146         GO TO 0179-EXIT
084147     END-IF.
084148     MOVE WS-CUSTOMER-KEY TO CUST-EMAIL.
084149     READ CUST-MAST-FILE
084150         INVALID KEY
084151             GO TO 0179-EXIT
084152     END-READ.
084153     IF CUST-ERCPT-OPTED-IN
084154         MOVE 'Y' TO WS-ERCPT-CONSENT-SW
084155     END-IF.
084156 0179-EXIT.
084200     EXIT.
084300
084400 0145-CHECK-FOR-CHECKPOINT.
086800     MOVE CKPT-DAY TO WS-DAY.
086900     MOVE CKPT-TIME-OF-DAY TO WS-TIME-OF-DAY.
087000     MOVE CKPT-RECEIPT-NO TO WS-RECEIPT-NO.
087010     PERFORM 0178-CHECK-EXEMPTION THRU 0178-EXIT.
087020     PERFORM 0179-CHECK-ERCPT-CONSENT THRU 0179-EXIT.
087100     MOVE ZEROES TO WS-TOT-WITH-DISC.
087200     MOVE ZEROES TO WS-DISCOUNT-AMT.
087300     MOVE ZEROES TO WS-TAX-AMT.
088300         WS-TOTAL-SALE - WS-GIFT-ISSUED.
088400     MOVE ZEROES TO WS-TAXABLE-AMT.
088500     MOVE ZEROES TO WS-GIFT-TENDERED.
088510     MOVE ZEROES TO WS-CARD-AMT.
088600     MOVE SPACES TO WS-TENDER-CARD-NO.
088700     SET WS-RESUMING-SALE TO TRUE.
088800     DISPLAY "Resuming sale - " WS-LINE-NO " line(s) already "
098300         MOVE 'N' TO WS-SUSP-AVAIL-SW
098400         DISPLAY "SUSP-FILE unavailable - hold/recall "
098500             "disabled for this run."
098501     END-IF.
098502     OPEN INPUT KIT-BOM-FILE.
098503     IF WS-KIT-BOM-STATUS NOT = '00'
098504         MOVE 'N' TO WS-KIT-AVAIL-SW
098505         DISPLAY "KIT-BOM-FILE unavailable - kit components "
098506             "will not be checked this run."
098507     END-IF.
098508*    CERTIFICATES ARE FILED IN CERTMNT.  A MISSING FILE MEANS
098509*    EVERY SALE IS TAXED THIS RUN.
098510     OPEN INPUT TAX-CERT-FILE.
098511     IF WS-TAX-CERT-STATUS NOT = '00'
098512         MOVE 'N' TO WS-CERT-AVAIL-SW
098513         DISPLAY "TAX-CERT-FILE unavailable - tax exempt "
098514             "sales disabled."
098600     END-IF.
098610     OPEN EXTEND ERCPT-FILE.
098620     IF WS-ERCPT-STATUS = '05' OR '35'
139300     MOVE SUSP-MONTH TO WS-MONTH.
139400     MOVE SUSP-DAY TO WS-DAY.
139500     MOVE SUSP-TIME-OF-DAY TO WS-TIME-OF-DAY.
139510     PERFORM 0178-CHECK-EXEMPTION THRU 0178-EXIT.
139520     PERFORM 0179-CHECK-ERCPT-CONSENT THRU 0179-EXIT.
139600     MOVE 1 TO WS-CAT-COUNT.
139700     MOVE '01' TO WC-CATEGORY (1).
139800     COMPUTE WC-AMOUNT (1) =
144400             "ignored."
144500         SET EXCP-SEV-WARNING TO TRUE
144600         MOVE "CSH002" TO EXCP-LOG-CODE
144700         MOVE "Return exceeds items on sale - ignored."
144710             TO WS-RTN-MSG-TEXT
144720         MOVE WS-OPERATOR-ID TO WS-RTN-MSG-OPER
144730         MOVE WS-REGISTER-ID TO WS-RTN-MSG-REG
144800         MOVE WS-RETURN-EXCP-MSG TO EXCP-LOG-MESSAGE
144900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
145000     ELSE
145100         SUBTRACT WS-ITEM-TOTAL FROM WS-TOTAL-SALE
146400     EXIT.
146500
146510*    A RETURN IS ONLY AS GOOD AS THE RECEIPT BEHIND IT.  THE
146520*    LIVE FILE AND THE ARCHIVE INDEX ARE SEARCHED FOR THE KEYED
146530*    RECEIPT: THE ITEM MUST BE ON IT, AND EVERY QUANTITY
146540*    ALREADY CREDITED AGAINST IT - ON THAT RECEIPT OR ON A
146541*    LATER ONE THAT POINTS BACK VIA STX-ORIG-RECEIPT-NO -
146542*    COMES OFF WHAT CAN STILL BE RETURNED.  THE LIVE FILE IS
146543*    HELD OPEN EXTEND, SO IT IS FLIPPED TO INPUT FOR THE SCAN
146544*    AND BACK, THE SAME DANCE 0295 DOES WITH THE COUNTER.
146545 0255-VERIFY-RETURN.
146546     MOVE 'N' TO WS-VERIFY-OK-SW.
146547     MOVE 'N' TO WS-VER-TOTAL-SW.
146548     MOVE ZEROES TO WS-VER-SOLD-QTY.
146549     MOVE ZEROES TO WS-VER-RETD-QTY.
146550     MOVE ZEROES TO WS-VER-PAID-AMT.
146551     MOVE ZEROES TO WS-VER-DISC-RATE.
146552     DISPLAY "Enter the original receipt number: ".
146553     MOVE SPACES TO WS-ORIG-RCPT-IN.
146554     ACCEPT WS-ORIG-RCPT-IN.
146555     IF WS-ORIG-RCPT-IN IS NOT NUMERIC
146556         OR WS-ORIG-RCPT-IN = SPACES
146557         OR WS-ORIG-RCPT-IN = ZEROES
146558         DISPLAY "A return needs its original receipt "
146559             "number - entry ignored."
146560         MOVE "Return refused - no original receipt."
146561             TO WS-RTN-MSG-TEXT
146562         PERFORM 0259-LOG-REFUSED-RETURN THRU 0259-EXIT
146563         GO TO 0255-EXIT
146564     END-IF.
146565     MOVE WS-ORIG-RCPT-IN TO WS-ORIG-RECEIPT.
146566     CLOSE SALES-TXN-FILE.
146567     OPEN INPUT SALES-TXN-FILE.
146568     IF WS-SALES-TXN-STATUS = '00'
146569         PERFORM 0256-SCAN-ONE-LIVE THRU 0256-EXIT
146570             UNTIL WS-SALES-TXN-STATUS NOT = '00'
146571     END-IF.
146572     CLOSE SALES-TXN-FILE.
146573     OPEN EXTEND SALES-TXN-FILE.
146574     OPEN INPUT SALE-HIDX-FILE.
146575     IF WS-SALE-HIDX-STATUS = '00'
146576         PERFORM 0254-SEARCH-HIST-INDEX THRU 0254-EXIT
146577         CLOSE SALE-HIDX-FILE
146578     ELSE
146579         CLOSE SALE-HIDX-FILE
146580         SET EXCP-SEV-WARNING TO TRUE
146581         MOVE "CSH009" TO EXCP-LOG-CODE
146582         MOVE "Receipt index unavailable - archive not searched."
146583             TO EXCP-LOG-MESSAGE
146584         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
146585     END-IF.
146586     EVALUATE TRUE
146587         WHEN NOT WS-VER-TOTAL-FOUND
146588             DISPLAY "Receipt not found - entry ignored."
146589             MOVE "Return refused - receipt not found."
146590                 TO WS-RTN-MSG-TEXT
146591             PERFORM 0259-LOG-REFUSED-RETURN THRU 0259-EXIT
146592         WHEN WS-VER-SOLD-QTY = ZEROES
146593             DISPLAY "That item is not on the receipt - "
146594                 "entry ignored."
146595             MOVE "Return refused - item not on receipt."
146596                 TO WS-RTN-MSG-TEXT
146597             PERFORM 0259-LOG-REFUSED-RETURN THRU 0259-EXIT
146598         WHEN OTHER
146599             COMPUTE WS-VER-AVAIL-QTY =
146600                 WS-VER-SOLD-QTY - WS-VER-RETD-QTY
146601             IF WS-QUANTITY > WS-VER-AVAIL-QTY
146602                 DISPLAY "Quantity already returned against "
146603                     "that receipt - entry ignored."
146604                 MOVE "Return refused - qty already returned."
146605                     TO WS-RTN-MSG-TEXT
146606                 PERFORM 0259-LOG-REFUSED-RETURN THRU 0259-EXIT
146607             ELSE
146608                 COMPUTE WS-VER-AVG-PAID ROUNDED =
146609                     WS-VER-PAID-AMT / WS-VER-SOLD-QTY
146610                 SET WS-VERIFY-OK TO TRUE
146611             END-IF
146612     END-EVALUATE.
146613 0255-EXIT.
146614     EXIT.
146615
146616 0256-SCAN-ONE-LIVE.
146617     READ SALES-TXN-FILE
146618         AT END
146619             MOVE '10' TO WS-SALES-TXN-STATUS
146620             GO TO 0256-EXIT
146621     END-READ.
146622     MOVE SALES-TXN-RECORD TO WRK-TXN-RECORD.
146623     PERFORM 0258-CHECK-ONE-RECORD THRU 0258-EXIT.
146624 0256-EXIT.
146625     EXIT.
146626
146627*    THE RECEIPT'S OWN ROWS SIT TOGETHER ON THE INDEX UNDER THE
146628*    REGISTER WHOSE RECEIPT RANGE THE NUMBER FALLS IN; LATER
146629*    RETURNS AGAINST IT ARE FOUND ON THE ORIGINAL-RECEIPT PATH.
146630 0254-SEARCH-HIST-INDEX.
146631     COMPUTE WS-VER-REG-NUM =
146632         ((WS-ORIG-RECEIPT - 1) / WS-RCPT-RANGE-SIZE) + 1.
146633     MOVE ZEROES TO WS-VER-REGISTER-ID.
146634     MOVE WS-VER-REG-NUM TO WS-VER-REGISTER-ID (2:1).
146635     MOVE WS-VER-REGISTER-ID TO HIX-REGISTER-ID.
146636     MOVE WS-ORIG-RECEIPT TO HIX-RECEIPT-NO.
146637     MOVE ZEROES TO HIX-LINE-NO.
146638     START SALE-HIDX-FILE KEY IS NOT LESS THAN HIX-KEY
146639         INVALID KEY
146640             MOVE '23' TO WS-SALE-HIDX-STATUS
146641     END-START.
146642     PERFORM 0257-SCAN-ONE-HIST THRU 0257-EXIT
146643         UNTIL WS-SALE-HIDX-STATUS NOT = '00'.
146644     MOVE WS-ORIG-RECEIPT TO HIX-ORIG-RECEIPT-NO.
146645     START SALE-HIDX-FILE KEY IS EQUAL TO HIX-ORIG-RECEIPT-NO
146646         INVALID KEY
146647             MOVE '23' TO WS-SALE-HIDX-STATUS
146648     END-START.
146649     PERFORM 0257A-SCAN-ONE-RETURN THRU 0257A-EXIT
146650         UNTIL WS-SALE-HIDX-STATUS NOT = '00'.
146651 0254-EXIT.
146652     EXIT.
146653
146659 0257-SCAN-ONE-HIST.
146660     READ SALE-HIDX-FILE NEXT RECORD
146661         AT END
146662             MOVE '10' TO WS-SALE-HIDX-STATUS
146663             GO TO 0257-EXIT
146664     END-READ.
146665     MOVE '00' TO WS-SALE-HIDX-STATUS.
146666     IF HIX-REGISTER-ID NOT = WS-VER-REGISTER-ID
146667         OR HIX-RECEIPT-NO NOT = WS-ORIG-RECEIPT
146668         MOVE '10' TO WS-SALE-HIDX-STATUS
146669         GO TO 0257-EXIT
146670     END-IF.
146671     MOVE HIX-TXN-IMAGE TO WRK-TXN-RECORD.
146672     PERFORM 0258-CHECK-ONE-RECORD THRU 0258-EXIT.
146673 0257-EXIT.
146674     EXIT.
146675
146676*    A DUPLICATE ALTERNATE KEY READS BACK AS STATUS 02, SO THE
146677*    STATUS IS SQUARED TO 00 BEFORE THE LOOP TESTS IT.  THE
146678*    RECEIPT'S OWN ROWS WERE ALREADY COUNTED ABOVE.
146679 0257A-SCAN-ONE-RETURN.
146680     READ SALE-HIDX-FILE NEXT RECORD
146681         AT END
146682             MOVE '10' TO WS-SALE-HIDX-STATUS
146683             GO TO 0257A-EXIT
146684     END-READ.
146685     MOVE '00' TO WS-SALE-HIDX-STATUS.
146686     IF HIX-ORIG-RECEIPT-NO NOT = WS-ORIG-RECEIPT
146687         MOVE '10' TO WS-SALE-HIDX-STATUS
146688         GO TO 0257A-EXIT
146689     END-IF.
146690     IF HIX-RECEIPT-NO = WS-ORIG-RECEIPT
146691         GO TO 0257A-EXIT
146692     END-IF.
146693     MOVE HIX-TXN-IMAGE TO WRK-TXN-RECORD.
146694     PERFORM 0258-CHECK-ONE-RECORD THRU 0258-EXIT.
146695 0257A-EXIT.
146696     EXIT.
146697
146698*    A CATALOGUED ITEM MATCHES ON ITS CODE; A MANUAL LINE
146699*    MATCHES ON THE KEYED DESCRIPTION, THE SAME GROUPING
146700*    ITEMMOVE USES FOR UNCATALOGUED SALES.
146701 0258-CHECK-ONE-RECORD.
146702     IF WRK-RECEIPT-NO = WS-ORIG-RECEIPT
146703         AND WRK-TOTAL-REC
146704         SET WS-VER-TOTAL-FOUND TO TRUE
146705         MOVE WRK-DISCOUNT-RATE TO WS-VER-DISC-RATE
146706         GO TO 0258-EXIT
146707     END-IF.
146708*    GIFT LOADS AND SPECIAL ORDER DEPOSITS ARE NOT
146709*    MERCHANDISE - A DEPOSIT LINE CARRIES THE ORDERED ITEM'S
146710*    CODE AND MUST NOT COUNT AS GOODS SOLD ON THE RECEIPT.
146711     IF NOT WRK-DETAIL-REC OR WRK-GIFT-ISSUE
146712         OR WRK-DEPOSIT-ITEM
146713         GO TO 0258-EXIT
146714     END-IF.
146715     IF WS-ITEM-CODE NOT = SPACES
146716         IF WRK-ITEM-CODE NOT = WS-ITEM-CODE
146717             GO TO 0258-EXIT
146718         END-IF
146719     ELSE
146720         IF WRK-DESCRIPTION NOT = WS-DESCRIPTION
146721             GO TO 0258-EXIT
146722         END-IF
146723     END-IF.
146724     IF WRK-RECEIPT-NO = WS-ORIG-RECEIPT
146725         IF WRK-RETURN-ITEM
146726             ADD WRK-QUANTITY TO WS-VER-RETD-QTY
146727         ELSE
146728             ADD WRK-QUANTITY TO WS-VER-SOLD-QTY
146729             ADD WRK-ITEM-TOTAL TO WS-VER-PAID-AMT
146730         END-IF
146731     ELSE
146732         IF WRK-RETURN-ITEM
146733             AND WRK-ORIG-RECEIPT-NO = WS-ORIG-RECEIPT
146734             ADD WRK-QUANTITY TO WS-VER-RETD-QTY
146735         END-IF
146736     END-IF.
146737 0258-EXIT.
146738     EXIT.
146739
146740 0259-LOG-REFUSED-RETURN.
146741     SET EXCP-SEV-WARNING TO TRUE.
146742     MOVE "CSH006" TO EXCP-LOG-CODE.
146743     MOVE WS-OPERATOR-ID TO WS-RTN-MSG-OPER.
146744     MOVE WS-REGISTER-ID TO WS-RTN-MSG-REG.
146745     MOVE WS-RETURN-EXCP-MSG TO EXCP-LOG-MESSAGE.
146746     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
146747 0259-EXIT.
146748     EXIT.
146749
146750 0260-PROCESS-SALE.
146751     IF WS-LINE-HAS-PROMO
146800         PERFORM 0262-APPLY-PROMO THRU 0262-EXIT
146900     END-IF.
147000     MOVE WS-DESCRIPTION TO DET-DESCRIPTION.
161600                 PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
161700                 PERFORM 0230-MANUAL-ENTRY THRU 0230-EXIT
161800             ELSE
161801             MOVE INV-QTY-ON-HAND TO WS-LOOKUP-ON-HAND
161802             PERFORM 0241-NET-RESERVED THRU 0241-EXIT
161803             IF INV-KIT-ITEM
161804                 PERFORM 0242-CHECK-KIT THRU 0242-EXIT
161805             END-IF
161810             IF WS-LOOKUP-ON-HAND = ZEROES
161820                 PERFORM 0275-OFFER-SPECIAL-ORDER THRU 0275-EXIT
161830             ELSE
161900                 MOVE INV-DESCRIPTION TO WS-DESCRIPTION
162810             END-IF
162900     END-READ.
163000 0240-EXIT.
163001     EXIT.
163002
163003*    STOCK HELD ON INV-QTY-RESERVED FOR A SCHEDULED
163004*    INSTALLATION WORK ORDER IS NOT FREE TO SELL.
163005 0241-NET-RESERVED.
163006     IF INV-QTY-RESERVED IS NOT NUMERIC
163007         GO TO 0241-EXIT
163008     END-IF.
163009     IF INV-QTY-RESERVED NOT < WS-LOOKUP-ON-HAND
163010         MOVE ZEROES TO WS-LOOKUP-ON-HAND
163011     ELSE
163012         SUBTRACT INV-QTY-RESERVED FROM WS-LOOKUP-ON-HAND
163013     END-IF.
163014 0241-EXIT.
163015     EXIT.
163016
163017*    A KIT HOLDS NO STOCK OF ITS OWN - IT IS AVAILABLE AS MANY
163018*    TIMES AS ITS SCARCEST COMPONENT WILL MAKE IT UP, AND IT
163019*    COSTS WHAT ITS COMPONENTS COST.  THE COMPONENT READS
163020*    REPLACE THE KIT IN THE MASTER BUFFER, SO THE KIT IS READ
163021*    BACK BEFORE RETURNING.  WITHOUT A COMPONENT LIST THE KIT
163022*    IS SOLD ON ITS OWN MASTER FIGURES.
163023 0242-CHECK-KIT.
163024     MOVE INV-UNIT-COST TO WS-KIT-COST.
163025     IF NOT WS-KIT-AVAIL
163026         GO TO 0242-EXIT
163027     END-IF.
163028     MOVE INV-ITEM-CODE TO WS-KIT-CODE.
163029     MOVE INV-ITEM-CODE TO KIT-ITEM-CODE.
163030     READ KIT-BOM-FILE
163031         INVALID KEY
163032             SET EXCP-SEV-WARNING TO TRUE
163033             MOVE "INV004" TO EXCP-LOG-CODE
163034             MOVE "Kit item has no list on KIT-BOM-FILE."
163035                 TO EXCP-LOG-MESSAGE
163036             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
163037             GO TO 0242-EXIT
163038     END-READ.
163039     MOVE 99999 TO WS-LOOKUP-ON-HAND.
163040     MOVE ZEROES TO WS-KIT-COST.
163041     MOVE SPACES TO WS-KIT-SHORT-ITEM.
163042     PERFORM 0243-CHECK-ONE-COMPONENT THRU 0243-EXIT
163043         VARYING WS-KIT-SUB FROM 1 BY 1
163044         UNTIL WS-KIT-SUB > KIT-COMP-COUNT.
163045     MOVE WS-KIT-CODE TO INV-ITEM-CODE.
163046     READ INV-MAST-FILE
163047         INVALID KEY
163048             MOVE ZEROES TO WS-LOOKUP-ON-HAND
163049     END-READ.
163050*    THE BUFFER ONLY - THE KIT MASTER IS NEVER REWRITTEN HERE.
163051     MOVE WS-KIT-COST TO INV-UNIT-COST.
163052     IF WS-LOOKUP-ON-HAND = ZEROES
163053         DISPLAY "Kit cannot be made up - short of "
163054             WS-KIT-SHORT-ITEM " " WS-KIT-SHORT-DESC
163055     END-IF.
163056 0242-EXIT.
163057     EXIT.
163058
163059 0243-CHECK-ONE-COMPONENT.
163060     MOVE KIT-COMP-ITEM-CODE (WS-KIT-SUB) TO INV-ITEM-CODE.
163061     READ INV-MAST-FILE
163062         INVALID KEY
163063             MOVE ZEROES TO WS-KIT-CAN-MAKE
163064             MOVE "NOT ON FILE" TO INV-DESCRIPTION
163065         NOT INVALID KEY
163066             MOVE INV-QTY-ON-HAND TO WS-KIT-FREE
163067             IF INV-QTY-RESERVED IS NUMERIC
163068                 IF INV-QTY-RESERVED NOT < WS-KIT-FREE
163069                     MOVE ZEROES TO WS-KIT-FREE
163070                 ELSE
163071                     SUBTRACT INV-QTY-RESERVED FROM WS-KIT-FREE
163072                 END-IF
163073             END-IF
163074             DIVIDE WS-KIT-FREE BY KIT-COMP-QTY (WS-KIT-SUB)
163075                 GIVING WS-KIT-CAN-MAKE
163076             COMPUTE WS-KIT-COST = WS-KIT-COST
163077                 + INV-UNIT-COST * KIT-COMP-QTY (WS-KIT-SUB)
163078     END-READ.
163079     IF WS-KIT-CAN-MAKE < WS-LOOKUP-ON-HAND
163080         MOVE WS-KIT-CAN-MAKE TO WS-LOOKUP-ON-HAND
163081         MOVE KIT-COMP-ITEM-CODE (WS-KIT-SUB) TO WS-KIT-SHORT-ITEM
163082         MOVE INV-DESCRIPTION TO WS-KIT-SHORT-DESC
163083     END-IF.
163084 0243-EXIT.
163100     EXIT.
163200
163300*    WHEN AN ITEM SCANS AT THE WRONG PRICE THE CASHIER CAN
176200     SET WS-WRITE-SALE-ITEM TO TRUE.
176250     MOVE WS-ITEM-COST TO STX-UNIT-COST.
176260     MOVE ZEROES TO STX-DEPOSIT-APPLIED.
176270     MOVE ZEROES TO STX-CARD-AMT.
176280     MOVE SPACES TO STX-EXEMPT-CERT-NO.
176300     WRITE SALES-TXN-RECORD.
176310     IF WS-CUSTOMER-KEY NOT = SPACES AND WS-ERCPT-AVAIL
176311         AND WS-ERCPT-CONSENTED
176320         PERFORM 0282-WRITE-ERCPT-LINE THRU 0282-EXIT
176330     END-IF.
176400 0280-EXIT.
176500     EXIT.
176510
176520*    ONE FEED LINE PER RUNG ITEM WHEN THE SALE BELONGS TO A
176521*    LOYALTY CUSTOMER WHO HAS CONSENTED TO EMAILED RECEIPTS.
176530*    THE SALESTXN RECORD JUST WRITTEN
176540*    STILL HOLDS EVERY FIELD NEEDED.
176550 0282-WRITE-ERCPT-LINE.
176560     MOVE WS-CUSTOMER-KEY TO ERF-LIN-EMAIL.
178200     DISPLAY DETAIL-TOTAL-LINE.
178300     DISPLAY DETAIL-TOTAL-DISC.
178400     DISPLAY DETAIL-TOTAL-TAX.
178410     IF WS-EXEMPT-CERT-NO NOT = SPACES
178420         DISPLAY "TAX EXEMPT - CERTIFICATE " WS-EXEMPT-CERT-NO
178430     END-IF.
178500     DISPLAY DETAIL-TOTAL-NET.
178600     PERFORM 0298-CAPTURE-TENDER THRU 0298-EXIT.
178700     PERFORM 0296-WRITE-TOTAL-TXN THRU 0296-EXIT.
183000         COMPUTE WS-CHANGE-DUE =
183100             WS-TENDERED - WS-DUE-AFTER-GIFT
183200     ELSE
183210     IF WS-PAY-IS-SPLIT
183220         PERFORM 0298A-SPLIT-TENDER THRU 0298A-EXIT
183230     ELSE
183300         MOVE WS-DUE-AFTER-GIFT TO WS-TENDERED
183400         MOVE ZEROES TO WS-CHANGE-DUE
183500     END-IF
183510     END-IF
183520     END-IF.
183530     IF WS-PAY-IS-CARD
183540         MOVE WS-DUE-AFTER-GIFT TO WS-CARD-AMT
183600     END-IF.
183700     MOVE WS-TENDERED TO DET-TOT-TENDERED.
183800     MOVE WS-CHANGE-DUE TO DET-TOT-CHANGE.
183900     DISPLAY DETAIL-TOTAL-TENDERED.
184000     DISPLAY DETAIL-TOTAL-CHANGE.
184100 0298-EXIT.
184101     EXIT.
184102
184103*    A SPLIT TENDER TAKES THE CARD SIDE FIRST, THEN CASH FOR
184104*    THE REST.  STX-TENDERED CARRIES BOTH SIDES AND THE CHANGE
184105*    COMES OFF THE CASH SIDE, SO THE DRAWER'S SHARE IS THE
184106*    TENDERED AMOUNT LESS THE CARD SIDE LESS THE CHANGE.
184107 0298A-SPLIT-TENDER.
184108     MOVE ZEROES TO WS-CARD-AMT.
184109     MOVE ZEROES TO WS-TENDERED.
184110     MOVE ZEROES TO WS-CHANGE-DUE.
184111     IF WS-DUE-AFTER-GIFT = ZEROES
184112         GO TO 0298A-EXIT
184113     END-IF.
184114     PERFORM 0298B-ACCEPT-CARD-PART THRU 0298B-EXIT
184115         UNTIL WS-CARD-AMT > ZEROES.
184116     COMPUTE WS-CASH-DUE = WS-DUE-AFTER-GIFT - WS-CARD-AMT.
184117     IF WS-CASH-DUE > ZEROES
184118         MOVE WS-CASH-DUE TO WS-DISPLAY-MONEY
184119         DISPLAY "Cash due on the split: " WS-DISPLAY-MONEY
184120         PERFORM 0298C-ACCEPT-CASH-PART THRU 0298C-EXIT
184121             UNTIL WS-TENDERED >= WS-CASH-DUE
184122     END-IF.
184123     COMPUTE WS-CHANGE-DUE = WS-TENDERED - WS-CASH-DUE.
184124     ADD WS-CARD-AMT TO WS-TENDERED.
184125     MOVE WS-CARD-AMT TO WS-DISPLAY-MONEY.
184126     DISPLAY "Card portion: " WS-DISPLAY-MONEY.
184127 0298A-EXIT.
184128     EXIT.
184129
184130 0298B-ACCEPT-CARD-PART.
184131     DISPLAY "Enter the amount going on the card: ".
184132     ACCEPT WS-CARD-AMT.
184133     IF WS-CARD-AMT > WS-DUE-AFTER-GIFT
184134         DISPLAY "The card portion cannot be more than the "
184135             "amount due - please re-enter."
184136         MOVE ZEROES TO WS-CARD-AMT
184137     END-IF.
184138 0298B-EXIT.
184139     EXIT.
184140
184141 0298C-ACCEPT-CASH-PART.
184142     DISPLAY "Enter cash tendered: ".
184143     ACCEPT WS-TENDERED.
184144     IF WS-TENDERED < WS-CASH-DUE
184145         DISPLAY "Cash tendered is less than the cash due - "
184146             "please re-enter."
184147     END-IF.
184148 0298C-EXIT.
184200     EXIT.
184300
184310*    THE HOUSE CHARGE TENDER.  IF THE ACCOUNT CHECK REFUSES
199710     MOVE ZEROES TO STX-ORIG-RECEIPT-NO.
199720     MOVE ZEROES TO STX-UNIT-COST.
199730     MOVE WS-DEPOSIT-APPLIED TO STX-DEPOSIT-APPLIED.
199740     MOVE WS-CARD-AMT TO STX-CARD-AMT.
199750     MOVE WS-EXEMPT-CERT-NO TO STX-EXEMPT-CERT-NO.
199800     WRITE SALES-TXN-RECORD.
199810     IF WS-CUSTOMER-KEY NOT = SPACES AND WS-ERCPT-AVAIL
199811         AND WS-ERCPT-CONSENTED
199820         PERFORM 0288-WRITE-ERCPT-TOTAL THRU 0288-EXIT
199830     END-IF.
199900 0296-EXIT.
203200         MOVE ZEROES TO WS-TAX-ACCUM
203300     END-IF.
203400     IF WS-TAXABLE-ACCUM < ZEROES
203410         MOVE ZEROES TO WS-TAXABLE-ACCUM
203420     END-IF.
203430*    A SALE TO A CUSTOMER WITH A CERTIFICATE IN FORCE CARRIES
203440*    NO TAX AND NO TAXABLE AMOUNT - TAXRMIT REPORTS IT AS
203450*    EXEMPT UNDER THE CERTIFICATE STAMPED ON THE TOTAL RECORD.
203460     IF WS-EXEMPT-CERT-NO NOT = SPACES
203470         MOVE ZEROES TO WS-TAX-ACCUM
203500         MOVE ZEROES TO WS-TAXABLE-ACCUM
203600     END-IF.
203700     MOVE WS-TAX-ACCUM TO WS-TAX-AMT.
211410     IF WS-AR-AVAIL
211420         CLOSE AR-LEDGER-FILE
211430     END-IF.
211431     IF WS-CERT-AVAIL
211432         CLOSE TAX-CERT-FILE
211433     END-IF.
211440     IF WS-SPEC-AVAIL
211450         CLOSE SPEC-ORD-FILE
211451     END-IF.
211452     IF WS-KIT-AVAIL
211453         CLOSE KIT-BOM-FILE
211460     END-IF.
211470     IF WS-QUOTE-AVAIL
211480         CLOSE QUOTE-FILE
