003204*                     THE KEYED COST REPLACES THE OLD ONE SO     *
003205*                     THE MASTER CARRIES THE LATEST LANDED       *
003206*                     COST FOR MARGIN AND VALUATION REPORTING.   *
003207*    2026-10-15 DRO   ADD AND CHANGE NOW ASK WHETHER THE REORDER *
003208*                     FIELDS ARE MANAGED BY HAND (INV-REORDER-   *
003209*                     METHOD 'M') - THE DEMAND RECALCULATION     *
003210*                     (REORDCLC) LEAVES THOSE ITEMS ALONE.       *
003211*    2026-10-15 DRO   ADD AND CHANGE NOW CAPTURE THE             *
003212*                     REPLENISHMENT INTERVAL IN DAYS FOR         *
003213*                     CONSUMABLES (INV-REPLENISH-DAYS, 0 = NOT   *
003214*                     A CONSUMABLE) USED BY RPLFEED.             *
003215*    2026-10-15 DRO   ADDED THE (K)IT COMPONENTS OPTION - THE    *
003216*                     COMPONENT ITEMS AND QUANTITIES OF A KIT    *
003217*                     ARE KEPT ON KIT-BOM-FILE AND THE KIT IS    *
003218*                     MARKED INV-KIT-ITEM.  AN EMPTY LIST MAKES  *
003219*                     IT A STOCK ITEM AGAIN.  RECEIVING AND      *
003220*                     SHRINKAGE REFUSE A KIT, WHICH CARRIES NO   *
003221*                     STOCK OF ITS OWN.                          *
003222*    2026-10-15 DRO   ADD AND CHANGE NOW ASK WHETHER AN ITEM IS  *
003223*                     LOT TRACKED (INV-LOT-CONTROL).  RECEIVING  *
003224*                     A TRACKED ITEM (AND ITS OPENING STOCK AT   *
003225*                     ADD) TAKES A LOT NUMBER AND EXPIRY DATE    *
003226*                     ONTO LOTFILE; SHRINKAGE RELIEVES ITS LOTS  *
003227*                     OLDEST EXPIRY FIRST.                       *
003228*    2026-10-15 DRO   A NEW ITEM STARTS WITH NOTHING RESERVED    *
003229*                     (INV-QTY-RESERVED) FOR INSTALLATION WORK   *
003230*                     ORDERS.                                    *
003231*****************************************************************
003232
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-EXCP-LOG-STATUS.
005300
005301     SELECT LOT-FILE        ASSIGN TO "LOTFILE"
005302         ORGANIZATION IS INDEXED
005303         ACCESS MODE IS DYNAMIC
005304         RECORD KEY IS LOT-KEY
005305         FILE STATUS IS WS-LOT-STATUS.
005306
005307     SELECT KIT-BOM-FILE    ASSIGN TO "KITBOM"
005308         ORGANIZATION IS INDEXED
005309         ACCESS MODE IS DYNAMIC
005310         RECORD KEY IS KIT-ITEM-CODE
005311         FILE STATUS IS WS-KIT-BOM-STATUS.
005312
005400 DATA DIVISION.
005500 FILE SECTION.
005600
008066     RECORDING MODE IS F.
008067 01  CALL-LIST-LINE             PIC X(80).
008070
008071 FD  LOT-FILE.
008072 COPY LOTFILE.
008073
008074 FD  KIT-BOM-FILE.
008075 COPY KITBOM.
008076
008100 FD  EXCP-LOG-FILE
008200     RECORDING MODE IS F.
008300 COPY EXCPLOG.
009000     05  WS-ITEM-PRICE          PIC 9(03)V99 VALUE ZEROES.
009050     05  WS-COST-IN             PIC X(05).
009060     05  WS-UNIT-COST           PIC 9(03)V99 VALUE ZEROES.
009070     05  WS-DAYS-IN             PIC X(03).
009080     05  WS-REPLENISH-DAYS      PIC 9(03)  VALUE ZEROES.
009100     05  WS-QTY-IN              PIC X(05).
009200     05  WS-QUANTITY            PIC 9(05)  VALUE ZEROES.
009300     05  WS-NEW-ON-HAND         PIC S9(06) VALUE ZEROES.
009400     05  WS-REORDER-POINT       PIC 9(05)  VALUE ZEROES.
009500     05  WS-REORDER-QTY         PIC 9(05)  VALUE ZEROES.
009510     05  WS-REORDER-METHOD      PIC X      VALUE 'C'.
009600     05  WS-SUPPLIER-CODE       PIC X(08)  VALUE SPACES.
009700     05  WS-TAX-CAT             PIC X(02)  VALUE SPACES.
009800     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
010200         88  WS-CHOICE-RECEIVE      VALUE 'R' 'r'.
010300         88  WS-CHOICE-SHRINK       VALUE 'S' 's'.
010350         88  WS-CHOICE-PENDING      VALUE 'P' 'p'.
010360         88  WS-CHOICE-KIT          VALUE 'K' 'k'.
010400         88  WS-CHOICE-EXIT         VALUE 'X' 'x'.
010500     05  WS-USER-RESPONSE       PIC X      VALUE SPACE.
010600     05  WS-MAINT-DONE-SW       PIC X      VALUE 'N'.
010730     05  WS-SUPP-OK-SW          PIC X      VALUE 'N'.
010740         88  WS-SUPP-OK             VALUE 'Y'.
010750     05  WS-EFF-DATE-IN         PIC X(06)  VALUE SPACES.
010751     05  WS-KIT-CODE            PIC X(08)  VALUE SPACES.
010752     05  WS-COMP-CODE           PIC X(08)  VALUE SPACES.
010753     05  WS-KIT-SUB             PIC 9(02)  VALUE ZEROES.
010754     05  WS-KIT-FOUND-SW        PIC X      VALUE 'N'.
010755         88  WS-KIT-FOUND           VALUE 'Y'.
010756     05  WS-KIT-LIST-DONE-SW    PIC X      VALUE 'N'.
010757         88  WS-KIT-LIST-DONE       VALUE 'Y'.
010758     05  WS-COMP-DUP-SW         PIC X      VALUE 'N'.
010759         88  WS-COMP-DUP            VALUE 'Y'.
010760     05  WS-LOT-CONTROL         PIC X      VALUE 'N'.
010761     05  WS-LOT-NUMBER          PIC X(12)  VALUE SPACES.
010762     05  WS-EXP-DATE-IN         PIC X(06)  VALUE SPACES.
010763     05  WS-LOT-QTY             PIC 9(05)  VALUE ZEROES.
010764     05  WS-LOT-REMAIN          PIC 9(05)  VALUE ZEROES.
010765     05  WS-LOT-OK-SW           PIC X      VALUE 'N'.
010766         88  WS-LOT-OK              VALUE 'Y'.
010767     05  WS-LOT-FOUND-SW        PIC X      VALUE 'N'.
010768         88  WS-LOT-FOUND           VALUE 'Y'.
010769     05  WS-LOT-EOF-SW          PIC X      VALUE 'N'.
010770         88  WS-LOT-EOF             VALUE 'Y'.
010800
010900 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
010950 01  WS-PRC-PEND-STATUS         PIC XX     VALUE ZEROES.
011002 01  WS-INV-AUDIT-STATUS        PIC XX     VALUE ZEROES.
011050 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
011100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
011110 01  WS-KIT-BOM-STATUS          PIC XX     VALUE ZEROES.
011120 01  WS-KIT-AVAIL-SW            PIC X      VALUE 'Y'.
011130     88  WS-KIT-AVAIL               VALUE 'Y'.
011140 01  WS-LOT-STATUS              PIC XX     VALUE ZEROES.
011150 01  WS-LOT-AVAIL-SW            PIC X      VALUE 'Y'.
011160     88  WS-LOT-AVAIL               VALUE 'Y'.
011200
011300 01  WS-DATE.
011400     05  WS-YEAR                PIC 99.
015040         DISPLAY "SUPP-MAST-FILE unavailable - supplier "
015050             "codes will not be validated this run."
015060     END-IF.
015061     OPEN I-O LOT-FILE.
015062     IF WS-LOT-STATUS = '05' OR '35'
015063         OPEN OUTPUT LOT-FILE
015064         CLOSE LOT-FILE
015065         OPEN I-O LOT-FILE
015066     END-IF.
015067     IF WS-LOT-STATUS NOT = '00'
015068         MOVE 'N' TO WS-LOT-AVAIL-SW
015069         DISPLAY "LOTFILE unavailable - lots and expiry dates "
015070             "will not be recorded this run."
015071     END-IF.
015072     OPEN I-O KIT-BOM-FILE.
015073     IF WS-KIT-BOM-STATUS = '05' OR '35'
015074         OPEN OUTPUT KIT-BOM-FILE
015075         CLOSE KIT-BOM-FILE
015076         OPEN I-O KIT-BOM-FILE
015077     END-IF.
015078     IF WS-KIT-BOM-STATUS NOT = '00'
015079         MOVE 'N' TO WS-KIT-AVAIL-SW
015080         DISPLAY "KIT-BOM-FILE unavailable - kit components "
015081             "cannot be maintained this run."
015082     END-IF.
015100 1000-EXIT.
015200     EXIT.
015300
015500     DISPLAY " ".
015600     DISPLAY "(A)dd item, (C)hange item, (D)eactivate item,".
015700     DISPLAY "(R)eceive stock, (S)hrinkage adjustment,".
015710     DISPLAY "(P)ending price change, (K)it components,".
015720     DISPLAY "e(X)it: ".
015800     ACCEPT WS-MENU-CHOICE.
015900     EVALUATE TRUE
016000         WHEN WS-CHOICE-ADD
016900             PERFORM 0700-POST-SHRINKAGE THRU 0700-EXIT
016950         WHEN WS-CHOICE-PENDING
016960             PERFORM 0900-PEND-PRICE-CHANGE THRU 0900-EXIT
016970         WHEN WS-CHOICE-KIT
016980             PERFORM 0950-KIT-COMPONENTS THRU 0950-EXIT
017000         WHEN WS-CHOICE-EXIT
017100             SET WS-MAINT-DONE TO TRUE
017200         WHEN OTHER
017300             DISPLAY "Please enter A, C, D, R, S, P, K or X."
017400     END-EVALUATE.
017500 0200-EXIT.
017600     EXIT.
020300     PERFORM 0250-ACCEPT-REORDER THRU 0250-EXIT.
020400     MOVE WS-REORDER-POINT TO INV-REORDER-POINT.
020500     MOVE WS-REORDER-QTY TO INV-REORDER-QTY.
020510     MOVE WS-REORDER-METHOD TO INV-REORDER-METHOD.
020600     MOVE WS-SUPPLIER-CODE TO INV-SUPPLIER-CODE.
020700     PERFORM 0260-ACCEPT-TAX-CAT THRU 0260-EXIT.
020800     MOVE WS-TAX-CAT TO INV-TAX-CATEGORY.
020810     PERFORM 0280-ACCEPT-REPLENISH THRU 0280-EXIT.
020820     MOVE WS-REPLENISH-DAYS TO INV-REPLENISH-DAYS.
020830     MOVE 'S' TO INV-ITEM-TYPE.
020840     PERFORM 0290-ACCEPT-LOT-CONTROL THRU 0290-EXIT.
020850     MOVE WS-LOT-CONTROL TO INV-LOT-CONTROL.
020860     MOVE ZEROES TO INV-QTY-RESERVED.
020900     WRITE INV-MASTER-RECORD
021000         INVALID KEY
021100             DISPLAY "Unable to add item - status "
021900     MOVE WS-QUANTITY TO IVA-NEW-QTY.
022000     PERFORM 0800-WRITE-AUDIT THRU 0800-EXIT.
022100     DISPLAY "Item added.".
022110     IF INV-LOT-TRACKED AND WS-QUANTITY > ZEROES
022120         MOVE WS-QUANTITY TO WS-LOT-QTY
022130         PERFORM 0980-RECORD-LOT THRU 0980-EXIT
022140     END-IF.
022200 0300-EXIT.
022300     EXIT.
022400
024800     DISPLAY "Current supplier: " INV-SUPPLIER-CODE
024900         " reorder point: " INV-REORDER-POINT
025000         " reorder qty: " INV-REORDER-QTY.
025010     IF INV-REORDER-MANUAL
025020         DISPLAY "Reorder fields are managed by hand."
025030     ELSE
025040         DISPLAY "Reorder fields are recalculated from demand."
025050     END-IF.
025100     DISPLAY "Change supplier/reorder fields? (Y/N): ".
025200     ACCEPT WS-USER-RESPONSE.
025300     IF WS-USER-RESPONSE = 'Y' OR 'y'
025400         PERFORM 0250-ACCEPT-REORDER THRU 0250-EXIT
025500         MOVE WS-REORDER-POINT TO INV-REORDER-POINT
025600         MOVE WS-REORDER-QTY TO INV-REORDER-QTY
025610         MOVE WS-REORDER-METHOD TO INV-REORDER-METHOD
025700         MOVE WS-SUPPLIER-CODE TO INV-SUPPLIER-CODE
025800     END-IF.
025900     IF INV-INACTIVE
027000         PERFORM 0260-ACCEPT-TAX-CAT THRU 0260-EXIT
027100         MOVE WS-TAX-CAT TO INV-TAX-CATEGORY
027200     END-IF.
027201     IF INV-REPLENISH-DAYS IS NOT NUMERIC
027202         MOVE ZEROES TO INV-REPLENISH-DAYS
027203     END-IF.
027204     DISPLAY "Current replenishment days: " INV-REPLENISH-DAYS.
027205     DISPLAY "Change the replenishment days? (Y/N): ".
027206     ACCEPT WS-USER-RESPONSE.
027207     IF WS-USER-RESPONSE = 'Y' OR 'y'
027208         PERFORM 0280-ACCEPT-REPLENISH THRU 0280-EXIT
027209         MOVE WS-REPLENISH-DAYS TO INV-REPLENISH-DAYS
027210     END-IF.
027211     IF NOT INV-KIT-ITEM
027212         IF INV-LOT-TRACKED
027213             DISPLAY "Item is lot tracked."
027214         ELSE
027215             DISPLAY "Item is not lot tracked."
027216         END-IF
027217         DISPLAY "Change lot tracking? (Y/N): "
027218         ACCEPT WS-USER-RESPONSE
027219         IF WS-USER-RESPONSE = 'Y' OR 'y'
027220             PERFORM 0290-ACCEPT-LOT-CONTROL THRU 0290-EXIT
027221             MOVE WS-LOT-CONTROL TO INV-LOT-CONTROL
027222         END-IF
027223     END-IF.
027300     REWRITE INV-MASTER-RECORD.
027400     IF INV-UNIT-PRICE NOT = IVA-OLD-PRICE
027500         SET IVA-PRICE-CHANGED TO TRUE
028100     PERFORM 0800-WRITE-AUDIT THRU 0800-EXIT.
028200     DISPLAY "Item updated.".
028300 0400-EXIT.
028301     EXIT.
028302
028303*    A KIT'S COMPONENTS ARE RE-KEYED AS A WHOLE LIST.  THE KIT
028304*    MUST HOLD NO STOCK OF ITS OWN WHEN IT FIRST BECOMES A KIT,
028305*    SINCE FROM THEN ON ONLY ITS COMPONENTS ARE MOVED.  AN
028306*    EMPTY LIST REMOVES THE BILL OF MATERIALS.
028307 0950-KIT-COMPONENTS.
028308     IF NOT WS-KIT-AVAIL
028309         DISPLAY "KIT-BOM-FILE is unavailable this run."
028310         GO TO 0950-EXIT
028311     END-IF.
028312     PERFORM 0240-FETCH-ITEM THRU 0240-EXIT.
028313     IF WS-INV-MAST-STATUS NOT = '00'
028314         GO TO 0950-EXIT
028315     END-IF.
028316     MOVE WS-ITEM-CODE TO WS-KIT-CODE.
028317     MOVE WS-ITEM-CODE TO KIT-ITEM-CODE.
028318     MOVE 'Y' TO WS-KIT-FOUND-SW.
028319     READ KIT-BOM-FILE
028320         INVALID KEY
028321             MOVE 'N' TO WS-KIT-FOUND-SW
028322     END-READ.
028323     IF NOT WS-KIT-FOUND AND INV-QTY-ON-HAND > ZEROES
028324         DISPLAY "Item has " INV-QTY-ON-HAND " on hand - "
028325             "write it off before making it a kit."
028326         GO TO 0950-EXIT
028327     END-IF.
028328     IF WS-KIT-FOUND
028329         DISPLAY "Current components of " INV-DESCRIPTION ":"
028330         PERFORM 0960-SHOW-COMPONENT THRU 0960-EXIT
028331             VARYING WS-KIT-SUB FROM 1 BY 1
028332             UNTIL WS-KIT-SUB > KIT-COMP-COUNT
028333         DISPLAY "Re-key the component list? (Y/N): "
028334         ACCEPT WS-USER-RESPONSE
028335         IF WS-USER-RESPONSE NOT = 'Y'
028336             AND WS-USER-RESPONSE NOT = 'y'
028337             GO TO 0950-EXIT
028338         END-IF
028339     END-IF.
028340     MOVE INV-UNIT-PRICE TO IVA-OLD-PRICE.
028341     MOVE INV-QTY-ON-HAND TO IVA-OLD-QTY.
028342     INITIALIZE KIT-BOM-RECORD.
028343     MOVE WS-KIT-CODE TO KIT-ITEM-CODE.
028344     DISPLAY "Up to 10 components - blank item code ends "
028345         "the list.".
028346     MOVE 'N' TO WS-KIT-LIST-DONE-SW.
028347     PERFORM 0970-ACCEPT-COMPONENT THRU 0970-EXIT
028348         UNTIL WS-KIT-LIST-DONE OR KIT-COMP-COUNT = 10.
028349*    THE COMPONENT READS HAVE REPLACED THE KIT IN THE MASTER
028350*    BUFFER - FETCH IT AGAIN BEFORE IT IS REWRITTEN.
028351     MOVE WS-KIT-CODE TO INV-ITEM-CODE.
028352     READ INV-MAST-FILE
028353         INVALID KEY
028354             DISPLAY "Kit item has gone from the file - "
028355                 "nothing saved."
028356             GO TO 0950-EXIT
028357     END-READ.
028358     IF KIT-COMP-COUNT = ZEROES
028359         IF NOT WS-KIT-FOUND
028360             DISPLAY "No components keyed - nothing saved."
028361             GO TO 0950-EXIT
028362         END-IF
028363         DELETE KIT-BOM-FILE
028364         MOVE 'S' TO INV-ITEM-TYPE
028365     ELSE
028366         IF WS-KIT-FOUND
028367             REWRITE KIT-BOM-RECORD
028368         ELSE
028369             WRITE KIT-BOM-RECORD
028370         END-IF
028371         MOVE 'K' TO INV-ITEM-TYPE
028372     END-IF.
028373     IF WS-KIT-BOM-STATUS NOT = '00'
028374         DISPLAY "Unable to save the kit - status "
028375             WS-KIT-BOM-STATUS
028376         SET EXCP-SEV-ERROR TO TRUE
028377         MOVE "INM005" TO EXCP-LOG-CODE
028378         MOVE "Unable to update KIT-BOM-FILE - kit not saved."
028379             TO EXCP-LOG-MESSAGE
028380         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
028381         GO TO 0950-EXIT
028382     END-IF.
028383     REWRITE INV-MASTER-RECORD.
028384     SET IVA-ITEM-CHANGED TO TRUE.
028385     MOVE INV-UNIT-PRICE TO IVA-NEW-PRICE.
028386     MOVE INV-QTY-ON-HAND TO IVA-NEW-QTY.
028387     PERFORM 0800-WRITE-AUDIT THRU 0800-EXIT.
028388     IF INV-KIT-ITEM
028389         DISPLAY "Kit saved with " KIT-COMP-COUNT
028390             " component(s)."
028391     ELSE
028392         DISPLAY "Component list removed - the item is a "
028393             "stock item again."
028394     END-IF.
028395 0950-EXIT.
028400     EXIT.
028500
028600 0500-DEACTIVATE-ITEM.
030900 0500-EXIT.
031000     EXIT.
031100
031101 0960-SHOW-COMPONENT.
031102     DISPLAY "  " KIT-COMP-ITEM-CODE (WS-KIT-SUB)
031103         "  qty " KIT-COMP-QTY (WS-KIT-SUB).
031104 0960-EXIT.
031105     EXIT.
031106
031107*    A COMPONENT MUST BE AN ACTIVE STOCK ITEM ON THE MASTER -
031108*    NOT THE KIT ITSELF, NOT ANOTHER KIT, AND NOT ONE ALREADY
031109*    KEYED ON THIS LIST.
031110 0970-ACCEPT-COMPONENT.
031111     DISPLAY "Component item code (blank ends the list): ".
031112     MOVE SPACES TO WS-COMP-CODE.
031113     ACCEPT WS-COMP-CODE.
031114     IF WS-COMP-CODE = SPACES
031115         SET WS-KIT-LIST-DONE TO TRUE
031116         GO TO 0970-EXIT
031117     END-IF.
031118     IF WS-COMP-CODE = WS-KIT-CODE
031119         DISPLAY "A kit cannot contain itself - please re-enter."
031120         GO TO 0970-EXIT
031121     END-IF.
031122     MOVE 'N' TO WS-COMP-DUP-SW.
031123     PERFORM 0975-CHECK-DUP-COMPONENT THRU 0975-EXIT
031124         VARYING WS-KIT-SUB FROM 1 BY 1
031125         UNTIL WS-KIT-SUB > KIT-COMP-COUNT.
031126     IF WS-COMP-DUP
031127         DISPLAY "Component is already on the list - "
031128             "please re-enter."
031129         GO TO 0970-EXIT
031130     END-IF.
031131     MOVE WS-COMP-CODE TO INV-ITEM-CODE.
031132     READ INV-MAST-FILE
031133         INVALID KEY
031134             DISPLAY "Item code not on file - please re-enter."
031135             GO TO 0970-EXIT
031136     END-READ.
031137     IF INV-KIT-ITEM
031138         DISPLAY "A kit cannot contain another kit - "
031139             "please re-enter."
031140         GO TO 0970-EXIT
031141     END-IF.
031142     IF INV-INACTIVE
031143         DISPLAY "Component is deactivated - please re-enter."
031144         GO TO 0970-EXIT
031145     END-IF.
031146     DISPLAY "Quantity of " INV-DESCRIPTION " in each kit -".
031147     MOVE ZEROES TO WS-QUANTITY.
031148     PERFORM 0230-ACCEPT-QUANTITY THRU 0230-EXIT
031149         UNTIL WS-QUANTITY > ZEROES.
031150     IF WS-QUANTITY > 999
031151         DISPLAY "Quantity per kit cannot exceed 999 - "
031152             "please re-enter."
031153         GO TO 0970-EXIT
031154     END-IF.
031155     ADD 1 TO KIT-COMP-COUNT.
031156     MOVE WS-COMP-CODE TO KIT-COMP-ITEM-CODE (KIT-COMP-COUNT).
031157     MOVE WS-QUANTITY TO KIT-COMP-QTY (KIT-COMP-COUNT).
031158 0970-EXIT.
031159     EXIT.
031160
031161 0975-CHECK-DUP-COMPONENT.
031162     IF KIT-COMP-ITEM-CODE (WS-KIT-SUB) = WS-COMP-CODE
031163         SET WS-COMP-DUP TO TRUE
031164     END-IF.
031165 0975-EXIT.
031166     EXIT.
031167
031200 0600-RECEIVE-STOCK.
031300     PERFORM 0240-FETCH-ITEM THRU 0240-EXIT.
031400     IF WS-INV-MAST-STATUS NOT = '00'
031410         GO TO 0600-EXIT
031420     END-IF.
031430     IF INV-KIT-ITEM
031440         DISPLAY "Kits carry no stock - receive the components."
031500         GO TO 0600-EXIT
031600     END-IF.
031700     MOVE INV-QTY-ON-HAND TO IVA-OLD-QTY.
033800     MOVE INV-QTY-ON-HAND TO IVA-NEW-QTY.
033900     PERFORM 0800-WRITE-AUDIT THRU 0800-EXIT.
034000     DISPLAY "Stock received - on hand is now " INV-QTY-ON-HAND.
034010     IF INV-LOT-TRACKED
034020         MOVE WS-QUANTITY TO WS-LOT-QTY
034030         PERFORM 0980-RECORD-LOT THRU 0980-EXIT
034040     END-IF.
034050     PERFORM 0650-FLAG-SPECIAL-ORDERS THRU 0650-EXIT.
034100 0600-EXIT.
034101     EXIT.
034102
034103*    STOCK OF A LOT-TRACKED ITEM IS RECEIVED ONTO A LOT - THE
034104*    SAME LOT AND EXPIRY ARRIVING AGAIN ADDS TO THE LOT ON FILE.
034105 0980-RECORD-LOT.
034106     IF NOT WS-LOT-AVAIL
034107         DISPLAY "LOTFILE unavailable - lot not recorded."
034108         SET EXCP-SEV-WARNING TO TRUE
034109         MOVE "INM006" TO EXCP-LOG-CODE
034110         MOVE "Lot-tracked stock received with no lot recorded."
034111             TO EXCP-LOG-MESSAGE
034112         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
034113         GO TO 0980-EXIT
034114     END-IF.
034115     MOVE 'N' TO WS-LOT-OK-SW.
034116     PERFORM 0985-ACCEPT-LOT THRU 0985-EXIT
034117         UNTIL WS-LOT-OK.
034118     MOVE INV-ITEM-CODE TO LOT-ITEM-CODE.
034119     MOVE WS-EXP-DATE-IN TO LOT-EXPIRY-DATE.
034120     MOVE WS-LOT-NUMBER TO LOT-NUMBER.
034121     MOVE 'Y' TO WS-LOT-FOUND-SW.
034122     READ LOT-FILE
034123         INVALID KEY
034124             MOVE 'N' TO WS-LOT-FOUND-SW
034125     END-READ.
034126     IF WS-LOT-FOUND
034127         ADD WS-LOT-QTY TO LOT-QTY-RECEIVED
034128         ADD WS-LOT-QTY TO LOT-QTY-ON-HAND
034129         MOVE INV-UNIT-COST TO LOT-UNIT-COST
034130         REWRITE LOT-RECORD
034131     ELSE
034132         MOVE WS-DATE TO LOT-RECEIVED-DATE
034133         MOVE WS-LOT-QTY TO LOT-QTY-RECEIVED
034134         MOVE WS-LOT-QTY TO LOT-QTY-ON-HAND
034135         MOVE INV-UNIT-COST TO LOT-UNIT-COST
034136         WRITE LOT-RECORD
034137     END-IF.
034138     DISPLAY "Lot " LOT-NUMBER " expiring " LOT-EXPIRY-DATE
034139         " now holds " LOT-QTY-ON-HAND ".".
034140 0980-EXIT.
034141     EXIT.
034142
034143 0985-ACCEPT-LOT.
034144     DISPLAY "Lot number: ".
034145     MOVE SPACES TO WS-LOT-NUMBER.
034146     ACCEPT WS-LOT-NUMBER.
034147     IF WS-LOT-NUMBER = SPACES
034148         DISPLAY "A lot number is required for this item."
034149         GO TO 0985-EXIT
034150     END-IF.
034151     DISPLAY "Expiry date (YYMMDD): ".
034152     MOVE SPACES TO WS-EXP-DATE-IN.
034153     ACCEPT WS-EXP-DATE-IN.
034154     IF WS-EXP-DATE-IN IS NOT NUMERIC
034155         OR WS-EXP-DATE-IN (3:2) > '12'
034156         OR WS-EXP-DATE-IN (3:2) < '01'
034157         OR WS-EXP-DATE-IN (5:2) > '31'
034158         OR WS-EXP-DATE-IN (5:2) < '01'
034159         DISPLAY "Expiry date must be a valid YYMMDD - "
034160             "please re-enter."
034161         GO TO 0985-EXIT
034162     END-IF.
034163     SET WS-LOT-OK TO TRUE.
034164 0985-EXIT.
034200     EXIT.
034300
034400 0700-POST-SHRINKAGE.
034500     PERFORM 0240-FETCH-ITEM THRU 0240-EXIT.
034600     IF WS-INV-MAST-STATUS NOT = '00'
034610         GO TO 0700-EXIT
034620     END-IF.
034630     IF INV-KIT-ITEM
034640         DISPLAY "Kits carry no stock - write off the "
034650             "components."
034700         GO TO 0700-EXIT
034800     END-IF.
034900     MOVE INV-QTY-ON-HAND TO IVA-OLD-QTY.
037000     PERFORM 0800-WRITE-AUDIT THRU 0800-EXIT.
037100     DISPLAY "Shrinkage posted - on hand is now "
037200         INV-QTY-ON-HAND.
037210     IF INV-LOT-TRACKED
037220         MOVE WS-QUANTITY TO WS-LOT-QTY
037230         PERFORM 0990-RELIEVE-LOTS THRU 0990-EXIT
037240     END-IF.
037300 0700-EXIT.
037400     EXIT.
037401
038000 0210-EXIT.
038100     EXIT.
038200
038201*    A WRITE-OFF COMES OFF THE OLDEST-EXPIRING LOTS FIRST -
038202*    THAT IS WHAT GOES OUT OF DATE ON THE SHELF.  A LOT THAT
038203*    REACHES ZERO IS DELETED.
038204 0990-RELIEVE-LOTS.
038205     IF NOT WS-LOT-AVAIL
038206         GO TO 0990-EXIT
038207     END-IF.
038208     MOVE WS-LOT-QTY TO WS-LOT-REMAIN.
038209     MOVE INV-ITEM-CODE TO LOT-ITEM-CODE.
038210     MOVE ZEROES TO LOT-EXPIRY-DATE.
038211     MOVE LOW-VALUES TO LOT-NUMBER.
038212     START LOT-FILE KEY NOT < LOT-KEY
038213         INVALID KEY
038214             GO TO 0990-EXIT
038215     END-START.
038216     MOVE 'N' TO WS-LOT-EOF-SW.
038217     PERFORM 0995-RELIEVE-ONE-LOT THRU 0995-EXIT
038218         UNTIL WS-LOT-EOF OR WS-LOT-REMAIN = ZEROES.
038219     IF WS-LOT-REMAIN > ZEROES
038220         DISPLAY WS-LOT-REMAIN " written off were not on "
038221             "any lot."
038222     END-IF.
038223 0990-EXIT.
038224     EXIT.
038225
038226 0995-RELIEVE-ONE-LOT.
038227     READ LOT-FILE NEXT RECORD
038228         AT END
038229             SET WS-LOT-EOF TO TRUE
038230             GO TO 0995-EXIT
038231     END-READ.
038232     IF LOT-ITEM-CODE NOT = INV-ITEM-CODE
038233         SET WS-LOT-EOF TO TRUE
038234         GO TO 0995-EXIT
038235     END-IF.
038236     IF LOT-QTY-ON-HAND > WS-LOT-REMAIN
038237         SUBTRACT WS-LOT-REMAIN FROM LOT-QTY-ON-HAND
038238         MOVE ZEROES TO WS-LOT-REMAIN
038239         REWRITE LOT-RECORD
038240         DISPLAY "Lot " LOT-NUMBER " now holds "
038241             LOT-QTY-ON-HAND "."
038242     ELSE
038243         SUBTRACT LOT-QTY-ON-HAND FROM WS-LOT-REMAIN
038244         DELETE LOT-FILE RECORD
038245         DISPLAY "Lot " LOT-NUMBER " used up - removed."
038246     END-IF.
038247 0995-EXIT.
038248     EXIT.
038249
038300 0220-ACCEPT-PRICE.
038400     DISPLAY "Enter unit price (99.99): ".
038500     MOVE SPACES TO WS-PRICE-IN.
044500     ELSE
044600         MOVE ZEROES TO WS-REORDER-QTY
044700     END-IF.
044710     DISPLAY "Manage reorder fields by hand - recalculation ".
044720     DISPLAY "leaves them alone? (Y/N): ".
044730     ACCEPT WS-USER-RESPONSE.
044740     IF WS-USER-RESPONSE = 'Y' OR 'y'
044750         MOVE 'M' TO WS-REORDER-METHOD
044760     ELSE
044770         MOVE 'C' TO WS-REORDER-METHOD
044780     END-IF.
044800 0250-EXIT.
044900     EXIT.
044910
045800 0260-EXIT.
045900     EXIT.
046000
046001*    ONLY CONSUMABLES BOUGHT ON A CYCLE GET AN INTERVAL - IT
046002*    DRIVES THE CUSTOMER REMINDERS SENT BY RPLFEED.
046003 0280-ACCEPT-REPLENISH.
046004     DISPLAY "Replenishment interval, 3-digit days "
046005         "(e.g. 030; 000 = not a consumable): ".
046006     MOVE SPACES TO WS-DAYS-IN.
046007     ACCEPT WS-DAYS-IN.
046008     IF WS-DAYS-IN IS NUMERIC
046009         MOVE WS-DAYS-IN TO WS-REPLENISH-DAYS
046010     ELSE
046011         MOVE ZEROES TO WS-REPLENISH-DAYS
046012     END-IF.
046013 0280-EXIT.
046014     EXIT.
046015
046016 0290-ACCEPT-LOT-CONTROL.
046017     DISPLAY "Track lots and expiry dates for this item? (Y/N): ".
046018     ACCEPT WS-USER-RESPONSE.
046019     IF WS-USER-RESPONSE = 'Y' OR 'y'
046020         MOVE 'Y' TO WS-LOT-CONTROL
046021     ELSE
046022         MOVE 'N' TO WS-LOT-CONTROL
046023     END-IF.
046024 0290-EXIT.
046025     EXIT.
046026
046100 0800-WRITE-AUDIT.
046200     MOVE WS-YEAR TO IVA-YEAR.
046300     MOVE WS-MONTH TO IVA-MONTH.
049040     IF WS-SPEC-AVAIL
049050         CLOSE SPEC-ORD-FILE
049060     END-IF.
049061     IF WS-KIT-AVAIL
049062         CLOSE KIT-BOM-FILE
049063     END-IF.
049064     IF WS-LOT-AVAIL
049065         CLOSE LOT-FILE
049066     END-IF.
049100 9000-EXIT.
049200     EXIT.
049300
