002330*                     ALREADY ON THE MASTER - SO THE LATEST      *
002340*                     LANDED COST FEEDS MARGIN AND VALUATION     *
002350*                     REPORTING.                                 *
002351*    2026-10-15 DRO   RECEIVING ALSO STAMPS THE CARTON'S COST ON *
002352*                     THE PO LINE (PO-RECEIVED-COST) FOR THE     *
002353*                     SUPPINV INVOICE MATCH; BUILD STARTS EACH   *
002354*                     LINE WITH NOTHING BILLED.                  *
002355*    2026-10-15 DRO   CARTONS OF A LOT-TRACKED ITEM ARE RECEIVED *
002356*                     ONTO LOTFILE UNDER THEIR LOT NUMBER AND    *
002357*                     EXPIRY DATE.                               *
002358*    2026-10-15 DRO   BUILD LEAVES KITS OUT AND NETS STOCK       *
002359*                     RESERVED FOR INSTALLATIONS, AS THE REORDER *
002360*                     REPORT DOES; RECEIVING REFUSES A KIT ITEM, *
002361*                     WHICH CARRIES NO STOCK OF ITS OWN.         *
002362*    2026-10-15 DRO   A CARTON REFUSED BY THE STOCK POST NO      *
002363*                     LONGER COUNTS AS RECEIVED ON THE PO LINE.  *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004600         RECORD KEY IS INV-ITEM-CODE
004700         FILE STATUS IS WS-INV-MAST-STATUS.
004800
004810     SELECT LOT-FILE        ASSIGN TO "LOTFILE"
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS DYNAMIC
004840         RECORD KEY IS LOT-KEY
004850         FILE STATUS IS WS-LOT-STATUS.
004860
004900     SELECT PO-RPT-FILE     ASSIGN TO "PORDRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PO-RPT-STATUS.
006800 FD  INV-MAST-FILE.
006900 COPY INVMAST.
007000
007010 FD  LOT-FILE.
007020 COPY LOTFILE.
007030
007100 FD  PO-RPT-FILE
007200     RECORDING MODE IS F.
007300 01  PO-RPT-LINE                PIC X(80).
008200 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
008300 01  WS-PO-RPT-STATUS           PIC XX     VALUE ZEROES.
008400 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008410 01  WS-LOT-STATUS              PIC XX     VALUE ZEROES.
008420 01  WS-LOT-AVAIL-SW            PIC X      VALUE 'Y'.
008430     88  WS-LOT-AVAIL               VALUE 'Y'.
008500 01  WS-LOG-TIME                PIC 9(08).
008600
008700 01  WS-FIELDS.
009900     05  WS-QUANTITY            PIC 9(05)  VALUE ZEROES.
009950     05  WS-COST-IN             PIC X(05)  VALUE SPACES.
010000     05  WS-NEW-ON-HAND         PIC S9(06) VALUE ZEROES.
010010     05  WS-FREE-QTY            PIC 9(05)  VALUE ZEROES.
010020     05  WS-LOT-NUMBER          PIC X(12)  VALUE SPACES.
010030     05  WS-EXP-DATE-IN         PIC X(06)  VALUE SPACES.
010100
010200 01  WS-SWITCHES.
010300     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
010900         88  WS-PO-FOUND            VALUE 'Y'.
011000     05  WS-ON-OPEN-PO-SW       PIC X      VALUE 'N'.
011100         88  WS-ON-OPEN-PO          VALUE 'Y'.
011110     05  WS-LOT-OK-SW           PIC X      VALUE 'N'.
011120         88  WS-LOT-OK              VALUE 'Y'.
011130     05  WS-LOT-FOUND-SW        PIC X      VALUE 'N'.
011140         88  WS-LOT-FOUND           VALUE 'Y'.
011150     05  WS-STOCK-POSTED-SW     PIC X      VALUE 'N'.
011160         88  WS-STOCK-POSTED        VALUE 'Y'.
011200
011300 01  WS-DATE.
011400     05  WS-YEAR                PIC 99.
025700         STOP RUN
025800     END-IF.
025900     PERFORM 1200-OPEN-PO-CTR THRU 1200-EXIT.
025901     OPEN I-O LOT-FILE.
025902     IF WS-LOT-STATUS = '05' OR '35'
025903         OPEN OUTPUT LOT-FILE
025904         CLOSE LOT-FILE
025905         OPEN I-O LOT-FILE
025906     END-IF.
025907     IF WS-LOT-STATUS NOT = '00'
025908         MOVE 'N' TO WS-LOT-AVAIL-SW
025909         DISPLAY "LOTFILE unavailable - lots and expiry dates "
025910             "will not be recorded this run."
025911     END-IF.
026000 1000-EXIT.
026100     EXIT.
026200
036200 0310-EXIT.
036300     EXIT.
036400
036401*    STOCK RESERVED FOR AN INSTALLATION IS ALREADY SPOKEN FOR.
036402 0315-FREE-STOCK.
036403     MOVE INV-QTY-ON-HAND TO WS-FREE-QTY.
036404     IF INV-QTY-RESERVED IS NOT NUMERIC
036405         GO TO 0315-EXIT
036406     END-IF.
036407     IF INV-QTY-RESERVED NOT < WS-FREE-QTY
036408         MOVE ZEROES TO WS-FREE-QTY
036409     ELSE
036410         SUBTRACT INV-QTY-RESERVED FROM WS-FREE-QTY
036411     END-IF.
036412 0315-EXIT.
036413     EXIT.
036414
036500 0320-CHECK-ONE-ITEM.
036600     READ INV-MAST-FILE NEXT RECORD
036700         AT END
036800             MOVE 'N' TO WS-MORE-RECORDS
036900             GO TO 0320-EXIT
037000     END-READ.
037010     IF INV-KIT-ITEM
037020         GO TO 0320-EXIT
037030     END-IF.
037040     PERFORM 0315-FREE-STOCK THRU 0315-EXIT.
037100     IF NOT INV-ACTIVE
037200         OR INV-REORDER-POINT = ZEROES
037300         OR WS-FREE-QTY > INV-REORDER-POINT
037400         GO TO 0320-EXIT
037500     END-IF.
037600     PERFORM 0330-CHECK-OPEN-PO THRU 0330-EXIT.
041900         MOVE INV-REORDER-QTY TO OT-ORDER-QTY (WS-ORDER-COUNT)
042000     ELSE
042100         COMPUTE OT-ORDER-QTY (WS-ORDER-COUNT) =
042200             INV-REORDER-POINT - WS-FREE-QTY
042300             + INV-REORDER-POINT
042400     END-IF.
042500 0340-EXIT.
049400     MOVE OT-DESCRIPTION (WS-IDX) TO PO-DESCRIPTION.
049500     MOVE OT-ORDER-QTY (WS-IDX) TO PO-QTY-ORDERED.
049600     MOVE ZEROES TO PO-QTY-RECEIVED.
049610     MOVE ZEROES TO PO-RECEIVED-COST.
049620     MOVE ZEROES TO PO-QTY-BILLED.
049700     MOVE WS-YEAR TO PO-ORDER-YEAR.
049800     MOVE WS-MONTH TO PO-ORDER-MONTH.
049900     MOVE WS-DAY TO PO-ORDER-DAY.
061500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
061600         GO TO 0430-EXIT
061700     END-IF.
061710*    A CARTON THAT COULD NOT BE POSTED TO STOCK IS NOT COUNTED
061720*    AS RECEIVED ON THE LINE, SO IT IS NOT PAID FOR EITHER.
061730     PERFORM 0445-POST-STOCK THRU 0445-EXIT.
061740     IF NOT WS-STOCK-POSTED
061750         GO TO 0430-EXIT
061760     END-IF.
061800     ADD WS-QUANTITY TO PO-QTY-RECEIVED.
061900     IF PO-QTY-RECEIVED > PO-QTY-ORDERED
062000         DISPLAY "Line is now OVER the ordered quantity."
062400             TO EXCP-LOG-MESSAGE
062500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
062600     END-IF.
062610*    THE LINE IS REWRITTEN AFTER THE STOCK POST SO IT ALSO
062620*    CARRIES THE COST KEYED FOR THE CARTON.
062700     REWRITE PO-LINE-RECORD.
062900 0430-EXIT.
063000     EXIT.
063100
067300     EXIT.
067400
067500 0445-POST-STOCK.
067510     MOVE 'N' TO WS-STOCK-POSTED-SW.
067600     MOVE WS-ITEM-CODE TO INV-ITEM-CODE.
067700     READ INV-MAST-FILE
067800         INVALID KEY
068500             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
068600             GO TO 0445-EXIT
068700     END-READ.
068710     IF INV-KIT-ITEM
068720         DISPLAY "Item is a kit - receive its components instead."
068730         SET EXCP-SEV-WARNING TO TRUE
068740         MOVE "PUR010" TO EXCP-LOG-CODE
068750         MOVE "PO receipt of a kit item refused - not posted."
068760             TO EXCP-LOG-MESSAGE
068770         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
068780         GO TO 0445-EXIT
068790     END-IF.
068800     COMPUTE WS-NEW-ON-HAND = INV-QTY-ON-HAND + WS-QUANTITY.
068900     IF WS-NEW-ON-HAND > 99999
069000         DISPLAY "Receipt would exceed the on-hand field - "
069970     IF WS-COST-IN IS NUMERIC AND WS-COST-IN NOT = SPACES
069980         MOVE WS-COST-IN TO INV-UNIT-COST
069990     END-IF.
069991     MOVE INV-UNIT-COST TO PO-RECEIVED-COST.
070000     REWRITE INV-MASTER-RECORD.
070010     SET WS-STOCK-POSTED TO TRUE.
070100     DISPLAY "Stock posted - on hand is now " INV-QTY-ON-HAND.
070110     IF INV-LOT-TRACKED
070120         PERFORM 0447-RECORD-LOT THRU 0447-EXIT
070130     END-IF.
070200 0445-EXIT.
070201     EXIT.
070202
070203*    A LOT-TRACKED CARTON GOES ONTO LOTFILE UNDER THE LOT NUMBER
070204*    AND EXPIRY PRINTED ON IT - THE SAME LOT ARRIVING AGAIN ADDS
070205*    TO THE LOT ALREADY ON FILE.
070206 0447-RECORD-LOT.
070207     IF NOT WS-LOT-AVAIL
070208         DISPLAY "LOTFILE unavailable - lot not recorded."
070209         SET EXCP-SEV-WARNING TO TRUE
070210         MOVE "PUR009" TO EXCP-LOG-CODE
070211         MOVE "Lot-tracked carton received with no lot recorded."
070212             TO EXCP-LOG-MESSAGE
070213         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
070214         GO TO 0447-EXIT
070215     END-IF.
070216     MOVE 'N' TO WS-LOT-OK-SW.
070217     PERFORM 0448-ACCEPT-LOT THRU 0448-EXIT
070218         UNTIL WS-LOT-OK.
070219     MOVE INV-ITEM-CODE TO LOT-ITEM-CODE.
070220     MOVE WS-EXP-DATE-IN TO LOT-EXPIRY-DATE.
070221     MOVE WS-LOT-NUMBER TO LOT-NUMBER.
070222     MOVE 'Y' TO WS-LOT-FOUND-SW.
070223     READ LOT-FILE
070224         INVALID KEY
070225             MOVE 'N' TO WS-LOT-FOUND-SW
070226     END-READ.
070227     IF WS-LOT-FOUND
070228         ADD WS-QUANTITY TO LOT-QTY-RECEIVED
070229         ADD WS-QUANTITY TO LOT-QTY-ON-HAND
070230         MOVE INV-UNIT-COST TO LOT-UNIT-COST
070231         REWRITE LOT-RECORD
070232     ELSE
070233         MOVE WS-DATE TO LOT-RECEIVED-DATE
070234         MOVE WS-QUANTITY TO LOT-QTY-RECEIVED
070235         MOVE WS-QUANTITY TO LOT-QTY-ON-HAND
070236         MOVE INV-UNIT-COST TO LOT-UNIT-COST
070237         WRITE LOT-RECORD
070238     END-IF.
070239     DISPLAY "Lot " LOT-NUMBER " expiring " LOT-EXPIRY-DATE
070240         " now holds " LOT-QTY-ON-HAND ".".
070241 0447-EXIT.
070242     EXIT.
070243
070244 0448-ACCEPT-LOT.
070245     DISPLAY "Lot number on the carton: ".
070246     MOVE SPACES TO WS-LOT-NUMBER.
070247     ACCEPT WS-LOT-NUMBER.
070248     IF WS-LOT-NUMBER = SPACES
070249         DISPLAY "A lot number is required for this item."
070250         GO TO 0448-EXIT
070251     END-IF.
070252     DISPLAY "Expiry date (YYMMDD): ".
070253     MOVE SPACES TO WS-EXP-DATE-IN.
070254     ACCEPT WS-EXP-DATE-IN.
070255     IF WS-EXP-DATE-IN IS NOT NUMERIC
070256         OR WS-EXP-DATE-IN (3:2) > '12'
070257         OR WS-EXP-DATE-IN (3:2) < '01'
070258         OR WS-EXP-DATE-IN (5:2) > '31'
070259         OR WS-EXP-DATE-IN (5:2) < '01'
070260         DISPLAY "Expiry date must be a valid YYMMDD - "
070261             "please re-enter."
070262         GO TO 0448-EXIT
070263     END-IF.
070264     SET WS-LOT-OK TO TRUE.
070265 0448-EXIT.
070300     EXIT.
070400
070500*    FULLY RECEIVED CLOSES ON ITS OWN; A SHORT SHIPMENT ONLY
078200     CLOSE PO-FILE.
078300     CLOSE PO-CTR-FILE.
078400     CLOSE INV-MAST-FILE.
078410     IF WS-LOT-AVAIL
078420         CLOSE LOT-FILE
078430     END-IF.
078500 9000-EXIT.
078600     EXIT.
078700
