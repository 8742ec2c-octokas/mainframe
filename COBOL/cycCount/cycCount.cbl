002100*    MAINTENANCE HISTORY.                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-09-02 DRO   INITIAL VERSION.                           *
002301*    2026-10-15 DRO   KIT ITEMS (INV-KIT-ITEM) CARRY NO STOCK    *
002302*                     OF THEIR OWN - THEY ARE LEFT OFF THE COUNT *
002303*                     SHEETS, AND A KIT KEYED IN COUNT MODE      *
002304*                     SHOWS HOW MANY ITS SCARCEST COMPONENT ON   *
002305*                     KIT-BOM-FILE WILL MAKE UP INSTEAD OF       *
002306*                     TAKING A COUNT.  COUNT THE COMPONENTS.     *
002307*    2026-10-15 DRO   A COMPONENT'S STOCK RESERVED FOR A         *
002308*                     SCHEDULED WORK ORDER (INV-QTY-RESERVED) IS *
002309*                     LEFT OUT OF THE KITS IT IS SHOWN TO MAKE   *
002310*                     UP.                                        *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CYC-RPT-STATUS.
005000
005010     SELECT KIT-BOM-FILE    ASSIGN TO "KITBOM"
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS KIT-ITEM-CODE
005050         FILE STATUS IS WS-KIT-BOM-STATUS.
005060
005100     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-EXCP-LOG-STATUS.
007000     RECORDING MODE IS F.
007100 01  CYC-RPT-LINE               PIC X(80).
007200
007210 FD  KIT-BOM-FILE.
007220 COPY KITBOM.
007230
007300 FD  EXCP-LOG-FILE
007400     RECORDING MODE IS F.
007500 COPY EXCPLOG.
008000 01  WS-SHEET-STATUS            PIC XX     VALUE ZEROES.
008100 01  WS-CYC-RPT-STATUS          PIC XX     VALUE ZEROES.
008200 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008210 01  WS-KIT-BOM-STATUS          PIC XX     VALUE ZEROES.
008220 01  WS-KIT-AVAIL-SW            PIC X      VALUE 'Y'.
008230     88  WS-KIT-AVAIL               VALUE 'Y'.
008300
008400 01  WS-FIELDS.
008500     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
010000     05  WS-COUNTED-QTY         PIC 9(05)  VALUE ZEROES.
010100     05  WS-COUNT-KEYED-SW      PIC X      VALUE 'N'.
010200         88  WS-COUNT-KEYED         VALUE 'Y'.
010210     05  WS-KIT-SUB             PIC 9(02)  VALUE ZEROES.
010220     05  WS-KIT-CAN-MAKE        PIC 9(05)  VALUE ZEROES.
010230     05  WS-COMP-CAN-MAKE       PIC 9(05)  VALUE ZEROES.
010240     05  WS-COMP-FREE           PIC 9(05)  VALUE ZEROES.
010250     05  WS-KIT-SHORT-ITEM      PIC X(08)  VALUE SPACES.
010300
010400 01  WS-SWITCHES.
010500     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
022800     IF WS-INV-MOVE-STATUS = '05' OR '35'
022900         OPEN OUTPUT INV-MOVE-FILE
023000     END-IF.
023010     OPEN INPUT KIT-BOM-FILE.
023020     IF WS-KIT-BOM-STATUS NOT = '00'
023030         MOVE 'N' TO WS-KIT-AVAIL-SW
023040     END-IF.
023100     OPEN OUTPUT CYC-RPT-FILE.
023200     MOVE WS-YEAR TO RPT-RUN-YEAR.
023300     MOVE WS-MONTH TO RPT-RUN-MONTH.
033300         AND INV-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
033400         GO TO 0400-EXIT
033500     END-IF.
033600     IF INV-INACTIVE OR INV-KIT-ITEM
033700         GO TO 0400-EXIT
033800     END-IF.
033900     MOVE INV-ITEM-CODE TO SHT-ITEM-CODE.
036500             DISPLAY "Item code not on file."
036600             GO TO 0600-EXIT
036700     END-READ.
036710     IF INV-KIT-ITEM
036720         PERFORM 0620-SHOW-KIT THRU 0620-EXIT
036730         GO TO 0600-EXIT
036740     END-IF.
036800     MOVE 'N' TO WS-COUNT-KEYED-SW.
036900     PERFORM 0650-ACCEPT-COUNT THRU 0650-EXIT
037000         UNTIL WS-COUNT-KEYED.
041400     END-IF.
041500     PERFORM 0800-WRITE-VARIANCE-LINE THRU 0800-EXIT.
041600 0600-EXIT.
041601     EXIT.
041602
041603*    A KIT IS NOT COUNTED - ITS COMPONENTS ARE.  THE COUNTER
041604*    IS SHOWN HOW MANY KITS THE COMPONENTS WILL MAKE UP AND
041605*    WHICH ONE RUNS OUT FIRST.
041606 0620-SHOW-KIT.
041607     IF NOT WS-KIT-AVAIL
041608         DISPLAY "Kit - not counted; count its components."
041609         GO TO 0620-EXIT
041610     END-IF.
041611     MOVE INV-ITEM-CODE TO KIT-ITEM-CODE.
041612     READ KIT-BOM-FILE
041613         INVALID KEY
041614             DISPLAY "Kit - not counted; it has no component "
041615                 "list."
041616             GO TO 0620-EXIT
041617     END-READ.
041618     MOVE 99999 TO WS-KIT-CAN-MAKE.
041619     MOVE SPACES TO WS-KIT-SHORT-ITEM.
041620     PERFORM 0630-CHECK-ONE-COMPONENT THRU 0630-EXIT
041621         VARYING WS-KIT-SUB FROM 1 BY 1
041622         UNTIL WS-KIT-SUB > KIT-COMP-COUNT.
041623     DISPLAY "Kit - not counted; available " WS-KIT-CAN-MAKE
041624         ", limited by component " WS-KIT-SHORT-ITEM ".".
041625 0620-EXIT.
041626     EXIT.
041627
041628 0630-CHECK-ONE-COMPONENT.
041629     MOVE KIT-COMP-ITEM-CODE (WS-KIT-SUB) TO INV-ITEM-CODE.
041630     READ INV-MAST-FILE
041631         INVALID KEY
041632             MOVE ZEROES TO WS-COMP-CAN-MAKE
041633         NOT INVALID KEY
041634             MOVE INV-QTY-ON-HAND TO WS-COMP-FREE
041635             IF INV-QTY-RESERVED IS NUMERIC
041636                 IF INV-QTY-RESERVED NOT < WS-COMP-FREE
041637                     MOVE ZEROES TO WS-COMP-FREE
041638                 ELSE
041639                     SUBTRACT INV-QTY-RESERVED FROM WS-COMP-FREE
041640                 END-IF
041641             END-IF
041642             DIVIDE WS-COMP-FREE BY KIT-COMP-QTY (WS-KIT-SUB)
041643                 GIVING WS-COMP-CAN-MAKE
041644     END-READ.
041645     IF WS-COMP-CAN-MAKE < WS-KIT-CAN-MAKE
041646         MOVE WS-COMP-CAN-MAKE TO WS-KIT-CAN-MAKE
041647         MOVE KIT-COMP-ITEM-CODE (WS-KIT-SUB) TO WS-KIT-SHORT-ITEM
041648     END-IF.
041649 0630-EXIT.
041700     EXIT.
041800
041900 0650-ACCEPT-COUNT.
047800     CLOSE INV-MAST-FILE.
047900     CLOSE INV-MOVE-FILE.
048000     CLOSE CYC-RPT-FILE.
048010     IF WS-KIT-AVAIL
048020         CLOSE KIT-BOM-FILE
048030     END-IF.
048100 9000-EXIT.
048200     EXIT.
048300
