001840*                     CODE.  A CODE WITH NO MASTER RECORD        *
001850*                     PRINTS *UNKNOWN* SO PHANTOM SUPPLIERS      *
001860*                     STAND OUT.                                 *
001861*    2026-10-15 DRO   KIT ITEMS (INV-KIT-ITEM) CARRY NO STOCK    *
001862*                     OF THEIR OWN, SO THEY ARE LEFT OUT OF THE  *
001863*                     SUPPLIER GROUPS AND LISTED IN A SECTION OF *
001864*                     THEIR OWN WHEN THE KITS THEIR SCARCEST     *
001865*                     COMPONENT ON KIT-BOM-FILE WILL MAKE UP ARE *
001866*                     AT OR BELOW THE KIT'S REORDER POINT.  THE  *
001867*                     MASTER IS NOW READ DYNAMICALLY SO THE      *
001868*                     COMPONENTS CAN BE LOOKED UP BY KEY.        *
001869*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
001870*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
001871*                     OPERATIONS SUMMARY (BATSUMM).              *
001872*    2026-10-15 DRO   AN ITEM IS NOW MEASURED BY ITS FREE STOCK  *
001873*                     - ON HAND LESS WHAT IS RESERVED            *
001874*                     (INV-QTY-RESERVED) FOR SCHEDULED           *
001875*                     INSTALLATION WORK ORDERS - SO STOCK        *
001876*                     PROMISED TO A JOB DOES NOT HIDE A          *
001877*                     SHORTAGE.  THE ON HAND COLUMN IS NOW FREE  *
001878*                     QTY.                                       *
001879*    2026-10-15 DRO   A KIT'S COMPONENTS ARE ALSO MEASURED BY    *
001880*                     THEIR FREE STOCK WHEN WORKING OUT HOW MANY *
001881*                     KITS THEY MAKE UP.                         *
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002700 FILE-CONTROL.
002800     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS INV-ITEM-CODE
003200         FILE STATUS IS WS-INV-MAST-STATUS.
003300
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-EXCP-LOG-STATUS.
004100
004101     SELECT KIT-BOM-FILE    ASSIGN TO "KITBOM"
004102         ORGANIZATION IS INDEXED
004103         ACCESS MODE IS DYNAMIC
004104         RECORD KEY IS KIT-ITEM-CODE
004105         FILE STATUS IS WS-KIT-BOM-STATUS.
004106
004107     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004108         ORGANIZATION IS SEQUENTIAL
004109         FILE STATUS IS WS-BAT-STAT-STATUS.
004110
004200 DATA DIVISION.
004300 FILE SECTION.
004400
005110 FD  SUPP-MAST-FILE.
005120 COPY SUPPMAST.
005130
005131 FD  KIT-BOM-FILE.
005132 COPY KITBOM.
005133
005134 FD  BAT-STAT-FILE
005135     RECORDING MODE IS F.
005136 COPY BATSTAT.
005137
005200 FD  EXCP-LOG-FILE
005300     RECORDING MODE IS F.
005400 COPY EXCPLOG.
005710 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
005720 01  WS-SUPP-AVAIL-SW           PIC X      VALUE 'Y'.
005730     88  WS-SUPP-AVAIL              VALUE 'Y'.
005740 01  WS-KIT-BOM-STATUS          PIC XX     VALUE ZEROES.
005750 01  WS-KIT-AVAIL-SW            PIC X      VALUE 'Y'.
005760     88  WS-KIT-AVAIL               VALUE 'Y'.
005800 01  WS-REORD-RPT-STATUS        PIC XX     VALUE ZEROES.
005900 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
005910 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
006000 01  WS-LOG-TIME                PIC 9(08).
006100
006200 01  WS-SWITCHES.
008100         10  RT-ON-HAND         PIC 9(05).
008200         10  RT-REORDER-POINT   PIC 9(05).
008300         10  RT-SUGGESTED-QTY   PIC 9(05).
008301
008302*    KITS WITH A REORDER POINT ARE HELD HERE DURING THE SCAN
008303*    AND CHECKED AGAINST THEIR COMPONENTS AFTERWARDS.
008304 01  WS-KIT-TABLE.
008305     05  WS-KIT-COUNT           PIC 9(03)  VALUE ZEROES.
008306     05  WS-KIT-LOW-COUNT       PIC 9(03)  VALUE ZEROES.
008307     05  WS-KIT-ENTRY OCCURS 200 TIMES.
008308         10  KT-ITEM-CODE       PIC X(08).
008309         10  KT-DESCRIPTION     PIC X(20).
008310         10  KT-REORDER-POINT   PIC 9(05).
008311         10  KT-CAN-MAKE        PIC 9(05).
008312         10  KT-SHORT-ITEM      PIC X(08).
008313 01  WS-KIT-SUB                 PIC 9(02)  VALUE ZEROES.
008314 01  WS-FREE-QTY                PIC 9(05)  VALUE ZEROES.
008315 01  WS-COMP-CAN-MAKE           PIC 9(05)  VALUE ZEROES.
008400
008500 01  WS-SORT-FIELDS.
008600     05  WS-IDX                 PIC 9(03)  VALUE ZEROES.
011500 01  RPT-HEADING-LINE.
011600     05  FILLER  PIC X(10) VALUE "ITEM CODE".
011700     05  FILLER  PIC X(22) VALUE "DESCRIPTION".
011800     05  FILLER  PIC X(09) VALUE "FREE QTY".
011900     05  FILLER  PIC X(09) VALUE "REORD PT".
012000     05  FILLER  PIC X(11) VALUE "SUGG ORDER".
012100     05  FILLER  PIC X(19) VALUE SPACES.
013700     05  RPT-REORD-COUNT        PIC ZZ9.
013800     05  FILLER  PIC X(51) VALUE SPACES.
013900
013901 01  RPT-KIT-TITLE-LINE.
013902     05  FILLER  PIC X(40) VALUE
013903             "KITS LIMITED BY COMPONENT STOCK".
013904     05  FILLER  PIC X(40) VALUE SPACES.
013905
013906 01  RPT-KIT-HEADING-LINE.
013907     05  FILLER  PIC X(10) VALUE "KIT CODE".
013908     05  FILLER  PIC X(22) VALUE "DESCRIPTION".
013909     05  FILLER  PIC X(09) VALUE "CAN MAKE".
013910     05  FILLER  PIC X(09) VALUE "REORD PT".
013911     05  FILLER  PIC X(11) VALUE "SHORT OF".
013912     05  FILLER  PIC X(19) VALUE SPACES.
013913
013914 01  RPT-KIT-DETAIL-LINE.
013915     05  RPT-KIT-CODE           PIC X(08).
013916     05  FILLER  PIC X(02) VALUE SPACES.
013917     05  RPT-KIT-DESCRIPTION    PIC X(20).
013918     05  FILLER  PIC X(02) VALUE SPACES.
013919     05  RPT-KIT-CAN-MAKE       PIC ZZZZ9.
013920     05  FILLER  PIC X(04) VALUE SPACES.
013921     05  RPT-KIT-REORDER-POINT  PIC ZZZZ9.
013922     05  FILLER  PIC X(05) VALUE SPACES.
013923     05  RPT-KIT-SHORT-ITEM     PIC X(08).
013924     05  FILLER  PIC X(21) VALUE SPACES.
013925
013926 01  RPT-KIT-SUMMARY-LINE.
013927     05  FILLER  PIC X(26) VALUE "KITS AT/BELOW REORDER:    ".
013928     05  RPT-KIT-LOW-COUNT      PIC ZZ9.
013929     05  FILLER  PIC X(51) VALUE SPACES.
013930
013931 01  RPT-NO-KIT-BOM-LINE.
013932     05  FILLER  PIC X(40) VALUE
013933             "KIT-BOM-FILE UNAVAILABLE - KITS NOT CHEC".
013934     05  FILLER  PIC X(40) VALUE "KED".
013935
014000 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
014100
014200 PROCEDURE DIVISION.
014600     PERFORM 2000-READ-ITEM THRU 2000-EXIT.
014700     PERFORM 2100-CHECK-ITEM THRU 2100-EXIT
014800         UNTIL NO-MORE-RECORDS.
014810     PERFORM 2800-CHECK-ONE-KIT THRU 2800-EXIT
014820         VARYING WS-IDX FROM 1 BY 1
014830         UNTIL WS-IDX > WS-KIT-COUNT.
014900     PERFORM 2500-SORT-BY-SUPPLIER THRU 2500-EXIT.
015000     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
015010     PERFORM 3300-PRINT-KITS THRU 3300-EXIT.
015100     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
015110     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
015200     STOP RUN.
015300
015400 1000-INITIALIZE.
016720     IF WS-SUPP-MAST-STATUS NOT = '00'
016730         MOVE 'N' TO WS-SUPP-AVAIL-SW
016740     END-IF.
016750     OPEN INPUT KIT-BOM-FILE.
016760     IF WS-KIT-BOM-STATUS NOT = '00'
016770         MOVE 'N' TO WS-KIT-AVAIL-SW
016780     END-IF.
016800 1000-EXIT.
016900     EXIT.
017000
017600 2000-EXIT.
017700     EXIT.
017800
017801*    STOCK RESERVED FOR AN INSTALLATION IS ALREADY SPOKEN FOR.
017802 2050-FREE-STOCK.
017803     MOVE INV-QTY-ON-HAND TO WS-FREE-QTY.
017804     IF INV-QTY-RESERVED IS NOT NUMERIC
017805         GO TO 2050-EXIT
017806     END-IF.
017807     IF INV-QTY-RESERVED NOT < WS-FREE-QTY
017808         MOVE ZEROES TO WS-FREE-QTY
017809     ELSE
017810         SUBTRACT INV-QTY-RESERVED FROM WS-FREE-QTY
017811     END-IF.
017812 2050-EXIT.
017813     EXIT.
017814
017900 2100-CHECK-ITEM.
017910     IF INV-KIT-ITEM
017920         PERFORM 2150-NOTE-KIT THRU 2150-EXIT
017930         PERFORM 2000-READ-ITEM THRU 2000-EXIT
017940         GO TO 2100-EXIT
017950     END-IF.
017960     PERFORM 2050-FREE-STOCK THRU 2050-EXIT.
018000     IF INV-ACTIVE
018100         AND INV-REORDER-POINT > ZEROES
018200         AND WS-FREE-QTY NOT > INV-REORDER-POINT
018300         IF WS-REORD-COUNT < 500
018400             ADD 1 TO WS-REORD-COUNT
018500             MOVE INV-SUPPLIER-CODE
018800                 TO RT-ITEM-CODE (WS-REORD-COUNT)
018900             MOVE INV-DESCRIPTION
019000                 TO RT-DESCRIPTION (WS-REORD-COUNT)
019100             MOVE WS-FREE-QTY
019200                 TO RT-ON-HAND (WS-REORD-COUNT)
019300             MOVE INV-REORDER-POINT
019400                 TO RT-REORDER-POINT (WS-REORD-COUNT)
020500 2100-EXIT.
020600     EXIT.
020700
020701 2150-NOTE-KIT.
020702     IF NOT INV-ACTIVE
020703         OR INV-REORDER-POINT = ZEROES
020704         GO TO 2150-EXIT
020705     END-IF.
020706     IF WS-KIT-COUNT NOT < 200
020707         SET EXCP-SEV-WARNING TO TRUE
020708         MOVE "REO003" TO EXCP-LOG-CODE
020709         MOVE "Kit table full - kit dropped from report."
020710             TO EXCP-LOG-MESSAGE
020711         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
020712         GO TO 2150-EXIT
020713     END-IF.
020714     ADD 1 TO WS-KIT-COUNT.
020715     MOVE INV-ITEM-CODE TO KT-ITEM-CODE (WS-KIT-COUNT).
020716     MOVE INV-DESCRIPTION TO KT-DESCRIPTION (WS-KIT-COUNT).
020717     MOVE INV-REORDER-POINT TO KT-REORDER-POINT (WS-KIT-COUNT).
020718     MOVE ZEROES TO KT-CAN-MAKE (WS-KIT-COUNT).
020719     MOVE SPACES TO KT-SHORT-ITEM (WS-KIT-COUNT).
020720 2150-EXIT.
020721     EXIT.
020722
020800 2200-SUGGEST-QTY.
020900     IF INV-REORDER-QTY > ZEROES
021000         MOVE INV-REORDER-QTY TO RT-SUGGESTED-QTY (WS-REORD-COUNT)
021100     ELSE
021200         COMPUTE RT-SUGGESTED-QTY (WS-REORD-COUNT) =
021300             INV-REORDER-POINT - WS-FREE-QTY
021400             + INV-REORDER-POINT
021500     END-IF.
021600 2200-EXIT.
024300         MOVE WS-SWAP-ENTRY TO WS-REORD-ENTRY (WS-JDX + 1)
024400     END-IF.
024500 2700-EXIT.
024501     EXIT.
024502
024503*    A KIT CAN BE MADE UP AS MANY TIMES AS ITS SCARCEST
024504*    COMPONENT ALLOWS.  A KIT WITH NO COMPONENT LIST, OR A
024505*    COMPONENT GONE FROM THE MASTER, MAKES NONE.
024506 2800-CHECK-ONE-KIT.
024507     IF NOT WS-KIT-AVAIL
024508         GO TO 2800-EXIT
024509     END-IF.
024510     MOVE KT-ITEM-CODE (WS-IDX) TO KIT-ITEM-CODE.
024511     READ KIT-BOM-FILE
024512         INVALID KEY
024513             MOVE "*NO BOM*" TO KT-SHORT-ITEM (WS-IDX)
024514             ADD 1 TO WS-KIT-LOW-COUNT
024515             GO TO 2800-EXIT
024516     END-READ.
024517     MOVE 99999 TO KT-CAN-MAKE (WS-IDX).
024518     PERFORM 2850-CHECK-ONE-COMPONENT THRU 2850-EXIT
024519         VARYING WS-KIT-SUB FROM 1 BY 1
024520         UNTIL WS-KIT-SUB > KIT-COMP-COUNT.
024521     IF KT-CAN-MAKE (WS-IDX) NOT > KT-REORDER-POINT (WS-IDX)
024522         ADD 1 TO WS-KIT-LOW-COUNT
024523     END-IF.
024524 2800-EXIT.
024525     EXIT.
024526
024527 2850-CHECK-ONE-COMPONENT.
024528     MOVE KIT-COMP-ITEM-CODE (WS-KIT-SUB) TO INV-ITEM-CODE.
024529     READ INV-MAST-FILE
024530         INVALID KEY
024531             MOVE ZEROES TO WS-COMP-CAN-MAKE
024532         NOT INVALID KEY
024533             PERFORM 2050-FREE-STOCK THRU 2050-EXIT
024534             DIVIDE WS-FREE-QTY BY KIT-COMP-QTY (WS-KIT-SUB)
024535                 GIVING WS-COMP-CAN-MAKE
024536     END-READ.
024537     IF WS-COMP-CAN-MAKE < KT-CAN-MAKE (WS-IDX)
024538         MOVE WS-COMP-CAN-MAKE TO KT-CAN-MAKE (WS-IDX)
024539         MOVE KIT-COMP-ITEM-CODE (WS-KIT-SUB)
024540             TO KT-SHORT-ITEM (WS-IDX)
024541     END-IF.
024542 2850-EXIT.
024600     EXIT.
024700
024800 3000-PRINT-REPORT.
028100     WRITE REORD-RPT-LINE FROM RPT-DETAIL-LINE.
028200 3100-EXIT.
028300     EXIT.
028301
028302 3300-PRINT-KITS.
028303     WRITE REORD-RPT-LINE FROM RPT-BLANK-LINE.
028304     WRITE REORD-RPT-LINE FROM RPT-KIT-TITLE-LINE.
028305     IF NOT WS-KIT-AVAIL
028306         WRITE REORD-RPT-LINE FROM RPT-NO-KIT-BOM-LINE
028307         DISPLAY "KIT-BOM-FILE UNAVAILABLE - KITS NOT CHECKED."
028308         GO TO 3300-EXIT
028309     END-IF.
028310     WRITE REORD-RPT-LINE FROM RPT-KIT-HEADING-LINE.
028311     PERFORM 3400-PRINT-ONE-KIT THRU 3400-EXIT
028312         VARYING WS-IDX FROM 1 BY 1
028313         UNTIL WS-IDX > WS-KIT-COUNT.
028314     WRITE REORD-RPT-LINE FROM RPT-BLANK-LINE.
028315     MOVE WS-KIT-LOW-COUNT TO RPT-KIT-LOW-COUNT.
028316     WRITE REORD-RPT-LINE FROM RPT-KIT-SUMMARY-LINE.
028317     DISPLAY "KITS AT/BELOW REORDER POINT:  " WS-KIT-LOW-COUNT.
028318 3300-EXIT.
028319     EXIT.
028320
028321 3400-PRINT-ONE-KIT.
028322     IF KT-CAN-MAKE (WS-IDX) > KT-REORDER-POINT (WS-IDX)
028323         GO TO 3400-EXIT
028324     END-IF.
028325     MOVE KT-ITEM-CODE (WS-IDX) TO RPT-KIT-CODE.
028326     MOVE KT-DESCRIPTION (WS-IDX) TO RPT-KIT-DESCRIPTION.
028327     MOVE KT-CAN-MAKE (WS-IDX) TO RPT-KIT-CAN-MAKE.
028328     MOVE KT-REORDER-POINT (WS-IDX) TO RPT-KIT-REORDER-POINT.
028329     MOVE KT-SHORT-ITEM (WS-IDX) TO RPT-KIT-SHORT-ITEM.
028330     WRITE REORD-RPT-LINE FROM RPT-KIT-DETAIL-LINE.
028331 3400-EXIT.
028332     EXIT.
028400
028405 3200-GET-SUPPLIER-NAME.
028410     IF NOT WS-SUPP-AVAIL
028710     IF WS-SUPP-AVAIL
028720         CLOSE SUPP-MAST-FILE
028730     END-IF.
028740     IF WS-KIT-AVAIL
028750         CLOSE KIT-BOM-FILE
028760     END-IF.
028800 9000-EXIT.
028801     EXIT.
028802
028803*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
028804*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
028805*    OPEN COSTS THE ROW, NEVER THE STEP.
028806 8950-WRITE-BATCH-STATS.
028807     OPEN EXTEND BAT-STAT-FILE.
028808     IF WS-BAT-STAT-STATUS = '05' OR '35'
028809         OPEN OUTPUT BAT-STAT-FILE
028810     END-IF.
028811     IF WS-BAT-STAT-STATUS NOT = '00'
028812         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
028813             WS-BAT-STAT-STATUS
028814         GO TO 8950-EXIT
028815     END-IF.
028816     MOVE SPACES TO BATCH-STAT-RECORD.
028817     MOVE "REORDRPT" TO BST-STEP-NAME.
028818     MOVE WS-RUN-DATE TO BST-RUN-DATE.
028819     ACCEPT WS-LOG-TIME FROM TIME.
028820     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
028821     MOVE RETURN-CODE TO BST-RETURN-CODE.
028822     MOVE ZEROES TO BST-RECS-READ.
028823     MOVE ZEROES TO BST-RECS-WRITTEN.
028824     MOVE ZEROES TO BST-RECS-REJECTED.
028825     MOVE ZEROES TO BST-CONTROL-COUNT.
028826     MOVE ZEROES TO BST-AMOUNT-1.
028827     MOVE ZEROES TO BST-AMOUNT-2.
028828     MOVE WS-REORD-COUNT TO BST-RECS-WRITTEN.
028829     MOVE WS-KIT-LOW-COUNT TO BST-CONTROL-COUNT.
028830     WRITE BATCH-STAT-RECORD.
028831     CLOSE BAT-STAT-FILE.
028832 8950-EXIT.
028900     EXIT.
029000
029100 8900-LOG-EXCEPTION.
