000500 DATE-WRITTEN.  2026-09-02.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    INVENTORY VALUATION REPORT.  READS THE INVENTORY MASTER AND *
000900*    PRICES EVERY ACTIVE ITEM'S ON-HAND AT ITS UNIT COST (INV-   *
001000*    UNIT-COST), LISTING EACH ITEM AND SUBTOTALLING BY SUPPLIER  *
001100*    WITH A GRAND TOTAL - THE FIGURE THE ACCOUNTANT GETS AT      *
001200*    MONTH END.  ITEMS WITH NO COST ON FILE ARE COUNTED          *
001300*    SEPARATELY SO A ZERO-COST GAP CANNOT HIDE IN THE TOTAL.     *
001400*    SUPPLIER NAMES COME FROM THE SUPPLIER MASTER WHEN IT IS     *
001410*    AVAILABLE.  RUN AT FISCAL PERIOD END WITH AN F (OR FYYPP)   *
001420*    CARD ON SYSIN, THE VALUATION IS LABELLED WITH THE FISCAL    *
001430*    PERIOD OFF FISCCAL, FILED TO THE INVVALH HISTORY, AND SET   *
001440*    AGAINST THE SAME PERIOD LAST YEAR FROM THAT HISTORY.        *
001600*-----------------------------------------------------------------
001700*    MAINTENANCE HISTORY.                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-09-02 DRO   INITIAL VERSION.                           *
001910*    2026-10-15 DRO   FISCAL PERIOD-END MODE (SYSIN F OR FYYPP)  *
001920*                     - VALUATION FILED BY SUPPLIER TO THE NEW   *
001930*                     INVVALH HISTORY AND COMPARED WITH THE SAME *
001940*                     FISCAL PERIOD LAST YEAR.                   *
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
003800         RECORD KEY IS SUP-SUPPLIER-CODE
003900         FILE STATUS IS WS-SUPP-MAST-STATUS.
004000
004001     SELECT FISC-CAL-FILE   ASSIGN TO "FISCCAL"
004002         ORGANIZATION IS INDEXED
004003         ACCESS MODE IS DYNAMIC
004004         RECORD KEY IS FCL-KEY
004005         FILE STATUS IS WS-FISC-CAL-STATUS.
004006
004007     SELECT INV-VAL-HIST-FILE ASSIGN TO "INVVALH"
004008         ORGANIZATION IS INDEXED
004009         ACCESS MODE IS DYNAMIC
004010         RECORD KEY IS VLH-KEY
004011         FILE STATUS IS WS-INV-VAL-HIST-STATUS.
004012
004100     SELECT VAL-RPT-FILE    ASSIGN TO "INVVLRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-VAL-RPT-STATUS.
005500 FD  SUPP-MAST-FILE.
005600 COPY SUPPMAST.
005700
005710 FD  FISC-CAL-FILE.
005720 COPY FISCCAL.
005730
005740 FD  INV-VAL-HIST-FILE.
005750 COPY INVVALH.
005760
005800 FD  VAL-RPT-FILE
005900     RECORDING MODE IS F.
006000 01  VAL-RPT-LINE               PIC X(80).
006700 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
006800 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
006900 01  WS-VAL-RPT-STATUS          PIC XX     VALUE ZEROES.
006910 01  WS-FISC-CAL-STATUS         PIC XX     VALUE ZEROES.
006920 01  WS-INV-VAL-HIST-STATUS     PIC XX     VALUE ZEROES.
007000 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007100 01  WS-LOG-TIME                PIC 9(08).
007200
008300     05  WS-RUN-YEAR            PIC 9(02).
008400     05  WS-RUN-MONTH           PIC 9(02).
008500     05  WS-RUN-DAY             PIC 9(02).
008501 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
008502                                PIC 9(06).
008503
008504*    FISCAL PERIOD-END MODE.  THE VALUATION IS FILED UNDER THE
008505*    PERIOD AND LAST YEAR'S FILING FOR THE SAME PERIOD IS READ
008506*    BACK FOR THE COMPARISON COLUMN.
008507 01  WS-PERIOD-IN               PIC X(05)  VALUE SPACES.
008508 01  WS-FISCAL-FIELDS.
008509     05  WS-FISCAL-MODE-SW      PIC X      VALUE 'N'.
008510         88  WS-FISCAL-MODE         VALUE 'Y'.
008511     05  WS-FIS-FOUND-SW        PIC X      VALUE 'N'.
008512         88  WS-FIS-FOUND           VALUE 'Y'.
008513     05  WS-FIS-MORE-SW         PIC X      VALUE 'Y'.
008514     05  WS-HIST-AVAIL-SW       PIC X      VALUE 'N'.
008515         88  WS-HIST-AVAIL          VALUE 'Y'.
008516     05  WS-FIS-YEAR            PIC 9(02)  VALUE ZEROES.
008517     05  WS-FIS-PERIOD          PIC 9(02)  VALUE ZEROES.
008518     05  WS-PRV-FIS-YEAR        PIC 9(02)  VALUE ZEROES.
008519     05  WS-LY-VALUE            PIC 9(11)V99  VALUE ZEROES.
008520     05  WS-HIST-WRITTEN        PIC 9(05)     VALUE ZEROES.
008600
008700 01  WS-WORK-FIELDS.
008800     05  WS-ITEM-VALUE          PIC 9(09)V99  VALUE ZEROES.
011100     05  RPT-RUN-DAY            PIC 9(02).
011200     05  FILLER  PIC X(24) VALUE SPACES.
011300
011310 01  RPT-FISCAL-LINE.
011320     05  FILLER  PIC X(15) VALUE "FISCAL PERIOD: ".
011330     05  RPT-FIS-YEAR           PIC 9(02).
011340     05  FILLER  PIC X(01) VALUE "/".
011350     05  RPT-FIS-PERIOD         PIC 9(02).
011360     05  FILLER  PIC X(60) VALUE SPACES.
011370
011400 01  RPT-HEADING-LINE.
011500     05  FILLER  PIC X(09) VALUE "ITEM CODE".
011600     05  FILLER  PIC X(21) VALUE "DESCRIPTION".
013700 01  RPT-SUPP-TITLE.
013800     05  FILLER  PIC X(40) VALUE
013900             "VALUE BY SUPPLIER                       ".
013910     05  FILLER  PIC X(26) VALUE SPACES.
013920     05  RPT-SUPP-LY-HEAD       PIC X(09) VALUE SPACES.
014000     05  FILLER  PIC X(05) VALUE SPACES.
014100
014200 01  RPT-SUPP-LINE.
014300     05  RPT-SUP-CODE           PIC X(08).
014700     05  RPT-SUP-ITEMS          PIC ZZZZ9.
014800     05  FILLER  PIC X(02) VALUE SPACES.
014900     05  RPT-SUP-VALUE          PIC $$,$$$,$$$,$$9.99.
015000     05  FILLER  PIC X(02) VALUE SPACES.
015010     05  RPT-SUP-LAST-YEAR      PIC $$,$$$,$$$,$$9.99
015020                                BLANK WHEN ZERO.
015030     05  FILLER  PIC X(05) VALUE SPACES.
015100
015200 01  RPT-GRAND-LINE.
015300     05  FILLER  PIC X(26) VALUE "TOTAL INVENTORY AT COST:  ".
015400     05  RPT-GRAND-VALUE        PIC $$,$$$,$$$,$$9.99.
015410     05  FILLER  PIC X(37) VALUE SPACES.
015420
015430 01  RPT-LY-GRAND-LINE.
015440     05  FILLER  PIC X(26) VALUE "SAME PERIOD LAST YEAR:    ".
015450     05  RPT-LY-GRAND-VALUE     PIC $$,$$$,$$$,$$9.99.
015500     05  FILLER  PIC X(37) VALUE SPACES.
015600
015700 01  RPT-NO-COST-LINE.
017500
017600 1000-INITIALIZE.
017700     ACCEPT WS-RUN-DATE FROM DATE.
017710     DISPLAY "Enter fiscal period (blank = none, F = current, "
017720         "FYYPP = named): ".
017730     MOVE SPACES TO WS-PERIOD-IN.
017740     ACCEPT WS-PERIOD-IN.
017750     IF WS-PERIOD-IN (1:1) = 'F'
017760         PERFORM 1300-SET-FISCAL-PERIOD THRU 1300-EXIT
017770     END-IF.
017800     OPEN INPUT INV-MAST-FILE.
017900     IF WS-INV-MAST-STATUS NOT = '00'
018000         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
019500     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
019600     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
019700     WRITE VAL-RPT-LINE FROM RPT-TITLE-LINE.
019710     IF WS-FISCAL-MODE
019720         MOVE WS-FIS-YEAR TO RPT-FIS-YEAR
019730         MOVE WS-FIS-PERIOD TO RPT-FIS-PERIOD
019740         WRITE VAL-RPT-LINE FROM RPT-FISCAL-LINE
019750         DISPLAY RPT-FISCAL-LINE
019760         MOVE "LAST YEAR" TO RPT-SUPP-LY-HEAD
019770     END-IF.
019800     WRITE VAL-RPT-LINE FROM RPT-HEADING-LINE.
019900 1000-EXIT.
019901     EXIT.
019902
019903*    SETTLES THE FISCAL PERIOD - THE ONE NAMED ON THE CARD OR
019904*    THE ONE HOLDING TODAY - AND OPENS THE HISTORY.  THE
019905*    VALUATION ITSELF NEVER WAITS ON EITHER FILE: WITHOUT THE
019906*    CALENDAR IT PRINTS UNLABELLED, WITHOUT THE HISTORY IT IS
019907*    NOT FILED AND HAS NO COMPARISON.
019908 1300-SET-FISCAL-PERIOD.
019909     OPEN INPUT FISC-CAL-FILE.
019910     IF WS-FISC-CAL-STATUS NOT = '00'
019911         DISPLAY "FISC-CAL-FILE unavailable - valuation not "
019912             "filed by period."
019913         SET EXCP-SEV-WARNING TO TRUE
019914         MOVE "IVL003" TO EXCP-LOG-CODE
019915         MOVE "FISC-CAL-FILE unavailable - not filed by period."
019916             TO EXCP-LOG-MESSAGE
019917         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
019918         GO TO 1300-EXIT
019919     END-IF.
019920     IF WS-PERIOD-IN (2:4) IS NUMERIC
019921         MOVE WS-PERIOD-IN (2:2) TO WS-FIS-YEAR
019922         MOVE WS-PERIOD-IN (4:2) TO WS-FIS-PERIOD
019923         PERFORM 1320-READ-FISCAL-PERIOD THRU 1320-EXIT
019924     ELSE
019925         PERFORM 1340-FIND-DATE-PERIOD THRU 1340-EXIT
019926     END-IF.
019927     CLOSE FISC-CAL-FILE.
019928     IF NOT WS-FIS-FOUND
019929         DISPLAY "FISCAL PERIOD NOT ON THE CALENDAR - "
019930             "VALUATION NOT FILED."
019931         SET EXCP-SEV-WARNING TO TRUE
019932         MOVE "IVL004" TO EXCP-LOG-CODE
019933         MOVE "Fiscal period not on calendar - not filed."
019934             TO EXCP-LOG-MESSAGE
019935         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
019936         GO TO 1300-EXIT
019937     END-IF.
019938     SET WS-FISCAL-MODE TO TRUE.
019939     IF WS-FIS-YEAR = ZEROES
019940         MOVE 99 TO WS-PRV-FIS-YEAR
019941     ELSE
019942         SUBTRACT 1 FROM WS-FIS-YEAR GIVING WS-PRV-FIS-YEAR
019943     END-IF.
019944     OPEN I-O INV-VAL-HIST-FILE.
019945     IF WS-INV-VAL-HIST-STATUS = '05' OR '35'
019946         OPEN OUTPUT INV-VAL-HIST-FILE
019947         CLOSE INV-VAL-HIST-FILE
019948         OPEN I-O INV-VAL-HIST-FILE
019949     END-IF.
019950     IF WS-INV-VAL-HIST-STATUS NOT = '00'
019951         DISPLAY "INV-VAL-HIST-FILE unavailable - valuation not "
019952             "filed."
019953         SET EXCP-SEV-WARNING TO TRUE
019954         MOVE "IVL005" TO EXCP-LOG-CODE
019955         MOVE "INV-VAL-HIST-FILE unavailable - not filed."
019956             TO EXCP-LOG-MESSAGE
019957         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
019958         GO TO 1300-EXIT
019959     END-IF.
019960     SET WS-HIST-AVAIL TO TRUE.
019961 1300-EXIT.
019962     EXIT.
019963
019964 1320-READ-FISCAL-PERIOD.
019965     MOVE 'N' TO WS-FIS-FOUND-SW.
019966     MOVE WS-FIS-YEAR TO FCL-FISCAL-YEAR.
019967     MOVE WS-FIS-PERIOD TO FCL-PERIOD.
019968     MOVE ZEROES TO FCL-WEEK.
019969     READ FISC-CAL-FILE
019970         INVALID KEY
019971             GO TO 1320-EXIT
019972     END-READ.
019973     SET WS-FIS-FOUND TO TRUE.
019974 1320-EXIT.
019975     EXIT.
019976
019977*    WALKS THE PERIOD ROWS FOR THE ONE HOLDING TODAY.
019978 1340-FIND-DATE-PERIOD.
019979     MOVE 'N' TO WS-FIS-FOUND-SW.
019980     MOVE 'Y' TO WS-FIS-MORE-SW.
019981     MOVE LOW-VALUES TO FCL-KEY.
019982     START FISC-CAL-FILE KEY IS NOT LESS THAN FCL-KEY
019983         INVALID KEY
019984             GO TO 1340-EXIT
019985     END-START.
019986     PERFORM 1350-MATCH-ONE-PERIOD THRU 1350-EXIT
019987         UNTIL WS-FIS-FOUND OR WS-FIS-MORE-SW = 'N'.
019988 1340-EXIT.
020000     EXIT.
020001
020002 1350-MATCH-ONE-PERIOD.
020003     READ FISC-CAL-FILE NEXT RECORD
020004         AT END
020005             MOVE 'N' TO WS-FIS-MORE-SW
020006             GO TO 1350-EXIT
020007     END-READ.
020008     IF NOT FCL-PERIOD-ROW
020009         GO TO 1350-EXIT
020010     END-IF.
020011     IF WS-RUN-DATE-NUM NOT < FCL-START-DATE
020012         AND WS-RUN-DATE-NUM NOT > FCL-END-DATE
020013         SET WS-FIS-FOUND TO TRUE
020014         MOVE FCL-FISCAL-YEAR TO WS-FIS-YEAR
020015         MOVE FCL-PERIOD TO WS-FIS-PERIOD
020016     END-IF.
020017 1350-EXIT.
020018     EXIT.
020100
020200 2000-READ-ITEM.
020300     READ INV-MAST-FILE NEXT RECORD
027100     MOVE WS-GRAND-VALUE TO RPT-GRAND-VALUE.
027200     DISPLAY RPT-GRAND-LINE.
027300     WRITE VAL-RPT-LINE FROM RPT-GRAND-LINE.
027310     IF WS-HIST-AVAIL
027320         MOVE HIGH-VALUES TO VLH-SUPPLIER-CODE
027330         MOVE WS-ITEMS-LISTED TO VLH-ITEM-COUNT
027340         MOVE WS-GRAND-VALUE TO VLH-VALUE
027350         PERFORM 3300-FILE-ONE-ROW THRU 3300-EXIT
027360         MOVE WS-LY-VALUE TO RPT-LY-GRAND-VALUE
027370         DISPLAY RPT-LY-GRAND-LINE
027380         WRITE VAL-RPT-LINE FROM RPT-LY-GRAND-LINE
027390     END-IF.
027400     IF WS-NO-COST-ITEMS > ZEROES
027500         MOVE WS-NO-COST-ITEMS TO RPT-NO-COST-ITEMS
027600         DISPLAY RPT-NO-COST-LINE
028200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
028300     END-IF.
028400     DISPLAY "ITEMS LISTED: " WS-ITEMS-LISTED.
028410     IF WS-HIST-AVAIL
028420         DISPLAY "HISTORY ROWS FILED: " WS-HIST-WRITTEN
028430     END-IF.
028500 3000-EXIT.
028600     EXIT.
028700
030100     END-IF.
030200     MOVE SU-ITEM-COUNT (WS-SUP-IDX) TO RPT-SUP-ITEMS.
030300     MOVE SU-VALUE (WS-SUP-IDX) TO RPT-SUP-VALUE.
030310     MOVE ZEROES TO RPT-SUP-LAST-YEAR.
030320     IF WS-HIST-AVAIL
030330         MOVE SU-SUPPLIER-CODE (WS-SUP-IDX) TO VLH-SUPPLIER-CODE
030340         MOVE SU-ITEM-COUNT (WS-SUP-IDX) TO VLH-ITEM-COUNT
030350         MOVE SU-VALUE (WS-SUP-IDX) TO VLH-VALUE
030360         PERFORM 3300-FILE-ONE-ROW THRU 3300-EXIT
030370         MOVE WS-LY-VALUE TO RPT-SUP-LAST-YEAR
030380     END-IF.
030400     DISPLAY RPT-SUPP-LINE.
030500     WRITE VAL-RPT-LINE FROM RPT-SUPP-LINE.
030600 3100-EXIT.
030601     EXIT.
030602
030603*    FILES ONE ROW UNDER THIS PERIOD - A RERUN REPLACES IT -
030604*    AND FETCHES THE SAME SUPPLIER'S ROW FOR THE SAME PERIOD
030605*    LAST YEAR INTO WS-LY-VALUE (ZERO IF NONE WAS FILED).
030606 3300-FILE-ONE-ROW.
030607     MOVE WS-FIS-YEAR TO VLH-FISCAL-YEAR.
030608     MOVE WS-FIS-PERIOD TO VLH-PERIOD.
030609     MOVE WS-RUN-DATE-NUM TO VLH-RUN-DATE.
030610     WRITE INV-VAL-HIST-RECORD
030611         INVALID KEY
030612             REWRITE INV-VAL-HIST-RECORD
030613     END-WRITE.
030614     ADD 1 TO WS-HIST-WRITTEN.
030615     MOVE ZEROES TO WS-LY-VALUE.
030616     MOVE WS-PRV-FIS-YEAR TO VLH-FISCAL-YEAR.
030617     READ INV-VAL-HIST-FILE
030618         INVALID KEY
030619             GO TO 3300-EXIT
030620     END-READ.
030621     MOVE VLH-VALUE TO WS-LY-VALUE.
030622 3300-EXIT.
030700     EXIT.
030800
030900 9000-CLOSE-UP.
031000     CLOSE INV-MAST-FILE.
031100     IF WS-SUPP-AVAIL
031200         CLOSE SUPP-MAST-FILE
031210     END-IF.
031220     IF WS-HIST-AVAIL
031230         CLOSE INV-VAL-HIST-FILE
031300     END-IF.
031400     CLOSE VAL-RPT-FILE.
031500 9000-EXIT.
