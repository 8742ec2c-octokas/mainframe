000800*    PERIOD SALES REPORT FROM THE SALEHIST ARCHIVE.  EVERY       *
000900*    NIGHTLY REPORT SEES ONE DAY AT A TIME; THE ONLY READER OF   *
001000*    THE ARCHIVE WAS RCPTINQ REPRINTS.  THIS PROGRAM TAKES A     *
001100*    REPORT MONTH (YYMM ON SYSIN, BLANK = THE CURRENT MONTH) OR  *
001110*    A FISCAL PERIOD OFF THE FISCCAL 4-4-5 CALENDAR (FYYPP, OR A *
001120*    BARE F FOR THE PERIOD HOLDING TODAY) AND REPORTS SALES,     *
001200*    RETURNS, DISCOUNTS AND TAX BY STX-TXN-DATE FOR IT, WITH TO- *
001400*    DATE TOTALS AND COMPARISON LINES - FOR A MONTH, THE SAME    *
001500*    PERIOD OF THE PRIOR MONTH AND THE PRIOR MONTH IN FULL; FOR  *
001510*    A FISCAL PERIOD, THE SAME DAYS AND THE WHOLE OF THE SAME    *
001520*    PERIOD LAST FISCAL YEAR.  RETURNS AND PROMO DISCOUNTS COME  *
001600*    OFF THE DETAIL ROWS OF TOTALLED RECEIPTS ONLY, THE SAME     *
001700*    CANCELLED-SALE GUARD INVPOST AND ITEMMOVE USE.  MEANT TO    *
001800*    RUN ON DEMAND AND AT MONTH AND PERIOD END.                  *
001900*-----------------------------------------------------------------
002000*    MAINTENANCE HISTORY.                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-09-02 DRO   INITIAL VERSION.                           *
002210*    2026-10-15 DRO   FISCAL PERIOD SELECTION (FYYPP, OR F FOR   *
002220*                     THE CURRENT PERIOD) OFF THE NEW FISCCAL    *
002230*                     CALENDAR, COMPARED AGAINST THE SAME FISCAL *
002240*                     PERIOD LAST YEAR.  A DAY NOW BUCKETS BY    *
002250*                     ITS DISTANCE FROM THE START OF THE WINDOW, *
002260*                     SO THE TABLES HOLD A SIX-WEEK PERIOD.      *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
003200     SELECT SALE-HIST-FILE  ASSIGN TO "SALEHIST"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-SALE-HIST-STATUS.
003410
003420     SELECT FISC-CAL-FILE   ASSIGN TO "FISCCAL"
003430         ORGANIZATION IS INDEXED
003440         ACCESS MODE IS DYNAMIC
003450         RECORD KEY IS FCL-KEY
003460         FILE STATUS IS WS-FISC-CAL-STATUS.
003500
003600     SELECT PER-RPT-FILE    ASSIGN TO "PERSRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
004900 COPY SALESTXN REPLACING LEADING ==STX== BY ==HST==
005000     ==SALES-TXN-RECORD== BY ==SALE-HIST-RECORD==.
005100
005110 FD  FISC-CAL-FILE.
005120 COPY FISCCAL.
005130
005200 FD  PER-RPT-FILE
005300     RECORDING MODE IS F.
005400 01  PER-RPT-LINE               PIC X(80).
006000 WORKING-STORAGE SECTION.
006100 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
006200 01  WS-PER-RPT-STATUS          PIC XX     VALUE ZEROES.
006210 01  WS-FISC-CAL-STATUS         PIC XX     VALUE ZEROES.
006300 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
006400 01  WS-LOG-TIME                PIC 9(08).
006500
007300     05  WS-RUN-MONTH           PIC 9(02).
007400     05  WS-RUN-DAY             PIC 9(02).
007500
007600 01  WS-MONTH-IN                PIC X(05)  VALUE SPACES.
007700 01  WS-RPT-YEAR                PIC 9(02)  VALUE ZEROES.
007800 01  WS-RPT-MONTH               PIC 9(02)  VALUE ZEROES.
007900 01  WS-PRV-YEAR                PIC 9(02)  VALUE ZEROES.
008000 01  WS-PRV-MONTH               PIC 9(02)  VALUE ZEROES.
008001
008002*    THE REPORT AND COMPARISON WINDOWS AS YYMMDD, AND THE DAY
008003*    NUMBER EACH STARTS ON.  A DAY'S BUCKET IS ITS DISTANCE
008004*    FROM THE START OF ITS WINDOW, SO A CALENDAR MONTH BUCKETS
008005*    BY DAY OF MONTH AND A FISCAL PERIOD BY DAY OF PERIOD.
008006 01  WS-WINDOW-FIELDS.
008007     05  WS-CUR-START           PIC 9(06)  VALUE ZEROES.
008008     05  WS-CUR-END             PIC 9(06)  VALUE ZEROES.
008009     05  WS-PRV-START           PIC 9(06)  VALUE ZEROES.
008010     05  WS-PRV-END             PIC 9(06)  VALUE ZEROES.
008011     05  WS-CUR-START-DN        PIC 9(05)  VALUE ZEROES.
008012     05  WS-PRV-START-DN        PIC 9(05)  VALUE ZEROES.
008013     05  WS-HST-DATE-NUM        PIC 9(06)  VALUE ZEROES.
008014
008015*    FISCAL PERIOD SELECTION OFF THE FISCCAL CALENDAR.  IN
008016*    FISCAL MODE WS-RPT-YEAR/WS-RPT-MONTH CARRY THE FISCAL YEAR
008017*    AND PERIOD FOR THE TITLE.
008018 01  WS-FISCAL-FIELDS.
008019     05  WS-FISCAL-MODE-SW      PIC X      VALUE 'N'.
008020         88  WS-FISCAL-MODE         VALUE 'Y'.
008021     05  WS-FIS-FOUND-SW        PIC X      VALUE 'N'.
008022         88  WS-FIS-FOUND           VALUE 'Y'.
008023     05  WS-FIS-MORE-SW         PIC X      VALUE 'Y'.
008024     05  WS-FIS-YEAR            PIC 9(02)  VALUE ZEROES.
008025     05  WS-FIS-PERIOD          PIC 9(02)  VALUE ZEROES.
008026     05  WS-FIS-DATE            PIC 9(06)  VALUE ZEROES.
008027     05  WS-FIS-START           PIC 9(06)  VALUE ZEROES.
008028     05  WS-FIS-END             PIC 9(06)  VALUE ZEROES.
008029
008030*    DAY NUMBERS, COUNTED FROM 1 JAN 00, SO TWO DATES CAN BE
008031*    SUBTRACTED - THE SAME ARITHMETIC APAGING USES.
008032 01  WS-DN-DATE.
008033     05  WS-DN-YEAR             PIC 9(02).
008034     05  WS-DN-MONTH            PIC 9(02).
008035     05  WS-DN-DAY              PIC 9(02).
008036 01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE
008037                                PIC 9(06).
008038 01  WS-DN-RESULT               PIC 9(05)  VALUE ZEROES.
008039 01  WS-DN-LEAP-QUOT            PIC 9(02)  VALUE ZEROES.
008040 01  WS-DN-LEAP-REM             PIC 9(01)  VALUE ZEROES.
008041 01  WS-CUM-DAYS-TABLE.
008042     05  FILLER                 PIC X(36)  VALUE
008043             "000031059090120151181212243273304334".
008044 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
008045     05  WS-DAYS-BEFORE-MONTH   PIC 9(03)  OCCURS 12 TIMES.
008100
008200*    RECEIPTS WITH A TOTAL RECORD IN EITHER MONTH - ONLY THEIR
008300*    DETAIL LINES FEED THE RETURNS AND PROMO FIGURES.  SIZED
009100     88  WS-RECEIPT-TOTALLED        VALUE 'Y'.
009200 01  WS-TTL-OVERFLOW-SW         PIC X      VALUE 'N'.
009300
009400*    ONE ACCUMULATOR ENTRY PER DAY OF THE REPORT WINDOW AND OF
009500*    THE COMPARISON WINDOW, SUBSCRIPTS 1-31 FOR A MONTH, 1-42
009510*    FOR A FISCAL PERIOD (SIX WEEKS IN A 53-WEEK YEAR'S LAST).
009600 01  WS-CUR-MONTH-STATS.
009700     05  WS-CUR-DAY-ENTRY OCCURS 42 TIMES.
009710         10  CD-DATE            PIC 9(06)     VALUE ZEROES.
009800         10  CD-SALE-COUNT      PIC 9(05)     VALUE ZEROES.
009900         10  CD-GROSS-SALES     PIC 9(09)V99  VALUE ZEROES.
010000         10  CD-RETURN-AMT      PIC 9(09)V99  VALUE ZEROES.
010200         10  CD-TAX-AMT         PIC 9(09)V99  VALUE ZEROES.
010300
010400 01  WS-PRV-MONTH-STATS.
010500     05  WS-PRV-DAY-ENTRY OCCURS 42 TIMES.
010600         10  PD-SALE-COUNT      PIC 9(05)     VALUE ZEROES.
010700         10  PD-GROSS-SALES     PIC 9(09)V99  VALUE ZEROES.
010800         10  PD-RETURN-AMT      PIC 9(09)V99  VALUE ZEROES.
012800 01  RPT-TITLE-LINE.
012900     05  FILLER  PIC X(40) VALUE
013000             "MISKOLCZI PETS - PERIOD SALES REPORT    ".
013100     05  RPT-TITLE-LABEL        PIC X(15) VALUE "REPORT MONTH: ".
013200     05  RPT-TITLE-YEAR         PIC 9(02).
013300     05  FILLER  PIC X(01) VALUE "/".
013400     05  RPT-TITLE-MONTH        PIC 9(02).
013500     05  FILLER  PIC X(20) VALUE SPACES.
013501
013502 01  RPT-WINDOW-LINE.
013503     05  FILLER  PIC X(07) VALUE "DATES: ".
013504     05  RPT-CUR-FROM           PIC 99/99/99.
013505     05  FILLER  PIC X(04) VALUE " TO ".
013506     05  RPT-CUR-TO             PIC 99/99/99.
013507     05  FILLER  PIC X(15) VALUE "   LAST YEAR: ".
013508     05  RPT-PRV-FROM           PIC 99/99/99.
013509     05  FILLER  PIC X(04) VALUE " TO ".
013510     05  RPT-PRV-TO             PIC 99/99/99.
013511     05  FILLER  PIC X(18) VALUE SPACES.
013600
013700 01  RPT-HEADING-LINE.
013800     05  FILLER  PIC X(04) VALUE "DAY".
015500     05  RPT-DISCOUNT-AMT       PIC $$$,$$$,$$9.99.
015600     05  FILLER  PIC X(01) VALUE SPACES.
015700     05  RPT-TAX-AMT            PIC $$$,$$$,$$9.99.
015800     05  FILLER  PIC X(01) VALUE SPACES.
015810     05  RPT-DAY-DATE           PIC 99/99/99 BLANK WHEN ZERO.
015820     05  FILLER  PIC X(01) VALUE SPACES.
015900
016000 01  RPT-RULE-LINE              PIC X(80) VALUE ALL "-".
016100
018600
018700 1000-INITIALIZE.
018800     ACCEPT WS-RUN-DATE FROM DATE.
018900     DISPLAY "Enter report month (YYMM, blank = current) or "
018910         "fiscal period (FYYPP, F = current): ".
019000     MOVE SPACES TO WS-MONTH-IN.
019100     ACCEPT WS-MONTH-IN.
019110     IF WS-MONTH-IN (1:1) = 'F'
019120         PERFORM 1300-SET-FISCAL-WINDOWS THRU 1300-EXIT
019130         GO TO 1000-OPEN-FILES
019140     END-IF.
019200     IF WS-MONTH-IN (1:4) IS NUMERIC
019300         AND WS-MONTH-IN (3:2) NOT > '12'
019400         AND WS-MONTH-IN (3:2) NOT < '01'
019500         MOVE WS-MONTH-IN (1:2) TO WS-RPT-YEAR
020900         SUBTRACT 1 FROM WS-RPT-MONTH GIVING WS-PRV-MONTH
021000         MOVE WS-RPT-YEAR TO WS-PRV-YEAR
021100     END-IF.
021101     COMPUTE WS-CUR-START = (WS-RPT-YEAR * 10000)
021102         + (WS-RPT-MONTH * 100) + 1.
021103     COMPUTE WS-CUR-END = WS-CUR-START + 30.
021104     COMPUTE WS-PRV-START = (WS-PRV-YEAR * 10000)
021105         + (WS-PRV-MONTH * 100) + 1.
021106     COMPUTE WS-PRV-END = WS-PRV-START + 30.
021107 1000-OPEN-FILES.
021108     MOVE WS-CUR-START TO WS-DN-DATE-NUM.
021109     PERFORM 1400-COMPUTE-DAY-NUMBER THRU 1400-EXIT.
021110     MOVE WS-DN-RESULT TO WS-CUR-START-DN.
021111     MOVE WS-PRV-START TO WS-DN-DATE-NUM.
021112     PERFORM 1400-COMPUTE-DAY-NUMBER THRU 1400-EXIT.
021113     MOVE WS-DN-RESULT TO WS-PRV-START-DN.
021200     OPEN INPUT SALE-HIST-FILE.
021300     IF WS-SALE-HIST-STATUS NOT = '00'
021400         DISPLAY "UNABLE TO OPEN SALE-HIST-FILE - STATUS: "
022300     OPEN OUTPUT PER-RPT-FILE.
022400 1000-EXIT.
022500     EXIT.
022501
022502*    FISCAL MODE.  "FYYPP" NAMES THE PERIOD, A BARE "F" TAKES
022503*    THE PERIOD HOLDING TODAY.  THE COMPARISON WINDOW IS THE
022504*    SAME PERIOD OF THE PRIOR FISCAL YEAR, NOT THE PRIOR
022505*    CALENDAR MONTH; WITH LAST YEAR NOT ON THE CALENDAR THE
022506*    COMPARISON LINES COME OUT EMPTY.
022507 1300-SET-FISCAL-WINDOWS.
022508     SET WS-FISCAL-MODE TO TRUE.
022509     OPEN INPUT FISC-CAL-FILE.
022510     IF WS-FISC-CAL-STATUS NOT = '00'
022511         DISPLAY "UNABLE TO OPEN FISC-CAL-FILE - STATUS: "
022512             WS-FISC-CAL-STATUS
022513         SET EXCP-SEV-ERROR TO TRUE
022514         MOVE "PER003" TO EXCP-LOG-CODE
022515         MOVE "Unable to open FISC-CAL-FILE."
022516             TO EXCP-LOG-MESSAGE
022517         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
022518         MOVE 8 TO RETURN-CODE
022519         STOP RUN
022520     END-IF.
022521     IF WS-MONTH-IN (2:4) IS NUMERIC
022522         MOVE WS-MONTH-IN (2:2) TO WS-FIS-YEAR
022523         MOVE WS-MONTH-IN (4:2) TO WS-FIS-PERIOD
022524         PERFORM 1320-READ-FISCAL-PERIOD THRU 1320-EXIT
022525     ELSE
022526         MOVE WS-RUN-DATE TO WS-FIS-DATE
022527         PERFORM 1340-FIND-DATE-PERIOD THRU 1340-EXIT
022528     END-IF.
022529     IF NOT WS-FIS-FOUND
022530         DISPLAY "FISCAL PERIOD NOT ON THE CALENDAR."
022531         SET EXCP-SEV-ERROR TO TRUE
022532         MOVE "PER004" TO EXCP-LOG-CODE
022533         MOVE "Fiscal period not on the fiscal calendar."
022534             TO EXCP-LOG-MESSAGE
022535         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
022536         CLOSE FISC-CAL-FILE
022537         MOVE 8 TO RETURN-CODE
022538         STOP RUN
022539     END-IF.
022540     MOVE WS-FIS-YEAR TO WS-RPT-YEAR.
022541     MOVE WS-FIS-PERIOD TO WS-RPT-MONTH.
022542     MOVE WS-FIS-START TO WS-CUR-START.
022543     MOVE WS-FIS-END TO WS-CUR-END.
022544     IF WS-FIS-YEAR = ZEROES
022545         MOVE 99 TO WS-FIS-YEAR
022546     ELSE
022547         SUBTRACT 1 FROM WS-FIS-YEAR
022548     END-IF.
022549     PERFORM 1320-READ-FISCAL-PERIOD THRU 1320-EXIT.
022550     IF WS-FIS-FOUND
022551         MOVE WS-FIS-START TO WS-PRV-START
022552         MOVE WS-FIS-END TO WS-PRV-END
022553     ELSE
022554         DISPLAY "LAST YEAR'S PERIOD NOT ON THE CALENDAR - NO "
022555             "COMPARISON."
022556         SET EXCP-SEV-WARNING TO TRUE
022557         MOVE "PER005" TO EXCP-LOG-CODE
022558         MOVE "Last year's period not on calendar."
022559             TO EXCP-LOG-MESSAGE
022560         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
022561     END-IF.
022562     CLOSE FISC-CAL-FILE.
022563 1300-EXIT.
022564     EXIT.
022600
022601 1320-READ-FISCAL-PERIOD.
022602     MOVE 'N' TO WS-FIS-FOUND-SW.
022603     MOVE WS-FIS-YEAR TO FCL-FISCAL-YEAR.
022604     MOVE WS-FIS-PERIOD TO FCL-PERIOD.
022605     MOVE ZEROES TO FCL-WEEK.
022606     READ FISC-CAL-FILE
022607         INVALID KEY
022608             GO TO 1320-EXIT
022609     END-READ.
022610     SET WS-FIS-FOUND TO TRUE.
022611     MOVE FCL-START-DATE TO WS-FIS-START.
022612     MOVE FCL-END-DATE TO WS-FIS-END.
022613 1320-EXIT.
022614     EXIT.
022615
022616*    WALKS THE PERIOD ROWS FOR THE ONE WHOSE DATES HOLD
022617*    WS-FIS-DATE.
022618 1340-FIND-DATE-PERIOD.
022619     MOVE 'N' TO WS-FIS-FOUND-SW.
022620     MOVE 'Y' TO WS-FIS-MORE-SW.
022621     MOVE LOW-VALUES TO FCL-KEY.
022622     START FISC-CAL-FILE KEY IS NOT LESS THAN FCL-KEY
022623         INVALID KEY
022624             GO TO 1340-EXIT
022625     END-START.
022626     PERFORM 1350-MATCH-ONE-PERIOD THRU 1350-EXIT
022627         UNTIL WS-FIS-FOUND OR WS-FIS-MORE-SW = 'N'.
022628 1340-EXIT.
022629     EXIT.
022630
022631 1350-MATCH-ONE-PERIOD.
022632     READ FISC-CAL-FILE NEXT RECORD
022633         AT END
022634             MOVE 'N' TO WS-FIS-MORE-SW
022635             GO TO 1350-EXIT
022636     END-READ.
022637     IF NOT FCL-PERIOD-ROW
022638         GO TO 1350-EXIT
022639     END-IF.
022640     MOVE FCL-START-DATE TO WS-FIS-START.
022641     MOVE FCL-END-DATE TO WS-FIS-END.
022642     IF WS-FIS-DATE NOT < WS-FIS-START
022643         AND WS-FIS-DATE NOT > WS-FIS-END
022644         SET WS-FIS-FOUND TO TRUE
022645         MOVE FCL-FISCAL-YEAR TO WS-FIS-YEAR
022646         MOVE FCL-PERIOD TO WS-FIS-PERIOD
022647     END-IF.
022648 1350-EXIT.
022649     EXIT.
022650
022651 1400-COMPUTE-DAY-NUMBER.
022652     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
022653         MOVE 1 TO WS-DN-MONTH
022654     END-IF.
022655     COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
022656         + ((WS-DN-YEAR + 3) / 4)
022657         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH)
022658         + WS-DN-DAY.
022659     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-QUOT
022660         REMAINDER WS-DN-LEAP-REM.
022661     IF WS-DN-LEAP-REM = ZEROES AND WS-DN-MONTH > 2
022662         ADD 1 TO WS-DN-RESULT
022663     END-IF.
022664 1400-EXIT.
022665     EXIT.
022666
022700*    FIRST PASS - COLLECT THE TOTALLED RECEIPTS OF BOTH WINDOWS,
022800*    THEN REWIND FOR THE ACCUMULATION PASS.
022900 1500-SCAN-FOR-TOTALS.
023000     PERFORM 2000-READ-HIST THRU 2000-EXIT.
023700     EXIT.
023800
023900 1600-NOTE-ONE-TOTAL.
023910     MOVE HST-TXN-DATE TO WS-HST-DATE-NUM.
024000     IF HST-TOTAL-REC
024100         AND ((WS-HST-DATE-NUM NOT < WS-CUR-START
024200               AND WS-HST-DATE-NUM NOT > WS-CUR-END)
024300          OR  (WS-HST-DATE-NUM NOT < WS-PRV-START
024400               AND WS-HST-DATE-NUM NOT > WS-PRV-END))
024500         IF WS-TOTALLED-COUNT < 20000
024600             ADD 1 TO WS-TOTALLED-COUNT
024700             MOVE HST-RECEIPT-NO
028000     EXIT.
028100
028200 2100-ACCUMULATE-HIST.
028210     MOVE HST-TXN-DATE TO WS-HST-DATE-NUM.
028300     EVALUATE TRUE
028400         WHEN WS-HST-DATE-NUM NOT < WS-CUR-START
028500             AND WS-HST-DATE-NUM NOT > WS-CUR-END
028600             PERFORM 2200-TALLY-CUR-MONTH THRU 2200-EXIT
028700         WHEN WS-HST-DATE-NUM NOT < WS-PRV-START
028800             AND WS-HST-DATE-NUM NOT > WS-PRV-END
028900             PERFORM 2300-TALLY-PRV-MONTH THRU 2300-EXIT
029000         WHEN OTHER
029100             CONTINUE
029500     EXIT.
029600
029700 2200-TALLY-CUR-MONTH.
029800     MOVE WS-HST-DATE-NUM TO WS-DN-DATE-NUM.
029810     PERFORM 1400-COMPUTE-DAY-NUMBER THRU 1400-EXIT.
029820     COMPUTE WS-SUB = WS-DN-RESULT - WS-CUR-START-DN + 1.
029900     IF WS-SUB < 1 OR WS-SUB > 42
030000         GO TO 2200-EXIT
030100     END-IF.
030110     MOVE WS-HST-DATE-NUM TO CD-DATE (WS-SUB).
030200     IF HST-TOTAL-REC
030300         ADD 1 TO CD-SALE-COUNT (WS-SUB)
030400         ADD HST-TOTAL-SALE   TO CD-GROSS-SALES  (WS-SUB)
032300     EXIT.
032400
032500 2300-TALLY-PRV-MONTH.
032600     MOVE WS-HST-DATE-NUM TO WS-DN-DATE-NUM.
032610     PERFORM 1400-COMPUTE-DAY-NUMBER THRU 1400-EXIT.
032620     COMPUTE WS-SUB = WS-DN-RESULT - WS-PRV-START-DN + 1.
032700     IF WS-SUB < 1 OR WS-SUB > 42
032800         GO TO 2300-EXIT
032900     END-IF.
033000     IF HST-TOTAL-REC
036600 3000-PRINT-REPORT.
036700     MOVE WS-RPT-YEAR TO RPT-TITLE-YEAR.
036800     MOVE WS-RPT-MONTH TO RPT-TITLE-MONTH.
036810     IF WS-FISCAL-MODE
036820         MOVE "FISCAL PERIOD: " TO RPT-TITLE-LABEL
036830     END-IF.
036900     DISPLAY RPT-TITLE-LINE.
037000     WRITE PER-RPT-LINE FROM RPT-TITLE-LINE.
037010     IF WS-FISCAL-MODE
037020         MOVE WS-CUR-START TO RPT-CUR-FROM
037030         MOVE WS-CUR-END TO RPT-CUR-TO
037040         MOVE WS-PRV-START TO RPT-PRV-FROM
037050         MOVE WS-PRV-END TO RPT-PRV-TO
037060         DISPLAY RPT-WINDOW-LINE
037070         WRITE PER-RPT-LINE FROM RPT-WINDOW-LINE
037080     END-IF.
037100     DISPLAY RPT-HEADING-LINE.
037200     WRITE PER-RPT-LINE FROM RPT-HEADING-LINE.
037300     PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
037400         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 42.
037500     WRITE PER-RPT-LINE FROM RPT-RULE-LINE.
037600     DISPLAY RPT-RULE-LINE.
037700*    TO-DATE THROUGH THE LAST DAY WITH ACTIVITY, THE SAME DAYS
037800*    OF THE COMPARISON WINDOW, AND THE COMPARISON WINDOW FULL -
037810*    THE PRIOR MONTH, OR THE SAME FISCAL PERIOD LAST YEAR.
037900     SET WS-SUM-CURRENT TO TRUE.
038000     MOVE 1 TO WS-SUM-FROM-DAY.
038100     MOVE WS-MTD-DAY TO WS-SUM-THRU-DAY.
038200     MOVE "MONTH-TO-DATE:            " TO RPT-SUM-LABEL.
038210     IF WS-FISCAL-MODE
038220         MOVE "PERIOD-TO-DATE:           " TO RPT-SUM-LABEL
038230     END-IF.
038300     PERFORM 3500-SUM-AND-PRINT THRU 3500-EXIT.
038400     SET WS-SUM-PRIOR TO TRUE.
038500     MOVE "SAME PERIOD LAST MONTH:   " TO RPT-SUM-LABEL.
038510     IF WS-FISCAL-MODE
038520         MOVE "SAME DAYS LAST YEAR:      " TO RPT-SUM-LABEL
038530     END-IF.
038600     PERFORM 3500-SUM-AND-PRINT THRU 3500-EXIT.
038700     MOVE 42 TO WS-SUM-THRU-DAY.
038800     MOVE "LAST MONTH IN FULL:       " TO RPT-SUM-LABEL.
038810     IF WS-FISCAL-MODE
038820         MOVE "PERIOD LAST YEAR IN FULL: " TO RPT-SUM-LABEL
038830     END-IF.
038900     PERFORM 3500-SUM-AND-PRINT THRU 3500-EXIT.
039000 3000-EXIT.
039100     EXIT.
039900         MOVE CD-RETURN-AMT   (WS-SUB) TO RPT-RETURN-AMT
040000         MOVE CD-DISCOUNT-AMT (WS-SUB) TO RPT-DISCOUNT-AMT
040100         MOVE CD-TAX-AMT      (WS-SUB) TO RPT-TAX-AMT
040110         MOVE ZEROES TO RPT-DAY-DATE
040120         IF WS-FISCAL-MODE
040130             MOVE CD-DATE (WS-SUB) TO RPT-DAY-DATE
040140         END-IF
040200         DISPLAY RPT-DAY-LINE
040300         WRITE PER-RPT-LINE FROM RPT-DAY-LINE
040400     END-IF.
040500 3100-EXIT.
040600     EXIT.
040700
040800*    SUMS ONE WINDOW'S BUCKETS OVER A DAY RANGE AND PRINTS THE
040900*    SUMMARY LINE.  THE DISCOUNT COLUMN IS DISPLAYED ON ITS
041000*    OWN LINE BELOW, THE 80-COLUMN LINE ONLY HOLDING FOUR
041100*    MONEY COLUMNS.
