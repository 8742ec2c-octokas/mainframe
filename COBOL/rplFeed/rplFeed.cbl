000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RPLFEED.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    REPLENISHMENT REMINDER FEED.  FOOD, LITTER AND FLEA/TICK   *
000900*    TREATMENT ARE BOUGHT ON A CYCLE, AND A CUSTOMER WHO        *
001000*    FORGETS TO COME BACK IS OFTEN LOST TO US.  THIS PROGRAM    *
001100*    SCANS THE SALEHIST ARCHIVE AND THE DAY'S SALESTXN FOR      *
001200*    SALE LINES LINKED TO A LOYALTY CUSTOMER (STX-CUSTOMER-KEY) *
001300*    ON ITEMS WITH A REPLENISHMENT INTERVAL (INV-REPLENISH-DAYS *
001400*    ON INVMAST) AND KEEPS EACH CUSTOMER'S LAST PURCHASE OF     *
001500*    EACH SUCH ITEM.  WHEN THAT LAST PURCHASE PLUS THE INTERVAL *
001600*    IS TODAY OR EARLIER - DUE OR OVERDUE, WITH NO REPURCHASE   *
001700*    SINCE - THE CUSTOMER IS WRITTEN TO THE REMINDER FEED IN    *
001800*    THE SAME DATED-HEADER / COUNTED-TRAILER SHAPE AS MKTFEED.  *
001900*    INACTIVE AND UNKNOWN CUSTOMERS ARE SUPPRESSED, AND THE     *
002000*    RPL-SENT-FILE (ONE RECORD PER CUSTOMER AND ITEM, HOLDING   *
002100*    THE PURCHASE LAST REMINDED ABOUT) STOPS A SECOND REMINDER  *
002200*    FOR THE SAME PURCHASE, EVEN ON A RERUN.                    *
002300*-----------------------------------------------------------------
002400*    MAINTENANCE HISTORY.                                       *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    2026-10-15 DRO   INITIAL VERSION.                           *
002610*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002620*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002630*                     OPERATIONS SUMMARY (BATSUMM).              *
002640*    2026-10-15 DRO   A CUSTOMER WHO HAS NOT OPTED IN TO         *
002650*                     MARKETING EMAIL (CUST-MKT-CONSENT) IS      *
002660*                     SUPPRESSED LIKE AN INACTIVE ONE.           *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SALE-HIST-FILE  ASSIGN TO "SALEHIST"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-SALE-HIST-STATUS.
003900
004000     SELECT SALES-TXN-FILE  ASSIGN TO "SALESTXN"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-SALES-TXN-STATUS.
004300
004400     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS INV-ITEM-CODE
004800         FILE STATUS IS WS-INV-MAST-STATUS.
004900
005000     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CUST-EMAIL
005400         ALTERNATE RECORD KEY IS CUST-LOYALTY-ID
005500         FILE STATUS IS WS-CUST-MAST-STATUS.
005600
005700     SELECT RPL-FEED-FILE   ASSIGN TO "RPLFEED"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RPL-FEED-STATUS.
006000
006100     SELECT RPL-SENT-FILE   ASSIGN TO "RPLSENT"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS RMS-KEY
006500         FILE STATUS IS WS-RPL-SENT-STATUS.
006600
006700     SELECT RPL-RPT-FILE    ASSIGN TO "RPLRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RPL-RPT-STATUS.
007000
007010     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
007020         ORGANIZATION IS SEQUENTIAL
007030         FILE STATUS IS WS-BAT-STAT-STATUS.
007040
007100     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-EXCP-LOG-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700
007800 FD  SALE-HIST-FILE
007900     RECORDING MODE IS F.
008000 COPY SALESTXN REPLACING LEADING ==STX== BY ==HST==
008100     ==SALES-TXN-RECORD== BY ==SALE-HIST-RECORD==.
008200
008300 FD  SALES-TXN-FILE
008400     RECORDING MODE IS F.
008500 COPY SALESTXN.
008600
008700 FD  INV-MAST-FILE.
008800 COPY INVMAST.
008900
009000 FD  CUST-MAST-FILE.
009100 COPY CUSTMAST.
009200
009300 FD  RPL-FEED-FILE
009400     RECORDING MODE IS F.
009500 01  RPL-FEED-RECORD            PIC X(80).
009600
009700 FD  RPL-SENT-FILE.
009800 01  RPL-SENT-RECORD.
009900     05  RMS-KEY.
010000         10  RMS-EMAIL          PIC X(36).
010100         10  RMS-ITEM-CODE      PIC X(08).
010200     05  RMS-PURCH-DATE         PIC 9(06).
010300     05  RMS-SENT-DATE.
010400         10  RMS-SENT-YEAR      PIC 9(02).
010500         10  RMS-SENT-MONTH     PIC 9(02).
010600         10  RMS-SENT-DAY       PIC 9(02).
010700
010800 FD  RPL-RPT-FILE
010900     RECORDING MODE IS F.
011000 01  RPL-RPT-LINE               PIC X(80).
011100
011110 FD  BAT-STAT-FILE
011120     RECORDING MODE IS F.
011130 COPY BATSTAT.
011140
011200 FD  EXCP-LOG-FILE
011300     RECORDING MODE IS F.
011400 COPY EXCPLOG.
011500
011600 WORKING-STORAGE SECTION.
011700*    BOTH SALES FILES COPY THE RECORD HERE SO ONE TALLY
011800*    PARAGRAPH SERVES THE ARCHIVE AND THE LIVE FILE.
011900 COPY SALESTXN REPLACING LEADING ==STX== BY ==WRK==
012000     ==SALES-TXN-RECORD== BY ==WRK-TXN-RECORD==.
012100
012200 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
012300 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
012400 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
012500 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
012600 01  WS-RPL-FEED-STATUS         PIC XX     VALUE ZEROES.
012700 01  WS-RPL-SENT-STATUS         PIC XX     VALUE ZEROES.
012800 01  WS-RPL-RPT-STATUS          PIC XX     VALUE ZEROES.
012900 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
012910 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
013000 01  WS-LOG-TIME                PIC 9(08).
013100
013200 01  WS-SWITCHES.
013300     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
013400         88  MORE-RECORDS                  VALUE 'Y'.
013500         88  NO-MORE-RECORDS               VALUE 'N'.
013600     05  WS-BUY-FOUND-SW        PIC X      VALUE 'N'.
013700         88  WS-BUY-FOUND           VALUE 'Y'.
013800     05  WS-TABLE-FULL-SW       PIC X      VALUE 'N'.
013900         88  WS-TABLE-FULL-LOGGED   VALUE 'Y'.
014000     05  WS-SENT-ON-FILE-SW     PIC X      VALUE 'N'.
014100         88  WS-SENT-ON-FILE        VALUE 'Y'.
014200
014300 01  WS-RUN-DATE.
014400     05  WS-RUN-YEAR            PIC 9(02).
014500     05  WS-RUN-MONTH           PIC 9(02).
014600     05  WS-RUN-DAY             PIC 9(02).
014700 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
014800                                PIC 9(06).
014900
015000*    THE DUE DATE IS FOUND BY WALKING FORWARD FROM THE LAST
015100*    PURCHASE ONE CALENDAR DAY AT A TIME, THE WAY PROMEFF
015200*    COUNTS OUT A PROMOTION PERIOD.
015300 01  WS-WALK-DATE.
015400     05  WS-WALK-YEAR           PIC 9(02).
015500     05  WS-WALK-MONTH          PIC 9(02).
015600     05  WS-WALK-DAY            PIC 9(02).
015700 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
015800                                PIC 9(06).
015900
016000 01  WS-MONTH-DAYS-TABLE.
016100     05  FILLER                 PIC X(24)  VALUE
016200             "312831303130313130313031".
016300 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
016400     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
016500 01  WS-LEAP-QUOT               PIC 9(02)  VALUE ZEROES.
016600 01  WS-LEAP-REM                PIC 9(01)  VALUE ZEROES.
016700 01  WS-MONTH-END               PIC 9(02)  VALUE ZEROES.
016800
016900*    ONE ENTRY PER CUSTOMER AND CONSUMABLE ITEM, HOLDING THE
017000*    LATEST PURCHASE SEEN.  A LATER PURCHASE REPLACES AN
017100*    EARLIER ONE, SO "NO REPURCHASE SINCE" FOLLOWS FROM THE
017200*    TABLE ITSELF.
017300 01  WS-BUY-TABLE.
017400     05  WS-BUY-COUNT           PIC 9(04)  VALUE ZEROES.
017500     05  WS-BUY-ENTRY OCCURS 9999 TIMES.
017600         10  BT-EMAIL           PIC X(36).
017700         10  BT-ITEM-CODE       PIC X(08).
017800         10  BT-LAST-DATE       PIC 9(06).
017900         10  BT-INTERVAL        PIC 9(03).
018000 01  WS-IDX                     PIC 9(05)  VALUE ZEROES.
018100 01  WS-SUB                     PIC 9(03)  VALUE ZEROES.
018200
018300 01  WS-WORK-FIELDS.
018400     05  WS-SALE-DATE-NUM       PIC 9(06)  VALUE ZEROES.
018500     05  WS-INTERVAL            PIC 9(03)  VALUE ZEROES.
018600     05  WS-DUE-DATE            PIC 9(06)  VALUE ZEROES.
018700
018800 01  WS-COUNTERS.
018900     05  WS-LINES-USED          PIC 9(07)  VALUE ZEROES.
019000     05  WS-SENT-COUNT          PIC 9(05)  VALUE ZEROES.
019100     05  WS-ALREADY-COUNT       PIC 9(05)  VALUE ZEROES.
019200     05  WS-SUPPRESSED-COUNT    PIC 9(05)  VALUE ZEROES.
019300     05  WS-NOT-DUE-COUNT       PIC 9(05)  VALUE ZEROES.
019400
019500*    FIXED-LAYOUT INTERFACE RECORDS, SHAPED LIKE MKTFEED.  THE
019600*    RECEIVING SIDE VERIFIES THE HEADER DATE AND THE TRAILER
019700*    COUNT.
019800 01  FEED-HEADER-RECORD.
019900     05  FEED-HDR-TYPE          PIC X(01)  VALUE 'H'.
020000     05  FEED-HDR-DATE.
020100         10  FEED-HDR-YEAR      PIC 9(02).
020200         10  FEED-HDR-MONTH     PIC 9(02).
020300         10  FEED-HDR-DAY       PIC 9(02).
020400     05  FILLER                 PIC X(73)  VALUE SPACES.
020500
020600 01  FEED-DETAIL-RECORD.
020700     05  FEED-DET-TYPE          PIC X(01)  VALUE 'D'.
020800     05  FEED-DET-LOYALTY-ID    PIC 9(08).
020900     05  FEED-DET-GIVEN-NAME    PIC X(08).
021000     05  FEED-DET-EMAIL         PIC X(36).
021100     05  FEED-DET-ITEM-CODE     PIC X(08).
021200     05  FEED-DET-LAST-BUY      PIC 9(06).
021300     05  FEED-DET-DUE-DATE      PIC 9(06).
021400     05  FILLER                 PIC X(07)  VALUE SPACES.
021500
021600 01  FEED-TRAILER-RECORD.
021700     05  FEED-TRL-TYPE          PIC X(01)  VALUE 'T'.
021800     05  FEED-TRL-COUNT         PIC 9(07).
021900     05  FILLER                 PIC X(72)  VALUE SPACES.
022000
022100 01  RPT-TITLE-LINE.
022200     05  FILLER  PIC X(40) VALUE
022300             "MISKOLCZI PETS - REPLENISHMENT REMINDERS".
022400     05  FILLER  PIC X(11) VALUE "  RUN DATE:".
022500     05  RPT-RUN-YEAR           PIC 9(02).
022600     05  FILLER  PIC X(01) VALUE "/".
022700     05  RPT-RUN-MONTH          PIC 9(02).
022800     05  FILLER  PIC X(01) VALUE "/".
022900     05  RPT-RUN-DAY            PIC 9(02).
023000     05  FILLER  PIC X(21) VALUE SPACES.
023100
023200 01  RPT-HEADING-LINE.
023300     05  FILLER  PIC X(10) VALUE "LOYAL ID".
023400     05  FILLER  PIC X(10) VALUE "GIVEN".
023500     05  FILLER  PIC X(10) VALUE "SURNAME".
023600     05  FILLER  PIC X(10) VALUE "ITEM".
023700     05  FILLER  PIC X(10) VALUE "LAST BUY".
023800     05  FILLER  PIC X(10) VALUE "DUE".
023900     05  FILLER  PIC X(20) VALUE SPACES.
024000
024100 01  RPT-DETAIL-LINE.
024200     05  RPT-LOYALTY-ID         PIC Z(07)9.
024300     05  FILLER  PIC X(02) VALUE SPACES.
024400     05  RPT-GIVEN-NAME         PIC X(08).
024500     05  FILLER  PIC X(02) VALUE SPACES.
024600     05  RPT-SURNAME            PIC X(08).
024700     05  FILLER  PIC X(02) VALUE SPACES.
024800     05  RPT-ITEM-CODE          PIC X(08).
024900     05  FILLER  PIC X(02) VALUE SPACES.
025000     05  RPT-LAST-BUY           PIC 99/99/99.
025100     05  FILLER  PIC X(02) VALUE SPACES.
025200     05  RPT-DUE-DATE           PIC 99/99/99.
025300     05  FILLER  PIC X(22) VALUE SPACES.
025400
025500 01  RPT-CONTROL-LINE.
025600     05  FILLER  PIC X(11) VALUE "FEED SENT: ".
025700     05  RPT-SENT-COUNT         PIC ZZZZ9.
025800     05  FILLER  PIC X(20) VALUE "  ALREADY REMINDED: ".
025900     05  RPT-ALREADY-COUNT      PIC ZZZZ9.
026000     05  FILLER  PIC X(14) VALUE "  SUPPRESSED: ".
026100     05  RPT-SUPPRESSED-COUNT   PIC ZZZZ9.
026200     05  FILLER  PIC X(20) VALUE SPACES.
026300
026400 01  RPT-NOT-DUE-LINE.
026500     05  FILLER  PIC X(36) VALUE
026600             "CUSTOMER/ITEM PAIRS NOT YET DUE:    ".
026700     05  RPT-NOT-DUE-COUNT      PIC ZZZZ9.
026800     05  FILLER  PIC X(39) VALUE SPACES.
026900
027000 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
027100
027200 PROCEDURE DIVISION.
027300 0100-START.
027400     DISPLAY "*** MISKOLCZI PETS REPLENISHMENT REMINDERS ***".
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     PERFORM 2000-SCAN-HIST-FILE THRU 2000-EXIT.
027700     PERFORM 2500-SCAN-LIVE-FILE THRU 2500-EXIT.
027800     PERFORM 3000-CHECK-ONE-BUY THRU 3000-EXIT
027900         VARYING WS-IDX FROM 1 BY 1
028000         UNTIL WS-IDX > WS-BUY-COUNT.
028100     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
028200     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
028210     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
028300     STOP RUN.
028400
028500 1000-INITIALIZE.
028600     ACCEPT WS-RUN-DATE FROM DATE.
028700     OPEN INPUT INV-MAST-FILE.
028800     IF WS-INV-MAST-STATUS NOT = '00'
028900         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
029000             WS-INV-MAST-STATUS
029100         SET EXCP-SEV-ERROR TO TRUE
029200         MOVE "RPL001" TO EXCP-LOG-CODE
029300         MOVE "Unable to open INV-MAST-FILE."
029400             TO EXCP-LOG-MESSAGE
029500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
029600         MOVE 8 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029900     OPEN INPUT CUST-MAST-FILE.
030000     IF WS-CUST-MAST-STATUS NOT = '00'
030100         DISPLAY "UNABLE TO OPEN CUST-MAST-FILE - STATUS: "
030200             WS-CUST-MAST-STATUS
030300         SET EXCP-SEV-ERROR TO TRUE
030400         MOVE "RPL002" TO EXCP-LOG-CODE
030500         MOVE "Unable to open CUST-MAST-FILE."
030600             TO EXCP-LOG-MESSAGE
030700         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
030800         MOVE 8 TO RETURN-CODE
030900         STOP RUN
031000     END-IF.
031100     OPEN I-O RPL-SENT-FILE.
031200     IF WS-RPL-SENT-STATUS = '05' OR '35'
031300         OPEN OUTPUT RPL-SENT-FILE
031400         CLOSE RPL-SENT-FILE
031500         OPEN I-O RPL-SENT-FILE
031600     END-IF.
031700     IF WS-RPL-SENT-STATUS NOT = '00'
031800         DISPLAY "UNABLE TO OPEN RPL-SENT-FILE - STATUS: "
031900             WS-RPL-SENT-STATUS
032000         SET EXCP-SEV-ERROR TO TRUE
032100         MOVE "RPL003" TO EXCP-LOG-CODE
032200         MOVE "Unable to open RPL-SENT-FILE."
032300             TO EXCP-LOG-MESSAGE
032400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
032500         MOVE 8 TO RETURN-CODE
032600         STOP RUN
032700     END-IF.
032800     OPEN OUTPUT RPL-FEED-FILE.
032900     MOVE WS-RUN-YEAR TO FEED-HDR-YEAR.
033000     MOVE WS-RUN-MONTH TO FEED-HDR-MONTH.
033100     MOVE WS-RUN-DAY TO FEED-HDR-DAY.
033200     WRITE RPL-FEED-RECORD FROM FEED-HEADER-RECORD.
033300     OPEN OUTPUT RPL-RPT-FILE.
033400     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
033500     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
033600     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
033700     DISPLAY RPT-TITLE-LINE.
033800     WRITE RPL-RPT-LINE FROM RPT-TITLE-LINE.
033900     WRITE RPL-RPT-LINE FROM RPT-HEADING-LINE.
034000 1000-EXIT.
034100     EXIT.
034200
034300*    THE ARCHIVE MAY NOT EXIST YET ON A NEW INSTALLATION -
034400*    THAT IS NOT AN ERROR, THERE IS SIMPLY NO HISTORY TO SCAN.
034500 2000-SCAN-HIST-FILE.
034600     OPEN INPUT SALE-HIST-FILE.
034700     IF WS-SALE-HIST-STATUS = '35'
034800         GO TO 2000-EXIT
034900     END-IF.
035000     IF WS-SALE-HIST-STATUS NOT = '00'
035100         DISPLAY "UNABLE TO OPEN SALE-HIST-FILE - STATUS: "
035200             WS-SALE-HIST-STATUS
035300         SET EXCP-SEV-ERROR TO TRUE
035400         MOVE "RPL004" TO EXCP-LOG-CODE
035500         MOVE "Unable to open SALE-HIST-FILE."
035600             TO EXCP-LOG-MESSAGE
035700         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
035800         MOVE 8 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100     MOVE 'Y' TO WS-MORE-RECORDS.
036200     PERFORM 2100-READ-ONE-HIST THRU 2100-EXIT
036300         UNTIL NO-MORE-RECORDS.
036400     CLOSE SALE-HIST-FILE.
036500 2000-EXIT.
036600     EXIT.
036700
036800 2100-READ-ONE-HIST.
036900     READ SALE-HIST-FILE
037000         AT END
037100             MOVE 'N' TO WS-MORE-RECORDS
037200             GO TO 2100-EXIT
037300     END-READ.
037400     MOVE SALE-HIST-RECORD TO WRK-TXN-RECORD.
037500     PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT.
037600 2100-EXIT.
037700     EXIT.
037800
037900*    ONLY SALE LINES FOR A LOYALTY CUSTOMER ON AN ITEM THAT
038000*    CARRIES A REPLENISHMENT INTERVAL ARE KEPT.
038100 2200-TALLY-ONE-LINE.
038200     IF NOT WRK-DETAIL-REC
038300         OR NOT WRK-SALE-ITEM
038400         OR WRK-CUSTOMER-KEY = SPACES
038500         GO TO 2200-EXIT
038600     END-IF.
038700     MOVE WRK-ITEM-CODE TO INV-ITEM-CODE.
038800     READ INV-MAST-FILE
038900         INVALID KEY
039000             GO TO 2200-EXIT
039100     END-READ.
039200     IF INV-REPLENISH-DAYS IS NOT NUMERIC
039300         OR INV-REPLENISH-DAYS = ZEROES
039400         GO TO 2200-EXIT
039500     END-IF.
039600     MOVE WRK-TXN-DATE TO WS-SALE-DATE-NUM.
039700     ADD 1 TO WS-LINES-USED.
039800     PERFORM 2300-FIND-BUY THRU 2300-EXIT.
039900     IF WS-BUY-FOUND
040000         IF WS-SALE-DATE-NUM > BT-LAST-DATE (WS-IDX)
040100             MOVE WS-SALE-DATE-NUM TO BT-LAST-DATE (WS-IDX)
040200         END-IF
040300         MOVE INV-REPLENISH-DAYS TO BT-INTERVAL (WS-IDX)
040400         GO TO 2200-EXIT
040500     END-IF.
040600     IF WS-BUY-COUNT < 9999
040700         ADD 1 TO WS-BUY-COUNT
040800         MOVE WS-BUY-COUNT TO WS-IDX
040900         MOVE WRK-CUSTOMER-KEY TO BT-EMAIL (WS-IDX)
041000         MOVE WRK-ITEM-CODE TO BT-ITEM-CODE (WS-IDX)
041100         MOVE WS-SALE-DATE-NUM TO BT-LAST-DATE (WS-IDX)
041200         MOVE INV-REPLENISH-DAYS TO BT-INTERVAL (WS-IDX)
041300     ELSE
041400         IF NOT WS-TABLE-FULL-LOGGED
041500             MOVE 'Y' TO WS-TABLE-FULL-SW
041600             SET EXCP-SEV-WARNING TO TRUE
041700             MOVE "RPL005" TO EXCP-LOG-CODE
041800             MOVE "Purchase table full - later pairs skipped."
041900                 TO EXCP-LOG-MESSAGE
042000             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
042100         END-IF
042200     END-IF.
042300 2200-EXIT.
042400     EXIT.
042500
042600 2300-FIND-BUY.
042700     MOVE 'N' TO WS-BUY-FOUND-SW.
042800     PERFORM 2310-CHECK-ONE-ENTRY THRU 2310-EXIT
042900         VARYING WS-IDX FROM 1 BY 1
043000         UNTIL WS-IDX > WS-BUY-COUNT
043100         OR WS-BUY-FOUND.
043200     IF WS-BUY-FOUND
043300         SUBTRACT 1 FROM WS-IDX
043400     END-IF.
043500 2300-EXIT.
043600     EXIT.
043700
043800 2310-CHECK-ONE-ENTRY.
043900     IF BT-ITEM-CODE (WS-IDX) = WRK-ITEM-CODE
044000         AND BT-EMAIL (WS-IDX) = WRK-CUSTOMER-KEY
044100         MOVE 'Y' TO WS-BUY-FOUND-SW
044200     END-IF.
044300 2310-EXIT.
044400     EXIT.
044500
044600 2500-SCAN-LIVE-FILE.
044700     OPEN INPUT SALES-TXN-FILE.
044800     IF WS-SALES-TXN-STATUS NOT = '00'
044900         DISPLAY "UNABLE TO OPEN SALES-TXN-FILE - STATUS: "
045000             WS-SALES-TXN-STATUS
045100         SET EXCP-SEV-ERROR TO TRUE
045200         MOVE "RPL006" TO EXCP-LOG-CODE
045300         MOVE "Unable to open SALES-TXN-FILE."
045400             TO EXCP-LOG-MESSAGE
045500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
045600         MOVE 8 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     MOVE 'Y' TO WS-MORE-RECORDS.
046000     PERFORM 2600-READ-ONE-LIVE THRU 2600-EXIT
046100         UNTIL NO-MORE-RECORDS.
046200     CLOSE SALES-TXN-FILE.
046300 2500-EXIT.
046400     EXIT.
046500
046600 2600-READ-ONE-LIVE.
046700     READ SALES-TXN-FILE
046800         AT END
046900             MOVE 'N' TO WS-MORE-RECORDS
047000             GO TO 2600-EXIT
047100     END-READ.
047200     MOVE SALES-TXN-RECORD TO WRK-TXN-RECORD.
047300     PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT.
047400 2600-EXIT.
047500     EXIT.
047600
047700*    A PAIR IS DUE WHEN THE LAST PURCHASE PLUS THE INTERVAL IS
047800*    TODAY OR EARLIER.  THE SENT FILE HOLDS THE PURCHASE LAST
047900*    REMINDED ABOUT - THE SAME PURCHASE IS NEVER REMINDED
048000*    TWICE, BUT A NEWER ONE STARTS THE CYCLE AGAIN.
048100 3000-CHECK-ONE-BUY.
048200     MOVE BT-LAST-DATE (WS-IDX) TO WS-WALK-DATE-NUM.
048300     MOVE BT-INTERVAL (WS-IDX) TO WS-INTERVAL.
048400     PERFORM 3100-WALK-FORWARD-ONE-DAY THRU 3100-EXIT
048500         VARYING WS-SUB FROM 1 BY 1
048600         UNTIL WS-SUB > WS-INTERVAL.
048700     MOVE WS-WALK-DATE-NUM TO WS-DUE-DATE.
048800     IF WS-DUE-DATE > WS-RUN-DATE-NUM
048900         ADD 1 TO WS-NOT-DUE-COUNT
049000         GO TO 3000-EXIT
049100     END-IF.
049200     MOVE BT-EMAIL (WS-IDX) TO CUST-EMAIL.
049300     READ CUST-MAST-FILE
049400         INVALID KEY
049500             ADD 1 TO WS-SUPPRESSED-COUNT
049600             GO TO 3000-EXIT
049700     END-READ.
049800     IF NOT CUST-ACTIVE
049900         ADD 1 TO WS-SUPPRESSED-COUNT
050000         GO TO 3000-EXIT
050100     END-IF.
050110     IF NOT CUST-MKT-OPTED-IN
050120         ADD 1 TO WS-SUPPRESSED-COUNT
050130         GO TO 3000-EXIT
050140     END-IF.
050200     MOVE BT-EMAIL (WS-IDX) TO RMS-EMAIL.
050300     MOVE BT-ITEM-CODE (WS-IDX) TO RMS-ITEM-CODE.
050400     MOVE 'Y' TO WS-SENT-ON-FILE-SW.
050500     READ RPL-SENT-FILE
050600         INVALID KEY
050700             MOVE 'N' TO WS-SENT-ON-FILE-SW
050800     END-READ.
050900     IF WS-SENT-ON-FILE
051000         AND RMS-PURCH-DATE = BT-LAST-DATE (WS-IDX)
051100         ADD 1 TO WS-ALREADY-COUNT
051200         GO TO 3000-EXIT
051300     END-IF.
051400     MOVE CUST-LOYALTY-ID TO FEED-DET-LOYALTY-ID.
051500     MOVE CUST-GIVEN-NAME TO FEED-DET-GIVEN-NAME.
051600     MOVE CUST-EMAIL TO FEED-DET-EMAIL.
051700     MOVE BT-ITEM-CODE (WS-IDX) TO FEED-DET-ITEM-CODE.
051800     MOVE BT-LAST-DATE (WS-IDX) TO FEED-DET-LAST-BUY.
051900     MOVE WS-DUE-DATE TO FEED-DET-DUE-DATE.
052000     WRITE RPL-FEED-RECORD FROM FEED-DETAIL-RECORD.
052100     MOVE BT-EMAIL (WS-IDX) TO RMS-EMAIL.
052200     MOVE BT-ITEM-CODE (WS-IDX) TO RMS-ITEM-CODE.
052300     MOVE BT-LAST-DATE (WS-IDX) TO RMS-PURCH-DATE.
052400     MOVE WS-RUN-YEAR TO RMS-SENT-YEAR.
052500     MOVE WS-RUN-MONTH TO RMS-SENT-MONTH.
052600     MOVE WS-RUN-DAY TO RMS-SENT-DAY.
052700     IF WS-SENT-ON-FILE
052800         REWRITE RPL-SENT-RECORD
052900     ELSE
053000         WRITE RPL-SENT-RECORD
053100     END-IF.
053200     ADD 1 TO WS-SENT-COUNT.
053300     MOVE CUST-LOYALTY-ID TO RPT-LOYALTY-ID.
053400     MOVE CUST-GIVEN-NAME TO RPT-GIVEN-NAME.
053500     MOVE CUST-SURNAME TO RPT-SURNAME.
053600     MOVE BT-ITEM-CODE (WS-IDX) TO RPT-ITEM-CODE.
053700     MOVE BT-LAST-DATE (WS-IDX) TO RPT-LAST-BUY.
053800     MOVE WS-DUE-DATE TO RPT-DUE-DATE.
053900     WRITE RPL-RPT-LINE FROM RPT-DETAIL-LINE.
054000 3000-EXIT.
054100     EXIT.
054200
054300 3100-WALK-FORWARD-ONE-DAY.
054400     IF WS-WALK-MONTH = 2
054500         DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOT
054600             REMAINDER WS-LEAP-REM
054700         IF WS-LEAP-REM = ZEROES
054800             MOVE 29 TO WS-MONTH-END
054900         ELSE
055000             MOVE 28 TO WS-MONTH-END
055100         END-IF
055200     ELSE
055300         MOVE WS-DAYS-IN-MONTH (WS-WALK-MONTH)
055400             TO WS-MONTH-END
055500     END-IF.
055600     IF WS-WALK-DAY < WS-MONTH-END
055700         ADD 1 TO WS-WALK-DAY
055800     ELSE
055900         MOVE 01 TO WS-WALK-DAY
056000         IF WS-WALK-MONTH = 12
056100             MOVE 01 TO WS-WALK-MONTH
056200             IF WS-WALK-YEAR = 99
056300                 MOVE ZEROES TO WS-WALK-YEAR
056400             ELSE
056500                 ADD 1 TO WS-WALK-YEAR
056600             END-IF
056700         ELSE
056800             ADD 1 TO WS-WALK-MONTH
056900         END-IF
057000     END-IF.
057100 3100-EXIT.
057200     EXIT.
057300
057400 4000-PRINT-SUMMARY.
057500     MOVE WS-SENT-COUNT TO FEED-TRL-COUNT.
057600     WRITE RPL-FEED-RECORD FROM FEED-TRAILER-RECORD.
057700     WRITE RPL-RPT-LINE FROM RPT-BLANK-LINE.
057800     MOVE WS-SENT-COUNT TO RPT-SENT-COUNT.
057900     MOVE WS-ALREADY-COUNT TO RPT-ALREADY-COUNT.
058000     MOVE WS-SUPPRESSED-COUNT TO RPT-SUPPRESSED-COUNT.
058100     DISPLAY RPT-CONTROL-LINE.
058200     WRITE RPL-RPT-LINE FROM RPT-CONTROL-LINE.
058300     MOVE WS-NOT-DUE-COUNT TO RPT-NOT-DUE-COUNT.
058400     WRITE RPL-RPT-LINE FROM RPT-NOT-DUE-LINE.
058500 4000-EXIT.
058600     EXIT.
058700
058800 9000-CLOSE-UP.
058900     CLOSE INV-MAST-FILE.
059000     CLOSE CUST-MAST-FILE.
059100     CLOSE RPL-SENT-FILE.
059200     CLOSE RPL-FEED-FILE.
059300     CLOSE RPL-RPT-FILE.
059400 9000-EXIT.
059500     EXIT.
059600
059601*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
059602*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
059603*    OPEN COSTS THE ROW, NEVER THE STEP.
059604 8950-WRITE-BATCH-STATS.
059605     OPEN EXTEND BAT-STAT-FILE.
059606     IF WS-BAT-STAT-STATUS = '05' OR '35'
059607         OPEN OUTPUT BAT-STAT-FILE
059608     END-IF.
059609     IF WS-BAT-STAT-STATUS NOT = '00'
059610         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
059611             WS-BAT-STAT-STATUS
059612         GO TO 8950-EXIT
059613     END-IF.
059614     MOVE SPACES TO BATCH-STAT-RECORD.
059615     MOVE "RPLFEED" TO BST-STEP-NAME.
059616     MOVE WS-RUN-DATE TO BST-RUN-DATE.
059617     ACCEPT WS-LOG-TIME FROM TIME.
059618     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
059619     MOVE RETURN-CODE TO BST-RETURN-CODE.
059620     MOVE ZEROES TO BST-RECS-READ.
059621     MOVE ZEROES TO BST-RECS-WRITTEN.
059622     MOVE ZEROES TO BST-RECS-REJECTED.
059623     MOVE ZEROES TO BST-CONTROL-COUNT.
059624     MOVE ZEROES TO BST-AMOUNT-1.
059625     MOVE ZEROES TO BST-AMOUNT-2.
059626     MOVE WS-BUY-COUNT TO BST-RECS-READ.
059627     MOVE WS-SENT-COUNT TO BST-RECS-WRITTEN.
059628     MOVE WS-SUPPRESSED-COUNT TO BST-RECS-REJECTED.
059629     MOVE WS-SENT-COUNT TO BST-CONTROL-COUNT.
059630     WRITE BATCH-STAT-RECORD.
059631     CLOSE BAT-STAT-FILE.
059632 8950-EXIT.
059633     EXIT.
059634
059700 8900-LOG-EXCEPTION.
059800     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
059900     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
060000     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
060100     ACCEPT WS-LOG-TIME FROM TIME.
060200     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
060300     MOVE "RPLFEED"          TO EXCP-LOG-PROGRAM.
060400     OPEN EXTEND EXCP-LOG-FILE.
060500     IF WS-EXCP-LOG-STATUS NOT = '00'
060600         OPEN OUTPUT EXCP-LOG-FILE
060700     END-IF.
060800     WRITE EXCP-LOG-RECORD.
060900     CLOSE EXCP-LOG-FILE.
061000 8900-EXIT.
061100     EXIT.
061200
061300 END PROGRAM RPLFEED.
