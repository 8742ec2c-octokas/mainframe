000600 DATE-COMPILED.
000700*****************************************************************
000800*    MONTHLY HOUSE ACCOUNT STATEMENTS WITH 30/60/90 AGING.       *
000900*    READS THE AR LEDGER AND, FOR EVERY ACCOUNT WITH A BALANCE   *
001000*    OR ACTIVITY, BUILDS A STATEMENT: THE CHARGES ('A' TOTAL     *
001100*    RECORDS ACROSS SALESTXN AND THE SALEHIST ARCHIVE) ARE AGED  *
001200*    BY CALENDAR MONTH - CURRENT, 30, 60, 90-PLUS DAYS - OR,     *
001210*    WITH AN F CARD ON SYSIN, BY FISCAL PERIOD OFF THE FISCCAL   *
001300*    CALENDAR, AND THE PAYMENTS ON AR-PAYMENT-FILE ARE APPLIED   *
001400*    AGAINST THE OLDEST CHARGES FIRST, THE WAY ANY TRADE         *
001500*    STATEMENT AGES.  AN AGED TOTAL THAT DOES NOT TIE TO THE     *
001600*    LEDGER BALANCE IS FLAGGED, AND AN ACCOUNT OVER ITS CREDIT   *
001700*    LIMIT IS MARKED FOR COLLECTION ATTENTION.                   *
001800*-----------------------------------------------------------------
001900*    MAINTENANCE HISTORY.                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-09-02 DRO   INITIAL VERSION.                           *
002110*    2026-10-15 DRO   ARCHIVED CHARGES ARE NOW READ PER ACCOUNT  *
002120*                     THROUGH THE CUSTOMER PATH OF THE SALEHIDX  *
002130*                     RECEIPT INDEX INSTEAD OF A FULL PASS OF    *
002140*                     SALEHIST.                                  *
002150*    2026-10-15 DRO   OPTIONAL SYSIN CARD - F (OR FYYPP) AGES    *
002160*                     THE CHARGES BY FISCAL PERIOD OFF THE NEW   *
002170*                     FISCCAL CALENDAR, TO THE CURRENT OR THE    *
002180*                     NAMED PERIOD.  A BLANK CARD AGES BY        *
002190*                     CALENDAR MONTH AS BEFORE.                  *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SALES-TXN-STATUS.
004400
004500     SELECT SALE-HIDX-FILE  ASSIGN TO "SALEHIDX"
004600         ORGANIZATION IS INDEXED
004610         ACCESS MODE IS DYNAMIC
004620         RECORD KEY IS HIX-KEY
004630         ALTERNATE RECORD KEY IS HIX-CUSTOMER-KEY
004640             WITH DUPLICATES
004650         ALTERNATE RECORD KEY IS HIX-ORIG-RECEIPT-NO
004660             WITH DUPLICATES
004700         FILE STATUS IS WS-SALE-HIDX-STATUS.
004710
004720     SELECT FISC-CAL-FILE   ASSIGN TO "FISCCAL"
004730         ORGANIZATION IS INDEXED
004740         ACCESS MODE IS DYNAMIC
004750         RECORD KEY IS FCL-KEY
004760         FILE STATUS IS WS-FISC-CAL-STATUS.
004800
004900     SELECT STMT-RPT-FILE   ASSIGN TO "ARSTMRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
006800     RECORDING MODE IS F.
006900 COPY SALESTXN.
007000
007100 FD  SALE-HIDX-FILE.
007110 COPY SALEHIDX.
007120
007130 FD  FISC-CAL-FILE.
007140 COPY FISCCAL.
007500
007600 FD  STMT-RPT-FILE
007700     RECORDING MODE IS F.
009000 01  WS-AR-LEDGER-STATUS        PIC XX     VALUE ZEROES.
009100 01  WS-AR-PAYMENT-STATUS       PIC XX     VALUE ZEROES.
009200 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
009300 01  WS-SALE-HIDX-STATUS        PIC XX     VALUE ZEROES.
009400 01  WS-STMT-RPT-STATUS         PIC XX     VALUE ZEROES.
009410 01  WS-FISC-CAL-STATUS         PIC XX     VALUE ZEROES.
009500 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
009600 01  WS-LOG-TIME                PIC 9(08).
009700
010600     05  WS-RUN-YEAR            PIC 9(02).
010700     05  WS-RUN-MONTH           PIC 9(02).
010800     05  WS-RUN-DAY             PIC 9(02).
010801 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
010802                                PIC 9(06).
010803
010804*    FISCAL AGING.  EVERY PERIOD ROW ON FISCCAL IS LOADED; A
010805*    PERIOD'S ORDINAL (FISCAL YEAR * 12 + PERIOD) LETS TWO
010806*    PERIODS BE SUBTRACTED THE WAY TWO CALENDAR MONTHS ARE.
010807*    A CHARGE DATED OFF THE CALENDAR AGES BY CALENDAR MONTH.
010808 01  WS-AGING-CARD              PIC X(05)  VALUE SPACES.
010809 01  WS-FISCAL-FIELDS.
010810     05  WS-FISCAL-MODE-SW      PIC X      VALUE 'N'.
010811         88  WS-FISCAL-MODE         VALUE 'Y'.
010812     05  WS-FIS-FOUND-SW        PIC X      VALUE 'N'.
010813         88  WS-FIS-FOUND           VALUE 'Y'.
010814     05  WS-FIS-YEAR            PIC 9(02)  VALUE ZEROES.
010815     05  WS-FIS-PERIOD          PIC 9(02)  VALUE ZEROES.
010816     05  WS-FIS-DATE            PIC 9(06)  VALUE ZEROES.
010817     05  WS-FIS-ORDINAL         PIC 9(05)  VALUE ZEROES.
010818     05  WS-STMT-ORDINAL        PIC 9(05)  VALUE ZEROES.
010819     05  WS-CHARGE-DATE-NUM     PIC 9(06)  VALUE ZEROES.
010820     05  WS-OFF-CAL-CHARGES     PIC 9(05)  VALUE ZEROES.
010821 01  WS-PERIOD-TABLE.
010822     05  WS-PER-COUNT           PIC 9(03)  VALUE ZEROES.
010823     05  WS-PER-ENTRY OCCURS 240 TIMES.
010824         10  PE-FISCAL-YEAR     PIC 9(02).
010825         10  PE-PERIOD          PIC 9(02).
010826         10  PE-START-DATE      PIC 9(06).
010827         10  PE-END-DATE        PIC 9(06).
010828 01  WS-PER-IDX                 PIC 9(03)  VALUE ZEROES.
010900
011000*    ONE ENTRY PER LEDGER ACCOUNT.  THE FOUR AGE BUCKETS RUN
011100*    CURRENT, 30, 60, 90-PLUS, FILLED BY CALENDAR-MONTH AGE -
011110*    OR CURRENT, 1, 2, 3-PLUS FISCAL PERIODS.
011200 01  WS-ACCT-TABLE.
011300     05  WS-ACCT-COUNT          PIC 9(03)  VALUE ZEROES.
011400     05  WS-ACCT-ENTRY OCCURS 500 TIMES.
012100         10  AC-PAYMENTS        PIC 9(09)V99.
012200 01  WS-ACC-IDX                 PIC 9(03)  VALUE ZEROES.
012300 01  WS-BKT-IDX                 PIC 9(01)  VALUE ZEROES.
012310 01  WS-HIX-ACC-IDX             PIC 9(03)  VALUE ZEROES.
012400 01  WS-ACCT-OVERFLOW-SW        PIC X      VALUE 'N'.
012500
012600 01  WS-WORK-FIELDS.
016200     05  FILLER  PIC X(14) VALUE "90+ DAYS".
016300     05  FILLER  PIC X(22) VALUE SPACES.
016400
016401 01  RPT-FISCAL-AGING-HEAD.
016402     05  FILLER  PIC X(16) VALUE "  CURRENT".
016403     05  FILLER  PIC X(14) VALUE "1 PERIOD".
016404     05  FILLER  PIC X(14) VALUE "2 PERIODS".
016405     05  FILLER  PIC X(14) VALUE "3+ PERIODS".
016406     05  FILLER  PIC X(22) VALUE SPACES.
016407
016408 01  RPT-FISCAL-NOTE-LINE.
016409     05  FILLER  PIC X(40) VALUE
016410             "AGED BY FISCAL PERIOD - STATEMENT PERIOD".
016411     05  FILLER  PIC X(01) VALUE SPACES.
016412     05  RPT-FIS-YEAR           PIC 9(02).
016413     05  FILLER  PIC X(01) VALUE "/".
016414     05  RPT-FIS-PERIOD         PIC 9(02).
016415     05  FILLER  PIC X(34) VALUE SPACES.
016416
016500 01  RPT-AGING-LINE.
016600     05  FILLER  PIC X(02) VALUE SPACES.
016700     05  RPT-AGE-CURRENT        PIC +$,$$$,$$9.99.
019900
020000 1000-INITIALIZE.
020100     ACCEPT WS-RUN-DATE FROM DATE.
020110     DISPLAY "Aging (blank = calendar month, F or FYYPP = "
020120         "fiscal period): ".
020130     MOVE SPACES TO WS-AGING-CARD.
020140     ACCEPT WS-AGING-CARD.
020150     IF WS-AGING-CARD (1:1) = 'F'
020160         PERFORM 1300-LOAD-FISCAL-PERIODS THRU 1300-EXIT
020170     END-IF.
020200     OPEN INPUT AR-LEDGER-FILE.
020300     IF WS-AR-LEDGER-STATUS NOT = '00'
020400         DISPLAY "UNABLE TO OPEN AR-LEDGER-FILE - STATUS: "
021500     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
021600     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
021700     WRITE STMT-RPT-LINE FROM RPT-TITLE-LINE.
021710     IF WS-FISCAL-MODE
021720         MOVE WS-FIS-YEAR TO RPT-FIS-YEAR
021730         MOVE WS-FIS-PERIOD TO RPT-FIS-PERIOD
021740         WRITE STMT-RPT-LINE FROM RPT-FISCAL-NOTE-LINE
021750         DISPLAY RPT-FISCAL-NOTE-LINE
021760     END-IF.
021800 1000-EXIT.
021801     EXIT.
021802
021803*    LOADS THE PERIOD ROWS AND SETTLES THE STATEMENT PERIOD -
021804*    THE ONE NAMED ON THE CARD, OR THE ONE HOLDING TODAY.  THE
021805*    STATEMENTS STILL GO OUT WITHOUT THE CALENDAR, AGED BY
021806*    CALENDAR MONTH, AND THE LOG SAYS WHY.
021807 1300-LOAD-FISCAL-PERIODS.
021808     OPEN INPUT FISC-CAL-FILE.
021809     IF WS-FISC-CAL-STATUS NOT = '00'
021810         DISPLAY "FISC-CAL-FILE unavailable - aged by calendar "
021811             "month."
021812         SET EXCP-SEV-WARNING TO TRUE
021813         MOVE "ARS005" TO EXCP-LOG-CODE
021814         MOVE "FISC-CAL-FILE unavailable - calendar month aging."
021815             TO EXCP-LOG-MESSAGE
021816         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
021817         GO TO 1300-EXIT
021818     END-IF.
021819     MOVE ZEROES TO WS-PER-COUNT.
021820     MOVE '00' TO WS-FISC-CAL-STATUS.
021821     PERFORM 1320-LOAD-ONE-PERIOD THRU 1320-EXIT
021822         UNTIL WS-FISC-CAL-STATUS NOT = '00'.
021823     CLOSE FISC-CAL-FILE.
021824     IF WS-AGING-CARD (2:4) IS NUMERIC
021825         MOVE 'N' TO WS-FIS-FOUND-SW
021826         PERFORM 1360-MATCH-NAMED-PERIOD THRU 1360-EXIT
021827             VARYING WS-PER-IDX FROM 1 BY 1
021828             UNTIL WS-FIS-FOUND OR WS-PER-IDX > WS-PER-COUNT
021829     ELSE
021830         MOVE WS-RUN-DATE-NUM TO WS-FIS-DATE
021831         PERFORM 1340-FIND-DATE-PERIOD THRU 1340-EXIT
021832     END-IF.
021833     IF NOT WS-FIS-FOUND
021834         DISPLAY "STATEMENT PERIOD NOT ON THE CALENDAR - AGED "
021835             "BY CALENDAR MONTH."
021836         SET EXCP-SEV-WARNING TO TRUE
021837         MOVE "ARS006" TO EXCP-LOG-CODE
021838         MOVE "Statement period not on calendar - month aging."
021839             TO EXCP-LOG-MESSAGE
021840         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
021841         GO TO 1300-EXIT
021842     END-IF.
021843     SET WS-FISCAL-MODE TO TRUE.
021844     MOVE PE-FISCAL-YEAR (WS-PER-IDX) TO WS-FIS-YEAR.
021845     MOVE PE-PERIOD (WS-PER-IDX) TO WS-FIS-PERIOD.
021846     COMPUTE WS-STMT-ORDINAL = (WS-FIS-YEAR * 12)
021847         + WS-FIS-PERIOD.
021848 1300-EXIT.
021849     EXIT.
021850
021851*    WEEK ROWS ARE SKIPPED - ONLY THE PERIOD ROWS ARE KEPT.
021852 1320-LOAD-ONE-PERIOD.
021853     READ FISC-CAL-FILE NEXT RECORD
021854         AT END
021855             MOVE '10' TO WS-FISC-CAL-STATUS
021856             GO TO 1320-EXIT
021857     END-READ.
021858     IF NOT FCL-PERIOD-ROW OR WS-PER-COUNT NOT < 240
021859         GO TO 1320-EXIT
021860     END-IF.
021861     ADD 1 TO WS-PER-COUNT.
021862     MOVE FCL-FISCAL-YEAR TO PE-FISCAL-YEAR (WS-PER-COUNT).
021863     MOVE FCL-PERIOD TO PE-PERIOD (WS-PER-COUNT).
021864     MOVE FCL-START-DATE TO PE-START-DATE (WS-PER-COUNT).
021865     MOVE FCL-END-DATE TO PE-END-DATE (WS-PER-COUNT).
021866 1320-EXIT.
021867     EXIT.
021868
021869*    FINDS THE PERIOD WHOSE DATES HOLD WS-FIS-DATE.
021870 1340-FIND-DATE-PERIOD.
021871     MOVE 'N' TO WS-FIS-FOUND-SW.
021872     PERFORM 1350-MATCH-DATE-PERIOD THRU 1350-EXIT
021873         VARYING WS-PER-IDX FROM 1 BY 1
021874         UNTIL WS-FIS-FOUND OR WS-PER-IDX > WS-PER-COUNT.
021875 1340-EXIT.
021876     EXIT.
021877
021878 1350-MATCH-DATE-PERIOD.
021879     IF WS-FIS-DATE NOT < PE-START-DATE (WS-PER-IDX)
021880         AND WS-FIS-DATE NOT > PE-END-DATE (WS-PER-IDX)
021881         SET WS-FIS-FOUND TO TRUE
021882         SUBTRACT 1 FROM WS-PER-IDX
021883     END-IF.
021884 1350-EXIT.
021885     EXIT.
021886
021887 1360-MATCH-NAMED-PERIOD.
021888     IF PE-FISCAL-YEAR (WS-PER-IDX) = WS-AGING-CARD (2:2)
021889         AND PE-PERIOD (WS-PER-IDX) = WS-AGING-CARD (4:2)
021890         SET WS-FIS-FOUND TO TRUE
021891         SUBTRACT 1 FROM WS-PER-IDX
021892     END-IF.
021893 1360-EXIT.
021900     EXIT.
022000
022100 1200-LOAD-ACCOUNTS.
028800 2100-EXIT.
028900     EXIT.
029000
029010*    THE ARCHIVE IS READ ONE ACCOUNT AT A TIME DOWN THE
029020*    CUSTOMER PATH OF THE RECEIPT INDEX, SO ONLY THE ROWS OF
029030*    CUSTOMERS ON THE LEDGER ARE EVER TOUCHED.
029100 2500-SCAN-HIST-FILE.
029200     OPEN INPUT SALE-HIDX-FILE.
029300     IF WS-SALE-HIDX-STATUS NOT = '00'
029400         CLOSE SALE-HIDX-FILE
029410         SET EXCP-SEV-WARNING TO TRUE
029420         MOVE "ARS004" TO EXCP-LOG-CODE
029430         MOVE "Receipt index unavailable - archive not aged."
029440             TO EXCP-LOG-MESSAGE
029450         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
029500         GO TO 2500-EXIT
029600     END-IF.
029601     PERFORM 2520-START-ONE-ACCOUNT THRU 2520-EXIT
029602         VARYING WS-HIX-ACC-IDX FROM 1 BY 1
029603         UNTIL WS-HIX-ACC-IDX > WS-ACCT-COUNT.
029604     CLOSE SALE-HIDX-FILE.
029605 2500-EXIT.
029606     EXIT.
029607
029608 2520-START-ONE-ACCOUNT.
029609     MOVE AC-EMAIL (WS-HIX-ACC-IDX) TO HIX-CUSTOMER-KEY.
029610     START SALE-HIDX-FILE KEY IS EQUAL TO HIX-CUSTOMER-KEY
029611         INVALID KEY
029612             GO TO 2520-EXIT
029613     END-START.
029700     MOVE 'Y' TO WS-MORE-RECORDS.
029800     PERFORM 2550-TALLY-ONE-HIST THRU 2550-EXIT
029900         UNTIL NO-MORE-RECORDS.
030100 2520-EXIT.
030200     EXIT.
030300
030400 2550-TALLY-ONE-HIST.
030500     READ SALE-HIDX-FILE NEXT RECORD
030600         AT END
030700             MOVE 'N' TO WS-MORE-RECORDS
030800             GO TO 2550-EXIT
030900     END-READ.
030910     IF (WS-SALE-HIDX-STATUS NOT = '00'
030920             AND WS-SALE-HIDX-STATUS NOT = '02')
030930         OR HIX-CUSTOMER-KEY NOT = AC-EMAIL (WS-HIX-ACC-IDX)
030940         MOVE 'N' TO WS-MORE-RECORDS
030950         GO TO 2550-EXIT
030960     END-IF.
031000     MOVE HIX-TXN-IMAGE TO WRK-TXN-RECORD.
031100     PERFORM 2600-TALLY-ONE-CHARGE THRU 2600-EXIT.
031200 2550-EXIT.
031300     EXIT.
031400
031500*    A CHARGE AGES BY CALENDAR MONTH: THIS MONTH IS CURRENT,
031600*    LAST MONTH IS 30 DAYS, AND SO ON INTO THE 90-PLUS
031700*    BUCKET, THE WAY A TRADE STATEMENT READS.  IN FISCAL MODE
031710*    THE AGE IS COUNTED IN FISCAL PERIODS INSTEAD.
031800 2600-TALLY-ONE-CHARGE.
031900     IF NOT WRK-TOTAL-REC OR NOT WRK-PAY-ACCOUNT
032000         GO TO 2600-EXIT
032800     COMPUTE WS-MONTH-AGE =
032900         ((WS-RUN-YEAR * 12) + WS-RUN-MONTH)
033000         - ((WRK-YEAR * 12) + WRK-MONTH).
033010     IF WS-FISCAL-MODE
033020         PERFORM 2620-FISCAL-AGE THRU 2620-EXIT
033030     END-IF.
033100     EVALUATE TRUE
033200         WHEN WS-MONTH-AGE NOT > ZEROES
033300             ADD WS-CHARGE-AMT
034300                 TO AC-BUCKET (WS-ACC-IDX, 4)
034400     END-EVALUATE.
034500 2600-EXIT.
034501     EXIT.
034502
034503 2620-FISCAL-AGE.
034504     COMPUTE WS-CHARGE-DATE-NUM = (WRK-YEAR * 10000)
034505         + (WRK-MONTH * 100) + WRK-DAY.
034506     MOVE WS-CHARGE-DATE-NUM TO WS-FIS-DATE.
034507     PERFORM 1340-FIND-DATE-PERIOD THRU 1340-EXIT.
034508     IF NOT WS-FIS-FOUND
034509         ADD 1 TO WS-OFF-CAL-CHARGES
034510         GO TO 2620-EXIT
034511     END-IF.
034512     COMPUTE WS-FIS-ORDINAL =
034513         (PE-FISCAL-YEAR (WS-PER-IDX) * 12)
034514         + PE-PERIOD (WS-PER-IDX).
034515     COMPUTE WS-MONTH-AGE = WS-STMT-ORDINAL - WS-FIS-ORDINAL.
034516 2620-EXIT.
034600     EXIT.
034700
034800 2650-FIND-ACCOUNT.
039200         VARYING WS-ACC-IDX FROM 1 BY 1
039300         UNTIL WS-ACC-IDX > WS-ACCT-COUNT.
039400     DISPLAY "STATEMENTS PRINTED: " WS-STMTS-PRINTED.
039410     IF WS-OFF-CAL-CHARGES > ZEROES
039420         DISPLAY "CHARGES OFF THE FISCAL CALENDAR, AGED BY "
039430             "MONTH: " WS-OFF-CAL-CHARGES
039440     END-IF.
039500 3000-EXIT.
039600     EXIT.
039700
042300     MOVE AC-CREDIT-LIMIT (WS-ACC-IDX) TO RPT-LIMIT.
042400     WRITE STMT-RPT-LINE FROM RPT-BALANCE-LINE.
042500     DISPLAY RPT-BALANCE-LINE.
042510     IF WS-FISCAL-MODE
042520         WRITE STMT-RPT-LINE FROM RPT-FISCAL-AGING-HEAD
042530     ELSE
042600         WRITE STMT-RPT-LINE FROM RPT-AGING-HEAD
042610     END-IF.
042700     MOVE AC-BUCKET (WS-ACC-IDX, 1) TO RPT-AGE-CURRENT.
042800     MOVE AC-BUCKET (WS-ACC-IDX, 2) TO RPT-AGE-30.
042900     MOVE AC-BUCKET (WS-ACC-IDX, 3) TO RPT-AGE-60.
