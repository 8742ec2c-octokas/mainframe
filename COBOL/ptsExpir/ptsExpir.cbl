000900*    BALANCE FOREVER - CUSTOMERS NOT SEEN IN YEARS SAT THERE AS  *
001000*    A GROWING LIABILITY.  THIS STEP READS THE LEDGER AND, FOR   *
001100*    EVERY RECORD WITH A BALANCE WHOSE PTS-LAST-POST-DATE IS     *
001200*    OLDER THAN A CONFIGURABLE NUMBER OF MONTHS (SYSIN, BLANK =  *
001210*    24) - OR, WITH AN F ON THE SECOND CARD, OF FISCAL PERIODS   *
001300*    OFF THE FISCCAL CALENDAR - WRITES THE EXPIRED AMOUNT TO THE *
001400*    PTS-EXP-AUD AUDIT TRAIL FIRST AND ONLY THEN DRAWS THE       *
001500*    LEDGER DOWN TO ZERO, SO EVERY EXPIRED POINT CAN BE          *
001510*    ACCOUNTED FOR AFTERWARDS.  ANY EARN OR REDEMPTION RESETS    *
001700*    THE CLOCK - PTSPOST MOVES PTS-LAST-POST-DATE FORWARD ON     *
001710*    EARN AND THE REGISTER'S 0350-REDEEM-POINTS MOVES IT ON      *
001720*    REDEMPTION.                                                 *
001800*-----------------------------------------------------------------
001900*    MAINTENANCE HISTORY.                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-09-02 DRO   INITIAL VERSION.                           *
002101*    2026-10-15 DRO   SECOND SYSIN CARD - F COUNTS THE EXPIRY IN *
002102*                     FISCAL PERIODS: POINTS LAST POSTED BEFORE  *
002103*                     THE START OF THE PERIOD THAT MANY PERIODS  *
002104*                     BACK EXPIRE.  WITHOUT THE CALENDAR THE     *
002105*                     MONTH CUTOFF STANDS.                       *
002106*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002107*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002108*                     OPERATIONS SUMMARY (BATSUMM).              *
002109*    2026-10-15 DRO   AN EMPTY NIGHT STILL WRITES ITS BATCH      *
002110*                     STATISTICS ROW AND MARKS THE DATE DONE ON  *
002111*                     RUN-CONTROL.                               *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
004404         RECORD KEY IS RNC-KEY
004405         FILE STATUS IS WS-RUN-CTL-STATUS.
004406
004407     SELECT FISC-CAL-FILE   ASSIGN TO "FISCCAL"
004408         ORGANIZATION IS INDEXED
004409         ACCESS MODE IS DYNAMIC
004410         RECORD KEY IS FCL-KEY
004411         FILE STATUS IS WS-FISC-CAL-STATUS.
004412
004413     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004414         ORGANIZATION IS SEQUENTIAL
004415         FILE STATUS IS WS-BAT-STAT-STATUS.
004416
004500     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-EXCP-LOG-STATUS.
007101 FD  RUN-CTL-FILE.
007102 COPY RUNCTL.
007103
007110 FD  FISC-CAL-FILE.
007120 COPY FISCCAL.
007130
007140 FD  BAT-STAT-FILE
007150     RECORDING MODE IS F.
007160 COPY BATSTAT.
007170
007200 FD  EXCP-LOG-FILE
007300     RECORDING MODE IS F.
007400 COPY EXCPLOG.
007700 01  WS-PTS-LEDGER-STATUS       PIC XX     VALUE ZEROES.
007800 01  WS-PTS-EXP-AUD-STATUS      PIC XX     VALUE ZEROES.
007900 01  WS-EXP-RPT-STATUS          PIC XX     VALUE ZEROES.
007910 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007920 01  WS-FISC-CAL-STATUS         PIC XX     VALUE ZEROES.
008000 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008001 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
008002 01  WS-RUN-CTL-AVAIL-SW        PIC X      VALUE 'Y'.
008900     05  WS-RUN-YEAR            PIC 9(02).
009000     05  WS-RUN-MONTH           PIC 9(02).
009100     05  WS-RUN-DAY             PIC 9(02).
009110 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
009120                                PIC 9(06).
009200
009300 01  WS-MONTHS-IN               PIC X(03)  VALUE SPACES.
009301 01  WS-MONTHS-JUST             PIC X(03)  VALUE SPACES.
009700 01  WS-CUT-MONTH               PIC 9(02)  VALUE ZEROES.
009800 01  WS-CUTOFF-DATE             PIC 9(06)  VALUE ZEROES.
009900 01  WS-LAST-POST-NUM           PIC 9(06)  VALUE ZEROES.
009901
009902*    FISCAL EXPIRY.  THE PERIOD ROWS OF FISCCAL ARE LOADED AND
009903*    NUMBERED BY ORDINAL (FISCAL YEAR * 12 + PERIOD) SO THE
009904*    PERIOD N BACK FROM TODAY'S CAN BE FOUND.
009905 01  WS-BASIS-IN                PIC X(01)  VALUE SPACES.
009906     88  WS-FISCAL-BASIS            VALUE 'F'.
009907 01  WS-FISCAL-FIELDS.
009908     05  WS-FIS-FOUND-SW        PIC X      VALUE 'N'.
009909         88  WS-FIS-FOUND           VALUE 'Y'.
009910     05  WS-FIS-ORDINAL         PIC S9(05) VALUE ZEROES.
009911     05  WS-PER-ORDINAL         PIC S9(05) VALUE ZEROES.
009912 01  WS-PERIOD-TABLE.
009913     05  WS-PER-COUNT           PIC 9(03)  VALUE ZEROES.
009914     05  WS-PER-ENTRY OCCURS 240 TIMES.
009915         10  PE-FISCAL-YEAR     PIC 9(02).
009916         10  PE-PERIOD          PIC 9(02).
009917         10  PE-START-DATE      PIC 9(06).
009918         10  PE-END-DATE        PIC 9(06).
009919 01  WS-PER-IDX                 PIC 9(03)  VALUE ZEROES.
010000
010100 01  WS-COUNTS.
010200     05  WS-LEDGERS-READ        PIC 9(07)  VALUE ZEROES.
015100     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
015101     PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT.
015200     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
015210     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
015300     STOP RUN.
015400
015500 1000-INITIALIZE.
017100         COMPUTE WS-CUTOFF-DATE = (WS-CUT-YEAR * 10000)
017200             + (WS-CUT-MONTH * 100) + WS-RUN-DAY
017300     END-IF.
017310     DISPLAY "Enter expiry basis (blank = months, F = fiscal "
017320         "periods): ".
017330     MOVE SPACES TO WS-BASIS-IN.
017340     ACCEPT WS-BASIS-IN.
017350     IF WS-FISCAL-BASIS
017360         PERFORM 1100-SET-FISCAL-CUTOFF THRU 1100-EXIT
017370     END-IF.
017380     DISPLAY "EXPIRY CUTOFF: " WS-CUTOFF-DATE.
017400     OPEN I-O PTS-LEDGER-FILE.
017500     IF WS-PTS-LEDGER-STATUS = '05' OR '35'
017600         DISPLAY "NO POINTS LEDGER ON FILE - NOTHING TO DO."
017700         CLOSE PTS-LEDGER-FILE
017710         PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT
017720         PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT
017800         STOP RUN
017900     END-IF.
018000     IF WS-PTS-LEDGER-STATUS NOT = '00'
020225 1090-EXIT.
020226     EXIT.
020227
020228*    THE CUTOFF BECOMES THE START OF THE FISCAL PERIOD THAT
020229*    MANY PERIODS BEFORE TODAY'S, SO BALANCES EXPIRE ON A
020230*    PERIOD BOUNDARY.  A CALENDAR THAT IS MISSING OR DOES NOT
020231*    REACH BACK FAR ENOUGH LEAVES THE MONTH CUTOFF IN PLACE.
020232 1100-SET-FISCAL-CUTOFF.
020233     OPEN INPUT FISC-CAL-FILE.
020234     IF WS-FISC-CAL-STATUS NOT = '00'
020235         GO TO 1100-FALL-BACK
020236     END-IF.
020237     MOVE ZEROES TO WS-PER-COUNT.
020238     PERFORM 1120-LOAD-ONE-PERIOD THRU 1120-EXIT
020239         UNTIL WS-FISC-CAL-STATUS NOT = '00'.
020240     CLOSE FISC-CAL-FILE.
020241     MOVE 'N' TO WS-FIS-FOUND-SW.
020242     PERFORM 1140-MATCH-RUN-PERIOD THRU 1140-EXIT
020243         VARYING WS-PER-IDX FROM 1 BY 1
020244         UNTIL WS-FIS-FOUND OR WS-PER-IDX > WS-PER-COUNT.
020245     IF NOT WS-FIS-FOUND
020246         GO TO 1100-FALL-BACK
020247     END-IF.
020248     COMPUTE WS-FIS-ORDINAL =
020249         (PE-FISCAL-YEAR (WS-PER-IDX) * 12)
020250         + PE-PERIOD (WS-PER-IDX) - WS-EXPIRY-MONTHS.
020251     MOVE 'N' TO WS-FIS-FOUND-SW.
020252     PERFORM 1160-MATCH-CUTOFF-PERIOD THRU 1160-EXIT
020253         VARYING WS-PER-IDX FROM 1 BY 1
020254         UNTIL WS-FIS-FOUND OR WS-PER-IDX > WS-PER-COUNT.
020255     IF NOT WS-FIS-FOUND
020256         GO TO 1100-FALL-BACK
020257     END-IF.
020258     MOVE PE-START-DATE (WS-PER-IDX) TO WS-CUTOFF-DATE.
020259     DISPLAY "USING " WS-EXPIRY-MONTHS " FISCAL PERIODS.".
020260     GO TO 1100-EXIT.
020261 1100-FALL-BACK.
020262     DISPLAY "FISCAL CALENDAR UNAVAILABLE OR TOO SHORT - "
020263         "USING " WS-EXPIRY-MONTHS " MONTHS.".
020264     SET EXCP-SEV-WARNING TO TRUE.
020265     MOVE "PTX003" TO EXCP-LOG-CODE.
020266     MOVE "Fiscal calendar unusable - month cutoff used."
020267         TO EXCP-LOG-MESSAGE.
020268     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
020269 1100-EXIT.
020270     EXIT.
020300
020301*    WEEK ROWS ARE SKIPPED - ONLY THE PERIOD ROWS ARE KEPT.
020302 1120-LOAD-ONE-PERIOD.
020303     READ FISC-CAL-FILE NEXT RECORD
020304         AT END
020305             MOVE '10' TO WS-FISC-CAL-STATUS
020306             GO TO 1120-EXIT
020307     END-READ.
020308     IF NOT FCL-PERIOD-ROW OR WS-PER-COUNT NOT < 240
020309         GO TO 1120-EXIT
020310     END-IF.
020311     ADD 1 TO WS-PER-COUNT.
020312     MOVE FCL-FISCAL-YEAR TO PE-FISCAL-YEAR (WS-PER-COUNT).
020313     MOVE FCL-PERIOD TO PE-PERIOD (WS-PER-COUNT).
020314     MOVE FCL-START-DATE TO PE-START-DATE (WS-PER-COUNT).
020315     MOVE FCL-END-DATE TO PE-END-DATE (WS-PER-COUNT).
020316 1120-EXIT.
020317     EXIT.
020318
020319 1140-MATCH-RUN-PERIOD.
020320     IF WS-RUN-DATE-NUM NOT < PE-START-DATE (WS-PER-IDX)
020321         AND WS-RUN-DATE-NUM NOT > PE-END-DATE (WS-PER-IDX)
020322         SET WS-FIS-FOUND TO TRUE
020323         SUBTRACT 1 FROM WS-PER-IDX
020324     END-IF.
020325 1140-EXIT.
020326     EXIT.
020327
020328 1160-MATCH-CUTOFF-PERIOD.
020329     COMPUTE WS-PER-ORDINAL =
020330         (PE-FISCAL-YEAR (WS-PER-IDX) * 12)
020331         + PE-PERIOD (WS-PER-IDX).
020332     IF WS-PER-ORDINAL = WS-FIS-ORDINAL
020333         SET WS-FIS-FOUND TO TRUE
020334         SUBTRACT 1 FROM WS-PER-IDX
020335     END-IF.
020336 1160-EXIT.
020337     EXIT.
020338
020339
020400 2000-READ-LEDGER.
020500     READ PTS-LEDGER-FILE NEXT RECORD
020600         AT END
026859 9100-EXIT.
026860     EXIT.
026861
026862*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
026863*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
026864*    OPEN COSTS THE ROW, NEVER THE STEP.
026865 8950-WRITE-BATCH-STATS.
026866     OPEN EXTEND BAT-STAT-FILE.
026867     IF WS-BAT-STAT-STATUS = '05' OR '35'
026868         OPEN OUTPUT BAT-STAT-FILE
026869     END-IF.
026870     IF WS-BAT-STAT-STATUS NOT = '00'
026871         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
026872             WS-BAT-STAT-STATUS
026873         GO TO 8950-EXIT
026874     END-IF.
026875     MOVE SPACES TO BATCH-STAT-RECORD.
026876     MOVE "PTSEXPIR" TO BST-STEP-NAME.
026877     MOVE WS-RUN-DATE TO BST-RUN-DATE.
026878     ACCEPT WS-LOG-TIME FROM TIME.
026879     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
026880     MOVE RETURN-CODE TO BST-RETURN-CODE.
026881     MOVE ZEROES TO BST-RECS-READ.
026882     MOVE ZEROES TO BST-RECS-WRITTEN.
026883     MOVE ZEROES TO BST-RECS-REJECTED.
026884     MOVE ZEROES TO BST-CONTROL-COUNT.
026885     MOVE ZEROES TO BST-AMOUNT-1.
026886     MOVE ZEROES TO BST-AMOUNT-2.
026887     MOVE WS-LEDGERS-READ TO BST-RECS-READ.
026888     MOVE WS-LEDGERS-EXPIRED TO BST-RECS-WRITTEN.
026889     MOVE WS-POINTS-EXPIRED TO BST-CONTROL-COUNT.
026890     WRITE BATCH-STAT-RECORD.
026891     CLOSE BAT-STAT-FILE.
026892 8950-EXIT.
026893     EXIT.
026894
026900 8900-LOG-EXCEPTION.
027000     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
027100     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
