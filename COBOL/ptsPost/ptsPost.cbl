001800*    MAINTENANCE HISTORY.                                       *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    2026-08-22 DRO   INITIAL VERSION.                           *
002010*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002020*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002030*                     OPERATIONS SUMMARY (BATSUMM).              *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
004604         RECORD KEY IS RNC-KEY
004605         FILE STATUS IS WS-RUN-CTL-STATUS.
004606
004610     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004620         ORGANIZATION IS SEQUENTIAL
004630         FILE STATUS IS WS-BAT-STAT-STATUS.
004640
004700     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-EXCP-LOG-STATUS.
006301 FD  RUN-CTL-FILE.
006302 COPY RUNCTL.
006303
006310 FD  BAT-STAT-FILE
006320     RECORDING MODE IS F.
006330 COPY BATSTAT.
006340
006400 FD  EXCP-LOG-FILE
006500     RECORDING MODE IS F.
006600 COPY EXCPLOG.
006900 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
007000 01  WS-PTS-LEDGER-STATUS       PIC XX     VALUE ZEROES.
007100 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
007110 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007200 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007201 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
007202 01  WS-RUN-CTL-AVAIL-SW        PIC X      VALUE 'Y'.
010200     DISPLAY "LEDGERS CREATED: " WS-LEDGERS-CREATED.
010201     PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT.
010300     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
010310     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
010400     STOP RUN.
010500
010600 1000-INITIALIZE.
022659 9100-EXIT.
022660     EXIT.
022661
022662*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
022663*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
022664*    OPEN COSTS THE ROW, NEVER THE STEP.
022665 8950-WRITE-BATCH-STATS.
022666     OPEN EXTEND BAT-STAT-FILE.
022667     IF WS-BAT-STAT-STATUS = '05' OR '35'
022668         OPEN OUTPUT BAT-STAT-FILE
022669     END-IF.
022670     IF WS-BAT-STAT-STATUS NOT = '00'
022671         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
022672             WS-BAT-STAT-STATUS
022673         GO TO 8950-EXIT
022674     END-IF.
022675     MOVE SPACES TO BATCH-STAT-RECORD.
022676     MOVE "PTSPOST" TO BST-STEP-NAME.
022677     MOVE WS-RUN-DATE TO BST-RUN-DATE.
022678     ACCEPT WS-LOG-TIME FROM TIME.
022679     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
022680     MOVE RETURN-CODE TO BST-RETURN-CODE.
022681     MOVE ZEROES TO BST-RECS-READ.
022682     MOVE ZEROES TO BST-RECS-WRITTEN.
022683     MOVE ZEROES TO BST-RECS-REJECTED.
022684     MOVE ZEROES TO BST-CONTROL-COUNT.
022685     MOVE ZEROES TO BST-AMOUNT-1.
022686     MOVE ZEROES TO BST-AMOUNT-2.
022687     MOVE WS-SALES-POSTED TO BST-RECS-WRITTEN.
022688     MOVE WS-POINTS-POSTED TO BST-CONTROL-COUNT.
022689     WRITE BATCH-STAT-RECORD.
022690     CLOSE BAT-STAT-FILE.
022691 8950-EXIT.
022692     EXIT.
022693
022700 8900-LOG-EXCEPTION.
022800     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
022900     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
