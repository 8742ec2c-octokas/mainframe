001900*    MAINTENANCE HISTORY.                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-09-02 DRO   INITIAL VERSION.                           *
002110*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002120*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002130*                     OPERATIONS SUMMARY (BATSUMM).              *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
004400         RECORD KEY IS RNC-KEY
004500         FILE STATUS IS WS-RUN-CTL-STATUS.
004600
004610     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004620         ORGANIZATION IS SEQUENTIAL
004630         FILE STATUS IS WS-BAT-STAT-STATUS.
004640
004700     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-EXCP-LOG-STATUS.
006100 FD  RUN-CTL-FILE.
006200 COPY RUNCTL.
006300
006310 FD  BAT-STAT-FILE
006320     RECORDING MODE IS F.
006330 COPY BATSTAT.
006340
006400 FD  EXCP-LOG-FILE
006500     RECORDING MODE IS F.
006600 COPY EXCPLOG.
007200 01  WS-RUN-CTL-AVAIL-SW        PIC X      VALUE 'Y'.
007300     88  WS-RUN-CTL-AVAIL           VALUE 'Y'.
007400 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007410 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007500 01  WS-LOG-TIME                PIC 9(08).
007600
007700 01  WS-SWITCHES.
010200     DISPLAY "CHARGES DROPPED: " WS-CHARGES-DROPPED.
010300     PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT.
010400     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
010410     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
010500     STOP RUN.
010600
010700 1000-INITIALIZE.
024600 9000-EXIT.
024700     EXIT.
024800
024801*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
024802*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
024803*    OPEN COSTS THE ROW, NEVER THE STEP.
024804 8950-WRITE-BATCH-STATS.
024805     OPEN EXTEND BAT-STAT-FILE.
024806     IF WS-BAT-STAT-STATUS = '05' OR '35'
024807         OPEN OUTPUT BAT-STAT-FILE
024808     END-IF.
024809     IF WS-BAT-STAT-STATUS NOT = '00'
024810         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
024811             WS-BAT-STAT-STATUS
024812         GO TO 8950-EXIT
024813     END-IF.
024814     MOVE SPACES TO BATCH-STAT-RECORD.
024815     MOVE "ARPOST" TO BST-STEP-NAME.
024816     MOVE WS-RUN-DATE TO BST-RUN-DATE.
024817     ACCEPT WS-LOG-TIME FROM TIME.
024818     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
024819     MOVE RETURN-CODE TO BST-RETURN-CODE.
024820     MOVE ZEROES TO BST-RECS-READ.
024821     MOVE ZEROES TO BST-RECS-WRITTEN.
024822     MOVE ZEROES TO BST-RECS-REJECTED.
024823     MOVE ZEROES TO BST-CONTROL-COUNT.
024824     MOVE ZEROES TO BST-AMOUNT-1.
024825     MOVE ZEROES TO BST-AMOUNT-2.
024826     MOVE WS-CHARGES-POSTED TO BST-RECS-WRITTEN.
024827     MOVE WS-CHARGES-DROPPED TO BST-RECS-REJECTED.
024828     MOVE WS-CHARGES-POSTED TO BST-CONTROL-COUNT.
024829     MOVE "CHARGES" TO BST-AMOUNT-1-NAME.
024830     MOVE WS-AMOUNT-POSTED TO BST-AMOUNT-1.
024831     WRITE BATCH-STAT-RECORD.
024832     CLOSE BAT-STAT-FILE.
024833 8950-EXIT.
024834     EXIT.
024835
024900 8900-LOG-EXCEPTION.
025000     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
025100     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
