001700*    MAINTENANCE HISTORY.                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-08-22 DRO   INITIAL VERSION.                           *
001910*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
001920*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
001930*                     OPERATIONS SUMMARY (BATSUMM).              *
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CASH-RPT-STATUS.
004200
004210     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS WS-BAT-STAT-STATUS.
004240
004300     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-EXCP-LOG-STATUS.
005800     RECORDING MODE IS F.
005900 01  CASH-RPT-LINE              PIC X(80).
006000
006010 FD  BAT-STAT-FILE
006020     RECORDING MODE IS F.
006030 COPY BATSTAT.
006040
006100 FD  EXCP-LOG-FILE
006200     RECORDING MODE IS F.
006300 COPY EXCPLOG.
006700 01  WS-OPER-MAST-STATUS        PIC XX     VALUE ZEROES.
006800 01  WS-CASH-RPT-STATUS         PIC XX     VALUE ZEROES.
006900 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
006910 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007000 01  WS-LOG-TIME                PIC 9(08).
007100
007200 01  WS-SWITCHES.
015500     PERFORM 2800-COUNT-CANCELS THRU 2800-EXIT.
015600     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
015700     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
015710     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
015800     STOP RUN.
015900
016000 1000-INITIALIZE.
033800 9000-EXIT.
033900     EXIT.
034000
034001*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
034002*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
034003*    OPEN COSTS THE ROW, NEVER THE STEP.
034004 8950-WRITE-BATCH-STATS.
034005     OPEN EXTEND BAT-STAT-FILE.
034006     IF WS-BAT-STAT-STATUS = '05' OR '35'
034007         OPEN OUTPUT BAT-STAT-FILE
034008     END-IF.
034009     IF WS-BAT-STAT-STATUS NOT = '00'
034010         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
034011             WS-BAT-STAT-STATUS
034012         GO TO 8950-EXIT
034013     END-IF.
034014     MOVE SPACES TO BATCH-STAT-RECORD.
034015     MOVE "CASHRPT" TO BST-STEP-NAME.
034016     MOVE WS-RUN-DATE TO BST-RUN-DATE.
034017     ACCEPT WS-LOG-TIME FROM TIME.
034018     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
034019     MOVE RETURN-CODE TO BST-RETURN-CODE.
034020     MOVE ZEROES TO BST-RECS-READ.
034021     MOVE ZEROES TO BST-RECS-WRITTEN.
034022     MOVE ZEROES TO BST-RECS-REJECTED.
034023     MOVE ZEROES TO BST-CONTROL-COUNT.
034024     MOVE ZEROES TO BST-AMOUNT-1.
034025     MOVE ZEROES TO BST-AMOUNT-2.
034026     MOVE WS-RCPT-COUNT TO BST-RECS-READ.
034027     MOVE WS-OPER-COUNT TO BST-RECS-WRITTEN.
034028     MOVE WS-RCPT-COUNT TO BST-CONTROL-COUNT.
034029     WRITE BATCH-STAT-RECORD.
034030     CLOSE BAT-STAT-FILE.
034031 8950-EXIT.
034032     EXIT.
034033
034100 8900-LOG-EXCEPTION.
034200     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
034300     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
