003160*                     RETURN AMOUNT REMAINS); MANUAL-ENTRY       *
003170*                     LINES CARRY NO COST, SO THEIR MARGIN       *
003180*                     COLUMN IS LEFT BLANK.                      *
003181*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
003182*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
003183*                     OPERATIONS SUMMARY (BATSUMM).              *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-MOVE-RPT-STATUS.
004800
004810     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS WS-BAT-STAT-STATUS.
004840
004900     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-EXCP-LOG-STATUS.
006100     RECORDING MODE IS F.
006200 01  MOVE-RPT-LINE              PIC X(80).
006300
006310 FD  BAT-STAT-FILE
006320     RECORDING MODE IS F.
006330 COPY BATSTAT.
006340
006400 FD  EXCP-LOG-FILE
006500     RECORDING MODE IS F.
006600 COPY EXCPLOG.
006900 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
007000 01  WS-MOVE-RPT-STATUS         PIC XX     VALUE ZEROES.
007100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007110 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007200 01  WS-LOG-TIME                PIC 9(08).
007300
007400 01  WS-SWITCHES.
022500     PERFORM 2500-SORT-BY-UNITS THRU 2500-EXIT.
022600     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
022700     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
022710     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
022800     STOP RUN.
022900
023000 1000-INITIALIZE.
055600 9000-EXIT.
055700     EXIT.
055800
055801*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
055802*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
055803*    OPEN COSTS THE ROW, NEVER THE STEP.
055804 8950-WRITE-BATCH-STATS.
055805     OPEN EXTEND BAT-STAT-FILE.
055806     IF WS-BAT-STAT-STATUS = '05' OR '35'
055807         OPEN OUTPUT BAT-STAT-FILE
055808     END-IF.
055809     IF WS-BAT-STAT-STATUS NOT = '00'
055810         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
055811             WS-BAT-STAT-STATUS
055812         GO TO 8950-EXIT
055813     END-IF.
055814     MOVE SPACES TO BATCH-STAT-RECORD.
055815     MOVE "ITEMMOVE" TO BST-STEP-NAME.
055816     MOVE WS-RUN-DATE TO BST-RUN-DATE.
055817     ACCEPT WS-LOG-TIME FROM TIME.
055818     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
055819     MOVE RETURN-CODE TO BST-RETURN-CODE.
055820     MOVE ZEROES TO BST-RECS-READ.
055821     MOVE ZEROES TO BST-RECS-WRITTEN.
055822     MOVE ZEROES TO BST-RECS-REJECTED.
055823     MOVE ZEROES TO BST-CONTROL-COUNT.
055824     MOVE ZEROES TO BST-AMOUNT-1.
055825     MOVE ZEROES TO BST-AMOUNT-2.
055826     MOVE WS-TOTALLED-COUNT TO BST-RECS-READ.
055827     MOVE WS-ITEM-COUNT TO BST-RECS-WRITTEN.
055828     MOVE WS-TOTALLED-COUNT TO BST-CONTROL-COUNT.
055829     WRITE BATCH-STAT-RECORD.
055830     CLOSE BAT-STAT-FILE.
055831 8950-EXIT.
055832     EXIT.
055833
055900 8900-LOG-EXCEPTION.
056000     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
056100     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
