002000*    MAINTENANCE HISTORY.                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-09-02 DRO   INITIAL VERSION.                           *
002210*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002220*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002230*                     OPERATIONS SUMMARY (BATSUMM).              *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-HOUR-RPT-STATUS.
004300
004310     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004320         ORGANIZATION IS SEQUENTIAL
004330         FILE STATUS IS WS-BAT-STAT-STATUS.
004340
004400     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-EXCP-LOG-STATUS.
006100     RECORDING MODE IS F.
006200 01  HOUR-RPT-LINE              PIC X(80).
006300
006310 FD  BAT-STAT-FILE
006320     RECORDING MODE IS F.
006330 COPY BATSTAT.
006340
006400 FD  EXCP-LOG-FILE
006500     RECORDING MODE IS F.
006600 COPY EXCPLOG.
007500 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
007600 01  WS-HOUR-RPT-STATUS         PIC XX     VALUE ZEROES.
007700 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007710 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007800 01  WS-LOG-TIME                PIC 9(08).
007900
008000 01  WS-SWITCHES.
008900     05  WS-RUN-YEAR            PIC 9(02).
009000     05  WS-RUN-MONTH           PIC 9(02).
009100     05  WS-RUN-DAY             PIC 9(02).
009110
009120 01  WS-TALLY-COUNT             PIC 9(07)  VALUE ZEROES.
009130 01  WS-TALLY-NET               PIC 9(11)V99 VALUE ZEROES.
009200
009300 01  WS-MONTH-IN                PIC X(04)  VALUE SPACES.
009400 01  WS-RPT-YEAR                PIC 9(02)  VALUE ZEROES.
017900     END-IF.
018000     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
018100     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
018110     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
018200     STOP RUN.
018300
018400 1000-INITIALIZE.
029600     ADD 1 TO HR-SALE-COUNT (WS-DOW, WS-SUB).
029700     ADD WRK-TOTAL-QUANT TO HR-UNITS (WS-DOW, WS-SUB).
029800     ADD WRK-NET-TOTAL TO HR-NET-SALES (WS-DOW, WS-SUB).
029810     ADD 1 TO WS-TALLY-COUNT.
029820     ADD WRK-NET-TOTAL TO WS-TALLY-NET.
029900 2700-EXIT.
030000     EXIT.
030100
038600 9000-EXIT.
038700     EXIT.
038800
038801*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
038802*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
038803*    OPEN COSTS THE ROW, NEVER THE STEP.
038804 8950-WRITE-BATCH-STATS.
038805     OPEN EXTEND BAT-STAT-FILE.
038806     IF WS-BAT-STAT-STATUS = '05' OR '35'
038807         OPEN OUTPUT BAT-STAT-FILE
038808     END-IF.
038809     IF WS-BAT-STAT-STATUS NOT = '00'
038810         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
038811             WS-BAT-STAT-STATUS
038812         GO TO 8950-EXIT
038813     END-IF.
038814     MOVE SPACES TO BATCH-STAT-RECORD.
038815     MOVE "HOURRPT" TO BST-STEP-NAME.
038816     MOVE WS-RUN-DATE TO BST-RUN-DATE.
038817     ACCEPT WS-LOG-TIME FROM TIME.
038818     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
038819     MOVE RETURN-CODE TO BST-RETURN-CODE.
038820     MOVE ZEROES TO BST-RECS-READ.
038821     MOVE ZEROES TO BST-RECS-WRITTEN.
038822     MOVE ZEROES TO BST-RECS-REJECTED.
038823     MOVE ZEROES TO BST-CONTROL-COUNT.
038824     MOVE ZEROES TO BST-AMOUNT-1.
038825     MOVE ZEROES TO BST-AMOUNT-2.
038826     MOVE WS-TALLY-COUNT TO BST-RECS-READ.
038827     MOVE WS-TALLY-COUNT TO BST-CONTROL-COUNT.
038828     MOVE "NET SALES" TO BST-AMOUNT-1-NAME.
038829     MOVE WS-TALLY-NET TO BST-AMOUNT-1.
038830     WRITE BATCH-STAT-RECORD.
038831     CLOSE BAT-STAT-FILE.
038832 8950-EXIT.
038833     EXIT.
038834
038900 8900-LOG-EXCEPTION.
039000     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
039100     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
