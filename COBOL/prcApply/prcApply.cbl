002000*    MAINTENANCE HISTORY.                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-09-02 DRO   INITIAL VERSION.                           *
002210*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002220*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002230*                     OPERATIONS SUMMARY (BATSUMM).              *
002240*    2026-10-15 DRO   AN EMPTY NIGHT STILL WRITES ITS BATCH      *
002250*                     STATISTICS ROW AND MARKS THE DATE DONE ON  *
002260*                     RUN-CONTROL.                               *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
005304         RECORD KEY IS RNC-KEY
005305         FILE STATUS IS WS-RUN-CTL-STATUS.
005306
005310     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WS-BAT-STAT-STATUS.
005340
005400     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-EXCP-LOG-STATUS.
008001 FD  RUN-CTL-FILE.
008002 COPY RUNCTL.
008003
008010 FD  BAT-STAT-FILE
008020     RECORDING MODE IS F.
008030 COPY BATSTAT.
008040
008100 FD  EXCP-LOG-FILE
008200     RECORDING MODE IS F.
008300 COPY EXCPLOG.
008800 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
008900 01  WS-INV-AUDIT-STATUS        PIC XX     VALUE ZEROES.
009000 01  WS-PRC-RPT-STATUS          PIC XX     VALUE ZEROES.
009010 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
009100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
009101 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
009102 01  WS-RUN-CTL-AVAIL-SW        PIC X      VALUE 'Y'.
017700     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
017701     PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT.
017800     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
017810     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
017900     STOP RUN.
018000
018100 1000-INITIALIZE.
018500     IF WS-PRC-PEND-STATUS = '05' OR '35'
018600         DISPLAY "NO PENDING PRICE CHANGES ON FILE."
018700         CLOSE PRC-PEND-FILE
018710         PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT
018720         PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT
018800         STOP RUN
018900     END-IF.
019000     IF WS-PRC-PEND-STATUS NOT = '00'
037159 9100-EXIT.
037160     EXIT.
037161
037162*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
037163*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
037164*    OPEN COSTS THE ROW, NEVER THE STEP.
037165 8950-WRITE-BATCH-STATS.
037166     OPEN EXTEND BAT-STAT-FILE.
037167     IF WS-BAT-STAT-STATUS = '05' OR '35'
037168         OPEN OUTPUT BAT-STAT-FILE
037169     END-IF.
037170     IF WS-BAT-STAT-STATUS NOT = '00'
037171         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
037172             WS-BAT-STAT-STATUS
037173         GO TO 8950-EXIT
037174     END-IF.
037175     MOVE SPACES TO BATCH-STAT-RECORD.
037176     MOVE "PRCAPPLY" TO BST-STEP-NAME.
037177     MOVE WS-RUN-DATE TO BST-RUN-DATE.
037178     ACCEPT WS-LOG-TIME FROM TIME.
037179     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
037180     MOVE RETURN-CODE TO BST-RETURN-CODE.
037181     MOVE ZEROES TO BST-RECS-READ.
037182     MOVE ZEROES TO BST-RECS-WRITTEN.
037183     MOVE ZEROES TO BST-RECS-REJECTED.
037184     MOVE ZEROES TO BST-CONTROL-COUNT.
037185     MOVE ZEROES TO BST-AMOUNT-1.
037186     MOVE ZEROES TO BST-AMOUNT-2.
037187     MOVE WS-PENDING-READ TO BST-RECS-READ.
037188     MOVE WS-CHANGES-APPLIED TO BST-RECS-WRITTEN.
037189     MOVE WS-CHANGES-DROPPED TO BST-RECS-REJECTED.
037190     MOVE WS-CHANGES-CARRIED TO BST-CONTROL-COUNT.
037191     WRITE BATCH-STAT-RECORD.
037192     CLOSE BAT-STAT-FILE.
037193 8950-EXIT.
037194     EXIT.
037195
037200 8900-LOG-EXCEPTION.
037300     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
037400     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
