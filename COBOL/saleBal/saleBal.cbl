002461*    2026-09-02 DRO   RCPT-CTR-FILE IS NOW INDEXED WITH ONE      *
002462*                     RECORD PER REGISTER (RCPTCTR COPYBOOK) -   *
002463*                     EACH COUNTER IS READ BY REGISTER ID.       *
002464*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002465*                     FILE (BATSTAT) AS IT ENDS - RECORDS READ,  *
002466*                     RECEIPTS TOTALLED, TOTAL SALE AND TAX FOR  *
002467*                     THE RUN DATE - FOR THE MORNING OPERATIONS  *
002468*                     SUMMARY (BATSUMM) TO CROSS-FOOT.           *
002469*    2026-10-15 DRO   NOW BALANCES FIVE REGISTERS - THE FOUR     *
002470*                     TILLS AND THE WEB STORE'S VIRTUAL REGISTER *
002471*                     05 (RECEIPTS 800001-999999), WHOSE ORDERS  *
002472*                     WEBIMP POSTS AHEAD OF THIS STEP.           *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BAL-RPT-STATUS.
004500
004510     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004520         ORGANIZATION IS SEQUENTIAL
004530         FILE STATUS IS WS-BAT-STAT-STATUS.
004540
004600     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-EXCP-LOG-STATUS.
006300     RECORDING MODE IS F.
006400 01  BAL-RPT-LINE               PIC X(80).
006500
006510 FD  BAT-STAT-FILE
006520     RECORDING MODE IS F.
006530 COPY BATSTAT.
006540
006600 FD  EXCP-LOG-FILE
006700     RECORDING MODE IS F.
006800 COPY EXCPLOG.
007200 01  WS-RCPT-CTR-STATUS         PIC XX     VALUE ZEROES.
007300 01  WS-BAL-RPT-STATUS          PIC XX     VALUE ZEROES.
007400 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007410 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007500 01  WS-LOG-TIME                PIC 9(08).
007600
007700 01  WS-SWITCHES.
010600     05  WS-IDX                 PIC 9(04)  VALUE ZEROES.
010700     05  WS-ERROR-COUNT         PIC 9(05)  VALUE ZEROES.
010800     05  WS-GAP-COUNT           PIC 9(05)  VALUE ZEROES.
010810     05  WS-TXN-READ            PIC 9(09)  VALUE ZEROES.
010820     05  WS-TOTALS-SEEN         PIC 9(07)  VALUE ZEROES.
010830     05  WS-DAY-SALES           PIC 9(09)V99  VALUE ZEROES.
010840     05  WS-DAY-TAX             PIC 9(09)V99  VALUE ZEROES.
011100     05  WS-SCAN-RECEIPT        PIC 9(06)  VALUE ZEROES.
011210     05  WS-REG                 PIC 9(01)  VALUE ZEROES.
011215     05  WS-REG-KEY             PIC X(02)  VALUE SPACES.
011240*    SET PER REGISTER - THE RANGE A NUMBER FALLS IN TELLS
011250*    WHICH TILL DREW IT.
011260 01  WS-REGISTER-FIELDS.
011270     05  WS-REG-ENTRY OCCURS 5 TIMES.
011280         10  WS-MIN-RECEIPT     PIC 9(06).
011290         10  WS-MAX-RECEIPT     PIC 9(06).
011291         10  WS-NEXT-RECEIPT    PIC 9(06).
016000     PERFORM 3700-LIST-GAPS THRU 3700-EXIT.
016100     PERFORM 4000-PRINT-VERDICT THRU 4000-EXIT.
016200     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
016210     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
016300     STOP RUN.
016400
016500 1000-INITIALIZE.
016600     ACCEPT WS-RUN-DATE FROM DATE.
016610     PERFORM 1100-INIT-ONE-REGISTER THRU 1100-EXIT
016620         VARYING WS-REG FROM 1 BY 1 UNTIL WS-REG > 5.
016700     OPEN INPUT SALES-TXN-FILE.
016800     IF WS-SALES-TXN-STATUS NOT = '00'
016900         DISPLAY "UNABLE TO OPEN SALES-TXN-FILE - STATUS: "
018600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
018700     ELSE
018900         PERFORM 1150-NOTE-ONE-COUNTER THRU 1150-EXIT
018910             VARYING WS-REG FROM 1 BY 1 UNTIL WS-REG > 5
019000     END-IF.
019100     OPEN OUTPUT BAL-RPT-FILE.
019200     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
020000     READ SALES-TXN-FILE
020100         AT END
020200             MOVE 'N' TO WS-MORE-RECORDS
020210         NOT AT END
020220             ADD 1 TO WS-TXN-READ
020300     END-READ.
020400 2000-EXIT.
020500     EXIT.
025300     EXIT.
025400
025410*    THE RANGE A RECEIPT NUMBER FALLS IN TELLS WHICH TILL
025420*    DREW IT - REGISTER 1 OWNS 000001-200000 AND SO ON.  THE
025421*    WEB STORE'S REGISTER 05 OWNS EVERYTHING FROM 800001 UP.
025430 2250-REGISTER-OF-RECEIPT.
025440     COMPUTE WS-REG =
025450         ((STX-RECEIPT-NO - 1) / WS-RCPT-RANGE-SIZE) + 1.
025460     IF WS-REG < 1
025470         MOVE 1 TO WS-REG
025480     END-IF.
025490     IF WS-REG > 5
025491         MOVE 5 TO WS-REG
025492     END-IF.
025493 2250-EXIT.
025494     EXIT.
027200         END-IF
027300     ELSE
027400         ADD 1 TO RB-TOTAL-COUNT (WS-IDX)
027410         ADD 1 TO WS-TOTALS-SEEN
027420         ADD STX-TOTAL-SALE TO WS-DAY-SALES
027430         ADD STX-TAX-AMT TO WS-DAY-TAX
027500         MOVE STX-TOTAL-QUANT TO RB-TOTAL-QUANT (WS-IDX)
027600         MOVE STX-TOTAL-SALE TO RB-TOTAL-SALE (WS-IDX)
027700     END-IF.
032700         GO TO 3500-EXIT
032800     END-IF.
032810     PERFORM 3550-CHECK-ONE-COUNTER THRU 3550-EXIT
032820         VARYING WS-REG FROM 1 BY 1 UNTIL WS-REG > 5.
033500 3500-EXIT.
033600     EXIT.
033610
034300         GO TO 3700-EXIT
034400     END-IF.
034410     PERFORM 3750-LIST-ONE-REGISTER THRU 3750-EXIT
034420         VARYING WS-REG FROM 1 BY 1 UNTIL WS-REG > 5.
034800 3700-EXIT.
034900     EXIT.
034910
039900 9000-EXIT.
040000     EXIT.
040100
040101*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
040102*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
040103*    OPEN COSTS THE ROW, NEVER THE STEP.
040104 8950-WRITE-BATCH-STATS.
040105     OPEN EXTEND BAT-STAT-FILE.
040106     IF WS-BAT-STAT-STATUS = '05' OR '35'
040107         OPEN OUTPUT BAT-STAT-FILE
040108     END-IF.
040109     IF WS-BAT-STAT-STATUS NOT = '00'
040110         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
040111             WS-BAT-STAT-STATUS
040112         GO TO 8950-EXIT
040113     END-IF.
040114     MOVE SPACES TO BATCH-STAT-RECORD.
040115     MOVE "SALEBAL" TO BST-STEP-NAME.
040116     MOVE WS-RUN-DATE TO BST-RUN-DATE.
040117     ACCEPT WS-LOG-TIME FROM TIME.
040118     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
040119     MOVE RETURN-CODE TO BST-RETURN-CODE.
040120     MOVE ZEROES TO BST-RECS-READ.
040121     MOVE ZEROES TO BST-RECS-WRITTEN.
040122     MOVE ZEROES TO BST-RECS-REJECTED.
040123     MOVE ZEROES TO BST-CONTROL-COUNT.
040124     MOVE ZEROES TO BST-AMOUNT-1.
040125     MOVE ZEROES TO BST-AMOUNT-2.
040126     MOVE WS-TXN-READ TO BST-RECS-READ.
040127     MOVE WS-ERROR-COUNT TO BST-RECS-REJECTED.
040128     MOVE WS-TOTALS-SEEN TO BST-CONTROL-COUNT.
040129     MOVE "SALES" TO BST-AMOUNT-1-NAME.
040130     MOVE WS-DAY-SALES TO BST-AMOUNT-1.
040131     MOVE "SALES TAX" TO BST-AMOUNT-2-NAME.
040132     MOVE WS-DAY-TAX TO BST-AMOUNT-2.
040133     WRITE BATCH-STAT-RECORD.
040134     CLOSE BAT-STAT-FILE.
040135 8950-EXIT.
040136     EXIT.
040137
040200 8900-LOG-EXCEPTION.
040300     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
040400     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
