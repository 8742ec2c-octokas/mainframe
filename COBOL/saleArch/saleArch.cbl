002100*    MAINTENANCE HISTORY.                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-08-22 DRO   INITIAL VERSION.                           *
002301*    2026-10-15 DRO   EVERY ARCHIVED ROW IS ALSO WRITTEN TO THE  *
002302*                     SALEHIDX RECEIPT INDEX SO THE RECEIPT AND  *
002303*                     CUSTOMER LOOKUPS NO LONGER READ THE WHOLE  *
002304*                     ARCHIVE.  AN INDEX PROBLEM IS LOGGED AS A  *
002305*                     WARNING (REBUILD WITH HISTRBLD) AND NEVER  *
002306*                     HOLDS UP THE CUT-OFF ITSELF.               *
002307*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002308*                     FILE (BATSTAT) AS IT ENDS - RECORDS READ   *
002309*                     AND ARCHIVED, AND THE RUN DATE'S RECEIPTS, *
002310*                     TOTAL SALE AND TAX ARCHIVED - FOR THE      *
002311*                     MORNING OPERATIONS SUMMARY (BATSUMM) TO    *
002312*                     CROSS-FOOT.                                *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004100     SELECT SALE-CARY-FILE  ASSIGN TO "SALECARY"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SALE-CARY-STATUS.
004301
004302     SELECT SALE-HIDX-FILE  ASSIGN TO "SALEHIDX"
004303         ORGANIZATION IS INDEXED
004304         ACCESS MODE IS DYNAMIC
004305         RECORD KEY IS HIX-KEY
004306         ALTERNATE RECORD KEY IS HIX-CUSTOMER-KEY
004307             WITH DUPLICATES
004308         ALTERNATE RECORD KEY IS HIX-ORIG-RECEIPT-NO
004309             WITH DUPLICATES
004310         FILE STATUS IS WS-SALE-HIDX-STATUS.
004400
004401     SELECT RUN-CTL-FILE    ASSIGN TO "RUNCTL"
004402         ORGANIZATION IS INDEXED
004404         RECORD KEY IS RNC-KEY
004405         FILE STATUS IS WS-RUN-CTL-STATUS.
004406
004410     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS WS-BAT-STAT-STATUS.
004440
004500     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-EXCP-LOG-STATUS.
006200     RECORDING MODE IS F.
006300 COPY SALESTXN REPLACING LEADING ==STX== BY ==CRY==
006400     ==SALES-TXN-RECORD== BY ==SALE-CARY-RECORD==.
006410
006420 FD  SALE-HIDX-FILE.
006430 COPY SALEHIDX.
006500
006501 FD  RUN-CTL-FILE.
006502 COPY RUNCTL.
006503
006510 FD  BAT-STAT-FILE
006520     RECORDING MODE IS F.
006530 COPY BATSTAT.
006540
006600 FD  EXCP-LOG-FILE
006700     RECORDING MODE IS F.
006800 COPY EXCPLOG.
007100 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
007200 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
007300 01  WS-SALE-CARY-STATUS        PIC XX     VALUE ZEROES.
007310 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
007400 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007401 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
007402 01  WS-RUN-CTL-AVAIL-SW        PIC X      VALUE 'Y'.
007403     88  WS-RUN-CTL-AVAIL           VALUE 'Y'.
007410 01  WS-SALE-HIDX-STATUS        PIC XX     VALUE ZEROES.
007420 01  WS-SALE-HIDX-AVAIL-SW      PIC X      VALUE 'Y'.
007430     88  WS-SALE-HIDX-AVAIL         VALUE 'Y'.
007500 01  WS-LOG-TIME                PIC 9(08).
007600
007700 01  WS-SWITCHES.
009100     05  WS-CARRIED             PIC 9(09)  VALUE ZEROES.
009200     05  WS-RESTORED            PIC 9(09)  VALUE ZEROES.
009300     05  WS-HIST-EXPECTED       PIC 9(09)  VALUE ZEROES.
009301     05  WS-INDEXED             PIC 9(09)  VALUE ZEROES.
009302     05  WS-INDEX-ERRORS        PIC 9(09)  VALUE ZEROES.
009303     05  WS-RCPTS-ARCHIVED      PIC 9(07)  VALUE ZEROES.
009304     05  WS-SALES-ARCHIVED      PIC 9(09)V99  VALUE ZEROES.
009305     05  WS-TAX-ARCHIVED        PIC 9(09)V99  VALUE ZEROES.
009306
009307*    A ROW ARCHIVED BEFORE THE REGISTER ID WAS CAPTURED IS
009308*    INDEXED UNDER THE REGISTER WHOSE RECEIPT RANGE IT FALLS IN.
009309 01  WS-RCPT-RANGE-SIZE         PIC 9(06)  VALUE 200000.
009310 01  WS-HIX-REG-NUM             PIC 9(01)  VALUE ZEROES.
009400
009500 PROCEDURE DIVISION.
009600 0100-START.
010200     PERFORM 2000-COUNT-HISTORY THRU 2000-EXIT.
010300     PERFORM 4000-VERIFY-AND-RESET THRU 4000-EXIT.
010301     PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT.
010310     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
010400     STOP RUN.
010500
010600 1000-INITIALIZE.
015300         OPEN OUTPUT SALE-HIST-FILE
015400     END-IF.
015500     OPEN OUTPUT SALE-CARY-FILE.
015510     PERFORM 3050-OPEN-INDEX THRU 3050-EXIT.
015600     MOVE 'Y' TO WS-MORE-RECORDS.
015700     PERFORM 3100-SPLIT-ONE-RECORD THRU 3100-EXIT
015800         UNTIL NO-MORE-RECORDS.
015900     CLOSE SALES-TXN-FILE.
016000     CLOSE SALE-HIST-FILE.
016100     CLOSE SALE-CARY-FILE.
016110     IF WS-SALE-HIDX-AVAIL
016120         CLOSE SALE-HIDX-FILE
016130     END-IF.
016200 3000-EXIT.
016201     EXIT.
016202
016203*    THE INDEX IS CREATED EMPTY THE FIRST TIME THROUGH; ROWS
016204*    ALREADY ON THE ARCHIVE BY THEN ARE LOADED BY HISTRBLD.
016205 3050-OPEN-INDEX.
016206     OPEN I-O SALE-HIDX-FILE.
016207     IF WS-SALE-HIDX-STATUS = '05' OR '35'
016208         OPEN OUTPUT SALE-HIDX-FILE
016209         CLOSE SALE-HIDX-FILE
016210         OPEN I-O SALE-HIDX-FILE
016211     END-IF.
016212     IF WS-SALE-HIDX-STATUS NOT = '00'
016213         MOVE 'N' TO WS-SALE-HIDX-AVAIL-SW
016214         DISPLAY "SALE-HIDX-FILE unavailable - receipt index "
016215             "not updated."
016216         SET EXCP-SEV-WARNING TO TRUE
016217         MOVE "ARC004" TO EXCP-LOG-CODE
016218         MOVE "Receipt index unavailable - run HISTRBLD."
016219             TO EXCP-LOG-MESSAGE
016220         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
016221     END-IF.
016222 3050-EXIT.
016300     EXIT.
016400
016500*    THE CLOSED DAY AND ANY EARLIER LEFTOVERS GO TO THE
017900         MOVE SALES-TXN-RECORD TO SALE-HIST-RECORD
018000         WRITE SALE-HIST-RECORD
018100         ADD 1 TO WS-ARCHIVED
018110         IF STX-TOTAL-REC AND STX-TXN-DATE = WS-RUN-DATE
018120             ADD 1 TO WS-RCPTS-ARCHIVED
018130             ADD STX-TOTAL-SALE TO WS-SALES-ARCHIVED
018140             ADD STX-TAX-AMT TO WS-TAX-ARCHIVED
018150         END-IF
018160         PERFORM 3200-INDEX-ONE-RECORD THRU 3200-EXIT
018200     END-IF.
018300 3100-EXIT.
018301     EXIT.
018302
018303*    A KEY ALREADY ON THE INDEX (A RE-RUN AFTER AN ABANDONED
018304*    CUT-OFF) IS REPLACED, NOT DUPLICATED.
018305 3200-INDEX-ONE-RECORD.
018306     IF NOT WS-SALE-HIDX-AVAIL
018307         GO TO 3200-EXIT
018308     END-IF.
018309     MOVE HST-REGISTER-ID TO HIX-REGISTER-ID.
018310     IF HIX-REGISTER-ID = SPACES
018311         COMPUTE WS-HIX-REG-NUM =
018312             ((HST-RECEIPT-NO - 1) / WS-RCPT-RANGE-SIZE) + 1
018313         MOVE ZEROES TO HIX-REGISTER-ID
018314         MOVE WS-HIX-REG-NUM TO HIX-REGISTER-ID (2:1)
018315     END-IF.
018316     MOVE HST-RECEIPT-NO TO HIX-RECEIPT-NO.
018317     MOVE HST-LINE-NO TO HIX-LINE-NO.
018318     MOVE HST-CUSTOMER-KEY TO HIX-CUSTOMER-KEY.
018319     MOVE HST-ORIG-RECEIPT-NO TO HIX-ORIG-RECEIPT-NO.
018320     MOVE HST-RECORD-TYPE TO HIX-RECORD-TYPE.
018321     MOVE SALE-HIST-RECORD TO HIX-TXN-IMAGE.
018322     WRITE SALE-HIDX-RECORD
018323         INVALID KEY
018324             REWRITE SALE-HIDX-RECORD
018325                 INVALID KEY
018326                     ADD 1 TO WS-INDEX-ERRORS
018327                     GO TO 3200-EXIT
018328             END-REWRITE
018329     END-WRITE.
018330     ADD 1 TO WS-INDEXED.
018331 3200-EXIT.
018400     EXIT.
018500
018600 4000-VERIFY-AND-RESET.
018900     DISPLAY "RECORDS CARRIED OVER:  " WS-CARRIED.
019000     DISPLAY "ARCHIVE BEFORE/AFTER:  " WS-HIST-BEFORE " / "
019100         WS-HIST-AFTER.
019101     DISPLAY "RECEIPT INDEX ROWS:    " WS-INDEXED.
019102     IF WS-INDEX-ERRORS > ZEROES
019103         DISPLAY "RECEIPT INDEX MISSED " WS-INDEX-ERRORS
019104             " ROW(S) - RUN HISTRBLD."
019105         SET EXCP-SEV-WARNING TO TRUE
019106         MOVE "ARC005" TO EXCP-LOG-CODE
019107         MOVE "Receipt index out of step with SALEHIST - rebuild."
019108             TO EXCP-LOG-MESSAGE
019109         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
019110     END-IF.
019200     IF WS-HIST-AFTER NOT = WS-HIST-EXPECTED
019300         DISPLAY "ARCHIVE COUNT DOES NOT BALANCE - LIVE FILE "
019400             "LEFT UNTOUCHED."
023159 9100-EXIT.
023160     EXIT.
023161
023162*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
023163*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
023164*    OPEN COSTS THE ROW, NEVER THE STEP.
023165 8950-WRITE-BATCH-STATS.
023166     OPEN EXTEND BAT-STAT-FILE.
023167     IF WS-BAT-STAT-STATUS = '05' OR '35'
023168         OPEN OUTPUT BAT-STAT-FILE
023169     END-IF.
023170     IF WS-BAT-STAT-STATUS NOT = '00'
023171         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
023172             WS-BAT-STAT-STATUS
023173         GO TO 8950-EXIT
023174     END-IF.
023175     MOVE SPACES TO BATCH-STAT-RECORD.
023176     MOVE "SALEARCH" TO BST-STEP-NAME.
023177     MOVE WS-RUN-DATE TO BST-RUN-DATE.
023178     ACCEPT WS-LOG-TIME FROM TIME.
023179     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
023180     MOVE RETURN-CODE TO BST-RETURN-CODE.
023181     MOVE ZEROES TO BST-RECS-READ.
023182     MOVE ZEROES TO BST-RECS-WRITTEN.
023183     MOVE ZEROES TO BST-RECS-REJECTED.
023184     MOVE ZEROES TO BST-CONTROL-COUNT.
023185     MOVE ZEROES TO BST-AMOUNT-1.
023186     MOVE ZEROES TO BST-AMOUNT-2.
023187     COMPUTE BST-RECS-READ = WS-ARCHIVED + WS-CARRIED.
023188     MOVE WS-ARCHIVED TO BST-RECS-WRITTEN.
023189     MOVE WS-INDEX-ERRORS TO BST-RECS-REJECTED.
023190     MOVE WS-RCPTS-ARCHIVED TO BST-CONTROL-COUNT.
023191     MOVE "SALES" TO BST-AMOUNT-1-NAME.
023192     MOVE WS-SALES-ARCHIVED TO BST-AMOUNT-1.
023193     MOVE "SALES TAX" TO BST-AMOUNT-2-NAME.
023194     MOVE WS-TAX-ARCHIVED TO BST-AMOUNT-2.
023195     WRITE BATCH-STAT-RECORD.
023196     CLOSE BAT-STAT-FILE.
023197 8950-EXIT.
023198     EXIT.
023199
023200 8900-LOG-EXCEPTION.
023300     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
023400     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
