002100*    WITH THE DRAWER OVER/SHORT FOLDED INTO THE CASH DEBIT AND   *
002200*    OFFSET TO THE CASH OVER/SHORT ACCOUNT.  THE STEP ENDS       *
002300*    RC=8 IF THE DEBITS AND CREDITS WRITTEN DO NOT BALANCE.      *
002310*    THE CARD PROCESSOR'S SETTLEMENT, AS CARDRECN NETTED IT,     *
002320*    IS JOURNALLED OUT OF CLEARING TO THE BANK AND THE CARD      *
002330*    FEE AND CHARGEBACK EXPENSE ACCOUNTS.                        *
002400*-----------------------------------------------------------------
002500*    MAINTENANCE HISTORY.                                       *
002600*    DATE       INIT  DESCRIPTION                                *
002760*                     ACCOUNTS RECEIVABLE (1100) INSTEAD OF      *
002770*                     THE CASH/CARD CLEARING - NO MONEY          *
002780*                     CROSSED THE COUNTER ON THOSE SALES.        *
002781*    2026-10-15 DRO   THE NIGHT'S CARD SETTLEMENT FROM CARDRECN  *
002782*                     (CARDNET) NOW CLEARS THE CARD SIDE OF      *
002783*                     1010: CR CLEARING FOR THE GROSS SETTLED,   *
002784*                     DR BANK (1020) FOR THE NET DEPOSIT, DR     *
002785*                     CARD FEES (6020) AND CHARGEBACKS (6030).   *
002786*                     NO CARDNET FOR THE RUN DATE POSTS NONE.    *
002787*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002788*                     FILE (BATSTAT) AS IT ENDS - RECEIPTS       *
002789*                     JOURNALLED, ENTRIES WRITTEN, TOTAL SALE    *
002790*                     AND TAX - FOR THE MORNING OPERATIONS       *
002791*                     SUMMARY (BATSUMM) TO CROSS-FOOT.           *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005204         RECORD KEY IS RNC-KEY
005205         FILE STATUS IS WS-RUN-CTL-STATUS.
005206
005210     SELECT CARD-NET-FILE   ASSIGN TO "CARDNET"
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS WS-CARD-NET-STATUS.
005240
005250     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
005260         ORGANIZATION IS SEQUENTIAL
005270         FILE STATUS IS WS-BAT-STAT-STATUS.
005280
005300     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-EXCP-LOG-STATUS.
008401 FD  RUN-CTL-FILE.
008402 COPY RUNCTL.
008403
008410 FD  CARD-NET-FILE
008420     RECORDING MODE IS F.
008430 COPY CARDNET.
008440
008450 FD  BAT-STAT-FILE
008460     RECORDING MODE IS F.
008470 COPY BATSTAT.
008480
008500 FD  EXCP-LOG-FILE
008600     RECORDING MODE IS F.
008700 COPY EXCPLOG.
009100 01  WS-DRAW-HIST-STATUS        PIC XX     VALUE ZEROES.
009200 01  WS-GL-JRNL-STATUS          PIC XX     VALUE ZEROES.
009300 01  WS-GL-RPT-STATUS           PIC XX     VALUE ZEROES.
009310 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
009400 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
009401 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
009402 01  WS-RUN-CTL-AVAIL-SW        PIC X      VALUE 'Y'.
009403     88  WS-RUN-CTL-AVAIL           VALUE 'Y'.
009410 01  WS-CARD-NET-STATUS         PIC XX     VALUE ZEROES.
009500 01  WS-LOG-TIME                PIC 9(08).
009600
009700 01  WS-SWITCHES.
012930     05  WS-DEP-APPLIED         PIC 9(09)V99  VALUE ZEROES.
013000     05  WS-OVER-SHORT          PIC S9(07)V99 VALUE ZEROES.
013100     05  WS-SALES-COUNTED       PIC 9(05)     VALUE ZEROES.
013110     05  WS-TXN-READ            PIC 9(09)     VALUE ZEROES.
013120     05  WS-CARD-SETTLED        PIC 9(09)V99  VALUE ZEROES.
013130     05  WS-CARD-FEES           PIC 9(07)V99  VALUE ZEROES.
013140     05  WS-CARD-CHARGEBACKS    PIC 9(07)V99  VALUE ZEROES.
013150     05  WS-CARD-NET            PIC S9(09)V99 VALUE ZEROES.
013200
013300 01  WS-JOURNAL-FIELDS.
013400     05  WS-CASH-DEBIT          PIC S9(09)V99 VALUE ZEROES.
022300     PERFORM 2100-ACCUMULATE-TXN THRU 2100-EXIT
022400         UNTIL NO-MORE-RECORDS.
022500     PERFORM 2500-READ-OVER-SHORT THRU 2500-EXIT.
022510     PERFORM 2700-READ-CARD-NET THRU 2700-EXIT.
022600     PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT.
022700     PERFORM 4000-VERIFY-BALANCE THRU 4000-EXIT.
022701     PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT.
022800     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
022810     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
022900     STOP RUN.
023000
023100 1000-INITIALIZE.
032500     EXIT.
032600
032700 2100-ACCUMULATE-TXN.
032710     ADD 1 TO WS-TXN-READ.
032800     IF STX-YEAR  = WS-RUN-YEAR
032900         AND STX-MONTH = WS-RUN-MONTH
033000         AND STX-DAY   = WS-RUN-DAY
041900 2600-EXIT.
042000     EXIT.
042100
042101*    THE NIGHT'S CARD SETTLEMENT AS CARDRECN NETTED IT.  A
042102*    MISSING FILE, OR ONE LEFT FROM AN EARLIER NIGHT BECAUSE
042103*    CARDRECN DID NOT RUN, POSTS NO SETTLEMENT - THE CARD
042104*    TENDERS SIMPLY STAY IN CLEARING UNTIL IT DOES.
042105 2700-READ-CARD-NET.
042106     OPEN INPUT CARD-NET-FILE.
042107     IF WS-CARD-NET-STATUS NOT = '00'
042108         DISPLAY "CARD-NET-FILE unavailable - no card "
042109             "settlement posted."
042110         SET EXCP-SEV-WARNING TO TRUE
042111         MOVE "GLP007" TO EXCP-LOG-CODE
042112         MOVE "CARD-NET-FILE unavailable - no settlement posted."
042113             TO EXCP-LOG-MESSAGE
042114         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
042115         GO TO 2700-EXIT
042116     END-IF.
042117     READ CARD-NET-FILE
042118         AT END
042119             MOVE ZEROES TO CNT-RUN-DATE
042120     END-READ.
042121     IF CNT-RUN-YEAR  = WS-RUN-YEAR
042122         AND CNT-RUN-MONTH = WS-RUN-MONTH
042123         AND CNT-RUN-DAY   = WS-RUN-DAY
042124         MOVE CNT-SETTLED-GROSS TO WS-CARD-SETTLED
042125         MOVE CNT-FEE-AMT TO WS-CARD-FEES
042126         MOVE CNT-CHARGEBACK-AMT TO WS-CARD-CHARGEBACKS
042127         MOVE CNT-NET-DEPOSITED TO WS-CARD-NET
042128     ELSE
042129         DISPLAY "CARD-NET-FILE not for the run date - no "
042130             "card settlement posted."
042131         SET EXCP-SEV-WARNING TO TRUE
042132         MOVE "GLP008" TO EXCP-LOG-CODE
042133         MOVE "CARD-NET-FILE not for the run date - none posted."
042134             TO EXCP-LOG-MESSAGE
042135         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
042136     END-IF.
042137     CLOSE CARD-NET-FILE.
042138 2700-EXIT.
042139     EXIT.
042140
042200*    THE ENTRIES BALANCE BY CONSTRUCTION:
042300*      MONEY TAKEN = TOTAL SALE - TIER DISC + TAX - POINTS
042400*                    - GIFT REDEEMED
042700*    FOLDED INTO CASH AND OFFSET TO ACCOUNT 6010.  THE TRAILER
042800*    TOTALS ARE STILL PROVED IN 4000-VERIFY-BALANCE SO A
042900*    CODING OR DATA FAULT CANNOT REACH THE LEDGER UNNOTICED.
042910*    THE CARD SETTLEMENT BALANCES ON ITS OWN: GROSS SETTLED =
042920*    NET TO BANK + FEES + CHARGEBACKS.
043000 3000-BUILD-JOURNAL.
043100     COMPUTE WS-CASH-DEBIT = WS-MONEY-TAKEN + WS-OVER-SHORT.
043200     IF WS-OVER-SHORT < ZEROES
050100         MOVE 'C' TO JRN-DET-DC
050200         PERFORM 3100-PUT-JOURNAL-ENTRY THRU 3100-EXIT
050300     END-IF.
050310     PERFORM 3200-JOURNAL-CARD-SETTLE THRU 3200-EXIT.
050400 3000-EXIT.
050500     EXIT.
050600
052500     DISPLAY RPT-DETAIL-LINE.
052600     WRITE GL-RPT-LINE FROM RPT-DETAIL-LINE.
052700 3100-EXIT.
052701     EXIT.
052702
052703 3200-JOURNAL-CARD-SETTLE.
052704     IF WS-CARD-NET < ZEROES
052705         COMPUTE WS-WORK-AMOUNT = ZEROES - WS-CARD-NET
052706         MOVE 'C' TO JRN-DET-DC
052707     ELSE
052708         MOVE WS-CARD-NET TO WS-WORK-AMOUNT
052709         MOVE 'D' TO JRN-DET-DC
052710     END-IF.
052711     MOVE "1020" TO JRN-DET-ACCOUNT.
052712     MOVE "BANK" TO JRN-DET-ACCT-NAME.
052713     PERFORM 3100-PUT-JOURNAL-ENTRY THRU 3100-EXIT.
052714     MOVE WS-CARD-FEES TO WS-WORK-AMOUNT.
052715     MOVE "6020" TO JRN-DET-ACCOUNT.
052716     MOVE "CARD PROCESSING FEES" TO JRN-DET-ACCT-NAME.
052717     MOVE 'D' TO JRN-DET-DC.
052718     PERFORM 3100-PUT-JOURNAL-ENTRY THRU 3100-EXIT.
052719     MOVE WS-CARD-CHARGEBACKS TO WS-WORK-AMOUNT.
052720     MOVE "6030" TO JRN-DET-ACCOUNT.
052721     MOVE "CARD CHARGEBACKS" TO JRN-DET-ACCT-NAME.
052722     MOVE 'D' TO JRN-DET-DC.
052723     PERFORM 3100-PUT-JOURNAL-ENTRY THRU 3100-EXIT.
052724     MOVE WS-CARD-SETTLED TO WS-WORK-AMOUNT.
052725     MOVE "1010" TO JRN-DET-ACCOUNT.
052726     MOVE "CASH AND CARD CLEARING" TO JRN-DET-ACCT-NAME.
052727     MOVE 'C' TO JRN-DET-DC.
052728     PERFORM 3100-PUT-JOURNAL-ENTRY THRU 3100-EXIT.
052729 3200-EXIT.
052800     EXIT.
052900
053000 4000-VERIFY-BALANCE.
056259 9100-EXIT.
056260     EXIT.
056261
056262*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
056263*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
056264*    OPEN COSTS THE ROW, NEVER THE STEP.
056265 8950-WRITE-BATCH-STATS.
056266     OPEN EXTEND BAT-STAT-FILE.
056267     IF WS-BAT-STAT-STATUS = '05' OR '35'
056268         OPEN OUTPUT BAT-STAT-FILE
056269     END-IF.
056270     IF WS-BAT-STAT-STATUS NOT = '00'
056271         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
056272             WS-BAT-STAT-STATUS
056273         GO TO 8950-EXIT
056274     END-IF.
056275     MOVE SPACES TO BATCH-STAT-RECORD.
056276     MOVE "GLPOST" TO BST-STEP-NAME.
056277     MOVE WS-RUN-DATE TO BST-RUN-DATE.
056278     ACCEPT WS-LOG-TIME FROM TIME.
056279     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
056280     MOVE RETURN-CODE TO BST-RETURN-CODE.
056281     MOVE ZEROES TO BST-RECS-READ.
056282     MOVE ZEROES TO BST-RECS-WRITTEN.
056283     MOVE ZEROES TO BST-RECS-REJECTED.
056284     MOVE ZEROES TO BST-CONTROL-COUNT.
056285     MOVE ZEROES TO BST-AMOUNT-1.
056286     MOVE ZEROES TO BST-AMOUNT-2.
056287     MOVE WS-TXN-READ TO BST-RECS-READ.
056288     MOVE WS-ENTRY-COUNT TO BST-RECS-WRITTEN.
056289     MOVE WS-SALES-COUNTED TO BST-CONTROL-COUNT.
056290     MOVE "SALES" TO BST-AMOUNT-1-NAME.
056291     MOVE WS-TOTAL-SALE-AMT TO BST-AMOUNT-1.
056292     MOVE "SALES TAX" TO BST-AMOUNT-2-NAME.
056293     MOVE WS-TAX-AMT TO BST-AMOUNT-2.
056294     WRITE BATCH-STAT-RECORD.
056295     CLOSE BAT-STAT-FILE.
056296 8950-EXIT.
056297     EXIT.
056298
056300 8900-LOG-EXCEPTION.
056400     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
056500     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
