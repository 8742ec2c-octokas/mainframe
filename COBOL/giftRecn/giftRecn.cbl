002100*    MAINTENANCE HISTORY.                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-09-02 DRO   INITIAL VERSION.                           *
002310*    2026-10-15 DRO   AN ARCHIVED RECEIPT'S TOTAL RECORD IS NOW  *
002320*                     LOOKED UP ON THE SALEHIDX RECEIPT INDEX    *
002330*                     INSTEAD OF BEING HELD IN THE TOTALLED      *
002340*                     TABLE, WHICH NOW CARRIES THE LIVE FILE     *
002350*                     ONLY.  THE OLD ARCHIVE PASS STANDS IN IF   *
002360*                     THE INDEX CANNOT BE OPENED.                *
002370*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002380*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002390*                     OPERATIONS SUMMARY (BATSUMM).              *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-SALE-HIST-STATUS.
004600
004601     SELECT SALE-HIDX-FILE  ASSIGN TO "SALEHIDX"
004602         ORGANIZATION IS INDEXED
004603         ACCESS MODE IS DYNAMIC
004604         RECORD KEY IS HIX-KEY
004605         ALTERNATE RECORD KEY IS HIX-CUSTOMER-KEY
004606             WITH DUPLICATES
004607         ALTERNATE RECORD KEY IS HIX-ORIG-RECEIPT-NO
004608             WITH DUPLICATES
004609         FILE STATUS IS WS-SALE-HIDX-STATUS.
004610
004700     SELECT GIFT-RPT-FILE   ASSIGN TO "GIFTRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-GIFT-RPT-STATUS.
004910
004920     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004930         ORGANIZATION IS SEQUENTIAL
004940         FILE STATUS IS WS-BAT-STAT-STATUS.
005000
005100     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005200         ORGANIZATION IS SEQUENTIAL
006700 COPY SALESTXN REPLACING LEADING ==STX== BY ==HST==
006800     ==SALES-TXN-RECORD== BY ==SALE-HIST-RECORD==.
006900
006910 FD  SALE-HIDX-FILE.
006920 COPY SALEHIDX.
006930
007000 FD  GIFT-RPT-FILE
007100     RECORDING MODE IS F.
007200 01  GIFT-RPT-LINE              PIC X(80).
007210
007220 FD  BAT-STAT-FILE
007230     RECORDING MODE IS F.
007240 COPY BATSTAT.
007300
007400 FD  EXCP-LOG-FILE
007500     RECORDING MODE IS F.
008500 01  WS-GIFT-CARD-STATUS        PIC XX     VALUE ZEROES.
008600 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
008700 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
008710 01  WS-SALE-HIDX-STATUS        PIC XX     VALUE ZEROES.
008800 01  WS-GIFT-RPT-STATUS         PIC XX     VALUE ZEROES.
008900 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008910 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
009000 01  WS-LOG-TIME                PIC 9(08).
009100
009200 01  WS-SWITCHES.
009500         88  NO-MORE-RECORDS               VALUE 'N'.
009600     05  WS-CARD-FOUND-SW       PIC X      VALUE 'N'.
009700         88  WS-CARD-FOUND          VALUE 'Y'.
009710     05  WS-SALE-HIDX-AVAIL-SW  PIC X      VALUE 'N'.
009720         88  WS-SALE-HIDX-AVAIL     VALUE 'Y'.
009730     05  WS-HIX-MORE-SW         PIC X      VALUE 'N'.
009740         88  WS-HIX-MORE            VALUE 'Y'.
009800
009900 01  WS-RUN-DATE.
010000     05  WS-RUN-YEAR            PIC 9(02).
012400
012500*    RECEIPTS WITH A TOTAL RECORD - A CANCELLED SALE'S GIFT
012600*    LOAD WAS BACKED OUT OF THE CARD AND MUST NOT COUNT AS AN
012610*    ISSUE.  HOLDS THE LIVE FILE; AN ARCHIVED RECEIPT IS
012620*    CHECKED ON THE RECEIPT INDEX INSTEAD.
012800 01  WS-TOTALLED-TABLE.
012900     05  WS-TOTALLED-COUNT      PIC 9(05)  VALUE ZEROES.
013000     05  WS-TOTALLED-RECEIPT    PIC 9(06)
013400     88  WS-RECEIPT-TOTALLED        VALUE 'Y'.
013500 01  WS-TTL-OVERFLOW-SW         PIC X      VALUE 'N'.
013550 01  WS-NOTE-RECEIPT            PIC 9(06)  VALUE ZEROES.
013560 01  WS-HIX-REGISTER-ID         PIC X(02)  VALUE SPACES.
013570 01  WS-HIX-REG-NUM             PIC 9(01)  VALUE ZEROES.
013580 77  WS-RCPT-RANGE-SIZE         PIC 9(06)  VALUE 200000.
013600
013700 01  WS-RECON-TOTALS.
013800     05  WS-CARD-LIABILITY      PIC 9(11)V99  VALUE ZEROES.
021400     PERFORM 2500-SCAN-HIST-FILE THRU 2500-EXIT.
021500     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
021600     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
021610     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
021700     STOP RUN.
021800
021900 1000-INITIALIZE.
028800 1250-EXIT.
028900     EXIT.
029000
029100*    FIRST PASS OVER THE LIVE FILE - COLLECT EVERY TOTALLED
029200*    RECEIPT SO A CANCELLED SALE'S ORPHAN GIFT LOAD LINES ARE
029300*    LEFT OUT OF THE ISSUE FIGURE.  ARCHIVED RECEIPTS ARE
029310*    CHECKED ON THE RECEIPT INDEX AS THEY COME UP; ONLY WHEN
029320*    IT CANNOT BE OPENED IS THE ARCHIVE NOTED HERE AS WELL.
029400 1500-SCAN-FOR-TOTALS.
029500     OPEN INPUT SALES-TXN-FILE.
029600     IF WS-SALES-TXN-STATUS = '00'
029900             UNTIL NO-MORE-RECORDS
030000         CLOSE SALES-TXN-FILE
030100     END-IF.
030101     OPEN INPUT SALE-HIDX-FILE.
030102     IF WS-SALE-HIDX-STATUS = '00'
030103         SET WS-SALE-HIDX-AVAIL TO TRUE
030104         GO TO 1500-EXIT
030105     END-IF.
030106     CLOSE SALE-HIDX-FILE.
030107     SET EXCP-SEV-WARNING TO TRUE.
030108     MOVE "GFT005" TO EXCP-LOG-CODE.
030109     MOVE "Receipt index unavailable - archive totals read."
030110         TO EXCP-LOG-MESSAGE.
030111     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
030200     OPEN INPUT SALE-HIST-FILE.
030300     IF WS-SALE-HIST-STATUS = '00'
030400         MOVE 'Y' TO WS-MORE-RECORDS
042800         VARYING WS-TTL-IDX FROM 1 BY 1
042900         UNTIL WS-RECEIPT-TOTALLED
043000         OR WS-TTL-IDX > WS-TOTALLED-COUNT.
043010     IF NOT WS-RECEIPT-TOTALLED AND WS-SALE-HIDX-AVAIL
043020         PERFORM 2170-CHECK-INDEX-TOTAL THRU 2170-EXIT
043030     END-IF.
043100 2150-EXIT.
043200     EXIT.
043300
043600         SET WS-RECEIPT-TOTALLED TO TRUE
043700     END-IF.
043800 2160-EXIT.
043801     EXIT.
043802
043803*    AN ARCHIVED RECEIPT'S ROWS SIT TOGETHER ON THE INDEX UNDER
043804*    ITS REGISTER - OR, FOR ROWS OLDER THAN THE REGISTER ID,
043805*    THE REGISTER WHOSE RECEIPT RANGE THE NUMBER FALLS IN.
043806*    THE LOOKUP READS INTO THE INDEX RECORD AREA AND LEAVES
043807*    WRK-TXN-RECORD ALONE.
043808 2170-CHECK-INDEX-TOTAL.
043809     IF WRK-REGISTER-ID = SPACES
043810         COMPUTE WS-HIX-REG-NUM =
043811             ((WRK-RECEIPT-NO - 1) / WS-RCPT-RANGE-SIZE) + 1
043812         MOVE ZEROES TO WS-HIX-REGISTER-ID
043813         MOVE WS-HIX-REG-NUM TO WS-HIX-REGISTER-ID (2:1)
043814     ELSE
043815         MOVE WRK-REGISTER-ID TO WS-HIX-REGISTER-ID
043816     END-IF.
043817     MOVE WS-HIX-REGISTER-ID TO HIX-REGISTER-ID.
043818     MOVE WRK-RECEIPT-NO TO HIX-RECEIPT-NO.
043819     MOVE ZEROES TO HIX-LINE-NO.
043820     START SALE-HIDX-FILE KEY IS NOT LESS THAN HIX-KEY
043821         INVALID KEY
043822             GO TO 2170-EXIT
043823     END-START.
043824     SET WS-HIX-MORE TO TRUE.
043825     PERFORM 2180-READ-ONE-INDEX-ROW THRU 2180-EXIT
043826         UNTIL NOT WS-HIX-MORE OR WS-RECEIPT-TOTALLED.
043827 2170-EXIT.
043828     EXIT.
043829
043830 2180-READ-ONE-INDEX-ROW.
043831     READ SALE-HIDX-FILE NEXT RECORD
043832         AT END
043833             MOVE 'N' TO WS-HIX-MORE-SW
043834             GO TO 2180-EXIT
043835     END-READ.
043836     IF (WS-SALE-HIDX-STATUS NOT = '00'
043837             AND WS-SALE-HIDX-STATUS NOT = '02')
043838         OR HIX-REGISTER-ID NOT = WS-HIX-REGISTER-ID
043839         OR HIX-RECEIPT-NO NOT = WRK-RECEIPT-NO
043840         MOVE 'N' TO WS-HIX-MORE-SW
043841         GO TO 2180-EXIT
043842     END-IF.
043843     IF HIX-TOTAL-REC
043844         SET WS-RECEIPT-TOTALLED TO TRUE
043845     END-IF.
043846 2180-EXIT.
043900     EXIT.
044000
044100*    PUSHES THE CARD'S LAST-ACTIVITY DATE FORWARD WHEN THIS
053700     EXIT.
053800
053900 9000-CLOSE-UP.
053910     IF WS-SALE-HIDX-AVAIL
053920         CLOSE SALE-HIDX-FILE
053930     END-IF.
054000     CLOSE GIFT-RPT-FILE.
054100 9000-EXIT.
054101     EXIT.
054102
054103*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
054104*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
054105*    OPEN COSTS THE ROW, NEVER THE STEP.
054106 8950-WRITE-BATCH-STATS.
054107     OPEN EXTEND BAT-STAT-FILE.
054108     IF WS-BAT-STAT-STATUS = '05' OR '35'
054109         OPEN OUTPUT BAT-STAT-FILE
054110     END-IF.
054111     IF WS-BAT-STAT-STATUS NOT = '00'
054112         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
054113             WS-BAT-STAT-STATUS
054114         GO TO 8950-EXIT
054115     END-IF.
054116     MOVE SPACES TO BATCH-STAT-RECORD.
054117     MOVE "GIFTRECN" TO BST-STEP-NAME.
054118     MOVE WS-RUN-DATE TO BST-RUN-DATE.
054119     ACCEPT WS-LOG-TIME FROM TIME.
054120     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
054121     MOVE RETURN-CODE TO BST-RETURN-CODE.
054122     MOVE ZEROES TO BST-RECS-READ.
054123     MOVE ZEROES TO BST-RECS-WRITTEN.
054124     MOVE ZEROES TO BST-RECS-REJECTED.
054125     MOVE ZEROES TO BST-CONTROL-COUNT.
054126     MOVE ZEROES TO BST-AMOUNT-1.
054127     MOVE ZEROES TO BST-AMOUNT-2.
054128     MOVE WS-TOTALLED-COUNT TO BST-RECS-READ.
054129     MOVE WS-CARD-COUNT TO BST-CONTROL-COUNT.
054130     MOVE "ISSUED" TO BST-AMOUNT-1-NAME.
054131     MOVE WS-ISSUES-AMT TO BST-AMOUNT-1.
054132     MOVE "REDEEMED" TO BST-AMOUNT-2-NAME.
054133     MOVE WS-REDEEMED-AMT TO BST-AMOUNT-2.
054134     WRITE BATCH-STAT-RECORD.
054135     CLOSE BAT-STAT-FILE.
054136 8950-EXIT.
054200     EXIT.
054300
054400 8900-LOG-EXCEPTION.
