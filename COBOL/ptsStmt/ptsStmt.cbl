002100*    MAINTENANCE HISTORY.                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-09-02 DRO   INITIAL VERSION.                           *
002301*    2026-10-15 DRO   ARCHIVED ACTIVITY IS NOW READ PER LEDGER   *
002302*                     THROUGH THE CUSTOMER PATH OF THE SALEHIDX  *
002303*                     RECEIPT INDEX INSTEAD OF A FULL PASS OF    *
002304*                     SALEHIST.                                  *
002305*    2026-10-15 DRO   A STATEMENT GOES ONLY TO A CUSTOMER ON     *
002306*                     CUSTMAST WHO IS ACTIVE AND HAS OPTED IN TO *
002307*                     MARKETING EMAIL (CUST-MKT-CONSENT); THE    *
002308*                     REST ARE COUNTED AS SUPPRESSED.            *
002309*                     CUST-MAST-FILE IS REQUIRED - WITHOUT IT NO *
002310*                     CONSENT CAN BE CHECKED.                    *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
003600         RECORD KEY IS PTS-CUST-EMAIL
003700         FILE STATUS IS WS-PTS-LEDGER-STATUS.
003800
003810     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS CUST-EMAIL
003850         ALTERNATE RECORD KEY IS CUST-LOYALTY-ID
003860         FILE STATUS IS WS-CUST-MAST-STATUS.
003870
003900     SELECT SALES-TXN-FILE  ASSIGN TO "SALESTXN"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-SALES-TXN-STATUS.
004200
004300     SELECT SALE-HIDX-FILE  ASSIGN TO "SALEHIDX"
004400         ORGANIZATION IS INDEXED
004410         ACCESS MODE IS DYNAMIC
004420         RECORD KEY IS HIX-KEY
004430         ALTERNATE RECORD KEY IS HIX-CUSTOMER-KEY
004440             WITH DUPLICATES
004450         ALTERNATE RECORD KEY IS HIX-ORIG-RECEIPT-NO
004460             WITH DUPLICATES
004500         FILE STATUS IS WS-SALE-HIDX-STATUS.
004600
004700     SELECT PTS-FEED-FILE   ASSIGN TO "PTSFEED"
004800         ORGANIZATION IS SEQUENTIAL
005800 FD  PTS-LEDGER-FILE.
005900 COPY PTSLEDGR.
006000
006010 FD  CUST-MAST-FILE.
006020 COPY CUSTMAST.
006030
006100 FD  SALES-TXN-FILE
006200     RECORDING MODE IS F.
006300 COPY SALESTXN.
006400
006500 FD  SALE-HIDX-FILE.
006510 COPY SALEHIDX.
006900
007000 FD  PTS-FEED-FILE
007100     RECORDING MODE IS F.
008200     ==SALES-TXN-RECORD== BY ==WRK-TXN-RECORD==.
008300
008400 01  WS-PTS-LEDGER-STATUS       PIC XX     VALUE ZEROES.
008410 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
008500 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
008600 01  WS-SALE-HIDX-STATUS        PIC XX     VALUE ZEROES.
008700 01  WS-PTS-FEED-STATUS         PIC XX     VALUE ZEROES.
008800 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008900 01  WS-LOG-TIME                PIC 9(08).
012200         10  CU-EARNED          PIC 9(07).
012300         10  CU-REDEEMED        PIC 9(07).
012400 01  WS-CUS-IDX                 PIC 9(04)  VALUE ZEROES.
012410 01  WS-HIX-CUS-IDX             PIC 9(04)  VALUE ZEROES.
012500 01  WS-CUST-OVERFLOW-SW        PIC X      VALUE 'N'.
012600
012700*    FIXED-LAYOUT INTERFACE RECORDS.  THE RECEIVING SIDE
015000     05  FILLER                 PIC X(72)  VALUE SPACES.
015100
015200 01  WS-SENT-COUNT              PIC 9(07)  VALUE ZEROES.
015210 01  WS-SUPPRESSED-COUNT        PIC 9(07)  VALUE ZEROES.
015300
015400 PROCEDURE DIVISION.
015500 0100-START.
019500         SET EXCP-SEV-ERROR TO TRUE
019600         MOVE "PTS005" TO EXCP-LOG-CODE
019700         MOVE "Unable to open PTS-LEDGER-FILE for extract."
019701             TO EXCP-LOG-MESSAGE
019702         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
019703         STOP RUN
019704     END-IF.
019705     OPEN INPUT CUST-MAST-FILE.
019706     IF WS-CUST-MAST-STATUS NOT = '00'
019707         DISPLAY "UNABLE TO OPEN CUST-MAST-FILE - STATUS: "
019708             WS-CUST-MAST-STATUS
019709         SET EXCP-SEV-ERROR TO TRUE
019710         MOVE "PTS009" TO EXCP-LOG-CODE
019711         MOVE "Unable to open CUST-MAST-FILE for extract."
019800             TO EXCP-LOG-MESSAGE
019900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
020000         STOP RUN
026700 2100-EXIT.
026800     EXIT.
026900
026910*    THE ARCHIVE IS READ ONE LEDGER AT A TIME DOWN THE
026920*    CUSTOMER PATH OF THE RECEIPT INDEX, SO ONLY THE ROWS OF
026930*    CUSTOMERS ON THE LEDGER ARE EVER TOUCHED.
027000 2500-SCAN-HIST-FILE.
027100     OPEN INPUT SALE-HIDX-FILE.
027200     IF WS-SALE-HIDX-STATUS NOT = '00'
027300         CLOSE SALE-HIDX-FILE
027310         SET EXCP-SEV-WARNING TO TRUE
027320         MOVE "PTS008" TO EXCP-LOG-CODE
027330         MOVE "Receipt index unavailable - archive not read."
027340             TO EXCP-LOG-MESSAGE
027350         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
027400         GO TO 2500-EXIT
027500     END-IF.
027501     PERFORM 2520-START-ONE-LEDGER THRU 2520-EXIT
027502         VARYING WS-HIX-CUS-IDX FROM 1 BY 1
027503         UNTIL WS-HIX-CUS-IDX > WS-CUST-COUNT.
027504     CLOSE SALE-HIDX-FILE.
027505 2500-EXIT.
027506     EXIT.
027507
027508 2520-START-ONE-LEDGER.
027509     MOVE CU-EMAIL (WS-HIX-CUS-IDX) TO HIX-CUSTOMER-KEY.
027510     START SALE-HIDX-FILE KEY IS EQUAL TO HIX-CUSTOMER-KEY
027511         INVALID KEY
027512             GO TO 2520-EXIT
027513     END-START.
027600     MOVE 'Y' TO WS-MORE-RECORDS.
027700     PERFORM 2600-TALLY-ONE-HIST THRU 2600-EXIT
027800         UNTIL NO-MORE-RECORDS.
028000 2520-EXIT.
028100     EXIT.
028200
028300 2600-TALLY-ONE-HIST.
028400     READ SALE-HIDX-FILE NEXT RECORD
028500         AT END
028600             MOVE 'N' TO WS-MORE-RECORDS
028700             GO TO 2600-EXIT
028800     END-READ.
028810     IF (WS-SALE-HIDX-STATUS NOT = '00'
028820             AND WS-SALE-HIDX-STATUS NOT = '02')
028830         OR HIX-CUSTOMER-KEY NOT = CU-EMAIL (WS-HIX-CUS-IDX)
028840         MOVE 'N' TO WS-MORE-RECORDS
028850         GO TO 2600-EXIT
028860     END-IF.
028900     MOVE HIX-TXN-IMAGE TO WRK-TXN-RECORD.
029000     PERFORM 2700-TALLY-ONE-TXN THRU 2700-EXIT.
029100 2600-EXIT.
029200     EXIT.
033400     MOVE WS-SENT-COUNT TO FEED-TRL-COUNT.
033500     WRITE PTS-FEED-RECORD FROM FEED-TRAILER-RECORD.
033600     DISPLAY "STATEMENTS EXTRACTED: " WS-SENT-COUNT.
033610     DISPLAY "NOT ACTIVE OR NO MARKETING CONSENT: "
033620         WS-SUPPRESSED-COUNT.
033700 3000-EXIT.
033800     EXIT.
033900
034100     IF CU-BALANCE (WS-CUS-IDX) = ZEROES
034200         AND CU-EARNED (WS-CUS-IDX) = ZEROES
034300         AND CU-REDEEMED (WS-CUS-IDX) = ZEROES
034301         GO TO 3100-EXIT
034302     END-IF.
034303     MOVE CU-EMAIL (WS-CUS-IDX) TO CUST-EMAIL.
034304     READ CUST-MAST-FILE
034305         INVALID KEY
034306             ADD 1 TO WS-SUPPRESSED-COUNT
034307             GO TO 3100-EXIT
034308     END-READ.
034309     IF NOT CUST-ACTIVE OR NOT CUST-MKT-OPTED-IN
034310         ADD 1 TO WS-SUPPRESSED-COUNT
034400         GO TO 3100-EXIT
034500     END-IF.
034600     MOVE CU-LOYALTY-ID (WS-CUS-IDX) TO FEED-DET-LOYALTY-ID.
036200
036300 9000-CLOSE-UP.
036400     CLOSE PTS-FEED-FILE.
036410     CLOSE CUST-MAST-FILE.
036500 9000-EXIT.
036600     EXIT.
036700
