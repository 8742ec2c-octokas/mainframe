001684*                     THIS FILTER EVERY PRIOR DAY'S TOTAL RECORDS*
001685*                     WOULD BE RE-INCLUDED IN EVERY SUBSEQUENT   *
001686*                     NIGHT'S Z-REPORT.                          *
001687*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
001688*                     FILE (BATSTAT) AS IT ENDS - RECORDS READ,  *
001689*                     RECEIPTS, GROSS SALES AND TAX ON THE       *
001690*                     Z-REPORT - FOR THE MORNING OPERATIONS      *
001691*                     SUMMARY (BATSUMM) TO CROSS-FOOT.           *
001700*****************************************************************
001800
001900 ENVIRONMENT DIVISION.
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-EOD-RPT-STATUS.
003250
003251     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
003252         ORGANIZATION IS SEQUENTIAL
003253         FILE STATUS IS WS-BAT-STAT-STATUS.
003254
003260     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
003270         ORGANIZATION IS SEQUENTIAL
003280         FILE STATUS IS WS-EXCP-LOG-STATUS.
004200     RECORDING MODE IS F.
004300 01  EOD-RPT-LINE               PIC X(80).
004350
004351 FD  BAT-STAT-FILE
004352     RECORDING MODE IS F.
004353 COPY BATSTAT.
004354
004360 FD  EXCP-LOG-FILE
004370     RECORDING MODE IS F.
004380 COPY EXCPLOG.
004800     88  WS-SALES-TXN-EOF                  VALUE '10'.
004900 01  WS-EOD-RPT-STATUS          PIC XX     VALUE ZEROES.
004910 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
004911 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
004920 01  WS-LOG-DATE.
004930     05  WS-LOG-YEAR            PIC 9(02).
004940     05  WS-LOG-MONTH           PIC 9(02).
005400         88  NO-MORE-RECORDS               VALUE 'N'.
005500
005600 01  WS-HOUR                    PIC 99     VALUE ZEROES.
005610 01  WS-TXN-READ                PIC 9(09)  VALUE ZEROES.
005700 01  WS-SUB                     PIC 99     VALUE ZEROES.
005800
005900*    ONE ACCUMULATOR ENTRY PER HOUR OF THE DAY, SUBSCRIPTS 1-24
013000         UNTIL NO-MORE-RECORDS.
013100     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
013200     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
013210     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
013300     STOP RUN.
013400
013500 1000-INITIALIZE.
014700     READ SALES-TXN-FILE
014800         AT END
014900             MOVE 'N' TO WS-MORE-RECORDS
014910         NOT AT END
014920             ADD 1 TO WS-TXN-READ
015000     END-READ.
015100 2000-EXIT.
015200     EXIT.
020900 3100-EXIT.
021000     EXIT.
021100
021101*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
021102*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
021103*    OPEN COSTS THE ROW, NEVER THE STEP.
021104 8950-WRITE-BATCH-STATS.
021105     OPEN EXTEND BAT-STAT-FILE.
021106     IF WS-BAT-STAT-STATUS = '05' OR '35'
021107         OPEN OUTPUT BAT-STAT-FILE
021108     END-IF.
021109     IF WS-BAT-STAT-STATUS NOT = '00'
021110         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
021111             WS-BAT-STAT-STATUS
021112         GO TO 8950-EXIT
021113     END-IF.
021114     MOVE SPACES TO BATCH-STAT-RECORD.
021115     MOVE "EODREPT" TO BST-STEP-NAME.
021116     MOVE WS-RUN-DATE TO BST-RUN-DATE.
021117     ACCEPT WS-LOG-TIME FROM TIME.
021118     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
021119     MOVE RETURN-CODE TO BST-RETURN-CODE.
021120     MOVE ZEROES TO BST-RECS-READ.
021121     MOVE ZEROES TO BST-RECS-WRITTEN.
021122     MOVE ZEROES TO BST-RECS-REJECTED.
021123     MOVE ZEROES TO BST-CONTROL-COUNT.
021124     MOVE ZEROES TO BST-AMOUNT-1.
021125     MOVE ZEROES TO BST-AMOUNT-2.
021126     MOVE WS-TXN-READ TO BST-RECS-READ.
021127     MOVE WS-GT-SALE-COUNT TO BST-CONTROL-COUNT.
021128     MOVE "SALES" TO BST-AMOUNT-1-NAME.
021129     MOVE WS-GT-GROSS-SALES TO BST-AMOUNT-1.
021130     MOVE "SALES TAX" TO BST-AMOUNT-2-NAME.
021131     MOVE WS-GT-TAX-AMT TO BST-AMOUNT-2.
021132     WRITE BATCH-STAT-RECORD.
021133     CLOSE BAT-STAT-FILE.
021134 8950-EXIT.
021135     EXIT.
021136
021200 9000-CLOSE-UP.
021300     CLOSE SALES-TXN-FILE.
021400     CLOSE EOD-RPT-FILE.
