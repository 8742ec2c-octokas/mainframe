002030*                     INSTEAD OF THE ARCHIVE FD'S RECORD AREA,   *
002040*                     WHICH IS NOT ADDRESSABLE ON THE TARGET     *
002050*                     SYSTEM WHILE THAT FILE IS CLOSED.          *
002051*    2026-10-15 DRO   ARCHIVED RECEIPTS ARE NOW READ THROUGH THE *
002052*                     SALEHIDX RECEIPT INDEX - BY REGISTER AND   *
002053*                     RECEIPT FOR A REPRINT, BY THE CUSTOMER KEY *
002054*                     FOR A CUSTOMER SEARCH - INSTEAD OF A FULL  *
002055*                     PASS OF SALEHIST.                          *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-SALES-TXN-STATUS.
003300
003310*    THE ARCHIVE IS READ ONLY THROUGH ITS RECEIPT INDEX.
003400     SELECT SALE-HIDX-FILE  ASSIGN TO "SALEHIDX"
003500         ORGANIZATION IS INDEXED
003510         ACCESS MODE IS DYNAMIC
003520         RECORD KEY IS HIX-KEY
003530         ALTERNATE RECORD KEY IS HIX-CUSTOMER-KEY
003540             WITH DUPLICATES
003550         ALTERNATE RECORD KEY IS HIX-ORIG-RECEIPT-NO
003560             WITH DUPLICATES
003600         FILE STATUS IS WS-SALE-HIDX-STATUS.
003700
003800     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
003900         ORGANIZATION IS INDEXED
005700     RECORDING MODE IS F.
005800 COPY SALESTXN.
005900
006000 FD  SALE-HIDX-FILE.
006010 COPY SALEHIDX.
006400
006500 FD  CUST-MAST-FILE.
006600 COPY CUSTMAST.
007650     ==SALES-TXN-RECORD== BY ==WRK-TXN-RECORD==.
007660
007700 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
007800 01  WS-SALE-HIDX-STATUS        PIC XX     VALUE ZEROES.
007900 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
008000 01  WS-CUST-XREF-STATUS        PIC XX     VALUE ZEROES.
008100 01  WS-RCPT-RPT-STATUS         PIC XX     VALUE ZEROES.
012500     05  WS-KDX                 PIC 9(02)  VALUE ZEROES.
012600     05  WS-MATCH-COUNT         PIC 9(04)  VALUE ZEROES.
012700     05  WS-WORK-EMAIL          PIC X(36)  VALUE SPACES.
012710*    THE REGISTER WHOSE RECEIPT RANGE THE WANTED NUMBER FALLS
012720*    IN - THE FIRST PART OF ITS KEY ON THE ARCHIVE INDEX.
012730     05  WS-HIX-REGISTER-ID     PIC X(02)  VALUE SPACES.
012740     05  WS-HIX-REG-NUM         PIC 9(01)  VALUE ZEROES.
012750     05  WS-RCPT-RANGE-SIZE     PIC 9(06)  VALUE 200000.
012800
012900 01  RPT-REPRINT-BANNER.
013000     05  FILLER  PIC X(26) VALUE "********  REPRINT  *******".
035700             UNTIL NO-MORE-RECORDS
035800         CLOSE SALES-TXN-FILE
035900     END-IF.
036000     OPEN INPUT SALE-HIDX-FILE.
036100     IF WS-SALE-HIDX-STATUS = '00'
036200         PERFORM 0480-LIST-ONE-KEY THRU 0480-EXIT
036300             VARYING WS-KDX FROM 1 BY 1
036400             UNTIL WS-KDX > WS-KEY-COUNT
036500         CLOSE SALE-HIDX-FILE
036600     ELSE
036700         CLOSE SALE-HIDX-FILE
036710         DISPLAY "Receipt index unavailable - archive not "
036720             "searched."
036800     END-IF.
036900     DISPLAY "RECEIPTS FOUND: " WS-MATCH-COUNT.
037000 0470-EXIT.
039200 0475-EXIT.
039300     EXIT.
039400
039401*    EACH EMAIL ON THE KEY LIST IS ONE RUN OF THE CUSTOMER
039402*    PATH ON THE ARCHIVE INDEX.
039403 0480-LIST-ONE-KEY.
039404     MOVE KT-EMAIL (WS-KDX) TO HIX-CUSTOMER-KEY.
039405     START SALE-HIDX-FILE KEY IS EQUAL TO HIX-CUSTOMER-KEY
039406         INVALID KEY
039407             GO TO 0480-EXIT
039408     END-START.
039409     MOVE 'Y' TO WS-MORE-RECORDS.
039410     PERFORM 0485-LIST-ONE-HIST THRU 0485-EXIT
039411         UNTIL NO-MORE-RECORDS.
039412 0480-EXIT.
039413     EXIT.
039414
039500 0485-LIST-ONE-HIST.
039600     READ SALE-HIDX-FILE NEXT RECORD
039700         AT END
039800             MOVE 'N' TO WS-MORE-RECORDS
039900             GO TO 0485-EXIT
040000     END-READ.
040010     IF (WS-SALE-HIDX-STATUS NOT = '00'
040020             AND WS-SALE-HIDX-STATUS NOT = '02')
040200         OR HIX-CUSTOMER-KEY NOT = KT-EMAIL (WS-KDX)
040210         MOVE 'N' TO WS-MORE-RECORDS
040220         GO TO 0485-EXIT
041300     END-IF.
041301     IF HIX-TOTAL-REC
041302         MOVE HIX-TXN-IMAGE TO WRK-TXN-RECORD
041303         MOVE WRK-RECEIPT-NO TO RPT-SUM-RECEIPT
041304         MOVE WRK-YEAR TO RPT-SUM-YEAR
041305         MOVE WRK-MONTH TO RPT-SUM-MONTH
041306         MOVE WRK-DAY TO RPT-SUM-DAY
041307         MOVE WRK-NET-TOTAL TO RPT-SUM-NET
041308         DISPLAY RPT-SUMMARY-LINE
041309         ADD 1 TO WS-MATCH-COUNT
041310     END-IF.
041400 0485-EXIT.
041500     EXIT.
041600
041700 0600-REPRINT-RECEIPT.
042400             UNTIL NO-MORE-RECORDS
042500         CLOSE SALES-TXN-FILE
042600     END-IF.
042700     OPEN INPUT SALE-HIDX-FILE.
042800     IF WS-SALE-HIDX-STATUS = '00'
042900         PERFORM 0625-START-HIST-RECEIPT THRU 0625-EXIT
043000         PERFORM 0630-SCAN-ONE-HIST THRU 0630-EXIT
043100             UNTIL NO-MORE-RECORDS
043200         CLOSE SALE-HIDX-FILE
043300     ELSE
043400         CLOSE SALE-HIDX-FILE
043410         DISPLAY "Receipt index unavailable - archive not "
043420             "searched."
043500     END-IF.
043600     IF NOT WS-RCPT-FOUND
043700         DISPLAY "No records found for receipt "
045900 0620-EXIT.
046000     EXIT.
046100
046101*    A RECEIPT'S ARCHIVED ROWS SIT TOGETHER ON THE INDEX
046102*    UNDER THE REGISTER WHOSE RANGE THE NUMBER FALLS IN -
046103*    REGISTER 1 OWNS 000001-200000 AND SO ON.
046104 0625-START-HIST-RECEIPT.
046105     MOVE 'Y' TO WS-MORE-RECORDS.
046106     COMPUTE WS-HIX-REG-NUM =
046107         ((WS-WANTED-RECEIPT - 1) / WS-RCPT-RANGE-SIZE) + 1.
046108     MOVE ZEROES TO WS-HIX-REGISTER-ID.
046109     MOVE WS-HIX-REG-NUM TO WS-HIX-REGISTER-ID (2:1).
046110     MOVE WS-HIX-REGISTER-ID TO HIX-REGISTER-ID.
046111     MOVE WS-WANTED-RECEIPT TO HIX-RECEIPT-NO.
046112     MOVE ZEROES TO HIX-LINE-NO.
046113     START SALE-HIDX-FILE KEY IS NOT LESS THAN HIX-KEY
046114         INVALID KEY
046115             MOVE 'N' TO WS-MORE-RECORDS
046116     END-START.
046117 0625-EXIT.
046118     EXIT.
046119
046200 0630-SCAN-ONE-HIST.
046300     READ SALE-HIDX-FILE NEXT RECORD
046400         AT END
046500             MOVE 'N' TO WS-MORE-RECORDS
046600             GO TO 0630-EXIT
046700     END-READ.
046710     IF (WS-SALE-HIDX-STATUS NOT = '00'
046720             AND WS-SALE-HIDX-STATUS NOT = '02')
046730         OR HIX-REGISTER-ID NOT = WS-HIX-REGISTER-ID
046800         OR HIX-RECEIPT-NO NOT = WS-WANTED-RECEIPT
046810         MOVE 'N' TO WS-MORE-RECORDS
046820         GO TO 0630-EXIT
047000     END-IF.
047010     MOVE HIX-TXN-IMAGE TO WRK-TXN-RECORD.
047020     PERFORM 0700-PRINT-ONE-RECORD THRU 0700-EXIT.
047100 0630-EXIT.
047200     EXIT.
047300
