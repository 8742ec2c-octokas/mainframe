003260*                     (RC=0) SO A RESUBMITTED NITEBTCH CANNOT   *
003270*                     RELIEVE STOCK TWICE.  OPERATIONS FORCES   *
003280*                     A RERUN BY DELETING THE ROW WITH RUNCTLM. *
003281*    2026-10-15 DRO   A KIT ITEM (INV-KIT-ITEM) NOW POSTS AS     *
003282*                     MOVEMENTS OF ITS COMPONENTS FROM           *
003283*                     KIT-BOM-FILE, EACH TIMES ITS QUANTITY PER  *
003284*                     KIT; THE KIT ITSELF CARRIES NO STOCK.  A   *
003285*                     COMPONENT MOVE OVER 999 IS SPLIT ACROSS    *
003286*                     INVMOVE RECORDS.  A KIT WITH NO COMPONENT  *
003287*                     LIST GOES TO THE UNMATCHED REPORT.         *
003288*    2026-10-15 DRO   A SALE OF A LOT-TRACKED ITEM (OR KIT       *
003289*                     COMPONENT) RELIEVES LOTFILE OLDEST EXPIRY  *
003290*                     FIRST, DELETING EACH LOT IT USES UP; A     *
003291*                     RETURN GOES BACK ON THE EARLIEST LOT NOT   *
003292*                     YET EXPIRED.  LOTFILE IS OPTIONAL.         *
003293*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
003294*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
003295*                     OPERATIONS SUMMARY (BATSUMM).              *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
005940         RECORD KEY IS RNC-KEY
005950         FILE STATUS IS WS-RUN-CTL-STATUS.
005960
005961     SELECT KIT-BOM-FILE    ASSIGN TO "KITBOM"
005962         ORGANIZATION IS INDEXED
005963         ACCESS MODE IS DYNAMIC
005964         RECORD KEY IS KIT-ITEM-CODE
005965         FILE STATUS IS WS-KIT-BOM-STATUS.
005966
005967     SELECT LOT-FILE        ASSIGN TO "LOTFILE"
005968         ORGANIZATION IS INDEXED
005969         ACCESS MODE IS DYNAMIC
005970         RECORD KEY IS LOT-KEY
005971         FILE STATUS IS WS-LOT-STATUS.
005972
005973     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
005974         ORGANIZATION IS SEQUENTIAL
005975         FILE STATUS IS WS-BAT-STAT-STATUS.
005976
006000     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-EXCP-LOG-STATUS.
009410 FD  RUN-CTL-FILE.
009420 COPY RUNCTL.
009430
009431 FD  KIT-BOM-FILE.
009432 COPY KITBOM.
009433
009434 FD  LOT-FILE.
009435 COPY LOTFILE.
009436
009437 FD  BAT-STAT-FILE
009438     RECORDING MODE IS F.
009439 COPY BATSTAT.
009440
009500 FD  EXCP-LOG-FILE
009600     RECORDING MODE IS F.
009700 COPY EXCPLOG.
010300 01  WS-INV-MOVE-STATUS         PIC XX     VALUE ZEROES.
010400 01  WS-UNMAT-RPT-STATUS        PIC XX     VALUE ZEROES.
010500 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
010501 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
010510 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
010520 01  WS-RUN-CTL-AVAIL-SW        PIC X      VALUE 'Y'.
010530     88  WS-RUN-CTL-AVAIL           VALUE 'Y'.
010540 01  WS-KIT-BOM-STATUS          PIC XX     VALUE ZEROES.
010550 01  WS-KIT-AVAIL-SW            PIC X      VALUE 'Y'.
010560     88  WS-KIT-AVAIL               VALUE 'Y'.
010570 01  WS-LOT-STATUS              PIC XX     VALUE ZEROES.
010580 01  WS-LOT-AVAIL-SW            PIC X      VALUE 'Y'.
010590     88  WS-LOT-AVAIL               VALUE 'Y'.
010600 01  WS-LOG-TIME                PIC 9(08).
010700
010800 01  WS-SWITCHES.
012100     05  WS-UNMATCHED-COUNT     PIC 9(07)  VALUE ZEROES.
012200
012300 01  WS-NEW-ON-HAND             PIC S9(06) VALUE ZEROES.
012301
012302 01  WS-KIT-FIELDS.
012303     05  WS-KIT-SUB             PIC 9(02)  VALUE ZEROES.
012304     05  WS-KIT-FOUND-SW        PIC X      VALUE 'N'.
012305         88  WS-KIT-FOUND           VALUE 'Y'.
012306     05  WS-COMP-MOVE-QTY       PIC 9(06)  VALUE ZEROES.
012307     05  WS-CHUNK-QTY           PIC 9(03)  VALUE ZEROES.
012308
012309 01  WS-LOT-FIELDS.
012310     05  WS-LOT-QTY             PIC 9(05)  VALUE ZEROES.
012311     05  WS-LOT-REMAIN          PIC 9(05)  VALUE ZEROES.
012312     05  WS-LOT-EOF-SW          PIC X      VALUE 'N'.
012313         88  WS-LOT-EOF             VALUE 'Y'.
012400
012500*    RECEIPTS THAT HAVE A TOTAL RECORD TODAY - ONLY THEIR
012600*    DETAIL LINES MOVE STOCK.  A CANCELLED SALE'S LINES HAVE
018100     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
018150     PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT.
018200     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
018210     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
018300     STOP RUN.
018400
018500 1000-INITIALIZE.
020500             TO EXCP-LOG-MESSAGE
020600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
020700         STOP RUN
020701     END-IF.
020702     OPEN INPUT KIT-BOM-FILE.
020703     IF WS-KIT-BOM-STATUS NOT = '00'
020704         MOVE 'N' TO WS-KIT-AVAIL-SW
020705         DISPLAY "KIT-BOM-FILE unavailable - kit lines will be "
020706             "reported unmatched."
020707         SET EXCP-SEV-WARNING TO TRUE
020708         MOVE "INP007" TO EXCP-LOG-CODE
020709         MOVE "KIT-BOM-FILE unavailable - kits not posted."
020710             TO EXCP-LOG-MESSAGE
020711         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
020712     END-IF.
020713     OPEN I-O LOT-FILE.
020714     IF WS-LOT-STATUS NOT = '00'
020715         MOVE 'N' TO WS-LOT-AVAIL-SW
020716         DISPLAY "LOTFILE unavailable - lots will not be "
020717             "relieved this run."
020800     END-IF.
020900     PERFORM 1500-SCAN-FOR-TOTALS THRU 1500-EXIT.
021000     OPEN EXTEND INV-MOVE-FILE.
031100     IF WS-INV-MAST-STATUS NOT = '00'
031200         GO TO 2200-EXIT
031300     END-IF.
031310     IF INV-KIT-ITEM
031320         PERFORM 2400-POST-KIT-MOVE THRU 2400-EXIT
031330         GO TO 2200-EXIT
031340     END-IF.
031400     MOVE INV-QTY-ON-HAND TO IMV-PRIOR-ON-HAND.
031500     IF STX-RETURN-ITEM
031600         COMPUTE WS-NEW-ON-HAND = INV-QTY-ON-HAND + STX-QUANTITY
034200     MOVE INV-QTY-ON-HAND TO IMV-NEW-ON-HAND.
034300     WRITE INV-MOVE-RECORD.
034400     ADD 1 TO WS-MOVES-POSTED.
034410     IF INV-LOT-TRACKED
034420         MOVE STX-QUANTITY TO WS-LOT-QTY
034430         PERFORM 2500-POST-LOTS THRU 2500-EXIT
034440     END-IF.
034500 2200-EXIT.
034600     EXIT.
034700
037100     ADD 1 TO WS-UNMATCHED-COUNT.
037200 2300-EXIT.
037300     EXIT.
037301
037302*    A KIT MOVES NO STOCK OF ITS OWN - EACH COMPONENT ON ITS
037303*    BILL OF MATERIALS IS RELIEVED (OR, ON A RETURN, RESTORED)
037304*    BY THE LINE QUANTITY TIMES ITS QUANTITY PER KIT, AND THE
037305*    INVMOVE RECORDS CARRY THE COMPONENT CODE AGAINST THE
037306*    KIT LINE'S RECEIPT AND LINE NUMBER.
037307 2400-POST-KIT-MOVE.
037308     MOVE 'N' TO WS-KIT-FOUND-SW.
037309     IF WS-KIT-AVAIL
037310         MOVE STX-ITEM-CODE TO KIT-ITEM-CODE
037311         READ KIT-BOM-FILE
037312             NOT INVALID KEY
037313                 SET WS-KIT-FOUND TO TRUE
037314         END-READ
037315     END-IF.
037316     IF NOT WS-KIT-FOUND
037317         MOVE "KIT HAS NO COMPONENT LIST" TO RPT-REASON
037318         PERFORM 2300-WRITE-UNMATCHED THRU 2300-EXIT
037319         SET EXCP-SEV-WARNING TO TRUE
037320         MOVE "INP008" TO EXCP-LOG-CODE
037321         MOVE "Kit sold with no KIT-BOM-FILE list - not posted."
037322             TO EXCP-LOG-MESSAGE
037323         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037324         GO TO 2400-EXIT
037325     END-IF.
037326     PERFORM 2410-POST-ONE-COMPONENT THRU 2410-EXIT
037327         VARYING WS-KIT-SUB FROM 1 BY 1
037328         UNTIL WS-KIT-SUB > KIT-COMP-COUNT.
037329 2400-EXIT.
037330     EXIT.
037331
037332 2410-POST-ONE-COMPONENT.
037333     MOVE KIT-COMP-ITEM-CODE (WS-KIT-SUB) TO INV-ITEM-CODE.
037334     READ INV-MAST-FILE
037335         INVALID KEY
037336             MOVE "COMPONENT NOT ON MASTER" TO RPT-REASON
037337             PERFORM 2300-WRITE-UNMATCHED THRU 2300-EXIT
037338             SET EXCP-SEV-WARNING TO TRUE
037339             MOVE "INP009" TO EXCP-LOG-CODE
037340             MOVE "Kit component not on master - not posted."
037341                 TO EXCP-LOG-MESSAGE
037342             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037343             GO TO 2410-EXIT
037344     END-READ.
037345     COMPUTE WS-COMP-MOVE-QTY =
037346         STX-QUANTITY * KIT-COMP-QTY (WS-KIT-SUB).
037347     PERFORM 2420-WRITE-COMPONENT-MOVE THRU 2420-EXIT
037348         UNTIL WS-COMP-MOVE-QTY = ZEROES.
037349     REWRITE INV-MASTER-RECORD.
037350 2410-EXIT.
037351     EXIT.
037352
037353*    IMV-QUANTITY HOLDS 999 - A LARGER COMPONENT MOVE IS
037354*    WRITTEN AS SEVERAL RECORDS, EACH WITH ITS OWN PRIOR AND
037355*    NEW ON-HAND.
037356 2420-WRITE-COMPONENT-MOVE.
037357     IF WS-COMP-MOVE-QTY > 999
037358         MOVE 999 TO WS-CHUNK-QTY
037359     ELSE
037360         MOVE WS-COMP-MOVE-QTY TO WS-CHUNK-QTY
037361     END-IF.
037362     SUBTRACT WS-CHUNK-QTY FROM WS-COMP-MOVE-QTY.
037363     MOVE INV-QTY-ON-HAND TO IMV-PRIOR-ON-HAND.
037364     IF STX-RETURN-ITEM
037365         COMPUTE WS-NEW-ON-HAND = INV-QTY-ON-HAND + WS-CHUNK-QTY
037366     ELSE
037367         COMPUTE WS-NEW-ON-HAND = INV-QTY-ON-HAND - WS-CHUNK-QTY
037368     END-IF.
037369     IF WS-NEW-ON-HAND < ZEROES
037370         MOVE ZEROES TO WS-NEW-ON-HAND
037371         SET EXCP-SEV-WARNING TO TRUE
037372         MOVE "INP004" TO EXCP-LOG-CODE
037373         MOVE "On-hand would go negative - floored at zero."
037374             TO EXCP-LOG-MESSAGE
037375         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037376     END-IF.
037377     MOVE WS-NEW-ON-HAND TO INV-QTY-ON-HAND.
037378     MOVE WS-RUN-YEAR TO IMV-POST-YEAR.
037379     MOVE WS-RUN-MONTH TO IMV-POST-MONTH.
037380     MOVE WS-RUN-DAY TO IMV-POST-DAY.
037381     MOVE STX-RECEIPT-NO TO IMV-RECEIPT-NO.
037382     MOVE STX-LINE-NO TO IMV-LINE-NO.
037383     MOVE INV-ITEM-CODE TO IMV-ITEM-CODE.
037384     IF STX-RETURN-ITEM
037385         SET IMV-RETURN-MOVE TO TRUE
037386     ELSE
037387         SET IMV-SALE-MOVE TO TRUE
037388     END-IF.
037389     MOVE WS-CHUNK-QTY TO IMV-QUANTITY.
037390     MOVE INV-QTY-ON-HAND TO IMV-NEW-ON-HAND.
037391     WRITE INV-MOVE-RECORD.
037392     ADD 1 TO WS-MOVES-POSTED.
037393     IF INV-LOT-TRACKED
037394         MOVE WS-CHUNK-QTY TO WS-LOT-QTY
037395         PERFORM 2500-POST-LOTS THRU 2500-EXIT
037396     END-IF.
037397 2420-EXIT.
037398     EXIT.
037400
037401*    LOTS OF THE ITEM IN INV-MASTER-RECORD.  A SALE COMES OFF
037402*    THE OLDEST EXPIRY FIRST - WHAT THE SHELF ROTATION SENDS
037403*    OUT - AND A LOT THAT REACHES ZERO IS DELETED.  A RETURN
037404*    GOES BACK ON THE EARLIEST LOT STILL IN DATE.
037405 2500-POST-LOTS.
037406     IF NOT WS-LOT-AVAIL
037407         GO TO 2500-EXIT
037408     END-IF.
037409     MOVE WS-LOT-QTY TO WS-LOT-REMAIN.
037410     MOVE INV-ITEM-CODE TO LOT-ITEM-CODE.
037411     IF STX-RETURN-ITEM
037412         MOVE WS-RUN-DATE TO LOT-EXPIRY-DATE
037413     ELSE
037414         MOVE ZEROES TO LOT-EXPIRY-DATE
037415     END-IF.
037416     MOVE LOW-VALUES TO LOT-NUMBER.
037417     MOVE 'N' TO WS-LOT-EOF-SW.
037418     START LOT-FILE KEY NOT < LOT-KEY
037419         INVALID KEY
037420             SET WS-LOT-EOF TO TRUE
037421     END-START.
037422     IF STX-RETURN-ITEM
037423         PERFORM 2520-RESTORE-LOT THRU 2520-EXIT
037424         GO TO 2500-EXIT
037425     END-IF.
037426     PERFORM 2510-RELIEVE-ONE-LOT THRU 2510-EXIT
037427         UNTIL WS-LOT-EOF OR WS-LOT-REMAIN = ZEROES.
037428     IF WS-LOT-REMAIN > ZEROES
037429         SET EXCP-SEV-WARNING TO TRUE
037430         MOVE "INP010" TO EXCP-LOG-CODE
037431         MOVE "Lot-tracked sale exceeds the lots on LOTFILE."
037432             TO EXCP-LOG-MESSAGE
037433         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037434     END-IF.
037435 2500-EXIT.
037436     EXIT.
037437
037438 2510-RELIEVE-ONE-LOT.
037439     READ LOT-FILE NEXT RECORD
037440         AT END
037441             SET WS-LOT-EOF TO TRUE
037442             GO TO 2510-EXIT
037443     END-READ.
037444     IF LOT-ITEM-CODE NOT = INV-ITEM-CODE
037445         SET WS-LOT-EOF TO TRUE
037446         GO TO 2510-EXIT
037447     END-IF.
037448     IF LOT-QTY-ON-HAND > WS-LOT-REMAIN
037449         SUBTRACT WS-LOT-REMAIN FROM LOT-QTY-ON-HAND
037450         MOVE ZEROES TO WS-LOT-REMAIN
037451         REWRITE LOT-RECORD
037452     ELSE
037453         SUBTRACT LOT-QTY-ON-HAND FROM WS-LOT-REMAIN
037454         DELETE LOT-FILE RECORD
037455     END-IF.
037456 2510-EXIT.
037457     EXIT.
037458
037459 2520-RESTORE-LOT.
037460     IF NOT WS-LOT-EOF
037461         READ LOT-FILE NEXT RECORD
037462             AT END
037463                 SET WS-LOT-EOF TO TRUE
037464         END-READ
037465     END-IF.
037466     IF WS-LOT-EOF OR LOT-ITEM-CODE NOT = INV-ITEM-CODE
037467         SET EXCP-SEV-INFO TO TRUE
037468         MOVE "INP011" TO EXCP-LOG-CODE
037469         MOVE "Returned lot item has no lot in date - not lotted."
037470             TO EXCP-LOG-MESSAGE
037471         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037472         GO TO 2520-EXIT
037473     END-IF.
037474     ADD WS-LOT-QTY TO LOT-QTY-ON-HAND.
037475     REWRITE LOT-RECORD.
037476 2520-EXIT.
037477     EXIT.
037478
037500 3000-PRINT-SUMMARY.
037600     MOVE WS-MOVES-POSTED TO RPT-MOVES-POSTED.
037700     WRITE UNMAT-RPT-LINE FROM RPT-POSTED-LINE.
038700     CLOSE INV-MAST-FILE.
038800     CLOSE INV-MOVE-FILE.
038900     CLOSE UNMAT-RPT-FILE.
038910     IF WS-KIT-AVAIL
038920         CLOSE KIT-BOM-FILE
038930     END-IF.
038940     IF WS-LOT-AVAIL
038950         CLOSE LOT-FILE
038960     END-IF.
039000 9000-EXIT.
039001     EXIT.
039002
039003*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
039004*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
039005*    OPEN COSTS THE ROW, NEVER THE STEP.
039006 8950-WRITE-BATCH-STATS.
039007     OPEN EXTEND BAT-STAT-FILE.
039008     IF WS-BAT-STAT-STATUS = '05' OR '35'
039009         OPEN OUTPUT BAT-STAT-FILE
039010     END-IF.
039011     IF WS-BAT-STAT-STATUS NOT = '00'
039012         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
039013             WS-BAT-STAT-STATUS
039014         GO TO 8950-EXIT
039015     END-IF.
039016     MOVE SPACES TO BATCH-STAT-RECORD.
039017     MOVE "INVPOST" TO BST-STEP-NAME.
039018     MOVE WS-RUN-DATE TO BST-RUN-DATE.
039019     ACCEPT WS-LOG-TIME FROM TIME.
039020     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
039021     MOVE RETURN-CODE TO BST-RETURN-CODE.
039022     MOVE ZEROES TO BST-RECS-READ.
039023     MOVE ZEROES TO BST-RECS-WRITTEN.
039024     MOVE ZEROES TO BST-RECS-REJECTED.
039025     MOVE ZEROES TO BST-CONTROL-COUNT.
039026     MOVE ZEROES TO BST-AMOUNT-1.
039027     MOVE ZEROES TO BST-AMOUNT-2.
039028     MOVE WS-DETAIL-READ TO BST-RECS-READ.
039029     MOVE WS-MOVES-POSTED TO BST-RECS-WRITTEN.
039030     MOVE WS-UNMATCHED-COUNT TO BST-RECS-REJECTED.
039031     MOVE WS-MOVES-POSTED TO BST-CONTROL-COUNT.
039032     WRITE BATCH-STAT-RECORD.
039033     CLOSE BAT-STAT-FILE.
039034 8950-EXIT.
039100     EXIT.
039200
039300 8900-LOG-EXCEPTION.
