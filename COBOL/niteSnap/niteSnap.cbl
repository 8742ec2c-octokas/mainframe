000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NITESNAP.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    PRE-BATCH SNAPSHOT.  FIRST STEP OF THE NIGHTLY WINDOW.     *
000900*    UNLOADS EVERY MASTER THE WINDOW UPDATES IN PLACE -         *
000910*    INVMAST, PTSLEDGR, ARLEDGR, PRCPEND, RUNCTL, LOTFILE AND   *
000920*    CARDOPEN - TO A NEW DATED GENERATION, AND WRITES ONE       *
000930*    SNAPCTL CONTROL RECORD PER FILE WITH ITS RECORD COUNT AND  *
000940*    THE HASH TOTALS OF ITS KEY MONEY AND QUANTITY FIELDS.  IF  *
000950*    A LATER STEP FAILS PART WAY THROUGH ITS POSTING, NITERSTR  *
000960*    RELOADS THE GENERATION SO THE NIGHT CAN BE RERUN FROM A    *
000970*    CLEAN START.  AN INVENTORY, POINTS OR HOUSE CHARGE MASTER  *
000980*    THAT CANNOT BE UNLOADED ENDS THE STEP WITH RETURN CODE 8,  *
000990*    AND NOTHING BELOW IT IN THE WINDOW RUNS WITHOUT ITS        *
001000*    SNAPSHOT.  NO PENDING PRICE CHANGES, RUN-CONTROL ROWS,     *
001010*    LOTS OR CARD OPEN ITEMS YET IS NOT AN ERROR - THE          *
001020*    GENERATION THEN HOLDS AN EMPTY FILE.                       *
002100*-----------------------------------------------------------------
002200*    MAINTENANCE HISTORY.                                       *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-15 DRO   INITIAL VERSION.                           *
002410*    2026-10-15 DRO   ALSO UNLOADS LOTFILE - INVPOST NOW         *
002420*                     RELIEVES LOTS IN PLACE.  NO LOTFILE YET IS *
002430*                     SNAPPED EMPTY, LIKE PRCPEND.               *
002440*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002450*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002460*                     OPERATIONS SUMMARY (BATSUMM).              *
002470*    2026-10-15 DRO   ALSO UNLOADS CARDOPEN - A RESTORED NIGHT   *
002480*                     THEN FINDS CARDRECN'S OPEN ITEMS AS THEY   *
002490*                     STOOD, NOT ALREADY FUNDED.                 *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS INV-ITEM-CODE
003800         FILE STATUS IS WS-INV-MAST-STATUS.
003900
004000     SELECT PTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS PTS-CUST-EMAIL
004400         FILE STATUS IS WS-PTS-LEDGER-STATUS.
004500
004600     SELECT AR-LEDGER-FILE  ASSIGN TO "ARLEDGR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS ARL-CUST-EMAIL
005000         FILE STATUS IS WS-AR-LEDGER-STATUS.
005100
005200     SELECT PRC-PEND-FILE   ASSIGN TO "PRCPEND"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-PRC-PEND-STATUS.
005500
005600     SELECT RUN-CTL-FILE    ASSIGN TO "RUNCTL"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS RNC-KEY
006000         FILE STATUS IS WS-RUN-CTL-STATUS.
006100
006110     SELECT LOT-FILE        ASSIGN TO "LOTFILE"
006120         ORGANIZATION IS INDEXED
006130         ACCESS MODE IS SEQUENTIAL
006140         RECORD KEY IS LOT-KEY
006150         FILE STATUS IS WS-LOT-STATUS.
006160
006161     SELECT CARD-OPEN-FILE  ASSIGN TO "CARDOPEN"
006162         ORGANIZATION IS INDEXED
006163         ACCESS MODE IS SEQUENTIAL
006164         RECORD KEY IS COP-KEY
006165         FILE STATUS IS WS-CARD-OPEN-STATUS.
006166
006200     SELECT SNAP-INV-FILE   ASSIGN TO "SNAPINV"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-SNAP-INV-STATUS.
006500
006600     SELECT SNAP-PTS-FILE   ASSIGN TO "SNAPPTS"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-SNAP-PTS-STATUS.
006900
007000     SELECT SNAP-ARL-FILE   ASSIGN TO "SNAPARL"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-SNAP-ARL-STATUS.
007300
007400     SELECT SNAP-PRC-FILE   ASSIGN TO "SNAPPRC"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-SNAP-PRC-STATUS.
007700
007800     SELECT SNAP-RNC-FILE   ASSIGN TO "SNAPRNC"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-SNAP-RNC-STATUS.
008010
008020     SELECT SNAP-LOT-FILE   ASSIGN TO "SNAPLOT"
008030         ORGANIZATION IS SEQUENTIAL
008040         FILE STATUS IS WS-SNAP-LOT-STATUS.
008050
008060     SELECT SNAP-CARD-FILE  ASSIGN TO "SNAPCARD"
008070         ORGANIZATION IS SEQUENTIAL
008080         FILE STATUS IS WS-SNAP-CARD-STATUS.
008100
008200     SELECT SNAP-CTL-FILE   ASSIGN TO "SNAPCTL"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-SNAP-CTL-STATUS.
008500
008510     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
008520         ORGANIZATION IS SEQUENTIAL
008530         FILE STATUS IS WS-BAT-STAT-STATUS.
008540
008600     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-EXCP-LOG-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200
009300 FD  INV-MAST-FILE.
009400 COPY INVMAST.
009500
009600 FD  PTS-LEDGER-FILE.
009700 COPY PTSLEDGR.
009800
009900 FD  AR-LEDGER-FILE.
010000 COPY ARLEDGR.
010100
010200 FD  PRC-PEND-FILE
010300     RECORDING MODE IS F.
010400 COPY PRCPEND.
010500
010600 FD  RUN-CTL-FILE.
010700 COPY RUNCTL.
010800
010810 FD  LOT-FILE.
010820 COPY LOTFILE.
010830
010840 FD  CARD-OPEN-FILE.
010850 COPY CARDOPEN.
010860
010900 FD  SNAP-INV-FILE
011000     RECORDING MODE IS F.
011100 COPY INVMAST REPLACING LEADING ==INV== BY ==SNI==.
011200
011300 FD  SNAP-PTS-FILE
011400     RECORDING MODE IS F.
011500 COPY PTSLEDGR REPLACING LEADING ==PTS== BY ==SNP==.
011600
011700 FD  SNAP-ARL-FILE
011800     RECORDING MODE IS F.
011900 COPY ARLEDGR REPLACING LEADING ==ARL== BY ==SNA==
012000     ==AR-LEDGER-RECORD== BY ==SNA-LEDGER-RECORD==.
012100
012200 FD  SNAP-PRC-FILE
012300     RECORDING MODE IS F.
012400 COPY PRCPEND REPLACING LEADING ==PRC== BY ==SNR==.
012500
012600 FD  SNAP-RNC-FILE
012700     RECORDING MODE IS F.
012800 COPY RUNCTL REPLACING LEADING ==RNC== BY ==SNR==
012900     ==RUN-CTL-RECORD== BY ==SNR-RUN-CTL-RECORD==.
013000
013010 FD  SNAP-LOT-FILE
013020     RECORDING MODE IS F.
013030 COPY LOTFILE REPLACING LEADING ==LOT== BY ==SNL==.
013040
013050 FD  SNAP-CARD-FILE
013060     RECORDING MODE IS F.
013070 COPY CARDOPEN REPLACING LEADING ==COP== BY ==SNO==
013080     ==CARD-OPEN-RECORD== BY ==SNO-CARD-OPEN-RECORD==.
013090
013100 FD  SNAP-CTL-FILE
013200     RECORDING MODE IS F.
013300 COPY SNAPCTL.
013400
013410 FD  BAT-STAT-FILE
013420     RECORDING MODE IS F.
013430 COPY BATSTAT.
013440
013500 FD  EXCP-LOG-FILE
013600     RECORDING MODE IS F.
013700 COPY EXCPLOG.
013800
013900 WORKING-STORAGE SECTION.
014000 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
014100 01  WS-PTS-LEDGER-STATUS       PIC XX     VALUE ZEROES.
014200 01  WS-AR-LEDGER-STATUS        PIC XX     VALUE ZEROES.
014300 01  WS-PRC-PEND-STATUS         PIC XX     VALUE ZEROES.
014400 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
014410 01  WS-LOT-STATUS              PIC XX     VALUE ZEROES.
014420 01  WS-CARD-OPEN-STATUS        PIC XX     VALUE ZEROES.
014500 01  WS-SNAP-INV-STATUS         PIC XX     VALUE ZEROES.
014600 01  WS-SNAP-PTS-STATUS         PIC XX     VALUE ZEROES.
014700 01  WS-SNAP-ARL-STATUS         PIC XX     VALUE ZEROES.
014800 01  WS-SNAP-PRC-STATUS         PIC XX     VALUE ZEROES.
014900 01  WS-SNAP-RNC-STATUS         PIC XX     VALUE ZEROES.
014910 01  WS-SNAP-LOT-STATUS         PIC XX     VALUE ZEROES.
014920 01  WS-SNAP-CARD-STATUS        PIC XX     VALUE ZEROES.
015000 01  WS-SNAP-CTL-STATUS         PIC XX     VALUE ZEROES.
015100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
015110 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
015200 01  WS-LOG-TIME                PIC 9(08).
015300
015400 01  WS-SWITCHES.
015500     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
015600         88  MORE-RECORDS                  VALUE 'Y'.
015700         88  NO-MORE-RECORDS               VALUE 'N'.
015800     05  WS-PRC-AVAIL-SW        PIC X      VALUE 'Y'.
015900         88  WS-PRC-AVAIL                  VALUE 'Y'.
016000     05  WS-RNC-AVAIL-SW        PIC X      VALUE 'Y'.
016100         88  WS-RNC-AVAIL                  VALUE 'Y'.
016110     05  WS-LOT-AVAIL-SW        PIC X      VALUE 'Y'.
016120         88  WS-LOT-AVAIL                  VALUE 'Y'.
016130     05  WS-CARD-AVAIL-SW       PIC X      VALUE 'Y'.
016140         88  WS-CARD-AVAIL                 VALUE 'Y'.
016200
016300 01  WS-RUN-DATE.
016400     05  WS-RUN-YEAR            PIC 9(02).
016500     05  WS-RUN-MONTH           PIC 9(02).
016600     05  WS-RUN-DAY             PIC 9(02).
016700 01  WS-RUN-TIME                PIC 9(08).
016800
016900*    THE COUNT AND HASH TOTALS OF THE FILE BEING UNLOADED,
017000*    CLEARED BEFORE EACH FILE AND CARRIED TO ITS SNAPCTL RECORD.
017100 01  WS-FILE-TOTALS.
017200     05  WS-FILE-NAME           PIC X(08)  VALUE SPACES.
017300     05  WS-FILE-COUNT          PIC 9(09)  VALUE ZEROES.
017400     05  WS-FILE-HASH-1         PIC S9(13)V99 VALUE ZEROES.
017500     05  WS-FILE-HASH-2         PIC S9(13)V99 VALUE ZEROES.
017600     05  WS-FILE-HASH-3         PIC S9(13)V99 VALUE ZEROES.
017700
017800 01  WS-FILES-UNLOADED          PIC 9(02)  VALUE ZEROES.
017810 01  WS-RECS-UNLOADED           PIC 9(09)  VALUE ZEROES.
017900
018000 01  WS-DISPLAY-FIELDS.
018100     05  WS-DSP-COUNT           PIC ZZZ,ZZZ,ZZ9.
018200     05  WS-DSP-HASH            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
018300
018400 PROCEDURE DIVISION.
018500 0100-START.
018600     DISPLAY "*** MISKOLCZI PETS PRE-BATCH SNAPSHOT ***".
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     PERFORM 2000-UNLOAD-INVENTORY THRU 2000-EXIT.
018900     PERFORM 3000-UNLOAD-POINTS THRU 3000-EXIT.
019000     PERFORM 4000-UNLOAD-HOUSE-CHARGE THRU 4000-EXIT.
019100     PERFORM 5000-UNLOAD-PRICE-PEND THRU 5000-EXIT.
019200     PERFORM 6000-UNLOAD-RUN-CONTROL THRU 6000-EXIT.
019210     PERFORM 6500-UNLOAD-LOTS THRU 6500-EXIT.
019220     PERFORM 6700-UNLOAD-CARD-ITEMS THRU 6700-EXIT.
019300     CLOSE SNAP-CTL-FILE.
019400     DISPLAY "FILES UNLOADED:        " WS-FILES-UNLOADED.
019500     DISPLAY "SNAPSHOT DATE/TIME:    " WS-RUN-DATE " "
019600         WS-RUN-TIME (1:6).
019610     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
019700     STOP RUN.
019800
019900*    THE THREE POSTED MASTERS MUST OPEN OR THERE IS NO SNAPSHOT
019910*    AND THE WINDOW STOPS HERE.  PRCPEND, RUNCTL, LOTFILE AND
019920*    CARDOPEN MAY NOT EXIST YET; EACH IS THEN SNAPPED AS AN EMPTY
019930*    FILE.
020200 1000-INITIALIZE.
020300     ACCEPT WS-RUN-DATE FROM DATE.
020400     ACCEPT WS-RUN-TIME FROM TIME.
020500     OPEN INPUT INV-MAST-FILE.
020600     IF WS-INV-MAST-STATUS NOT = '00'
020700         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
020800             WS-INV-MAST-STATUS
020900         SET EXCP-SEV-ERROR TO TRUE
021000         MOVE "NSN001" TO EXCP-LOG-CODE
021100         MOVE "Unable to open INV-MAST-FILE - no snapshot."
021200             TO EXCP-LOG-MESSAGE
021300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
021400         MOVE 8 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700     OPEN INPUT PTS-LEDGER-FILE.
021800     IF WS-PTS-LEDGER-STATUS NOT = '00'
021900         DISPLAY "UNABLE TO OPEN PTS-LEDGER-FILE - STATUS: "
022000             WS-PTS-LEDGER-STATUS
022100         SET EXCP-SEV-ERROR TO TRUE
022200         MOVE "NSN002" TO EXCP-LOG-CODE
022300         MOVE "Unable to open PTS-LEDGER-FILE - no snapshot."
022400             TO EXCP-LOG-MESSAGE
022500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
022600         CLOSE INV-MAST-FILE
022700         MOVE 8 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000     OPEN INPUT AR-LEDGER-FILE.
023100     IF WS-AR-LEDGER-STATUS NOT = '00'
023200         DISPLAY "UNABLE TO OPEN AR-LEDGER-FILE - STATUS: "
023300             WS-AR-LEDGER-STATUS
023400         SET EXCP-SEV-ERROR TO TRUE
023500         MOVE "NSN003" TO EXCP-LOG-CODE
023600         MOVE "Unable to open AR-LEDGER-FILE - no snapshot."
023700             TO EXCP-LOG-MESSAGE
023800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
023900         CLOSE INV-MAST-FILE
024000         CLOSE PTS-LEDGER-FILE
024100         MOVE 8 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
024400     OPEN INPUT PRC-PEND-FILE.
024500     IF WS-PRC-PEND-STATUS NOT = '00'
024600         MOVE 'N' TO WS-PRC-AVAIL-SW
024700     END-IF.
024800     OPEN INPUT RUN-CTL-FILE.
024900     IF WS-RUN-CTL-STATUS NOT = '00'
025000         MOVE 'N' TO WS-RNC-AVAIL-SW
025010     END-IF.
025020     OPEN INPUT LOT-FILE.
025030     IF WS-LOT-STATUS NOT = '00'
025040         MOVE 'N' TO WS-LOT-AVAIL-SW
025050     END-IF.
025060     OPEN INPUT CARD-OPEN-FILE.
025070     IF WS-CARD-OPEN-STATUS NOT = '00'
025080         MOVE 'N' TO WS-CARD-AVAIL-SW
025100     END-IF.
025200     OPEN OUTPUT SNAP-CTL-FILE.
025300     IF WS-SNAP-CTL-STATUS NOT = '00'
025400         DISPLAY "UNABLE TO OPEN SNAP-CTL-FILE - STATUS: "
025500             WS-SNAP-CTL-STATUS
025600         SET EXCP-SEV-ERROR TO TRUE
025700         MOVE "NSN004" TO EXCP-LOG-CODE
025800         MOVE "Unable to open SNAP-CTL-FILE - no snapshot."
025900             TO EXCP-LOG-MESSAGE
026000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
026100         MOVE 8 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800*    INVENTORY MASTER - QUANTITY ON HAND, UNIT PRICE, UNIT COST *
026900*****************************************************************
027000 2000-UNLOAD-INVENTORY.
027100     MOVE "INVMAST" TO WS-FILE-NAME.
027200     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
027300     OPEN OUTPUT SNAP-INV-FILE.
027400     IF WS-SNAP-INV-STATUS NOT = '00'
027500         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
027600     END-IF.
027700     MOVE 'Y' TO WS-MORE-RECORDS.
027800     PERFORM 2100-UNLOAD-ONE-ITEM THRU 2100-EXIT
027900         UNTIL NO-MORE-RECORDS.
028000     CLOSE INV-MAST-FILE.
028100     CLOSE SNAP-INV-FILE.
028200     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
028300 2000-EXIT.
028400     EXIT.
028500
028600 2100-UNLOAD-ONE-ITEM.
028700     READ INV-MAST-FILE NEXT RECORD
028800         AT END
028900             MOVE 'N' TO WS-MORE-RECORDS
029000             GO TO 2100-EXIT
029100     END-READ.
029200     WRITE SNI-MASTER-RECORD FROM INV-MASTER-RECORD.
029300     ADD 1 TO WS-FILE-COUNT.
029400     ADD INV-QTY-ON-HAND TO WS-FILE-HASH-1.
029500     ADD INV-UNIT-PRICE TO WS-FILE-HASH-2.
029600     ADD INV-UNIT-COST TO WS-FILE-HASH-3.
029700 2100-EXIT.
029800     EXIT.
029900
030000*****************************************************************
030100*    LOYALTY POINTS LEDGER - POINTS BALANCE                     *
030200*****************************************************************
030300 3000-UNLOAD-POINTS.
030400     MOVE "PTSLEDGR" TO WS-FILE-NAME.
030500     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
030600     OPEN OUTPUT SNAP-PTS-FILE.
030700     IF WS-SNAP-PTS-STATUS NOT = '00'
030800         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
030900     END-IF.
031000     MOVE 'Y' TO WS-MORE-RECORDS.
031100     PERFORM 3100-UNLOAD-ONE-POINTS THRU 3100-EXIT
031200         UNTIL NO-MORE-RECORDS.
031300     CLOSE PTS-LEDGER-FILE.
031400     CLOSE SNAP-PTS-FILE.
031500     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
031600 3000-EXIT.
031700     EXIT.
031800
031900 3100-UNLOAD-ONE-POINTS.
032000     READ PTS-LEDGER-FILE NEXT RECORD
032100         AT END
032200             MOVE 'N' TO WS-MORE-RECORDS
032300             GO TO 3100-EXIT
032400     END-READ.
032500     WRITE SNP-LEDGER-RECORD FROM PTS-LEDGER-RECORD.
032600     ADD 1 TO WS-FILE-COUNT.
032700     ADD PTS-BALANCE TO WS-FILE-HASH-1.
032800 3100-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200*    HOUSE CHARGE LEDGER - BALANCE (SIGNED) AND CREDIT LIMIT    *
033300*****************************************************************
033400 4000-UNLOAD-HOUSE-CHARGE.
033500     MOVE "ARLEDGR" TO WS-FILE-NAME.
033600     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
033700     OPEN OUTPUT SNAP-ARL-FILE.
033800     IF WS-SNAP-ARL-STATUS NOT = '00'
033900         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
034000     END-IF.
034100     MOVE 'Y' TO WS-MORE-RECORDS.
034200     PERFORM 4100-UNLOAD-ONE-ACCOUNT THRU 4100-EXIT
034300         UNTIL NO-MORE-RECORDS.
034400     CLOSE AR-LEDGER-FILE.
034500     CLOSE SNAP-ARL-FILE.
034600     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
034700 4000-EXIT.
034800     EXIT.
034900
035000 4100-UNLOAD-ONE-ACCOUNT.
035100     READ AR-LEDGER-FILE NEXT RECORD
035200         AT END
035300             MOVE 'N' TO WS-MORE-RECORDS
035400             GO TO 4100-EXIT
035500     END-READ.
035600     WRITE SNA-LEDGER-RECORD FROM AR-LEDGER-RECORD.
035700     ADD 1 TO WS-FILE-COUNT.
035800     ADD ARL-BALANCE TO WS-FILE-HASH-1.
035900     ADD ARL-CREDIT-LIMIT TO WS-FILE-HASH-2.
036000 4100-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*    PENDING PRICE CHANGES - NEW PRICE                          *
036500*****************************************************************
036600 5000-UNLOAD-PRICE-PEND.
036700     MOVE "PRCPEND" TO WS-FILE-NAME.
036800     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
036900     OPEN OUTPUT SNAP-PRC-FILE.
037000     IF WS-SNAP-PRC-STATUS NOT = '00'
037100         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
037200     END-IF.
037300     IF NOT WS-PRC-AVAIL
037400         DISPLAY "NO PENDING PRICE CHANGES - SNAPPED EMPTY."
037500         GO TO 5000-CLOSE
037600     END-IF.
037700     MOVE 'Y' TO WS-MORE-RECORDS.
037800     PERFORM 5100-UNLOAD-ONE-CHANGE THRU 5100-EXIT
037900         UNTIL NO-MORE-RECORDS.
038000     CLOSE PRC-PEND-FILE.
038100 5000-CLOSE.
038200     CLOSE SNAP-PRC-FILE.
038300     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
038400 5000-EXIT.
038500     EXIT.
038600
038700 5100-UNLOAD-ONE-CHANGE.
038800     READ PRC-PEND-FILE
038900         AT END
039000             MOVE 'N' TO WS-MORE-RECORDS
039100             GO TO 5100-EXIT
039200     END-READ.
039300     WRITE SNR-PEND-RECORD FROM PRC-PEND-RECORD.
039400     ADD 1 TO WS-FILE-COUNT.
039500     ADD PRC-NEW-PRICE TO WS-FILE-HASH-1.
039600 5100-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*    RUN-CONTROL ROWS - RECORD COUNT ONLY                       *
040100*****************************************************************
040200 6000-UNLOAD-RUN-CONTROL.
040300     MOVE "RUNCTL" TO WS-FILE-NAME.
040400     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
040500     OPEN OUTPUT SNAP-RNC-FILE.
040600     IF WS-SNAP-RNC-STATUS NOT = '00'
040700         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
040800     END-IF.
040900     IF NOT WS-RNC-AVAIL
041000         DISPLAY "NO RUN-CONTROL ROWS ON FILE - SNAPPED EMPTY."
041100         GO TO 6000-CLOSE
041200     END-IF.
041300     MOVE 'Y' TO WS-MORE-RECORDS.
041400     PERFORM 6100-UNLOAD-ONE-ROW THRU 6100-EXIT
041500         UNTIL NO-MORE-RECORDS.
041600     CLOSE RUN-CTL-FILE.
041700 6000-CLOSE.
041800     CLOSE SNAP-RNC-FILE.
041900     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
042000 6000-EXIT.
042100     EXIT.
042200
042300 6100-UNLOAD-ONE-ROW.
042400     READ RUN-CTL-FILE NEXT RECORD
042500         AT END
042600             MOVE 'N' TO WS-MORE-RECORDS
042700             GO TO 6100-EXIT
042800     END-READ.
042900     WRITE SNR-RUN-CTL-RECORD FROM RUN-CTL-RECORD.
043000     ADD 1 TO WS-FILE-COUNT.
043100 6100-EXIT.
043200     EXIT.
043300
043301*****************************************************************
043302*    STOCK LOTS - QUANTITY ON HAND AND UNIT COST                *
043303*****************************************************************
043304 6500-UNLOAD-LOTS.
043305     MOVE "LOTFILE" TO WS-FILE-NAME.
043306     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
043307     OPEN OUTPUT SNAP-LOT-FILE.
043308     IF WS-SNAP-LOT-STATUS NOT = '00'
043309         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
043310     END-IF.
043311     IF NOT WS-LOT-AVAIL
043312         DISPLAY "NO STOCK LOTS ON FILE - SNAPPED EMPTY."
043313         GO TO 6500-CLOSE
043314     END-IF.
043315     MOVE 'Y' TO WS-MORE-RECORDS.
043316     PERFORM 6600-UNLOAD-ONE-LOT THRU 6600-EXIT
043317         UNTIL NO-MORE-RECORDS.
043318     CLOSE LOT-FILE.
043319 6500-CLOSE.
043320     CLOSE SNAP-LOT-FILE.
043321     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
043322 6500-EXIT.
043323     EXIT.
043324
043325 6600-UNLOAD-ONE-LOT.
043326     READ LOT-FILE NEXT RECORD
043327         AT END
043328             MOVE 'N' TO WS-MORE-RECORDS
043329             GO TO 6600-EXIT
043330     END-READ.
043331     WRITE SNL-RECORD FROM LOT-RECORD.
043332     ADD 1 TO WS-FILE-COUNT.
043333     ADD LOT-QTY-ON-HAND TO WS-FILE-HASH-1.
043334     ADD LOT-UNIT-COST TO WS-FILE-HASH-2.
043335 6600-EXIT.
043336     EXIT.
043337
043338*****************************************************************
043339*    CARD TENDER OPEN ITEMS - TENDERED, FUNDED AND FEE AMOUNTS  *
043340*****************************************************************
043341 6700-UNLOAD-CARD-ITEMS.
043342     MOVE "CARDOPEN" TO WS-FILE-NAME.
043343     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
043344     OPEN OUTPUT SNAP-CARD-FILE.
043345     IF WS-SNAP-CARD-STATUS NOT = '00'
043346         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
043347     END-IF.
043348     IF NOT WS-CARD-AVAIL
043349         DISPLAY "NO CARD OPEN ITEMS ON FILE - SNAPPED EMPTY."
043350         GO TO 6700-CLOSE
043351     END-IF.
043352     MOVE 'Y' TO WS-MORE-RECORDS.
043353     PERFORM 6800-UNLOAD-ONE-CARD THRU 6800-EXIT
043354         UNTIL NO-MORE-RECORDS.
043355     CLOSE CARD-OPEN-FILE.
043356 6700-CLOSE.
043357     CLOSE SNAP-CARD-FILE.
043358     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
043359 6700-EXIT.
043360     EXIT.
043361
043362 6800-UNLOAD-ONE-CARD.
043363     READ CARD-OPEN-FILE NEXT RECORD
043364         AT END
043365             MOVE 'N' TO WS-MORE-RECORDS
043366             GO TO 6800-EXIT
043367     END-READ.
043368     WRITE SNO-CARD-OPEN-RECORD FROM CARD-OPEN-RECORD.
043369     ADD 1 TO WS-FILE-COUNT.
043370     ADD COP-TENDER-AMT TO WS-FILE-HASH-1.
043371     ADD COP-FUNDED-AMT TO WS-FILE-HASH-2.
043372     ADD COP-FEE-AMT TO WS-FILE-HASH-3.
043373 6800-EXIT.
043374     EXIT.
043375
043400 7000-CLEAR-TOTALS.
043500     MOVE ZEROES TO WS-FILE-COUNT.
043600     MOVE ZEROES TO WS-FILE-HASH-1.
043700     MOVE ZEROES TO WS-FILE-HASH-2.
043800     MOVE ZEROES TO WS-FILE-HASH-3.
043900 7000-EXIT.
044000     EXIT.
044100
044200 7100-WRITE-CONTROL.
044300     MOVE SPACES TO SNAP-CTL-RECORD.
044400     MOVE WS-FILE-NAME TO SNC-FILE-NAME.
044500     MOVE WS-RUN-DATE TO SNC-SNAP-DATE.
044600     MOVE WS-RUN-TIME (1:6) TO SNC-SNAP-TIME.
044700     MOVE WS-FILE-COUNT TO SNC-RECORD-COUNT.
044800     MOVE WS-FILE-HASH-1 TO SNC-HASH-1.
044900     MOVE WS-FILE-HASH-2 TO SNC-HASH-2.
045000     MOVE WS-FILE-HASH-3 TO SNC-HASH-3.
045100     WRITE SNAP-CTL-RECORD.
045200     ADD 1 TO WS-FILES-UNLOADED.
045210     ADD WS-FILE-COUNT TO WS-RECS-UNLOADED.
045300     MOVE WS-FILE-COUNT TO WS-DSP-COUNT.
045400     DISPLAY WS-FILE-NAME " RECORDS: " WS-DSP-COUNT.
045500     MOVE WS-FILE-HASH-1 TO WS-DSP-HASH.
045600     DISPLAY "         HASH 1:  " WS-DSP-HASH.
045700     MOVE WS-FILE-HASH-2 TO WS-DSP-HASH.
045800     DISPLAY "         HASH 2:  " WS-DSP-HASH.
045900     MOVE WS-FILE-HASH-3 TO WS-DSP-HASH.
046000     DISPLAY "         HASH 3:  " WS-DSP-HASH.
046100 7100-EXIT.
046200     EXIT.
046300
046400*    A GENERATION WITH A FILE MISSING IS NO SNAPSHOT AT ALL, SO
046500*    THE STEP ENDS HERE AND THE WINDOW DOES NOT START.
046600 7900-SNAP-OPEN-FAILED.
046700     DISPLAY "UNABLE TO OPEN SNAPSHOT OF " WS-FILE-NAME.
046800     SET EXCP-SEV-ERROR TO TRUE.
046900     MOVE "NSN005" TO EXCP-LOG-CODE.
047000     MOVE SPACES TO EXCP-LOG-MESSAGE.
047100     STRING "Unable to open snapshot of " DELIMITED BY SIZE
047200         WS-FILE-NAME DELIMITED BY SPACE
047300         " - no snapshot taken." DELIMITED BY SIZE
047400         INTO EXCP-LOG-MESSAGE
047500     END-STRING.
047600     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
047700     MOVE 8 TO RETURN-CODE.
047800     STOP RUN.
047900 7900-EXIT.
048000     EXIT.
048100
048101*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
048102*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
048103*    OPEN COSTS THE ROW, NEVER THE STEP.
048104 8950-WRITE-BATCH-STATS.
048105     OPEN EXTEND BAT-STAT-FILE.
048106     IF WS-BAT-STAT-STATUS = '05' OR '35'
048107         OPEN OUTPUT BAT-STAT-FILE
048108     END-IF.
048109     IF WS-BAT-STAT-STATUS NOT = '00'
048110         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
048111             WS-BAT-STAT-STATUS
048112         GO TO 8950-EXIT
048113     END-IF.
048114     MOVE SPACES TO BATCH-STAT-RECORD.
048115     MOVE "NITESNAP" TO BST-STEP-NAME.
048116     MOVE WS-RUN-DATE TO BST-RUN-DATE.
048117     ACCEPT WS-LOG-TIME FROM TIME.
048118     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
048119     MOVE RETURN-CODE TO BST-RETURN-CODE.
048120     MOVE ZEROES TO BST-RECS-READ.
048121     MOVE ZEROES TO BST-RECS-WRITTEN.
048122     MOVE ZEROES TO BST-RECS-REJECTED.
048123     MOVE ZEROES TO BST-CONTROL-COUNT.
048124     MOVE ZEROES TO BST-AMOUNT-1.
048125     MOVE ZEROES TO BST-AMOUNT-2.
048126     MOVE WS-RECS-UNLOADED TO BST-RECS-READ.
048127     MOVE WS-RECS-UNLOADED TO BST-RECS-WRITTEN.
048128     MOVE WS-FILES-UNLOADED TO BST-CONTROL-COUNT.
048129     WRITE BATCH-STAT-RECORD.
048130     CLOSE BAT-STAT-FILE.
048131 8950-EXIT.
048132     EXIT.
048133
048200 8900-LOG-EXCEPTION.
048300     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
048400     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
048500     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
048600     ACCEPT WS-LOG-TIME FROM TIME.
048700     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
048800     MOVE "NITESNAP"         TO EXCP-LOG-PROGRAM.
048900     OPEN EXTEND EXCP-LOG-FILE.
049000     IF WS-EXCP-LOG-STATUS NOT = '00'
049100         OPEN OUTPUT EXCP-LOG-FILE
049200     END-IF.
049300     WRITE EXCP-LOG-RECORD.
049400     CLOSE EXCP-LOG-FILE.
049500 8900-EXIT.
049600     EXIT.
049700
049800 END PROGRAM NITESNAP.
