000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NITERSTR.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    PRE-BATCH SNAPSHOT RESTORE.  RELOADS INVMAST, PTSLEDGR,    *
000810*    ARLEDGR, PRCPEND, RUNCTL, LOTFILE AND CARDOPEN FROM A      *
000820*    GENERATION NITESNAP TOOK AT THE START OF A NIGHTLY WINDOW, *
000830*    SO A NIGHT THAT FAILED PART WAY THROUGH ITS POSTING CAN BE *
000840*    RERUN FROM A CLEAN START.  THE FIRST SYSIN CARD IS THE     *
000850*    SNAPSHOT DATE (YYMMDD) OPERATIONS EXPECTS; THE             *
000860*    GENERATION'S SNAPCTL RECORDS MUST ALL CARRY IT, SO THE     *
000870*    WRONG GENERATION IS NEVER LOADED BY MISTAKE.  EVERY        *
000880*    SNAPSHOT FILE IS THEN READ THROUGH AND ITS RECORD COUNT    *
000890*    AND HASH TOTALS PROVED AGAINST SNAPCTL BEFORE ANY MASTER   *
000900*    IS TOUCHED.  THE SECOND CARD IS V (VERIFY ONLY, THE        *
000910*    DEFAULT) OR R (RELOAD).  ON A RELOAD THE TOTALS ARE PROVED *
000920*    A SECOND TIME FROM THE RECORDS WRITTEN BACK.  RUNCTL IS    *
000930*    RELOADED AS IT STOOD BEFORE THE NIGHT, WHICH RESETS EVERY  *
000940*    COMPLETION ROW THE NIGHT WROTE; EACH ROW RESET IS LISTED   *
000950*    AND LOGGED, AS RUNCTLM DOES FOR A SINGLE FORCED RERUN.     *
000960*    ANY DIFFERENCE ENDS THE STEP WITH RETURN CODE 8.           *
002500*-----------------------------------------------------------------
002600*    MAINTENANCE HISTORY.                                       *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    2026-10-15 DRO   INITIAL VERSION.                           *
002810*    2026-10-15 DRO   LOTFILE ADDED AS THE SIXTH MASTER OF THE   *
002820*                     GENERATION, PROVED ON STOCK ON HAND AND    *
002830*                     UNIT COST.                                 *
002840*    2026-10-15 DRO   CARDOPEN ADDED AS THE SEVENTH MASTER,      *
002850*                     PROVED ON TENDERED, FUNDED AND FEE         *
002860*                     AMOUNTS, SO A RELOADED NIGHT FINDS         *
002870*                     CARDRECN'S OPEN ITEMS AS THEY STOOD.       *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS INV-ITEM-CODE
004200         FILE STATUS IS WS-INV-MAST-STATUS.
004300
004400     SELECT PTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS PTS-CUST-EMAIL
004800         FILE STATUS IS WS-PTS-LEDGER-STATUS.
004900
005000     SELECT AR-LEDGER-FILE  ASSIGN TO "ARLEDGR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS ARL-CUST-EMAIL
005400         FILE STATUS IS WS-AR-LEDGER-STATUS.
005500
005600     SELECT PRC-PEND-FILE   ASSIGN TO "PRCPEND"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-PRC-PEND-STATUS.
005900
006000     SELECT RUN-CTL-FILE    ASSIGN TO "RUNCTL"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS RNC-KEY
006400         FILE STATUS IS WS-RUN-CTL-STATUS.
006500
006510     SELECT LOT-FILE        ASSIGN TO "LOTFILE"
006520         ORGANIZATION IS INDEXED
006530         ACCESS MODE IS SEQUENTIAL
006540         RECORD KEY IS LOT-KEY
006550         FILE STATUS IS WS-LOT-STATUS.
006560
006561     SELECT CARD-OPEN-FILE  ASSIGN TO "CARDOPEN"
006562         ORGANIZATION IS INDEXED
006563         ACCESS MODE IS SEQUENTIAL
006564         RECORD KEY IS COP-KEY
006565         FILE STATUS IS WS-CARD-OPEN-STATUS.
006566
006600     SELECT SNAP-INV-FILE   ASSIGN TO "SNAPINV"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-SNAP-INV-STATUS.
006900
007000     SELECT SNAP-PTS-FILE   ASSIGN TO "SNAPPTS"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-SNAP-PTS-STATUS.
007300
007400     SELECT SNAP-ARL-FILE   ASSIGN TO "SNAPARL"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-SNAP-ARL-STATUS.
007700
007800     SELECT SNAP-PRC-FILE   ASSIGN TO "SNAPPRC"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-SNAP-PRC-STATUS.
008100
008200     SELECT SNAP-RNC-FILE   ASSIGN TO "SNAPRNC"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-SNAP-RNC-STATUS.
008410
008420     SELECT SNAP-LOT-FILE   ASSIGN TO "SNAPLOT"
008430         ORGANIZATION IS SEQUENTIAL
008440         FILE STATUS IS WS-SNAP-LOT-STATUS.
008450
008460     SELECT SNAP-CARD-FILE  ASSIGN TO "SNAPCARD"
008470         ORGANIZATION IS SEQUENTIAL
008480         FILE STATUS IS WS-SNAP-CARD-STATUS.
008500
008600     SELECT SNAP-CTL-FILE   ASSIGN TO "SNAPCTL"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-SNAP-CTL-STATUS.
008900
009000     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-EXCP-LOG-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600
009700 FD  INV-MAST-FILE.
009800 COPY INVMAST.
009900
010000 FD  PTS-LEDGER-FILE.
010100 COPY PTSLEDGR.
010200
010300 FD  AR-LEDGER-FILE.
010400 COPY ARLEDGR.
010500
010600 FD  PRC-PEND-FILE
010700     RECORDING MODE IS F.
010800 COPY PRCPEND.
010900
011000 FD  RUN-CTL-FILE.
011100 COPY RUNCTL.
011200
011210 FD  LOT-FILE.
011220 COPY LOTFILE.
011230
011240 FD  CARD-OPEN-FILE.
011250 COPY CARDOPEN.
011260
011300 FD  SNAP-INV-FILE
011400     RECORDING MODE IS F.
011500 COPY INVMAST REPLACING LEADING ==INV== BY ==SNI==.
011600
011700 FD  SNAP-PTS-FILE
011800     RECORDING MODE IS F.
011900 COPY PTSLEDGR REPLACING LEADING ==PTS== BY ==SNP==.
012000
012100 FD  SNAP-ARL-FILE
012200     RECORDING MODE IS F.
012300 COPY ARLEDGR REPLACING LEADING ==ARL== BY ==SNA==
012400     ==AR-LEDGER-RECORD== BY ==SNA-LEDGER-RECORD==.
012500
012600 FD  SNAP-PRC-FILE
012700     RECORDING MODE IS F.
012800 COPY PRCPEND REPLACING LEADING ==PRC== BY ==SNR==.
012900
013000 FD  SNAP-RNC-FILE
013100     RECORDING MODE IS F.
013200 COPY RUNCTL REPLACING LEADING ==RNC== BY ==SNR==
013300     ==RUN-CTL-RECORD== BY ==SNR-RUN-CTL-RECORD==.
013400
013410 FD  SNAP-LOT-FILE
013420     RECORDING MODE IS F.
013430 COPY LOTFILE REPLACING LEADING ==LOT== BY ==SNL==.
013440
013450 FD  SNAP-CARD-FILE
013460     RECORDING MODE IS F.
013470 COPY CARDOPEN REPLACING LEADING ==COP== BY ==SNO==
013480     ==CARD-OPEN-RECORD== BY ==SNO-CARD-OPEN-RECORD==.
013490
013500 FD  SNAP-CTL-FILE
013600     RECORDING MODE IS F.
013700 COPY SNAPCTL.
013800
013900 FD  EXCP-LOG-FILE
014000     RECORDING MODE IS F.
014100 COPY EXCPLOG.
014200
014300 WORKING-STORAGE SECTION.
014400 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
014500 01  WS-PTS-LEDGER-STATUS       PIC XX     VALUE ZEROES.
014600 01  WS-AR-LEDGER-STATUS        PIC XX     VALUE ZEROES.
014700 01  WS-PRC-PEND-STATUS         PIC XX     VALUE ZEROES.
014800 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
014810 01  WS-LOT-STATUS              PIC XX     VALUE ZEROES.
014820 01  WS-CARD-OPEN-STATUS        PIC XX     VALUE ZEROES.
014900 01  WS-SNAP-INV-STATUS         PIC XX     VALUE ZEROES.
015000 01  WS-SNAP-PTS-STATUS         PIC XX     VALUE ZEROES.
015100 01  WS-SNAP-ARL-STATUS         PIC XX     VALUE ZEROES.
015200 01  WS-SNAP-PRC-STATUS         PIC XX     VALUE ZEROES.
015300 01  WS-SNAP-RNC-STATUS         PIC XX     VALUE ZEROES.
015310 01  WS-SNAP-LOT-STATUS         PIC XX     VALUE ZEROES.
015320 01  WS-SNAP-CARD-STATUS        PIC XX     VALUE ZEROES.
015400 01  WS-SNAP-CTL-STATUS         PIC XX     VALUE ZEROES.
015500 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
015600 01  WS-LOG-TIME                PIC 9(08).
015700
015800 01  WS-SWITCHES.
015900     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
016000         88  MORE-RECORDS                  VALUE 'Y'.
016100         88  NO-MORE-RECORDS               VALUE 'N'.
016200     05  WS-OUT-OF-BALANCE-SW   PIC X      VALUE 'N'.
016300         88  WS-OUT-OF-BALANCE             VALUE 'Y'.
016400     05  WS-MODE-IN             PIC X      VALUE SPACE.
016500         88  WS-MODE-RELOAD                VALUE 'R' 'r'.
016600     05  WS-PASS-SW             PIC X      VALUE 'P'.
016700         88  WS-PASS-PROVE                 VALUE 'P'.
016800         88  WS-PASS-RELOAD                VALUE 'R'.
016900
017000 01  WS-RUN-DATE.
017100     05  WS-RUN-YEAR            PIC 9(02).
017200     05  WS-RUN-MONTH           PIC 9(02).
017300     05  WS-RUN-DAY             PIC 9(02).
017400
017500 01  WS-DATE-IN                 PIC X(06)  VALUE SPACES.
017600 01  WS-SNAP-DATE               PIC 9(06)  VALUE ZEROES.
017700
017800*    THE SNAPCTL RECORDS OF THE GENERATION, ONE SLOT PER MASTER
017900*    IN THE ORDER NITESNAP UNLOADS THEM.
018000 01  WS-CTL-NAMES-INIT.
018100     05  FILLER                 PIC X(08)  VALUE "INVMAST".
018200     05  FILLER                 PIC X(08)  VALUE "PTSLEDGR".
018300     05  FILLER                 PIC X(08)  VALUE "ARLEDGR".
018400     05  FILLER                 PIC X(08)  VALUE "PRCPEND".
018500     05  FILLER                 PIC X(08)  VALUE "RUNCTL".
018510     05  FILLER                 PIC X(08)  VALUE "LOTFILE".
018520     05  FILLER                 PIC X(08)  VALUE "CARDOPEN".
018600 01  WS-CTL-NAMES REDEFINES WS-CTL-NAMES-INIT.
018610     05  WS-CTL-NAME            PIC X(08)  OCCURS 7 TIMES.
018800
018900 01  WS-CTL-TABLE.
018910     05  WS-CTL-ENTRY           OCCURS 7 TIMES.
019100         10  WS-CTL-FOUND       PIC X(01).
019200         10  WS-CTL-COUNT       PIC 9(09).
019300         10  WS-CTL-HASH-1      PIC S9(13)V99.
019400         10  WS-CTL-HASH-2      PIC S9(13)V99.
019500         10  WS-CTL-HASH-3      PIC S9(13)V99.
019600 01  WS-CTL-IDX                 PIC 9(02)  COMP VALUE ZEROES.
019700 01  WS-FILE-IDX                PIC 9(02)  COMP VALUE ZEROES.
019800
019900*    THE COUNT AND HASH TOTALS OF THE FILE BEING PROVED OR
020000*    RELOADED, ACCUMULATED THE SAME WAY NITESNAP BUILT THEM.
020100 01  WS-FILE-TOTALS.
020200     05  WS-FILE-COUNT          PIC 9(09)  VALUE ZEROES.
020300     05  WS-FILE-HASH-1         PIC S9(13)V99 VALUE ZEROES.
020400     05  WS-FILE-HASH-2         PIC S9(13)V99 VALUE ZEROES.
020500     05  WS-FILE-HASH-3         PIC S9(13)V99 VALUE ZEROES.
020600     05  WS-LOAD-FAILED         PIC 9(09)  VALUE ZEROES.
020700
020800 01  WS-ROWS-RESET              PIC 9(05)  VALUE ZEROES.
020900
021000 01  WS-DISPLAY-FIELDS.
021100     05  WS-DSP-COUNT           PIC ZZZ,ZZZ,ZZ9.
021200     05  WS-DSP-HASH            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021300     05  WS-DSP-CTL-HASH        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021400
021500 PROCEDURE DIVISION.
021600 0100-START.
021700     DISPLAY "*** MISKOLCZI PETS PRE-BATCH SNAPSHOT RESTORE ***".
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
022000     SET WS-PASS-PROVE TO TRUE.
022100     PERFORM 2000-PROCESS-GENERATION THRU 2000-EXIT.
022200     IF WS-OUT-OF-BALANCE
022300         DISPLAY "GENERATION DOES NOT PROVE - NOTHING RELOADED."
022400         SET EXCP-SEV-ERROR TO TRUE
022500         MOVE "NRS003" TO EXCP-LOG-CODE
022600         MOVE "Snapshot does not prove to SNAPCTL - not reloaded."
022700             TO EXCP-LOG-MESSAGE
022800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
022900         MOVE 8 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     IF NOT WS-MODE-RELOAD
023300         DISPLAY "GENERATION PROVED - VERIFY ONLY."
023400         STOP RUN
023500     END-IF.
023600     PERFORM 3000-LIST-NIGHT-ROWS THRU 3000-EXIT.
023700     SET WS-PASS-RELOAD TO TRUE.
023800     PERFORM 2000-PROCESS-GENERATION THRU 2000-EXIT.
023900     IF WS-OUT-OF-BALANCE
024000         DISPLAY "RELOAD DOES NOT PROVE - MASTERS NEED ATTENTION."
024100         SET EXCP-SEV-ERROR TO TRUE
024200         MOVE "NRS005" TO EXCP-LOG-CODE
024300         MOVE "Reloaded masters do not prove to SNAPCTL."
024400             TO EXCP-LOG-MESSAGE
024500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
024600         MOVE 8 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900     SET EXCP-SEV-INFO TO TRUE.
025000     MOVE "NRS006" TO EXCP-LOG-CODE.
025100     MOVE SPACES TO EXCP-LOG-MESSAGE.
025200     STRING "Masters reloaded from the snapshot of "
025300         DELIMITED BY SIZE
025400         WS-SNAP-DATE DELIMITED BY SIZE
025500         "." DELIMITED BY SIZE
025600         INTO EXCP-LOG-MESSAGE
025700     END-STRING.
025800     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
025900     DISPLAY "RUN-CONTROL ROWS RESET:" WS-ROWS-RESET.
026000     DISPLAY "MASTERS RELOADED AND PROVED - NITEBTCH MAY BE "
026100         "RESUBMITTED.".
026200     STOP RUN.
026300
026400 1000-INITIALIZE.
026500     ACCEPT WS-RUN-DATE FROM DATE.
026600     ACCEPT WS-DATE-IN.
026700     ACCEPT WS-MODE-IN.
026800     IF WS-DATE-IN IS NOT NUMERIC
026900         DISPLAY "SNAPSHOT DATE CARD MUST BE NUMERIC YYMMDD."
027000         SET EXCP-SEV-ERROR TO TRUE
027100         MOVE "NRS001" TO EXCP-LOG-CODE
027200         MOVE "Snapshot date card missing or not numeric YYMMDD."
027300             TO EXCP-LOG-MESSAGE
027400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
027500         MOVE 8 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800     MOVE WS-DATE-IN TO WS-SNAP-DATE.
027900     IF WS-MODE-RELOAD
028000         DISPLAY "MODE: RELOAD SNAPSHOT OF " WS-SNAP-DATE
028100     ELSE
028200         DISPLAY "MODE: VERIFY SNAPSHOT OF " WS-SNAP-DATE
028300     END-IF.
028400 1000-EXIT.
028500     EXIT.
028600
028700*    EVERY MASTER MUST HAVE ITS CONTROL RECORD AND EVERY CONTROL
028800*    RECORD MUST CARRY THE DATE ON THE SYSIN CARD, OR THIS IS NOT
028900*    THE GENERATION OPERATIONS ASKED FOR.
029000 1100-LOAD-CONTROL.
029100     MOVE 1 TO WS-CTL-IDX.
029200     PERFORM 1110-CLEAR-ONE-CTL THRU 1110-EXIT
029210         UNTIL WS-CTL-IDX > 7.
029400     OPEN INPUT SNAP-CTL-FILE.
029500     IF WS-SNAP-CTL-STATUS NOT = '00'
029600         DISPLAY "UNABLE TO OPEN SNAP-CTL-FILE - STATUS: "
029700             WS-SNAP-CTL-STATUS
029800         SET EXCP-SEV-ERROR TO TRUE
029900         MOVE "NRS002" TO EXCP-LOG-CODE
030000         MOVE "Unable to open SNAP-CTL-FILE - nothing reloaded."
030100             TO EXCP-LOG-MESSAGE
030200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
030300         MOVE 8 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600     MOVE 'Y' TO WS-MORE-RECORDS.
030700     PERFORM 1120-READ-ONE-CTL THRU 1120-EXIT
030800         UNTIL NO-MORE-RECORDS.
030900     CLOSE SNAP-CTL-FILE.
031000     MOVE 1 TO WS-CTL-IDX.
031100     PERFORM 1130-CHECK-ONE-CTL THRU 1130-EXIT
031110         UNTIL WS-CTL-IDX > 7.
031300     IF WS-OUT-OF-BALANCE
031400         SET EXCP-SEV-ERROR TO TRUE
031500         MOVE "NRS002" TO EXCP-LOG-CODE
031600         MOVE "SNAPCTL incomplete or wrong date - not reloaded."
031700             TO EXCP-LOG-MESSAGE
031800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
031900         MOVE 8 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200 1100-EXIT.
032300     EXIT.
032400
032500 1110-CLEAR-ONE-CTL.
032600     MOVE 'N' TO WS-CTL-FOUND (WS-CTL-IDX).
032700     MOVE ZEROES TO WS-CTL-COUNT (WS-CTL-IDX).
032800     MOVE ZEROES TO WS-CTL-HASH-1 (WS-CTL-IDX).
032900     MOVE ZEROES TO WS-CTL-HASH-2 (WS-CTL-IDX).
033000     MOVE ZEROES TO WS-CTL-HASH-3 (WS-CTL-IDX).
033100     ADD 1 TO WS-CTL-IDX.
033200 1110-EXIT.
033300     EXIT.
033400
033500 1120-READ-ONE-CTL.
033600     READ SNAP-CTL-FILE
033700         AT END
033800             MOVE 'N' TO WS-MORE-RECORDS
033900             GO TO 1120-EXIT
034000     END-READ.
034100     IF SNC-SNAP-DATE NOT = WS-SNAP-DATE
034200         DISPLAY "SNAPCTL " SNC-FILE-NAME " IS DATED "
034300             SNC-SNAP-DATE " - NOT " WS-SNAP-DATE
034400         MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
034500         GO TO 1120-EXIT
034600     END-IF.
034700     MOVE 1 TO WS-CTL-IDX.
034800     PERFORM 1125-MATCH-CTL-NAME THRU 1125-EXIT
034810         UNTIL WS-CTL-IDX > 7
035000         OR WS-CTL-NAME (WS-CTL-IDX) = SNC-FILE-NAME.
035010     IF WS-CTL-IDX > 7
035200         DISPLAY "SNAPCTL RECORD FOR UNKNOWN FILE " SNC-FILE-NAME
035300             " IGNORED."
035400         GO TO 1120-EXIT
035500     END-IF.
035600     MOVE 'Y' TO WS-CTL-FOUND (WS-CTL-IDX).
035700     MOVE SNC-RECORD-COUNT TO WS-CTL-COUNT (WS-CTL-IDX).
035800     MOVE SNC-HASH-1 TO WS-CTL-HASH-1 (WS-CTL-IDX).
035900     MOVE SNC-HASH-2 TO WS-CTL-HASH-2 (WS-CTL-IDX).
036000     MOVE SNC-HASH-3 TO WS-CTL-HASH-3 (WS-CTL-IDX).
036100 1120-EXIT.
036200     EXIT.
036300
036400 1125-MATCH-CTL-NAME.
036500     ADD 1 TO WS-CTL-IDX.
036600 1125-EXIT.
036700     EXIT.
036800
036900 1130-CHECK-ONE-CTL.
037000     IF WS-CTL-FOUND (WS-CTL-IDX) NOT = 'Y'
037100         DISPLAY "SNAPCTL HAS NO RECORD FOR "
037200             WS-CTL-NAME (WS-CTL-IDX)
037300         MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
037400     END-IF.
037500     ADD 1 TO WS-CTL-IDX.
037600 1130-EXIT.
037700     EXIT.
037800
037900*****************************************************************
038000*    ONE PASS OVER THE GENERATION.  ON THE PROVE PASS EACH       *
038100*    SNAPSHOT FILE IS ONLY READ; ON THE RELOAD PASS EACH MASTER  *
038200*    IS OPENED OUTPUT AND EVERY RECORD WRITTEN BACK.  EITHER     *
038300*    WAY THE TOTALS ARE COMPARED WITH SNAPCTL FILE BY FILE.      *
038400*****************************************************************
038500 2000-PROCESS-GENERATION.
038600     MOVE 'N' TO WS-OUT-OF-BALANCE-SW.
038700     PERFORM 2100-INVENTORY THRU 2100-EXIT.
038800     PERFORM 2200-POINTS THRU 2200-EXIT.
038900     PERFORM 2300-HOUSE-CHARGE THRU 2300-EXIT.
039000     PERFORM 2400-PRICE-PEND THRU 2400-EXIT.
039100     PERFORM 2500-RUN-CONTROL THRU 2500-EXIT.
039110     PERFORM 2600-LOTS THRU 2600-EXIT.
039120     PERFORM 2700-CARD-ITEMS THRU 2700-EXIT.
039200 2000-EXIT.
039300     EXIT.
039400
039500 2100-INVENTORY.
039600     MOVE 1 TO WS-FILE-IDX.
039700     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
039800     OPEN INPUT SNAP-INV-FILE.
039900     IF WS-SNAP-INV-STATUS NOT = '00'
040000         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
040100     END-IF.
040200     IF WS-PASS-RELOAD
040300         OPEN OUTPUT INV-MAST-FILE
040400         IF WS-INV-MAST-STATUS NOT = '00'
040500             PERFORM 7950-MAST-OPEN-FAILED THRU 7950-EXIT
040600         END-IF
040700     END-IF.
040800     MOVE 'Y' TO WS-MORE-RECORDS.
040900     PERFORM 2110-ONE-ITEM THRU 2110-EXIT
041000         UNTIL NO-MORE-RECORDS.
041100     CLOSE SNAP-INV-FILE.
041200     IF WS-PASS-RELOAD
041300         CLOSE INV-MAST-FILE
041400     END-IF.
041500     PERFORM 7100-COMPARE-TOTALS THRU 7100-EXIT.
041600 2100-EXIT.
041700     EXIT.
041800
041900 2110-ONE-ITEM.
042000     READ SNAP-INV-FILE INTO INV-MASTER-RECORD
042100         AT END
042200             MOVE 'N' TO WS-MORE-RECORDS
042300             GO TO 2110-EXIT
042400     END-READ.
042500     IF WS-PASS-RELOAD
042600         WRITE INV-MASTER-RECORD
042700             INVALID KEY
042800                 ADD 1 TO WS-LOAD-FAILED
042900                 GO TO 2110-EXIT
043000         END-WRITE
043100     END-IF.
043200     ADD 1 TO WS-FILE-COUNT.
043300     ADD INV-QTY-ON-HAND TO WS-FILE-HASH-1.
043400     ADD INV-UNIT-PRICE TO WS-FILE-HASH-2.
043500     ADD INV-UNIT-COST TO WS-FILE-HASH-3.
043600 2110-EXIT.
043700     EXIT.
043800
043900 2200-POINTS.
044000     MOVE 2 TO WS-FILE-IDX.
044100     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
044200     OPEN INPUT SNAP-PTS-FILE.
044300     IF WS-SNAP-PTS-STATUS NOT = '00'
044400         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
044500     END-IF.
044600     IF WS-PASS-RELOAD
044700         OPEN OUTPUT PTS-LEDGER-FILE
044800         IF WS-PTS-LEDGER-STATUS NOT = '00'
044900             PERFORM 7950-MAST-OPEN-FAILED THRU 7950-EXIT
045000         END-IF
045100     END-IF.
045200     MOVE 'Y' TO WS-MORE-RECORDS.
045300     PERFORM 2210-ONE-POINTS THRU 2210-EXIT
045400         UNTIL NO-MORE-RECORDS.
045500     CLOSE SNAP-PTS-FILE.
045600     IF WS-PASS-RELOAD
045700         CLOSE PTS-LEDGER-FILE
045800     END-IF.
045900     PERFORM 7100-COMPARE-TOTALS THRU 7100-EXIT.
046000 2200-EXIT.
046100     EXIT.
046200
046300 2210-ONE-POINTS.
046400     READ SNAP-PTS-FILE INTO PTS-LEDGER-RECORD
046500         AT END
046600             MOVE 'N' TO WS-MORE-RECORDS
046700             GO TO 2210-EXIT
046800     END-READ.
046900     IF WS-PASS-RELOAD
047000         WRITE PTS-LEDGER-RECORD
047100             INVALID KEY
047200                 ADD 1 TO WS-LOAD-FAILED
047300                 GO TO 2210-EXIT
047400         END-WRITE
047500     END-IF.
047600     ADD 1 TO WS-FILE-COUNT.
047700     ADD PTS-BALANCE TO WS-FILE-HASH-1.
047800 2210-EXIT.
047900     EXIT.
048000
048100 2300-HOUSE-CHARGE.
048200     MOVE 3 TO WS-FILE-IDX.
048300     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
048400     OPEN INPUT SNAP-ARL-FILE.
048500     IF WS-SNAP-ARL-STATUS NOT = '00'
048600         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
048700     END-IF.
048800     IF WS-PASS-RELOAD
048900         OPEN OUTPUT AR-LEDGER-FILE
049000         IF WS-AR-LEDGER-STATUS NOT = '00'
049100             PERFORM 7950-MAST-OPEN-FAILED THRU 7950-EXIT
049200         END-IF
049300     END-IF.
049400     MOVE 'Y' TO WS-MORE-RECORDS.
049500     PERFORM 2310-ONE-ACCOUNT THRU 2310-EXIT
049600         UNTIL NO-MORE-RECORDS.
049700     CLOSE SNAP-ARL-FILE.
049800     IF WS-PASS-RELOAD
049900         CLOSE AR-LEDGER-FILE
050000     END-IF.
050100     PERFORM 7100-COMPARE-TOTALS THRU 7100-EXIT.
050200 2300-EXIT.
050300     EXIT.
050400
050500 2310-ONE-ACCOUNT.
050600     READ SNAP-ARL-FILE INTO AR-LEDGER-RECORD
050700         AT END
050800             MOVE 'N' TO WS-MORE-RECORDS
050900             GO TO 2310-EXIT
051000     END-READ.
051100     IF WS-PASS-RELOAD
051200         WRITE AR-LEDGER-RECORD
051300             INVALID KEY
051400                 ADD 1 TO WS-LOAD-FAILED
051500                 GO TO 2310-EXIT
051600         END-WRITE
051700     END-IF.
051800     ADD 1 TO WS-FILE-COUNT.
051900     ADD ARL-BALANCE TO WS-FILE-HASH-1.
052000     ADD ARL-CREDIT-LIMIT TO WS-FILE-HASH-2.
052100 2310-EXIT.
052200     EXIT.
052300
052400 2400-PRICE-PEND.
052500     MOVE 4 TO WS-FILE-IDX.
052600     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
052700     OPEN INPUT SNAP-PRC-FILE.
052800     IF WS-SNAP-PRC-STATUS NOT = '00'
052900         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
053000     END-IF.
053100     IF WS-PASS-RELOAD
053200         OPEN OUTPUT PRC-PEND-FILE
053300         IF WS-PRC-PEND-STATUS NOT = '00'
053400             PERFORM 7950-MAST-OPEN-FAILED THRU 7950-EXIT
053500         END-IF
053600     END-IF.
053700     MOVE 'Y' TO WS-MORE-RECORDS.
053800     PERFORM 2410-ONE-CHANGE THRU 2410-EXIT
053900         UNTIL NO-MORE-RECORDS.
054000     CLOSE SNAP-PRC-FILE.
054100     IF WS-PASS-RELOAD
054200         CLOSE PRC-PEND-FILE
054300     END-IF.
054400     PERFORM 7100-COMPARE-TOTALS THRU 7100-EXIT.
054500 2400-EXIT.
054600     EXIT.
054700
054800 2410-ONE-CHANGE.
054900     READ SNAP-PRC-FILE INTO PRC-PEND-RECORD
055000         AT END
055100             MOVE 'N' TO WS-MORE-RECORDS
055200             GO TO 2410-EXIT
055300     END-READ.
055400     IF WS-PASS-RELOAD
055500         WRITE PRC-PEND-RECORD
055600     END-IF.
055700     ADD 1 TO WS-FILE-COUNT.
055800     ADD PRC-NEW-PRICE TO WS-FILE-HASH-1.
055900 2410-EXIT.
056000     EXIT.
056100
056200 2500-RUN-CONTROL.
056300     MOVE 5 TO WS-FILE-IDX.
056400     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
056500     OPEN INPUT SNAP-RNC-FILE.
056600     IF WS-SNAP-RNC-STATUS NOT = '00'
056700         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
056800     END-IF.
056900     IF WS-PASS-RELOAD
057000         OPEN OUTPUT RUN-CTL-FILE
057100         IF WS-RUN-CTL-STATUS NOT = '00'
057200             PERFORM 7950-MAST-OPEN-FAILED THRU 7950-EXIT
057300         END-IF
057400     END-IF.
057500     MOVE 'Y' TO WS-MORE-RECORDS.
057600     PERFORM 2510-ONE-ROW THRU 2510-EXIT
057700         UNTIL NO-MORE-RECORDS.
057800     CLOSE SNAP-RNC-FILE.
057900     IF WS-PASS-RELOAD
058000         CLOSE RUN-CTL-FILE
058100     END-IF.
058200     PERFORM 7100-COMPARE-TOTALS THRU 7100-EXIT.
058300 2500-EXIT.
058400     EXIT.
058500
058600 2510-ONE-ROW.
058700     READ SNAP-RNC-FILE INTO RUN-CTL-RECORD
058800         AT END
058900             MOVE 'N' TO WS-MORE-RECORDS
059000             GO TO 2510-EXIT
059100     END-READ.
059200     IF WS-PASS-RELOAD
059300         WRITE RUN-CTL-RECORD
059400             INVALID KEY
059500                 ADD 1 TO WS-LOAD-FAILED
059600                 GO TO 2510-EXIT
059700         END-WRITE
059800     END-IF.
059900     ADD 1 TO WS-FILE-COUNT.
060000 2510-EXIT.
060100     EXIT.
060200
060201 2600-LOTS.
060202     MOVE 6 TO WS-FILE-IDX.
060203     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
060204     OPEN INPUT SNAP-LOT-FILE.
060205     IF WS-SNAP-LOT-STATUS NOT = '00'
060206         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
060207     END-IF.
060208     IF WS-PASS-RELOAD
060209         OPEN OUTPUT LOT-FILE
060210         IF WS-LOT-STATUS NOT = '00'
060211             PERFORM 7950-MAST-OPEN-FAILED THRU 7950-EXIT
060212         END-IF
060213     END-IF.
060214     MOVE 'Y' TO WS-MORE-RECORDS.
060215     PERFORM 2610-ONE-LOT THRU 2610-EXIT
060216         UNTIL NO-MORE-RECORDS.
060217     CLOSE SNAP-LOT-FILE.
060218     IF WS-PASS-RELOAD
060219         CLOSE LOT-FILE
060220     END-IF.
060221     PERFORM 7100-COMPARE-TOTALS THRU 7100-EXIT.
060222 2600-EXIT.
060223     EXIT.
060224
060225 2610-ONE-LOT.
060226     READ SNAP-LOT-FILE INTO LOT-RECORD
060227         AT END
060228             MOVE 'N' TO WS-MORE-RECORDS
060229             GO TO 2610-EXIT
060230     END-READ.
060231     IF WS-PASS-RELOAD
060232         WRITE LOT-RECORD
060233             INVALID KEY
060234                 ADD 1 TO WS-LOAD-FAILED
060235                 GO TO 2610-EXIT
060236         END-WRITE
060237     END-IF.
060238     ADD 1 TO WS-FILE-COUNT.
060239     ADD LOT-QTY-ON-HAND TO WS-FILE-HASH-1.
060240     ADD LOT-UNIT-COST TO WS-FILE-HASH-2.
060241 2610-EXIT.
060242     EXIT.
060243
060244 2700-CARD-ITEMS.
060245     MOVE 7 TO WS-FILE-IDX.
060246     PERFORM 7000-CLEAR-TOTALS THRU 7000-EXIT.
060247     OPEN INPUT SNAP-CARD-FILE.
060248     IF WS-SNAP-CARD-STATUS NOT = '00'
060249         PERFORM 7900-SNAP-OPEN-FAILED THRU 7900-EXIT
060250     END-IF.
060251     IF WS-PASS-RELOAD
060252         OPEN OUTPUT CARD-OPEN-FILE
060253         IF WS-CARD-OPEN-STATUS NOT = '00'
060254             PERFORM 7950-MAST-OPEN-FAILED THRU 7950-EXIT
060255         END-IF
060256     END-IF.
060257     MOVE 'Y' TO WS-MORE-RECORDS.
060258     PERFORM 2710-ONE-CARD THRU 2710-EXIT
060259         UNTIL NO-MORE-RECORDS.
060260     CLOSE SNAP-CARD-FILE.
060261     IF WS-PASS-RELOAD
060262         CLOSE CARD-OPEN-FILE
060263     END-IF.
060264     PERFORM 7100-COMPARE-TOTALS THRU 7100-EXIT.
060265 2700-EXIT.
060266     EXIT.
060267
060268 2710-ONE-CARD.
060269     READ SNAP-CARD-FILE INTO CARD-OPEN-RECORD
060270         AT END
060271             MOVE 'N' TO WS-MORE-RECORDS
060272             GO TO 2710-EXIT
060273     END-READ.
060274     IF WS-PASS-RELOAD
060275         WRITE CARD-OPEN-RECORD
060276             INVALID KEY
060277                 ADD 1 TO WS-LOAD-FAILED
060278                 GO TO 2710-EXIT
060279         END-WRITE
060280     END-IF.
060281     ADD 1 TO WS-FILE-COUNT.
060282     ADD COP-TENDER-AMT TO WS-FILE-HASH-1.
060283     ADD COP-FUNDED-AMT TO WS-FILE-HASH-2.
060284     ADD COP-FEE-AMT TO WS-FILE-HASH-3.
060285 2710-EXIT.
060286     EXIT.
060287
060300*****************************************************************
060400*    THE COMPLETION ROWS THE NIGHT WROTE - EVERY ROW DATED ON   *
060500*    OR AFTER THE SNAPSHOT, SO A WINDOW THAT RAN PAST MIDNIGHT  *
060600*    IS COVERED.  RELOADING RUNCTL FROM THE GENERATION REMOVES  *
060700*    THEM; EACH IS LISTED AND LOGGED FIRST SO THE FORCED RERUN  *
060800*    OF EVERY STEP IS NEVER INVISIBLE.                          *
060900*****************************************************************
061000 3000-LIST-NIGHT-ROWS.
061100     OPEN INPUT RUN-CTL-FILE.
061200     IF WS-RUN-CTL-STATUS NOT = '00'
061300         DISPLAY "NO RUN-CONTROL ROWS ON FILE TO RESET."
061400         GO TO 3000-EXIT
061500     END-IF.
061600     MOVE 'Y' TO WS-MORE-RECORDS.
061700     PERFORM 3100-CHECK-ONE-ROW THRU 3100-EXIT
061800         UNTIL NO-MORE-RECORDS.
061900     CLOSE RUN-CTL-FILE.
062000 3000-EXIT.
062100     EXIT.
062200
062300 3100-CHECK-ONE-ROW.
062400     READ RUN-CTL-FILE NEXT RECORD
062500         AT END
062600             MOVE 'N' TO WS-MORE-RECORDS
062700             GO TO 3100-EXIT
062800     END-READ.
062900     IF RNC-RUN-DATE < WS-SNAP-DATE
063000         GO TO 3100-EXIT
063100     END-IF.
063200     ADD 1 TO WS-ROWS-RESET.
063300     DISPLAY "RESET " RNC-STEP-NAME " " RNC-RUN-DATE
063400         " - THE STEP WILL POST THAT DATE AGAIN.".
063500     SET EXCP-SEV-WARNING TO TRUE.
063600     MOVE "NRS004" TO EXCP-LOG-CODE.
063700     MOVE SPACES TO EXCP-LOG-MESSAGE.
063800     STRING "Run-control row reset by restore - "
063900         DELIMITED BY SIZE
064000         RNC-STEP-NAME DELIMITED BY SPACE
064100         " " DELIMITED BY SIZE
064200         RNC-RUN-DATE DELIMITED BY SIZE
064300         INTO EXCP-LOG-MESSAGE
064400     END-STRING.
064500     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
064600 3100-EXIT.
064700     EXIT.
064800
064900 7000-CLEAR-TOTALS.
065000     MOVE ZEROES TO WS-FILE-COUNT.
065100     MOVE ZEROES TO WS-FILE-HASH-1.
065200     MOVE ZEROES TO WS-FILE-HASH-2.
065300     MOVE ZEROES TO WS-FILE-HASH-3.
065400     MOVE ZEROES TO WS-LOAD-FAILED.
065500 7000-EXIT.
065600     EXIT.
065700
065800 7100-COMPARE-TOTALS.
065900     MOVE WS-FILE-COUNT TO WS-DSP-COUNT.
066000     DISPLAY WS-CTL-NAME (WS-FILE-IDX) " RECORDS: " WS-DSP-COUNT.
066100     IF WS-LOAD-FAILED > ZEROES
066200         DISPLAY "         " WS-LOAD-FAILED " NOT LOADED."
066300     END-IF.
066400     IF WS-FILE-COUNT = WS-CTL-COUNT (WS-FILE-IDX)
066500         AND WS-FILE-HASH-1 = WS-CTL-HASH-1 (WS-FILE-IDX)
066600         AND WS-FILE-HASH-2 = WS-CTL-HASH-2 (WS-FILE-IDX)
066700         AND WS-FILE-HASH-3 = WS-CTL-HASH-3 (WS-FILE-IDX)
066800         GO TO 7100-EXIT
066900     END-IF.
067000     MOVE 'Y' TO WS-OUT-OF-BALANCE-SW.
067100     MOVE WS-CTL-COUNT (WS-FILE-IDX) TO WS-DSP-COUNT.
067200     DISPLAY "         OUT OF BALANCE - SNAPCTL RECORDS: "
067300         WS-DSP-COUNT.
067400     MOVE WS-FILE-HASH-1 TO WS-DSP-HASH.
067500     MOVE WS-CTL-HASH-1 (WS-FILE-IDX) TO WS-DSP-CTL-HASH.
067600     DISPLAY "         HASH 1: " WS-DSP-HASH " SNAPCTL "
067700         WS-DSP-CTL-HASH.
067800     MOVE WS-FILE-HASH-2 TO WS-DSP-HASH.
067900     MOVE WS-CTL-HASH-2 (WS-FILE-IDX) TO WS-DSP-CTL-HASH.
068000     DISPLAY "         HASH 2: " WS-DSP-HASH " SNAPCTL "
068100         WS-DSP-CTL-HASH.
068200     MOVE WS-FILE-HASH-3 TO WS-DSP-HASH.
068300     MOVE WS-CTL-HASH-3 (WS-FILE-IDX) TO WS-DSP-CTL-HASH.
068400     DISPLAY "         HASH 3: " WS-DSP-HASH " SNAPCTL "
068500         WS-DSP-CTL-HASH.
068600 7100-EXIT.
068700     EXIT.
068800
068900*    A SNAPSHOT FILE THAT WILL NOT OPEN ON THE PROVE PASS STOPS
069000*    THE RESTORE BEFORE ANY MASTER IS OPENED FOR OUTPUT.
069100 7900-SNAP-OPEN-FAILED.
069200     DISPLAY "UNABLE TO OPEN SNAPSHOT OF "
069300         WS-CTL-NAME (WS-FILE-IDX).
069400     SET EXCP-SEV-ERROR TO TRUE.
069500     MOVE "NRS007" TO EXCP-LOG-CODE.
069600     MOVE SPACES TO EXCP-LOG-MESSAGE.
069700     STRING "Unable to open snapshot of " DELIMITED BY SIZE
069800         WS-CTL-NAME (WS-FILE-IDX) DELIMITED BY SPACE
069900         " - restore stopped." DELIMITED BY SIZE
070000         INTO EXCP-LOG-MESSAGE
070100     END-STRING.
070200     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
070300     MOVE 8 TO RETURN-CODE.
070400     STOP RUN.
070500 7900-EXIT.
070600     EXIT.
070700
070800 7950-MAST-OPEN-FAILED.
070900     DISPLAY "UNABLE TO OPEN " WS-CTL-NAME (WS-FILE-IDX)
071000         " FOR RELOAD.".
071100     SET EXCP-SEV-ERROR TO TRUE.
071200     MOVE "NRS008" TO EXCP-LOG-CODE.
071300     MOVE SPACES TO EXCP-LOG-MESSAGE.
071400     STRING "Unable to open " DELIMITED BY SIZE
071500         WS-CTL-NAME (WS-FILE-IDX) DELIMITED BY SPACE
071600         " for reload - restore stopped." DELIMITED BY SIZE
071700         INTO EXCP-LOG-MESSAGE
071800     END-STRING.
071900     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
072000     MOVE 8 TO RETURN-CODE.
072100     STOP RUN.
072200 7950-EXIT.
072300     EXIT.
072400
072500 8900-LOG-EXCEPTION.
072600     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
072700     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
072800     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
072900     ACCEPT WS-LOG-TIME FROM TIME.
073000     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
073100     MOVE "NITERSTR"         TO EXCP-LOG-PROGRAM.
073200     OPEN EXTEND EXCP-LOG-FILE.
073300     IF WS-EXCP-LOG-STATUS NOT = '00'
073400         OPEN OUTPUT EXCP-LOG-FILE
073500     END-IF.
073600     WRITE EXCP-LOG-RECORD.
073700     CLOSE EXCP-LOG-FILE.
073800 8900-EXIT.
073900     EXIT.
074000
074100 END PROGRAM NITERSTR.
