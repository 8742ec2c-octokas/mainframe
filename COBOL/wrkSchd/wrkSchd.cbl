000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WRKSCHD.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DAILY INSTALLATION CREW SCHEDULE, RUN EACH MORNING.        *
000900*    LISTS EVERY SCHEDULED WORK ORDER ON WORKORD WHOSE INSTALL  *
001000*    DATE IS THE DATE ON SYSIN (YYMMDD, BLANK = TODAY), CREW BY *
001100*    CREW, WITH THE CUSTOMER, THE QUOTED SHAPE AND SIZE AND THE *
001200*    MATERIALS TO PICK FOR EACH JOB, SO EACH CREW CAN LOAD UP   *
001300*    AND GO.  THE CREW LEAD'S NAME COMES FROM OPER-MAST-FILE    *
001400*    AND THE ITEM DESCRIPTIONS FROM INV-MAST-FILE WHEN THEY     *
001500*    ARE AVAILABLE.  WORK ORDERS ARE RAISED IN WRKORD.          *
001600*-----------------------------------------------------------------
001700*    MAINTENANCE HISTORY.                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-15 DRO   INITIAL VERSION.                           *
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT WORK-ORD-FILE   ASSIGN TO "WORKORD"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS WOR-ORDER-NO
003300         ALTERNATE RECORD KEY IS WOR-QUOTE-NO
003400         FILE STATUS IS WS-WORK-ORD-STATUS.
003500
003600     SELECT OPER-MAST-FILE  ASSIGN TO "OPERMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS OPR-OPERATOR-ID
004000         FILE STATUS IS WS-OPER-MAST-STATUS.
004100
004200     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS INV-ITEM-CODE
004600         FILE STATUS IS WS-INV-MAST-STATUS.
004700
004800     SELECT SCHD-RPT-FILE   ASSIGN TO "SCHDRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SCHD-RPT-STATUS.
005100
005200     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-EXCP-LOG-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800
005900 FD  WORK-ORD-FILE.
006000 COPY WORKORD.
006100
006200 FD  OPER-MAST-FILE.
006300 COPY OPERMAST.
006400
006500 FD  INV-MAST-FILE.
006600 COPY INVMAST.
006700
006800 FD  SCHD-RPT-FILE
006900     RECORDING MODE IS F.
007000 01  SCHD-RPT-LINE              PIC X(80).
007100
007200 FD  EXCP-LOG-FILE
007300     RECORDING MODE IS F.
007400 COPY EXCPLOG.
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-WORK-ORD-STATUS         PIC XX     VALUE ZEROES.
007800 01  WS-OPER-MAST-STATUS        PIC XX     VALUE ZEROES.
007900 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
008000 01  WS-SCHD-RPT-STATUS         PIC XX     VALUE ZEROES.
008100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008200 01  WS-LOG-TIME                PIC 9(08).
008300
008400 01  WS-SWITCHES.
008500     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
008600         88  MORE-RECORDS                  VALUE 'Y'.
008700         88  NO-MORE-RECORDS               VALUE 'N'.
008800     05  WS-OVERFLOW-SW         PIC X      VALUE 'N'.
008900         88  WS-TABLE-OVERFLOW      VALUE 'Y'.
009000     05  WS-OPER-AVAIL-SW       PIC X      VALUE 'Y'.
009100         88  WS-OPER-AVAIL          VALUE 'Y'.
009200     05  WS-INV-AVAIL-SW        PIC X      VALUE 'Y'.
009300         88  WS-INV-AVAIL           VALUE 'Y'.
009400
009500 01  WS-RUN-DATE.
009600     05  WS-RUN-YEAR            PIC 9(02).
009700     05  WS-RUN-MONTH           PIC 9(02).
009800     05  WS-RUN-DAY             PIC 9(02).
009900 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
010000                                PIC 9(06).
010100
010200 01  WS-PARM-FIELDS.
010300     05  WS-DATE-IN             PIC X(06)  VALUE SPACES.
010400     05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
010500         10  WS-DATE-IN-YEAR    PIC 9(02).
010600         10  WS-DATE-IN-MONTH   PIC 9(02).
010700         10  WS-DATE-IN-DAY     PIC 9(02).
010800     05  WS-SCHED-DATE          PIC 9(06)  VALUE ZEROES.
010900
011000*    THE DAY'S JOBS ARE COLLECTED HERE AND SORTED BY CREW
011100*    BEFORE PRINTING - WORKORD IS KEYED BY ORDER NUMBER.
011200 01  WS-JOB-TABLE.
011300     05  WS-JOB-COUNT           PIC 9(04)  VALUE ZEROES.
011400     05  WS-JOB-ENTRY OCCURS 200 TIMES.
011500         10  JT-SORT-KEY.
011600             15  JT-CREW-ID     PIC X(04).
011700             15  JT-ORDER-NO    PIC 9(06).
011800         10  JT-QUOTE-NO        PIC 9(06).
011900         10  JT-CUST-EMAIL      PIC X(36).
012000         10  JT-SHAPE           PIC X(01).
012100         10  JT-PERIMETER       PIC 9(05)V99.
012200         10  JT-AREA            PIC 9(05)V99.
012300         10  JT-MAT-COUNT       PIC 9(01).
012400         10  JT-MATERIAL OCCURS 4 TIMES.
012500             15  JT-MAT-ITEM-CODE
012600                                PIC X(08).
012700             15  JT-MAT-QTY     PIC 9(05).
012800
012900 01  WS-SORT-FIELDS.
013000     05  WS-IDX                 PIC 9(04)  VALUE ZEROES.
013100     05  WS-JDX                 PIC 9(04)  VALUE ZEROES.
013200     05  WS-MAT-SUB             PIC 9(01)  VALUE ZEROES.
013300     05  WS-SWAP-ENTRY.
013400         10  FILLER             PIC X(04).
013500         10  FILLER             PIC 9(06).
013600         10  FILLER             PIC 9(06).
013700         10  FILLER             PIC X(36).
013800         10  FILLER             PIC X(01).
013900         10  FILLER             PIC 9(05)V99.
014000         10  FILLER             PIC 9(05)V99.
014100         10  FILLER             PIC 9(01).
014200         10  FILLER             PIC X(52).
014300
014400 01  WS-WORK-FIELDS.
014500     05  WS-PREV-CREW           PIC X(04)  VALUE SPACES.
014600     05  WS-CREW-JOBS           PIC 9(04)  VALUE ZEROES.
014700     05  WS-CREW-COUNT          PIC 9(04)  VALUE ZEROES.
014800     05  WS-ORDERS-READ         PIC 9(07)  VALUE ZEROES.
014900
015000 01  RPT-TITLE-LINE.
015100     05  FILLER  PIC X(40) VALUE
015200             "MISKOLCZI PETS - DAILY CREW SCHEDULE".
015300     05  FILLER  PIC X(14) VALUE "INSTALL DATE: ".
015400     05  RPT-SCHED-DATE         PIC 99/99/99.
015500     05  FILLER  PIC X(18) VALUE SPACES.
015600
015700 01  RPT-CREW-LINE.
015800     05  FILLER  PIC X(06) VALUE "CREW: ".
015900     05  RPT-CREW-ID            PIC X(04).
016000     05  FILLER  PIC X(08) VALUE "  LEAD: ".
016100     05  RPT-CREW-NAME          PIC X(16).
016200     05  FILLER  PIC X(46) VALUE SPACES.
016300
016400 01  RPT-JOB-LINE.
016500     05  FILLER  PIC X(04) VALUE SPACES.
016600     05  FILLER  PIC X(12) VALUE "WORK ORDER: ".
016700     05  RPT-ORDER-NO           PIC 9(06).
016800     05  FILLER  PIC X(09) VALUE "  QUOTE: ".
016900     05  RPT-QUOTE-NO           PIC 9(06).
017000     05  FILLER  PIC X(02) VALUE SPACES.
017100     05  RPT-CUST-EMAIL         PIC X(36).
017200     05  FILLER  PIC X(05) VALUE SPACES.
017300
017400 01  RPT-SIZE-LINE.
017500     05  FILLER  PIC X(04) VALUE SPACES.
017600     05  FILLER  PIC X(07) VALUE "SHAPE: ".
017700     05  RPT-SHAPE              PIC X(09).
017800     05  FILLER  PIC X(13) VALUE "  PERIMETER: ".
017900     05  RPT-PERIMETER          PIC ZZZZ9.99.
018000     05  FILLER  PIC X(08) VALUE "  AREA: ".
018100     05  RPT-AREA               PIC ZZZZ9.99.
018200     05  FILLER  PIC X(23) VALUE SPACES.
018300
018400 01  RPT-PICK-LINE.
018500     05  FILLER  PIC X(08) VALUE SPACES.
018600     05  FILLER  PIC X(06) VALUE "PICK: ".
018700     05  RPT-ITEM-CODE          PIC X(08).
018800     05  FILLER  PIC X(02) VALUE SPACES.
018900     05  RPT-DESCRIPTION        PIC X(20).
019000     05  FILLER  PIC X(02) VALUE SPACES.
019100     05  RPT-QTY                PIC ZZZZ9.
019200     05  FILLER  PIC X(29) VALUE SPACES.
019300
019400 01  RPT-CREW-TOTAL-LINE.
019500     05  FILLER  PIC X(04) VALUE SPACES.
019600     05  FILLER  PIC X(16) VALUE "JOBS FOR CREW: ".
019700     05  RPT-CREW-JOBS          PIC ZZZ9.
019800     05  FILLER  PIC X(56) VALUE SPACES.
019900
020000 01  RPT-COUNT-LINE.
020100     05  FILLER  PIC X(20) VALUE "JOBS SCHEDULED:".
020200     05  RPT-JOBS-LISTED        PIC ZZZ9.
020300     05  FILLER  PIC X(10) VALUE "   CREWS: ".
020400     05  RPT-CREWS-OUT          PIC ZZZ9.
020500     05  FILLER  PIC X(42) VALUE SPACES.
020600
020700 01  RPT-NONE-LINE.
020800     05  FILLER  PIC X(40) VALUE
020900             "NO INSTALLATIONS SCHEDULED FOR THE DATE.".
021000     05  FILLER  PIC X(40) VALUE SPACES.
021100
021200 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
021300
021400 PROCEDURE DIVISION.
021500 0100-START.
021600     DISPLAY "*** MISKOLCZI PETS DAILY CREW SCHEDULE ***".
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     PERFORM 2000-READ-ORDER THRU 2000-EXIT.
021900     PERFORM 2100-PROCESS-ONE-ORDER THRU 2100-EXIT
022000         UNTIL NO-MORE-RECORDS.
022100     PERFORM 2500-SORT-BY-CREW THRU 2500-EXIT.
022200     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
022300     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
022400     STOP RUN.
022500
022600 1000-INITIALIZE.
022700     ACCEPT WS-RUN-DATE FROM DATE.
022800     DISPLAY "Enter the install date (YYMMDD, blank = today): ".
022900     MOVE SPACES TO WS-DATE-IN.
023000     ACCEPT WS-DATE-IN.
023100     PERFORM 1080-TAKE-DATE-IN THRU 1080-EXIT.
023200     OPEN INPUT WORK-ORD-FILE.
023300     IF WS-WORK-ORD-STATUS = '05' OR '35'
023400         DISPLAY "NO WORK ORDERS ON FILE - NOTHING TO DO."
023500         STOP RUN
023600     END-IF.
023700     IF WS-WORK-ORD-STATUS NOT = '00'
023800         DISPLAY "UNABLE TO OPEN WORK-ORD-FILE - STATUS: "
023900             WS-WORK-ORD-STATUS
024000         SET EXCP-SEV-ERROR TO TRUE
024100         MOVE "WSC001" TO EXCP-LOG-CODE
024200         MOVE "Unable to open WORK-ORD-FILE."
024300             TO EXCP-LOG-MESSAGE
024400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
024500         MOVE 8 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800     OPEN INPUT OPER-MAST-FILE.
024900     IF WS-OPER-MAST-STATUS NOT = '00'
025000         MOVE 'N' TO WS-OPER-AVAIL-SW
025100         DISPLAY "OPER-MAST-FILE unavailable - crew names "
025200             "left blank."
025300     END-IF.
025400     OPEN INPUT INV-MAST-FILE.
025500     IF WS-INV-MAST-STATUS NOT = '00'
025600         MOVE 'N' TO WS-INV-AVAIL-SW
025700         DISPLAY "INV-MAST-FILE unavailable - item "
025800             "descriptions left blank."
025900     END-IF.
026000     OPEN OUTPUT SCHD-RPT-FILE.
026100     MOVE WS-SCHED-DATE TO RPT-SCHED-DATE.
026200     WRITE SCHD-RPT-LINE FROM RPT-TITLE-LINE.
026300 1000-EXIT.
026400     EXIT.
026500
026600 1080-TAKE-DATE-IN.
026700     IF WS-DATE-IN IS NUMERIC
026800         AND WS-DATE-IN-MONTH NOT < 01
026900         AND WS-DATE-IN-MONTH NOT > 12
027000         AND WS-DATE-IN-DAY NOT < 01
027100         AND WS-DATE-IN-DAY NOT > 31
027200         MOVE WS-DATE-IN TO WS-SCHED-DATE
027300         DISPLAY "SCHEDULE FOR " WS-SCHED-DATE "."
027400     ELSE
027500         MOVE WS-RUN-DATE-NUM TO WS-SCHED-DATE
027600         DISPLAY "DATE NOT GIVEN OR NOT VALID - USING "
027700             "TODAY, " WS-SCHED-DATE "."
027800     END-IF.
027900 1080-EXIT.
028000     EXIT.
028100
028200 2000-READ-ORDER.
028300     READ WORK-ORD-FILE NEXT RECORD
028400         AT END
028500             MOVE 'N' TO WS-MORE-RECORDS
028600     END-READ.
028700 2000-EXIT.
028800     EXIT.
028900
029000*    ONLY A JOB STILL SCHEDULED FOR THE DATE IS TAKEN.
029100 2100-PROCESS-ONE-ORDER.
029200     ADD 1 TO WS-ORDERS-READ.
029300     IF NOT WOR-SCHEDULED
029400         OR WOR-INSTALL-DATE NOT = WS-SCHED-DATE
029500         GO TO 2100-NEXT
029600     END-IF.
029700     IF WS-JOB-COUNT NOT < 200
029800         IF NOT WS-TABLE-OVERFLOW
029900             SET WS-TABLE-OVERFLOW TO TRUE
030000             SET EXCP-SEV-WARNING TO TRUE
030100             MOVE "WSC002" TO EXCP-LOG-CODE
030200             MOVE "Crew schedule table full - report incomplete."
030300                 TO EXCP-LOG-MESSAGE
030400             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
030500         END-IF
030600         GO TO 2100-NEXT
030700     END-IF.
030800     ADD 1 TO WS-JOB-COUNT.
030900     MOVE WOR-CREW-ID TO JT-CREW-ID (WS-JOB-COUNT).
031000     MOVE WOR-ORDER-NO TO JT-ORDER-NO (WS-JOB-COUNT).
031100     MOVE WOR-QUOTE-NO TO JT-QUOTE-NO (WS-JOB-COUNT).
031200     MOVE WOR-CUST-EMAIL TO JT-CUST-EMAIL (WS-JOB-COUNT).
031300     MOVE WOR-SHAPE TO JT-SHAPE (WS-JOB-COUNT).
031400     MOVE WOR-PERIMETER TO JT-PERIMETER (WS-JOB-COUNT).
031500     MOVE WOR-AREA TO JT-AREA (WS-JOB-COUNT).
031600     MOVE WOR-MAT-COUNT TO JT-MAT-COUNT (WS-JOB-COUNT).
031700     PERFORM 2110-TAKE-ONE-MATERIAL THRU 2110-EXIT
031800         VARYING WS-MAT-SUB FROM 1 BY 1
031900         UNTIL WS-MAT-SUB > 4.
032000 2100-NEXT.
032100     PERFORM 2000-READ-ORDER THRU 2000-EXIT.
032200 2100-EXIT.
032300     EXIT.
032400
032500 2110-TAKE-ONE-MATERIAL.
032600     MOVE WOR-MAT-ITEM-CODE (WS-MAT-SUB)
032700         TO JT-MAT-ITEM-CODE (WS-JOB-COUNT, WS-MAT-SUB).
032800     MOVE WOR-MAT-QTY-PICK (WS-MAT-SUB)
032900         TO JT-MAT-QTY (WS-JOB-COUNT, WS-MAT-SUB).
033000 2110-EXIT.
033100     EXIT.
033200
033300*    SIMPLE EXCHANGE SORT ON CREW AND ORDER NUMBER, THE SAME
033400*    AS EXPRPT USES.
033500 2500-SORT-BY-CREW.
033600     IF WS-JOB-COUNT < 2
033700         GO TO 2500-EXIT
033800     END-IF.
033900     PERFORM 2600-SORT-ONE-PASS THRU 2600-EXIT
034000         VARYING WS-IDX FROM 1 BY 1
034100         UNTIL WS-IDX NOT < WS-JOB-COUNT.
034200 2500-EXIT.
034300     EXIT.
034400
034500 2600-SORT-ONE-PASS.
034600     PERFORM 2700-COMPARE-AND-SWAP THRU 2700-EXIT
034700         VARYING WS-JDX FROM 1 BY 1
034800         UNTIL WS-JDX NOT < WS-JOB-COUNT.
034900 2600-EXIT.
035000     EXIT.
035100
035200 2700-COMPARE-AND-SWAP.
035300     IF JT-SORT-KEY (WS-JDX) > JT-SORT-KEY (WS-JDX + 1)
035400         MOVE WS-JOB-ENTRY (WS-JDX) TO WS-SWAP-ENTRY
035500         MOVE WS-JOB-ENTRY (WS-JDX + 1)
035600             TO WS-JOB-ENTRY (WS-JDX)
035700         MOVE WS-SWAP-ENTRY TO WS-JOB-ENTRY (WS-JDX + 1)
035800     END-IF.
035900 2700-EXIT.
036000     EXIT.
036100
036200 3000-PRINT-REPORT.
036300     IF WS-JOB-COUNT = ZEROES
036400         WRITE SCHD-RPT-LINE FROM RPT-BLANK-LINE
036500         WRITE SCHD-RPT-LINE FROM RPT-NONE-LINE
036600     ELSE
036700         PERFORM 3100-PRINT-ONE-JOB THRU 3100-EXIT
036800             VARYING WS-IDX FROM 1 BY 1
036900             UNTIL WS-IDX > WS-JOB-COUNT
037000         PERFORM 3300-CREW-TOTAL THRU 3300-EXIT
037100     END-IF.
037200     WRITE SCHD-RPT-LINE FROM RPT-BLANK-LINE.
037300     MOVE WS-JOB-COUNT TO RPT-JOBS-LISTED.
037400     MOVE WS-CREW-COUNT TO RPT-CREWS-OUT.
037500     DISPLAY RPT-COUNT-LINE.
037600     WRITE SCHD-RPT-LINE FROM RPT-COUNT-LINE.
037700     DISPLAY "WORK ORDERS READ:   " WS-ORDERS-READ.
037800 3000-EXIT.
037900     EXIT.
038000
038100*    A NEW CREW CLOSES OFF THE LAST ONE AND STARTS ITS OWN
038200*    HEADING.
038300 3100-PRINT-ONE-JOB.
038400     IF WS-IDX = 1 OR JT-CREW-ID (WS-IDX) NOT = WS-PREV-CREW
038500         IF WS-IDX > 1
038600             PERFORM 3300-CREW-TOTAL THRU 3300-EXIT
038700         END-IF
038800         PERFORM 3200-CREW-HEADING THRU 3200-EXIT
038900     END-IF.
039000     ADD 1 TO WS-CREW-JOBS.
039100     MOVE JT-ORDER-NO (WS-IDX) TO RPT-ORDER-NO.
039200     MOVE JT-QUOTE-NO (WS-IDX) TO RPT-QUOTE-NO.
039300     MOVE JT-CUST-EMAIL (WS-IDX) TO RPT-CUST-EMAIL.
039400     WRITE SCHD-RPT-LINE FROM RPT-JOB-LINE.
039500     EVALUATE JT-SHAPE (WS-IDX)
039600         WHEN 'C'
039700             MOVE "CIRCLE" TO RPT-SHAPE
039800         WHEN 'R'
039900             MOVE "RECTANGLE" TO RPT-SHAPE
040000         WHEN 'T'
040100             MOVE "TRIANGLE" TO RPT-SHAPE
040200         WHEN OTHER
040300             MOVE SPACES TO RPT-SHAPE
040400     END-EVALUATE.
040500     MOVE JT-PERIMETER (WS-IDX) TO RPT-PERIMETER.
040600     MOVE JT-AREA (WS-IDX) TO RPT-AREA.
040700     WRITE SCHD-RPT-LINE FROM RPT-SIZE-LINE.
040800     PERFORM 3150-PRINT-ONE-PICK THRU 3150-EXIT
040900         VARYING WS-MAT-SUB FROM 1 BY 1
041000         UNTIL WS-MAT-SUB > JT-MAT-COUNT (WS-IDX).
041100 3100-EXIT.
041200     EXIT.
041300
041400 3150-PRINT-ONE-PICK.
041500     MOVE JT-MAT-ITEM-CODE (WS-IDX, WS-MAT-SUB)
041600         TO RPT-ITEM-CODE.
041700     MOVE SPACES TO RPT-DESCRIPTION.
041800     IF WS-INV-AVAIL
041900         MOVE JT-MAT-ITEM-CODE (WS-IDX, WS-MAT-SUB)
042000             TO INV-ITEM-CODE
042100         READ INV-MAST-FILE
042200             INVALID KEY
042300                 MOVE "NOT ON FILE" TO RPT-DESCRIPTION
042400             NOT INVALID KEY
042500                 MOVE INV-DESCRIPTION TO RPT-DESCRIPTION
042600         END-READ
042700     END-IF.
042800     MOVE JT-MAT-QTY (WS-IDX, WS-MAT-SUB) TO RPT-QTY.
042900     WRITE SCHD-RPT-LINE FROM RPT-PICK-LINE.
043000 3150-EXIT.
043100     EXIT.
043200
043300 3200-CREW-HEADING.
043400     MOVE JT-CREW-ID (WS-IDX) TO WS-PREV-CREW.
043500     MOVE ZEROES TO WS-CREW-JOBS.
043600     ADD 1 TO WS-CREW-COUNT.
043700     MOVE WS-PREV-CREW TO RPT-CREW-ID.
043800     MOVE SPACES TO RPT-CREW-NAME.
043900     IF WS-OPER-AVAIL
044000         MOVE WS-PREV-CREW TO OPR-OPERATOR-ID
044100         READ OPER-MAST-FILE
044200             NOT INVALID KEY
044300                 MOVE OPR-NAME TO RPT-CREW-NAME
044400         END-READ
044500     END-IF.
044600     WRITE SCHD-RPT-LINE FROM RPT-BLANK-LINE.
044700     WRITE SCHD-RPT-LINE FROM RPT-CREW-LINE.
044800 3200-EXIT.
044900     EXIT.
045000
045100 3300-CREW-TOTAL.
045200     MOVE WS-CREW-JOBS TO RPT-CREW-JOBS.
045300     WRITE SCHD-RPT-LINE FROM RPT-CREW-TOTAL-LINE.
045400 3300-EXIT.
045500     EXIT.
045600
045700 9000-CLOSE-UP.
045800     CLOSE WORK-ORD-FILE.
045900     IF WS-OPER-AVAIL
046000         CLOSE OPER-MAST-FILE
046100     END-IF.
046200     IF WS-INV-AVAIL
046300         CLOSE INV-MAST-FILE
046400     END-IF.
046500     CLOSE SCHD-RPT-FILE.
046600 9000-EXIT.
046700     EXIT.
046800
046900 8900-LOG-EXCEPTION.
047000     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
047100     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
047200     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
047300     ACCEPT WS-LOG-TIME FROM TIME.
047400     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
047500     MOVE "WRKSCHD"          TO EXCP-LOG-PROGRAM.
047600     OPEN EXTEND EXCP-LOG-FILE.
047700     IF WS-EXCP-LOG-STATUS NOT = '00'
047800         OPEN OUTPUT EXCP-LOG-FILE
047900     END-IF.
048000     WRITE EXCP-LOG-RECORD.
048100     CLOSE EXCP-LOG-FILE.
048200 8900-EXIT.
048300     EXIT.
048400
048500 END PROGRAM WRKSCHD.
