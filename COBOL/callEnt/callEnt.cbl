000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALLENT.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CALLBACK RESULT ENTRY.  THE CLERK SIGNS ON WITH THEIR       *
000900*    OPERATOR ID (CHECKED AGAINST OPER-MAST-FILE WHEN IT IS      *
001000*    AVAILABLE) AND THE NUMBER OF THE EVENODD ASSIGNMENT LIST    *
001100*    THEY ARE WORKING, THEN EITHER WORKS DOWN THAT LIST          *
001200*    (ASGNGRP1 TO ASGNGRP5) OR KEYS A RESULT FOR ONE LOYALTY     *
001300*    ID - A CUSTOMER RETURNING A CALL.  EACH CUSTOMER SHOWS      *
001400*    THEIR LAST RESULT; THE CLERK RECORDS AN OUTCOME (REACHED,   *
001500*    LEFT MESSAGE, WRONG NUMBER, DO NOT CALL, SALE PROMISED),    *
001600*    A NOTE AND AN OPTIONAL FOLLOW-UP DATE ON CALLRSLT, KEYED    *
001700*    BY LOYALTY ID AND TODAY'S DATE - A SECOND ENTRY THE SAME    *
001800*    DAY REPLACES THE FIRST.  THE NEXT NIGHT'S EVENODD LEAVES    *
001900*    DO-NOT-CALL CUSTOMERS OFF AND RE-LISTS DUE FOLLOW-UPS.      *
002000*-----------------------------------------------------------------
002100*    MAINTENANCE HISTORY.                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-15 DRO   INITIAL VERSION.                           *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CALL-RSLT-FILE  ASSIGN TO "CALLRSLT"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CLR-KEY
003700         FILE STATUS IS WS-CALL-RSLT-STATUS.
003800
003900     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CUST-EMAIL
004300         ALTERNATE RECORD KEY IS CUST-LOYALTY-ID
004400         FILE STATUS IS WS-CUST-MAST-STATUS.
004500
004600     SELECT OPER-MAST-FILE  ASSIGN TO "OPERMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS OPR-OPERATOR-ID
005000         FILE STATUS IS WS-OPER-MAST-STATUS.
005100
005200     SELECT GROUP1-FILE     ASSIGN TO "ASGNGRP1"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-LIST-STATUS.
005500
005600     SELECT GROUP2-FILE     ASSIGN TO "ASGNGRP2"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-LIST-STATUS.
005900
006000     SELECT GROUP3-FILE     ASSIGN TO "ASGNGRP3"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-LIST-STATUS.
006300
006400     SELECT GROUP4-FILE     ASSIGN TO "ASGNGRP4"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-LIST-STATUS.
006700
006800     SELECT GROUP5-FILE     ASSIGN TO "ASGNGRP5"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-LIST-STATUS.
007100
007200     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-EXCP-LOG-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800
007900 FD  CALL-RSLT-FILE.
008000 COPY CALLRSLT.
008100
008200 FD  CUST-MAST-FILE.
008300 COPY CUSTMAST.
008400
008500 FD  OPER-MAST-FILE.
008600 COPY OPERMAST.
008700
008800 FD  GROUP1-FILE
008900     RECORDING MODE IS F.
009000 01  GROUP1-LINE                PIC X(80).
009100
009200 FD  GROUP2-FILE
009300     RECORDING MODE IS F.
009400 01  GROUP2-LINE                PIC X(80).
009500
009600 FD  GROUP3-FILE
009700     RECORDING MODE IS F.
009800 01  GROUP3-LINE                PIC X(80).
009900
010000 FD  GROUP4-FILE
010100     RECORDING MODE IS F.
010200 01  GROUP4-LINE                PIC X(80).
010300
010400 FD  GROUP5-FILE
010500     RECORDING MODE IS F.
010600 01  GROUP5-LINE                PIC X(80).
010700
010800 FD  EXCP-LOG-FILE
010900     RECORDING MODE IS F.
011000 COPY EXCPLOG.
011100
011200 WORKING-STORAGE SECTION.
011300 01  WS-CALL-RSLT-STATUS        PIC XX     VALUE ZEROES.
011400 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
011500 01  WS-OPER-MAST-STATUS        PIC XX     VALUE ZEROES.
011600 01  WS-LIST-STATUS             PIC XX     VALUE ZEROES.
011700 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
011800 01  WS-LOG-TIME                PIC 9(08).
011900
012000 01  WS-FIELDS.
012100     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
012200         88  WS-CHOICE-WORK         VALUE 'W' 'w'.
012300         88  WS-CHOICE-ENTER        VALUE 'E' 'e'.
012400         88  WS-CHOICE-EXIT         VALUE 'X' 'x'.
012500     05  WS-ENTRY-DONE-SW       PIC X      VALUE 'N'.
012600         88  WS-ENTRY-DONE          VALUE 'Y'.
012700     05  WS-CUST-AVAIL-SW       PIC X      VALUE 'Y'.
012800         88  WS-CUST-AVAIL          VALUE 'Y'.
012900     05  WS-OPER-AVAIL-SW       PIC X      VALUE 'Y'.
013000         88  WS-OPER-AVAIL          VALUE 'Y'.
013100     05  WS-FIELD-OK-SW         PIC X      VALUE 'N'.
013200         88  WS-FIELD-OK            VALUE 'Y'.
013300     05  WS-IN-LIST-SW          PIC X      VALUE 'N'.
013400         88  WS-IN-LIST             VALUE 'Y'.
013500     05  WS-LIST-OPEN-SW        PIC X      VALUE 'N'.
013600         88  WS-LIST-OPEN           VALUE 'Y'.
013700     05  WS-LIST-END-SW         PIC X      VALUE 'N'.
013800         88  WS-LIST-END            VALUE 'Y'.
013900     05  WS-STOP-LIST-SW        PIC X      VALUE 'N'.
014000         88  WS-STOP-LIST           VALUE 'Y'.
014100     05  WS-ON-FILE-SW          PIC X      VALUE 'N'.
014200         88  WS-ON-FILE             VALUE 'Y'.
014300     05  WS-MORE-RESULTS-SW     PIC X      VALUE 'Y'.
014400         88  NO-MORE-RESULTS        VALUE 'N'.
014500     05  WS-OPERATOR-IN         PIC X(04)  VALUE SPACES.
014600     05  WS-GROUP-IN            PIC X(01)  VALUE SPACE.
014700     05  WS-GROUP-NO            PIC 9(01)  VALUE ZERO.
014800     05  WS-ID-IN               PIC X(08)  VALUE SPACES.
014900     05  WS-ID-JUST             PIC X(08)  VALUE SPACES.
015000     05  WS-ID-JUST-NUM REDEFINES WS-ID-JUST
015100                                PIC 9(08).
015200     05  WS-ID-WORK             PIC X(08)  VALUE SPACES.
015300     05  WS-LOYALTY-ID          PIC 9(08)  VALUE ZEROES.
015400     05  WS-OUTCOME-IN          PIC X(01)  VALUE SPACE.
015500     05  WS-NOTE-IN             PIC X(40)  VALUE SPACES.
015600     05  WS-FOLLOW-UP-IN        PIC X(06)  VALUE SPACES.
015700     05  WS-FOLLOW-UP-PARTS REDEFINES WS-FOLLOW-UP-IN.
015800         10  WS-FUP-IN-YEAR     PIC 9(02).
015900         10  WS-FUP-IN-MONTH    PIC 9(02).
016000         10  WS-FUP-IN-DAY      PIC 9(02).
016100     05  WS-FOLLOW-UP-DATE      PIC 9(06)  VALUE ZEROES.
016200     05  WS-OUTCOME-TEXT        PIC X(16)  VALUE SPACES.
016300     05  WS-LIST-POS            PIC 9(05)  VALUE ZEROES.
016400     05  WS-SAVED-COUNT         PIC 9(05)  VALUE ZEROES.
016500     05  WS-TODAY-NUM           PIC 9(06)  VALUE ZEROES.
016600
016700*    THE LATEST RESULT ON FILE FOR THE CUSTOMER ON SCREEN.
016800 01  WS-LAST-RESULT.
016900     05  WS-LAST-FOUND-SW       PIC X      VALUE 'N'.
017000         88  WS-LAST-FOUND          VALUE 'Y'.
017100     05  WS-LAST-CALL-DATE      PIC 9(06)  VALUE ZEROES.
017200     05  WS-LAST-OUTCOME        PIC X(01)  VALUE SPACE.
017300     05  WS-LAST-NOTE           PIC X(40)  VALUE SPACES.
017400     05  WS-LAST-FOLLOW-UP      PIC 9(06)  VALUE ZEROES.
017500     05  WS-LAST-OPERATOR       PIC X(04)  VALUE SPACES.
017600
017700*    THE ASSIGNMENT LINE AS EVENODD WRITES IT.
017800 01  WS-ASGN-LINE.
017900     05  WS-ASGN-ID-TEXT        PIC X(08).
018000     05  FILLER                 PIC X(02).
018100     05  WS-ASGN-GIVEN-NAME     PIC X(08).
018200     05  FILLER                 PIC X(01).
018300     05  WS-ASGN-SURNAME        PIC X(08).
018400     05  FILLER                 PIC X(02).
018500     05  WS-ASGN-EMAIL          PIC X(36).
018600     05  FILLER                 PIC X(02).
018700     05  WS-ASGN-CALL-TYPE      PIC X(09).
018800     05  FILLER                 PIC X(04).
018900
019000 01  WS-DATE.
019100     05  WS-YEAR                PIC 99.
019200     05  WS-MONTH               PIC 99.
019300     05  WS-DAY                 PIC 99.
019400
019500 PROCEDURE DIVISION.
019600 0100-START.
019700     DISPLAY "*** MISKOLCZI PETS CALLBACK RESULTS ***".
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 0200-ENTRY-CYCLE THRU 0200-EXIT
020000         UNTIL WS-ENTRY-DONE.
020100     DISPLAY "Results recorded this session: " WS-SAVED-COUNT.
020200     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
020300     STOP RUN.
020400
020500 1000-INITIALIZE.
020600     ACCEPT WS-DATE FROM DATE.
020700     MOVE WS-DATE TO WS-TODAY-NUM.
020800     OPEN I-O CALL-RSLT-FILE.
020900     IF WS-CALL-RSLT-STATUS = '05' OR '35'
021000         DISPLAY "CALL-RSLT-FILE not found - creating one."
021100         OPEN OUTPUT CALL-RSLT-FILE
021200         CLOSE CALL-RSLT-FILE
021300         OPEN I-O CALL-RSLT-FILE
021400     END-IF.
021500     IF WS-CALL-RSLT-STATUS NOT = '00'
021600         DISPLAY "UNABLE TO OPEN CALL-RSLT-FILE - STATUS: "
021700             WS-CALL-RSLT-STATUS
021800         SET EXCP-SEV-ERROR TO TRUE
021900         MOVE "CLE001" TO EXCP-LOG-CODE
022000         MOVE "Unable to open CALL-RSLT-FILE."
022100             TO EXCP-LOG-MESSAGE
022200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
022300         STOP RUN
022400     END-IF.
022500     OPEN INPUT CUST-MAST-FILE.
022600     IF WS-CUST-MAST-STATUS NOT = '00'
022700         MOVE 'N' TO WS-CUST-AVAIL-SW
022800         DISPLAY "CUST-MAST-FILE unavailable - loyalty IDs "
022900             "taken on trust this run."
023000     END-IF.
023100     OPEN INPUT OPER-MAST-FILE.
023200     IF WS-OPER-MAST-STATUS NOT = '00'
023300         MOVE 'N' TO WS-OPER-AVAIL-SW
023400         DISPLAY "OPER-MAST-FILE unavailable - operator IDs "
023500             "taken on trust this run."
023600     END-IF.
023700     MOVE 'N' TO WS-FIELD-OK-SW.
023800     PERFORM 1100-ACCEPT-OPERATOR THRU 1100-EXIT
023900         UNTIL WS-FIELD-OK.
024000     MOVE 'N' TO WS-FIELD-OK-SW.
024100     PERFORM 1200-ACCEPT-GROUP THRU 1200-EXIT
024200         UNTIL WS-FIELD-OK.
024300 1000-EXIT.
024400     EXIT.
024500
024600 1100-ACCEPT-OPERATOR.
024700     DISPLAY "Enter your operator ID: ".
024800     MOVE SPACES TO WS-OPERATOR-IN.
024900     ACCEPT WS-OPERATOR-IN.
025000     IF WS-OPERATOR-IN = SPACES
025100         DISPLAY "The operator ID is required."
025200         GO TO 1100-EXIT
025300     END-IF.
025400     IF WS-OPER-AVAIL
025500         MOVE WS-OPERATOR-IN TO OPR-OPERATOR-ID
025600         READ OPER-MAST-FILE
025700             INVALID KEY
025800                 DISPLAY "Operator " WS-OPERATOR-IN
025900                     " is not on OPER-MAST-FILE."
026000                 GO TO 1100-EXIT
026100         END-READ
026200         IF OPR-INACTIVE
026300             DISPLAY "Operator " WS-OPERATOR-IN
026400                 " is not active."
026500             GO TO 1100-EXIT
026600         END-IF
026700         DISPLAY "Signed on: " OPR-NAME
026800     END-IF.
026900     SET WS-FIELD-OK TO TRUE.
027000 1100-EXIT.
027100     EXIT.
027200
027300 1200-ACCEPT-GROUP.
027400     DISPLAY "Which callback list are you working? (1-5): ".
027500     MOVE SPACE TO WS-GROUP-IN.
027600     ACCEPT WS-GROUP-IN.
027700     IF WS-GROUP-IN IS NOT NUMERIC
027800         OR WS-GROUP-IN = '0' OR WS-GROUP-IN > '5'
027900         DISPLAY "Please enter a number from 1 to 5."
028000     ELSE
028100         MOVE WS-GROUP-IN TO WS-GROUP-NO
028200         SET WS-FIELD-OK TO TRUE
028300     END-IF.
028400 1200-EXIT.
028500     EXIT.
028600
028700 0200-ENTRY-CYCLE.
028800     DISPLAY " ".
028900     DISPLAY "(W)ork callback list " WS-GROUP-NO
029000         ", (E)nter a result by loyalty ID,".
029100     DISPLAY "e(X)it: ".
029200     ACCEPT WS-MENU-CHOICE.
029300     EVALUATE TRUE
029400         WHEN WS-CHOICE-WORK
029500             PERFORM 0300-WORK-LIST THRU 0300-EXIT
029600         WHEN WS-CHOICE-ENTER
029700             PERFORM 0400-ENTER-BY-ID THRU 0400-EXIT
029800         WHEN WS-CHOICE-EXIT
029900             SET WS-ENTRY-DONE TO TRUE
030000         WHEN OTHER
030100             DISPLAY "Please enter W, E or X."
030200     END-EVALUATE.
030300 0200-EXIT.
030400     EXIT.
030500
030600*    WORKS DOWN THE LIST FROM THE TOP.  A BLANK OUTCOME SKIPS
030700*    A CUSTOMER (NOTHING IS RECORDED, SO THEY STAY ON THE
030800*    LIST) AND X STOPS FOR NOW.
030900 0300-WORK-LIST.
031000     PERFORM 0310-OPEN-LIST THRU 0310-EXIT.
031100     IF NOT WS-LIST-OPEN
031200         GO TO 0300-EXIT
031300     END-IF.
031400     SET WS-IN-LIST TO TRUE.
031500     MOVE 'N' TO WS-LIST-END-SW.
031600     MOVE 'N' TO WS-STOP-LIST-SW.
031700     MOVE ZEROES TO WS-LIST-POS.
031800     PERFORM 0320-READ-LIST THRU 0320-EXIT.
031900     PERFORM 0330-WORK-ONE-ENTRY THRU 0330-EXIT
032000         UNTIL WS-LIST-END OR WS-STOP-LIST.
032100     IF WS-LIST-END
032200         DISPLAY "End of callback list " WS-GROUP-NO "."
032300     END-IF.
032400     PERFORM 0390-CLOSE-LIST THRU 0390-EXIT.
032500     MOVE 'N' TO WS-IN-LIST-SW.
032600 0300-EXIT.
032700     EXIT.
032800
032900 0310-OPEN-LIST.
033000     EVALUATE WS-GROUP-NO
033100         WHEN 1
033200             OPEN INPUT GROUP1-FILE
033300         WHEN 2
033400             OPEN INPUT GROUP2-FILE
033500         WHEN 3
033600             OPEN INPUT GROUP3-FILE
033700         WHEN 4
033800             OPEN INPUT GROUP4-FILE
033900         WHEN 5
034000             OPEN INPUT GROUP5-FILE
034100     END-EVALUATE.
034200     IF WS-LIST-STATUS = '00'
034300         SET WS-LIST-OPEN TO TRUE
034400     ELSE
034500         MOVE 'N' TO WS-LIST-OPEN-SW
034600         DISPLAY "Callback list " WS-GROUP-NO
034700             " is not available - status " WS-LIST-STATUS
034800     END-IF.
034900 0310-EXIT.
035000     EXIT.
035100
035200 0320-READ-LIST.
035300     EVALUATE WS-GROUP-NO
035400         WHEN 1
035500             READ GROUP1-FILE INTO WS-ASGN-LINE
035600                 AT END
035700                     SET WS-LIST-END TO TRUE
035800             END-READ
035900         WHEN 2
036000             READ GROUP2-FILE INTO WS-ASGN-LINE
036100                 AT END
036200                     SET WS-LIST-END TO TRUE
036300             END-READ
036400         WHEN 3
036500             READ GROUP3-FILE INTO WS-ASGN-LINE
036600                 AT END
036700                     SET WS-LIST-END TO TRUE
036800             END-READ
036900         WHEN 4
037000             READ GROUP4-FILE INTO WS-ASGN-LINE
037100                 AT END
037200                     SET WS-LIST-END TO TRUE
037300             END-READ
037400         WHEN 5
037500             READ GROUP5-FILE INTO WS-ASGN-LINE
037600                 AT END
037700                     SET WS-LIST-END TO TRUE
037800             END-READ
037900     END-EVALUATE.
038000 0320-EXIT.
038100     EXIT.
038200
038300 0330-WORK-ONE-ENTRY.
038400     ADD 1 TO WS-LIST-POS.
038500     MOVE WS-ASGN-ID-TEXT TO WS-ID-JUST.
038600     INSPECT WS-ID-JUST REPLACING LEADING ' ' BY '0'.
038700     IF WS-ID-JUST IS NOT NUMERIC
038800         GO TO 0330-NEXT
038900     END-IF.
039000     MOVE WS-ID-JUST-NUM TO WS-LOYALTY-ID.
039100     DISPLAY " ".
039200     DISPLAY WS-LIST-POS ": " WS-LOYALTY-ID "  "
039300         WS-ASGN-GIVEN-NAME " " WS-ASGN-SURNAME "  "
039400         WS-ASGN-CALL-TYPE.
039500     DISPLAY "       " WS-ASGN-EMAIL.
039600     PERFORM 0500-SHOW-LAST-RESULT THRU 0500-EXIT.
039700     PERFORM 0600-CAPTURE-RESULT THRU 0600-EXIT.
039800 0330-NEXT.
039900     IF NOT WS-STOP-LIST
040000         PERFORM 0320-READ-LIST THRU 0320-EXIT
040100     END-IF.
040200 0330-EXIT.
040300     EXIT.
040400
040500 0390-CLOSE-LIST.
040600     EVALUATE WS-GROUP-NO
040700         WHEN 1
040800             CLOSE GROUP1-FILE
040900         WHEN 2
041000             CLOSE GROUP2-FILE
041100         WHEN 3
041200             CLOSE GROUP3-FILE
041300         WHEN 4
041400             CLOSE GROUP4-FILE
041500         WHEN 5
041600             CLOSE GROUP5-FILE
041700     END-EVALUATE.
041800     MOVE 'N' TO WS-LIST-OPEN-SW.
041900 0390-EXIT.
042000     EXIT.
042100
042200*    A CUSTOMER RETURNING A CALL, OR ONE REACHED OFF THE LIST.
042300*    THE RESULT GOES ON THE CLERK'S OWN LIST (GROUP).
042400 0400-ENTER-BY-ID.
042500     DISPLAY "Enter loyalty ID (blank to cancel): ".
042600     MOVE SPACES TO WS-ID-IN.
042700     ACCEPT WS-ID-IN.
042800     IF WS-ID-IN = SPACES
042900         GO TO 0400-EXIT
043000     END-IF.
043100     MOVE WS-ID-IN TO WS-ID-JUST.
043200     PERFORM 0410-SLIDE-ID-RIGHT THRU 0410-EXIT
043300         UNTIL WS-ID-JUST (8:1) NOT = SPACE.
043400     INSPECT WS-ID-JUST REPLACING LEADING ' ' BY '0'.
043500     IF WS-ID-JUST IS NOT NUMERIC
043600         DISPLAY "The loyalty ID must be numeric."
043700         GO TO 0400-EXIT
043800     END-IF.
043900     MOVE WS-ID-JUST-NUM TO WS-LOYALTY-ID.
044000     IF WS-CUST-AVAIL
044100         MOVE WS-LOYALTY-ID TO CUST-LOYALTY-ID
044200         READ CUST-MAST-FILE KEY IS CUST-LOYALTY-ID
044300             INVALID KEY
044400                 DISPLAY "No customer has loyalty ID "
044500                     WS-LOYALTY-ID "."
044600                 GO TO 0400-EXIT
044700         END-READ
044800         DISPLAY WS-LOYALTY-ID "  " CUST-GIVEN-NAME " "
044900             CUST-SURNAME
045000     END-IF.
045100     PERFORM 0500-SHOW-LAST-RESULT THRU 0500-EXIT.
045200     PERFORM 0600-CAPTURE-RESULT THRU 0600-EXIT.
045300 0400-EXIT.
045400     EXIT.
045500
045600 0410-SLIDE-ID-RIGHT.
045700     MOVE WS-ID-JUST TO WS-ID-WORK.
045800     MOVE SPACES TO WS-ID-JUST.
045900     MOVE WS-ID-WORK (1:7) TO WS-ID-JUST (2:7).
046000 0410-EXIT.
046100     EXIT.
046200
046300*    THE RESULTS FOR ONE CUSTOMER ARE IN DATE ORDER UNDER THE
046400*    LOYALTY ID, SO THE LAST ONE READ IS THE LATEST.
046500 0500-SHOW-LAST-RESULT.
046600     MOVE 'N' TO WS-LAST-FOUND-SW.
046700     MOVE WS-LOYALTY-ID TO CLR-LOYALTY-ID.
046800     MOVE ZEROES TO CLR-CALL-DATE.
046900     START CALL-RSLT-FILE KEY IS NOT < CLR-KEY
047000         INVALID KEY
047100             MOVE 'N' TO WS-MORE-RESULTS-SW
047200         NOT INVALID KEY
047300             MOVE 'Y' TO WS-MORE-RESULTS-SW
047400     END-START.
047500     PERFORM 0510-READ-ONE-RESULT THRU 0510-EXIT
047600         UNTIL NO-MORE-RESULTS.
047700     IF NOT WS-LAST-FOUND
047800         DISPLAY "       No earlier calls."
047900         GO TO 0500-EXIT
048000     END-IF.
048100     MOVE WS-LAST-OUTCOME TO WS-OUTCOME-IN.
048200     PERFORM 0520-OUTCOME-TEXT THRU 0520-EXIT.
048300     DISPLAY "       Last call " WS-LAST-CALL-DATE " by "
048400         WS-LAST-OPERATOR ": " WS-OUTCOME-TEXT.
048500     IF WS-LAST-NOTE NOT = SPACES
048600         DISPLAY "       " WS-LAST-NOTE
048700     END-IF.
048800     IF WS-LAST-FOLLOW-UP NOT = ZEROES
048900         DISPLAY "       Follow-up due " WS-LAST-FOLLOW-UP
049000     END-IF.
049100     IF WS-LAST-OUTCOME = 'D'
049200         DISPLAY "       *** DO NOT CALL THIS CUSTOMER ***"
049300     END-IF.
049400     IF WS-LAST-CALL-DATE = WS-TODAY-NUM
049500         DISPLAY "       Already recorded today - a new "
049600             "outcome replaces it."
049700     END-IF.
049800 0500-EXIT.
049900     EXIT.
050000
050100 0510-READ-ONE-RESULT.
050200     READ CALL-RSLT-FILE NEXT RECORD
050300         AT END
050400             MOVE 'N' TO WS-MORE-RESULTS-SW
050500     END-READ.
050600     IF NO-MORE-RESULTS
050700         GO TO 0510-EXIT
050800     END-IF.
050900     IF CLR-LOYALTY-ID NOT = WS-LOYALTY-ID
051000         MOVE 'N' TO WS-MORE-RESULTS-SW
051100         GO TO 0510-EXIT
051200     END-IF.
051300     SET WS-LAST-FOUND TO TRUE.
051400     MOVE CLR-CALL-DATE TO WS-LAST-CALL-DATE.
051500     MOVE CLR-OUTCOME TO WS-LAST-OUTCOME.
051600     MOVE CLR-NOTE TO WS-LAST-NOTE.
051700     MOVE CLR-FOLLOW-UP-DATE TO WS-LAST-FOLLOW-UP.
051800     MOVE CLR-OPERATOR-ID TO WS-LAST-OPERATOR.
051900 0510-EXIT.
052000     EXIT.
052100
052200 0520-OUTCOME-TEXT.
052300     EVALUATE WS-OUTCOME-IN
052400         WHEN 'R'
052500             MOVE "REACHED" TO WS-OUTCOME-TEXT
052600         WHEN 'M'
052700             MOVE "LEFT MESSAGE" TO WS-OUTCOME-TEXT
052800         WHEN 'W'
052900             MOVE "WRONG NUMBER" TO WS-OUTCOME-TEXT
053000         WHEN 'D'
053100             MOVE "DO NOT CALL" TO WS-OUTCOME-TEXT
053200         WHEN 'S'
053300             MOVE "SALE PROMISED" TO WS-OUTCOME-TEXT
053400         WHEN OTHER
053500             MOVE "UNKNOWN" TO WS-OUTCOME-TEXT
053600     END-EVALUATE.
053700 0520-EXIT.
053800     EXIT.
053900
054000*    A WRONG NUMBER OR A DO-NOT-CALL TAKES NO FOLLOW-UP DATE.
054100 0600-CAPTURE-RESULT.
054200     MOVE 'N' TO WS-FIELD-OK-SW.
054300     PERFORM 0610-ACCEPT-OUTCOME THRU 0610-EXIT
054400         UNTIL WS-FIELD-OK.
054500     IF WS-OUTCOME-IN = SPACE
054600         DISPLAY "Skipped - nothing recorded."
054700         GO TO 0600-EXIT
054800     END-IF.
054900     IF WS-OUTCOME-IN = 'X'
055000         SET WS-STOP-LIST TO TRUE
055100         GO TO 0600-EXIT
055200     END-IF.
055300     DISPLAY "Note (blank = none): ".
055400     MOVE SPACES TO WS-NOTE-IN.
055500     ACCEPT WS-NOTE-IN.
055600     MOVE ZEROES TO WS-FOLLOW-UP-DATE.
055700     IF WS-OUTCOME-IN NOT = 'W' AND WS-OUTCOME-IN NOT = 'D'
055800         MOVE 'N' TO WS-FIELD-OK-SW
055900         PERFORM 0630-ACCEPT-FOLLOW-UP THRU 0630-EXIT
056000             UNTIL WS-FIELD-OK
056100     END-IF.
056200     PERFORM 0700-SAVE-RESULT THRU 0700-EXIT.
056300 0600-EXIT.
056400     EXIT.
056500
056600 0610-ACCEPT-OUTCOME.
056700     DISPLAY "Outcome - (R)eached, left (M)essage, (W)rong "
056800         "number,".
056900     IF WS-IN-LIST
057000         DISPLAY "(D)o not call, (S)ale promised, "
057100             "blank = skip, X = stop: "
057200     ELSE
057300         DISPLAY "(D)o not call, (S)ale promised, "
057400             "blank = cancel: "
057500     END-IF.
057600     MOVE SPACE TO WS-OUTCOME-IN.
057700     ACCEPT WS-OUTCOME-IN.
057800     INSPECT WS-OUTCOME-IN CONVERTING "rmwdsx" TO "RMWDSX".
057900     IF WS-OUTCOME-IN = SPACE OR 'R' OR 'M' OR 'W' OR 'D'
058000         OR 'S'
058100         SET WS-FIELD-OK TO TRUE
058200         GO TO 0610-EXIT
058300     END-IF.
058400     IF WS-OUTCOME-IN = 'X' AND WS-IN-LIST
058500         SET WS-FIELD-OK TO TRUE
058600         GO TO 0610-EXIT
058700     END-IF.
058800     DISPLAY "Please enter R, M, W, D or S.".
058900 0610-EXIT.
059000     EXIT.
059100
059200 0630-ACCEPT-FOLLOW-UP.
059300     DISPLAY "Follow-up date (YYMMDD, blank = none): ".
059400     MOVE SPACES TO WS-FOLLOW-UP-IN.
059500     ACCEPT WS-FOLLOW-UP-IN.
059600     IF WS-FOLLOW-UP-IN = SPACES
059700         SET WS-FIELD-OK TO TRUE
059800         GO TO 0630-EXIT
059900     END-IF.
060000     IF WS-FOLLOW-UP-IN IS NOT NUMERIC
060100         OR WS-FUP-IN-MONTH < 01 OR WS-FUP-IN-MONTH > 12
060200         OR WS-FUP-IN-DAY < 01 OR WS-FUP-IN-DAY > 31
060300         DISPLAY "The follow-up must be a date as YYMMDD."
060400         GO TO 0630-EXIT
060500     END-IF.
060600     MOVE WS-FOLLOW-UP-IN TO WS-FOLLOW-UP-DATE.
060700     IF WS-FOLLOW-UP-DATE NOT > WS-TODAY-NUM
060800         DISPLAY "The follow-up must be after today."
060900         MOVE ZEROES TO WS-FOLLOW-UP-DATE
061000         GO TO 0630-EXIT
061100     END-IF.
061200     SET WS-FIELD-OK TO TRUE.
061300 0630-EXIT.
061400     EXIT.
061500
061600*    ONE RESULT PER CUSTOMER PER DAY - TODAY'S IS REPLACED IF
061700*    THE CUSTOMER WAS ALREADY RECORDED.
061800 0700-SAVE-RESULT.
061900     MOVE WS-LOYALTY-ID TO CLR-LOYALTY-ID.
062000     MOVE WS-DATE TO CLR-CALL-DATE.
062100     READ CALL-RSLT-FILE
062200         INVALID KEY
062300             MOVE 'N' TO WS-ON-FILE-SW
062400         NOT INVALID KEY
062500             MOVE 'Y' TO WS-ON-FILE-SW
062600     END-READ.
062700     MOVE SPACES TO CALL-RESULT-RECORD.
062800     MOVE WS-LOYALTY-ID TO CLR-LOYALTY-ID.
062900     MOVE WS-DATE TO CLR-CALL-DATE.
063000     ACCEPT WS-LOG-TIME FROM TIME.
063100     MOVE WS-LOG-TIME (1:6) TO CLR-CALL-TIME.
063200     MOVE WS-GROUP-NO TO CLR-GROUP-NO.
063300     MOVE WS-OPERATOR-IN TO CLR-OPERATOR-ID.
063400     MOVE WS-OUTCOME-IN TO CLR-OUTCOME.
063500     MOVE WS-NOTE-IN TO CLR-NOTE.
063600     MOVE WS-FOLLOW-UP-DATE TO CLR-FOLLOW-UP-DATE.
063700     IF WS-ON-FILE
063800         REWRITE CALL-RESULT-RECORD
063900             INVALID KEY
064000                 DISPLAY "Unable to replace the result - "
064100                     "status " WS-CALL-RSLT-STATUS
064200                 GO TO 0700-EXIT
064300         END-REWRITE
064400         DISPLAY "Today's result replaced."
064500     ELSE
064600         WRITE CALL-RESULT-RECORD
064700             INVALID KEY
064800                 DISPLAY "Unable to record the result - "
064900                     "status " WS-CALL-RSLT-STATUS
065000                 GO TO 0700-EXIT
065100         END-WRITE
065200         DISPLAY "Result recorded."
065300     END-IF.
065400     ADD 1 TO WS-SAVED-COUNT.
065500     IF CLR-DO-NOT-CALL
065600         DISPLAY "The customer will be left off every "
065700             "callback list from tonight."
065800     END-IF.
065900 0700-EXIT.
066000     EXIT.
066100
066200 9000-CLOSE-UP.
066300     CLOSE CALL-RSLT-FILE.
066400     IF WS-CUST-AVAIL
066500         CLOSE CUST-MAST-FILE
066600     END-IF.
066700     IF WS-OPER-AVAIL
066800         CLOSE OPER-MAST-FILE
066900     END-IF.
067000 9000-EXIT.
067100     EXIT.
067200
067300 8900-LOG-EXCEPTION.
067400     MOVE WS-YEAR            TO EXCP-LOG-YEAR.
067500     MOVE WS-MONTH           TO EXCP-LOG-MONTH.
067600     MOVE WS-DAY             TO EXCP-LOG-DAY.
067700     ACCEPT WS-LOG-TIME FROM TIME.
067800     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
067900     MOVE "CALLENT"          TO EXCP-LOG-PROGRAM.
068000     OPEN EXTEND EXCP-LOG-FILE.
068100     IF WS-EXCP-LOG-STATUS NOT = '00'
068200         OPEN OUTPUT EXCP-LOG-FILE
068300     END-IF.
068400     WRITE EXCP-LOG-RECORD.
068500     CLOSE EXCP-LOG-FILE.
068600 8900-EXIT.
068700     EXIT.
068800
068900 END PROGRAM CALLENT.
