000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WRKORD.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    INSTALLATION WORK ORDERS.  A POND LINER, FENCING OR        *
000900*    ENCLOSURE QUOTE SAVED BY CIRCUMFERENCE IS RAISED HERE AS   *
001000*    A NUMBERED WORK ORDER FOR A LOYALTY CUSTOMER (THE EMAIL IS *
001100*    VALIDATED AGAINST CUST-MAST-FILE WHEN IT IS AVAILABLE),    *
001200*    WITH AN INSTALL DATE AND A CREW - THE OPERATOR ID OF THE   *
001300*    LEAD INSTALLER, CHECKED AGAINST OPER-MAST-FILE.  THE       *
001400*    QUOTE'S MATERIAL LINES BECOME THE PICK LIST AND ARE HELD   *
001500*    ON INV-QTY-RESERVED SO THE REGISTER CANNOT SELL THEM OUT   *
001600*    FROM UNDER THE JOB; A SHORTAGE IS LOGGED SO IT CAN BE      *
001700*    ORDERED IN.  THE PICK LIST IS PRINTED TO GO OUT WITH THE   *
001800*    CREW.  COMPLETION RECORDS WHAT WAS ACTUALLY USED (AND ANY  *
001900*    EXTRA MATERIAL) WITH THE LABOR HOURS, RELEASES THE         *
002000*    RESERVATION, TAKES THE MATERIALS OFF INV-QTY-ON-HAND AND   *
002100*    WRITES THEM TO THE INV-MOVE-FILE TRAIL UNDER MOVE TYPE     *
002200*    'W'.  A JOB CAN BE RESCHEDULED OR VOIDED, WHICH RELEASES   *
002300*    ITS STOCK.  WRKSCHD AND WRKOPEN REPORT FROM THE FILE.      *
002400*    FOLLOWS THE MENU SHAPE OF RTVPROC AND NUMBERS ITS ORDERS   *
002500*    FROM A COUNTER FILE THE SAME WAY.                          *
002600*-----------------------------------------------------------------
002700*    MAINTENANCE HISTORY.                                       *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    2026-10-15 DRO   INITIAL VERSION.                           *
002910*    2026-10-15 DRO   MATERIALS OF A LOT-TRACKED ITEM USED ON A  *
002920*                     JOB COME OFF ITS LOTS, OLDEST EXPIRY       *
002930*                     FIRST, AT COMPLETION.                      *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT WORK-ORD-FILE   ASSIGN TO "WORKORD"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS WOR-ORDER-NO
004300         ALTERNATE RECORD KEY IS WOR-QUOTE-NO
004400         FILE STATUS IS WS-WORK-ORD-STATUS.
004500
004600     SELECT WOR-CTR-FILE    ASSIGN TO "WORKCTR"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-WOR-CTR-STATUS.
004900
005000     SELECT QUOTE-FILE      ASSIGN TO "QUOTFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS QUO-QUOTE-NO
005400         FILE STATUS IS WS-QUOTE-FILE-STATUS.
005500
005600     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CUST-EMAIL
006000         ALTERNATE RECORD KEY IS CUST-LOYALTY-ID
006100         FILE STATUS IS WS-CUST-MAST-STATUS.
006200
006300     SELECT OPER-MAST-FILE  ASSIGN TO "OPERMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS OPR-OPERATOR-ID
006700         FILE STATUS IS WS-OPER-MAST-STATUS.
006800
006900     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS INV-ITEM-CODE
007300         FILE STATUS IS WS-INV-MAST-STATUS.
007400
007500     SELECT INV-MOVE-FILE   ASSIGN TO "INVMOVE"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-INV-MOVE-STATUS.
007800
007810     SELECT LOT-FILE        ASSIGN TO "LOTFILE"
007820         ORGANIZATION IS INDEXED
007830         ACCESS MODE IS DYNAMIC
007840         RECORD KEY IS LOT-KEY
007850         FILE STATUS IS WS-LOT-STATUS.
007860
007900     SELECT WORK-DOC-FILE   ASSIGN TO "WORKDOC"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-WORK-DOC-STATUS.
008200
008300     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-EXCP-LOG-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900
009000 FD  WORK-ORD-FILE.
009100 COPY WORKORD.
009200
009300 FD  WOR-CTR-FILE
009400     RECORDING MODE IS F.
009500 01  WOR-CTR-RECORD.
009600     05  WOR-NEXT-NO            PIC 9(06).
009700
009800 FD  QUOTE-FILE.
009900 COPY QUOTFILE.
010000
010100 FD  CUST-MAST-FILE.
010200 COPY CUSTMAST.
010300
010400 FD  OPER-MAST-FILE.
010500 COPY OPERMAST.
010600
010700 FD  INV-MAST-FILE.
010800 COPY INVMAST.
010900
011000 FD  INV-MOVE-FILE
011100     RECORDING MODE IS F.
011200 COPY INVMOVE.
011300
011310 FD  LOT-FILE.
011320 COPY LOTFILE.
011330
011400 FD  WORK-DOC-FILE
011500     RECORDING MODE IS F.
011600 01  WORK-DOC-LINE              PIC X(80).
011700
011800 FD  EXCP-LOG-FILE
011900     RECORDING MODE IS F.
012000 COPY EXCPLOG.
012100
012200 WORKING-STORAGE SECTION.
012300 01  WS-WORK-ORD-STATUS         PIC XX     VALUE ZEROES.
012400 01  WS-WOR-CTR-STATUS          PIC XX     VALUE ZEROES.
012500 01  WS-QUOTE-FILE-STATUS       PIC XX     VALUE ZEROES.
012600 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
012700 01  WS-OPER-MAST-STATUS        PIC XX     VALUE ZEROES.
012800 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
012900 01  WS-INV-MOVE-STATUS         PIC XX     VALUE ZEROES.
013000 01  WS-WORK-DOC-STATUS         PIC XX     VALUE ZEROES.
013100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
013110 01  WS-LOT-STATUS              PIC XX     VALUE ZEROES.
013200 01  WS-LOG-TIME                PIC 9(08).
013300
013400 01  WS-FIELDS.
013500     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
013600         88  WS-CHOICE-NEW          VALUE 'N' 'n'.
013700         88  WS-CHOICE-RESCHEDULE   VALUE 'R' 'r'.
013800         88  WS-CHOICE-COMPLETE     VALUE 'C' 'c'.
013900         88  WS-CHOICE-VOID         VALUE 'V' 'v'.
014000         88  WS-CHOICE-EXIT         VALUE 'X' 'x'.
014100     05  WS-USER-RESPONSE       PIC X      VALUE SPACE.
014200     05  WS-WORK-DONE-SW        PIC X      VALUE 'N'.
014300         88  WS-WORK-DONE           VALUE 'Y'.
014400     05  WS-CUST-AVAIL-SW       PIC X      VALUE 'Y'.
014500         88  WS-CUST-AVAIL          VALUE 'Y'.
014600     05  WS-OPER-AVAIL-SW       PIC X      VALUE 'Y'.
014700         88  WS-OPER-AVAIL          VALUE 'Y'.
014710     05  WS-LOT-AVAIL-SW        PIC X      VALUE 'Y'.
014720         88  WS-LOT-AVAIL           VALUE 'Y'.
014730     05  WS-LOT-EOF-SW          PIC X      VALUE 'N'.
014740         88  WS-LOT-EOF             VALUE 'Y'.
014800     05  WS-FIELD-OK-SW         PIC X      VALUE 'N'.
014900         88  WS-FIELD-OK            VALUE 'Y'.
015000     05  WS-KEEP-ALLOWED-SW     PIC X      VALUE 'N'.
015100         88  WS-KEEP-ALLOWED        VALUE 'Y'.
015200     05  WS-EXTRAS-DONE-SW      PIC X      VALUE 'N'.
015300         88  WS-EXTRAS-DONE         VALUE 'Y'.
015400     05  WS-QUOTE-NO-IN         PIC X(06)  VALUE SPACES.
015500     05  WS-ORDER-NO-IN         PIC X(06)  VALUE SPACES.
015600     05  WS-EMAIL-IN            PIC X(36)  VALUE SPACES.
015700     05  WS-CREW-IN             PIC X(04)  VALUE SPACES.
015800     05  WS-ITEM-CODE           PIC X(08)  VALUE SPACES.
015900     05  WS-DATE-IN             PIC X(06)  VALUE SPACES.
016000     05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
016100         10  WS-DATE-IN-YEAR    PIC 9(02).
016200         10  WS-DATE-IN-MONTH   PIC 9(02).
016300         10  WS-DATE-IN-DAY     PIC 9(02).
016400     05  WS-NUM-IN              PIC X(05)  VALUE SPACES.
016500     05  WS-NUM-JUST            PIC X(05)  VALUE SPACES.
016600     05  WS-NUM-VALUE REDEFINES WS-NUM-JUST
016700                                PIC 9(05).
016800     05  WS-HOURS-VALUE REDEFINES WS-NUM-JUST
016900                                PIC 9(03)V99.
017000
017100 01  WS-DATE.
017200     05  WS-YEAR                PIC 99.
017300     05  WS-MONTH               PIC 99.
017400     05  WS-DAY                 PIC 99.
017500 01  WS-DATE-NUM REDEFINES WS-DATE
017600                                PIC 9(06).
017700
017800 01  WS-ORDER-FIELDS.
017900     05  WS-CURR-ORDER-NO       PIC 9(06)  VALUE ZEROES.
018000     05  WS-INSTALL-DATE        PIC 9(06)  VALUE ZEROES.
018100     05  WS-CREW-ID             PIC X(04)  VALUE SPACES.
018200     05  WS-LOYALTY-ID          PIC 9(08)  VALUE ZEROES.
018300     05  WS-MAT-SUB             PIC 9(01)  VALUE ZEROES.
018400     05  WS-AVAILABLE           PIC S9(06) VALUE ZEROES.
018500     05  WS-QTY-USED            PIC 9(05)  VALUE ZEROES.
018600     05  WS-MOVE-LEFT           PIC 9(05)  VALUE ZEROES.
018700     05  WS-MOVE-QTY            PIC 9(03)  VALUE ZEROES.
018800     05  WS-RUN-ON-HAND         PIC 9(05)  VALUE ZEROES.
018810     05  WS-LOT-REMAIN          PIC 9(05)  VALUE ZEROES.
018900
019000 01  RPT-TITLE-LINE.
019100     05  FILLER  PIC X(42) VALUE
019200             "MISKOLCZI PETS - INSTALLATION WORK ORDERS".
019300     05  FILLER  PIC X(04) VALUE SPACES.
019400     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
019500     05  RPT-RUN-YEAR           PIC 9(02).
019600     05  FILLER  PIC X(01) VALUE "/".
019700     05  RPT-RUN-MONTH          PIC 9(02).
019800     05  FILLER  PIC X(01) VALUE "/".
019900     05  RPT-RUN-DAY            PIC 9(02).
020000     05  FILLER  PIC X(16) VALUE SPACES.
020100
020200 01  RPT-ORDER-LINE.
020300     05  FILLER  PIC X(12) VALUE "WORK ORDER: ".
020400     05  RPT-ORDER-NO           PIC 9(06).
020500     05  FILLER  PIC X(09) VALUE "  QUOTE: ".
020600     05  RPT-QUOTE-NO           PIC 9(06).
020700     05  FILLER  PIC X(11) VALUE "  INSTALL: ".
020800     05  RPT-INSTALL-DATE       PIC 99/99/99.
020900     05  FILLER  PIC X(08) VALUE "  CREW: ".
021000     05  RPT-CREW-ID            PIC X(04).
021100     05  FILLER  PIC X(16) VALUE SPACES.
021200
021300 01  RPT-CUST-LINE.
021400     05  FILLER  PIC X(10) VALUE "CUSTOMER: ".
021500     05  RPT-CUST-EMAIL         PIC X(36).
021600     05  FILLER  PIC X(02) VALUE SPACES.
021700     05  RPT-CUST-GIVEN         PIC X(08).
021800     05  FILLER  PIC X(01) VALUE SPACE.
021900     05  RPT-CUST-SURNAME       PIC X(08).
022000     05  FILLER  PIC X(15) VALUE SPACES.
022100
022200 01  RPT-SIZE-LINE.
022300     05  FILLER  PIC X(07) VALUE "SHAPE: ".
022400     05  RPT-SHAPE              PIC X(09).
022500     05  FILLER  PIC X(13) VALUE "  PERIMETER: ".
022600     05  RPT-PERIMETER          PIC ZZZZ9.99.
022700     05  FILLER  PIC X(08) VALUE "  AREA: ".
022800     05  RPT-AREA               PIC ZZZZ9.99.
022900     05  FILLER  PIC X(27) VALUE SPACES.
023000
023100 01  RPT-PICK-HEAD-LINE.
023200     05  FILLER  PIC X(06) VALUE "LINE".
023300     05  FILLER  PIC X(10) VALUE "ITEM CODE".
023400     05  FILLER  PIC X(22) VALUE "DESCRIPTION".
023500     05  FILLER  PIC X(08) VALUE "  PICKED".
023600     05  FILLER  PIC X(08) VALUE "    USED".
023700     05  FILLER  PIC X(26) VALUE SPACES.
023800
023900 01  RPT-PICK-LINE.
024000     05  RPT-LINE-NO            PIC 9(01).
024100     05  FILLER  PIC X(05) VALUE SPACES.
024200     05  RPT-ITEM-CODE          PIC X(08).
024300     05  FILLER  PIC X(02) VALUE SPACES.
024400     05  RPT-DESCRIPTION        PIC X(20).
024500     05  FILLER  PIC X(05) VALUE SPACES.
024600     05  RPT-QTY-PICK           PIC ZZZZ9.
024700     05  FILLER  PIC X(03) VALUE SPACES.
024800     05  RPT-QTY-USED           PIC ZZZZ9.
024900     05  RPT-QTY-USED-X REDEFINES RPT-QTY-USED
025000                                PIC X(05).
025100     05  FILLER  PIC X(02) VALUE SPACES.
025200     05  RPT-PICK-NOTE          PIC X(10).
025300     05  FILLER  PIC X(14) VALUE SPACES.
025400
025500 01  RPT-HOURS-LINE.
025600     05  FILLER  PIC X(13) VALUE "LABOR HOURS: ".
025700     05  RPT-LABOR-HOURS        PIC ZZ9.99.
025800     05  FILLER  PIC X(13) VALUE "  COMPLETED: ".
025900     05  RPT-COMPLETE-DATE      PIC 99/99/99.
026000     05  FILLER  PIC X(40) VALUE SPACES.
026100
026200 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
026300
026400 PROCEDURE DIVISION.
026500 0100-START.
026600     DISPLAY "*** MISKOLCZI PETS INSTALLATION WORK ORDERS ***".
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800     PERFORM 0200-WORK-CYCLE THRU 0200-EXIT
026900         UNTIL WS-WORK-DONE.
027000     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
027100     STOP RUN.
027200
027300 1000-INITIALIZE.
027400     ACCEPT WS-DATE FROM DATE.
027500     OPEN I-O WORK-ORD-FILE.
027600     IF WS-WORK-ORD-STATUS = '05' OR '35'
027700         DISPLAY "WORK-ORD-FILE not found - creating a new one."
027800         OPEN OUTPUT WORK-ORD-FILE
027900         CLOSE WORK-ORD-FILE
028000         OPEN I-O WORK-ORD-FILE
028100     END-IF.
028200     IF WS-WORK-ORD-STATUS NOT = '00'
028300         DISPLAY "UNABLE TO OPEN WORK-ORD-FILE - STATUS: "
028400             WS-WORK-ORD-STATUS
028500         SET EXCP-SEV-ERROR TO TRUE
028600         MOVE "WRK001" TO EXCP-LOG-CODE
028700         MOVE "Unable to open WORK-ORD-FILE."
028800             TO EXCP-LOG-MESSAGE
028900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
029000         STOP RUN
029100     END-IF.
029200     OPEN I-O INV-MAST-FILE.
029300     IF WS-INV-MAST-STATUS NOT = '00'
029400         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
029500             WS-INV-MAST-STATUS
029600         SET EXCP-SEV-ERROR TO TRUE
029700         MOVE "WRK002" TO EXCP-LOG-CODE
029800         MOVE "Unable to open INV-MAST-FILE."
029900             TO EXCP-LOG-MESSAGE
030000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
030100         STOP RUN
030200     END-IF.
030300     OPEN INPUT QUOTE-FILE.
030400     IF WS-QUOTE-FILE-STATUS NOT = '00'
030500         DISPLAY "UNABLE TO OPEN QUOTE-FILE - STATUS: "
030600             WS-QUOTE-FILE-STATUS
030700         SET EXCP-SEV-ERROR TO TRUE
030800         MOVE "WRK003" TO EXCP-LOG-CODE
030900         MOVE "Unable to open QUOTE-FILE."
031000             TO EXCP-LOG-MESSAGE
031100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
031200         STOP RUN
031300     END-IF.
031400     OPEN INPUT CUST-MAST-FILE.
031500     IF WS-CUST-MAST-STATUS NOT = '00'
031600         MOVE 'N' TO WS-CUST-AVAIL-SW
031700         DISPLAY "CUST-MAST-FILE unavailable - emails taken "
031800             "on trust this run."
031900     END-IF.
032000     OPEN INPUT OPER-MAST-FILE.
032100     IF WS-OPER-MAST-STATUS NOT = '00'
032200         MOVE 'N' TO WS-OPER-AVAIL-SW
032300         DISPLAY "OPER-MAST-FILE unavailable - crews taken "
032400             "on trust this run."
032500     END-IF.
032600     OPEN EXTEND INV-MOVE-FILE.
032700     IF WS-INV-MOVE-STATUS = '05' OR '35'
032800         OPEN OUTPUT INV-MOVE-FILE
032810     END-IF.
032820     OPEN I-O LOT-FILE.
032830     IF WS-LOT-STATUS NOT = '00'
032840         MOVE 'N' TO WS-LOT-AVAIL-SW
032850         DISPLAY "LOTFILE unavailable - lots will not be "
032860             "relieved this run."
032900     END-IF.
033000     PERFORM 1200-OPEN-WOR-CTR THRU 1200-EXIT.
033100     OPEN OUTPUT WORK-DOC-FILE.
033200     MOVE WS-YEAR TO RPT-RUN-YEAR.
033300     MOVE WS-MONTH TO RPT-RUN-MONTH.
033400     MOVE WS-DAY TO RPT-RUN-DAY.
033500     WRITE WORK-DOC-LINE FROM RPT-TITLE-LINE.
033600 1000-EXIT.
033700     EXIT.
033800
033900 1200-OPEN-WOR-CTR.
034000     OPEN I-O WOR-CTR-FILE.
034100     IF WS-WOR-CTR-STATUS NOT = '00'
034200         OPEN OUTPUT WOR-CTR-FILE
034300         MOVE 1 TO WOR-NEXT-NO
034400         WRITE WOR-CTR-RECORD
034500         CLOSE WOR-CTR-FILE
034600         OPEN I-O WOR-CTR-FILE
034700     END-IF.
034800 1200-EXIT.
034900     EXIT.
035000
035100 1250-NEXT-ORDER-NO.
035200     CLOSE WOR-CTR-FILE.
035300     OPEN I-O WOR-CTR-FILE.
035400     READ WOR-CTR-FILE.
035500     MOVE WOR-NEXT-NO TO WS-CURR-ORDER-NO.
035600     ADD 1 TO WOR-NEXT-NO.
035700     REWRITE WOR-CTR-RECORD.
035800 1250-EXIT.
035900     EXIT.
036000
036100 0200-WORK-CYCLE.
036200     DISPLAY " ".
036300     DISPLAY "(N)ew work order from a quote, (R)eschedule,".
036400     DISPLAY "(C)omplete, (V)oid a work order, e(X)it: ".
036500     ACCEPT WS-MENU-CHOICE.
036600     EVALUATE TRUE
036700         WHEN WS-CHOICE-NEW
036800             PERFORM 0300-NEW-WORK-ORDER THRU 0300-EXIT
036900         WHEN WS-CHOICE-RESCHEDULE
037000             PERFORM 0400-RESCHEDULE THRU 0400-EXIT
037100         WHEN WS-CHOICE-COMPLETE
037200             PERFORM 0500-COMPLETE-ORDER THRU 0500-EXIT
037300         WHEN WS-CHOICE-VOID
037400             PERFORM 0600-VOID-ORDER THRU 0600-EXIT
037500         WHEN WS-CHOICE-EXIT
037600             SET WS-WORK-DONE TO TRUE
037700         WHEN OTHER
037800             DISPLAY "Please enter N, R, C, V or X."
037900     END-EVALUATE.
038000 0200-EXIT.
038100     EXIT.
038200
038300*    A QUOTE RUNG AT THE REGISTER HAS BEEN ACCEPTED AND PAID
038400*    FOR.  AN OPEN QUOTE MAY STILL BE RAISED - SOME JOBS ARE
038500*    PAID ON COMPLETION - BUT ONLY INSIDE ITS EXPIRY AND ONLY
038600*    IF THE OPERATOR CONFIRMS.  A QUOTE BECOMES ONE JOB ONLY.
038700 0300-NEW-WORK-ORDER.
038800     DISPLAY "Enter the quote number (blank to cancel): ".
038900     MOVE SPACES TO WS-QUOTE-NO-IN.
039000     ACCEPT WS-QUOTE-NO-IN.
039100     IF WS-QUOTE-NO-IN = SPACES
039200         GO TO 0300-EXIT
039300     END-IF.
039400     IF WS-QUOTE-NO-IN IS NOT NUMERIC
039500         DISPLAY "Quote number must be numeric."
039600         GO TO 0300-EXIT
039700     END-IF.
039800     MOVE WS-QUOTE-NO-IN TO QUO-QUOTE-NO.
039900     READ QUOTE-FILE
040000         INVALID KEY
040100             DISPLAY "Quote not on file."
040200             GO TO 0300-EXIT
040300     END-READ.
040400     MOVE QUO-QUOTE-NO TO WOR-QUOTE-NO.
040500     READ WORK-ORD-FILE KEY IS WOR-QUOTE-NO
040600         INVALID KEY
040700             CONTINUE
040800         NOT INVALID KEY
040900             DISPLAY "That quote is already work order "
041000                 WOR-ORDER-NO "."
041100             GO TO 0300-EXIT
041200     END-READ.
041300     IF QUO-OPEN
041400         IF WS-DATE > QUO-EXPIRY-DATE
041500             DISPLAY "That quote expired on " QUO-EXPIRY-DATE
041600                 " - requote it in CIRCUMFERENCE."
041700             GO TO 0300-EXIT
041800         END-IF
041900         DISPLAY "Quote has not been rung at the register - "
042000             "raise the work order anyway? (Y/N): "
042100         MOVE SPACE TO WS-USER-RESPONSE
042200         ACCEPT WS-USER-RESPONSE
042300         IF WS-USER-RESPONSE NOT = 'Y'
042400             AND WS-USER-RESPONSE NOT = 'y'
042500             GO TO 0300-EXIT
042600         END-IF
042700     END-IF.
042800     PERFORM 0210-ACCEPT-CUSTOMER THRU 0210-EXIT.
042900     IF WS-EMAIL-IN = SPACES
043000         GO TO 0300-EXIT
043100     END-IF.
043200     MOVE 'N' TO WS-KEEP-ALLOWED-SW.
043300     MOVE 'N' TO WS-FIELD-OK-SW.
043400     PERFORM 0250-ACCEPT-INSTALL-DATE THRU 0250-EXIT
043500         UNTIL WS-FIELD-OK.
043600     MOVE 'N' TO WS-FIELD-OK-SW.
043700     PERFORM 0260-ACCEPT-CREW THRU 0260-EXIT
043800         UNTIL WS-FIELD-OK.
043900     MOVE ZEROES TO WOR-MAT-COUNT.
044000     PERFORM 0310-CLEAR-ONE-LINE THRU 0310-EXIT
044100         VARYING WS-MAT-SUB FROM 1 BY 1
044200         UNTIL WS-MAT-SUB > 4.
044300     PERFORM 0320-TAKE-QUOTE-LINE THRU 0320-EXIT
044400         VARYING WS-MAT-SUB FROM 1 BY 1
044500         UNTIL WS-MAT-SUB > QUO-LINE-CT
044600         OR WS-MAT-SUB > 2.
044700     PERFORM 1250-NEXT-ORDER-NO THRU 1250-EXIT.
044800     MOVE WS-CURR-ORDER-NO TO WOR-ORDER-NO.
044900     MOVE QUO-QUOTE-NO TO WOR-QUOTE-NO.
045000     MOVE WS-EMAIL-IN TO WOR-CUST-EMAIL.
045100     MOVE WS-LOYALTY-ID TO WOR-LOYALTY-ID.
045200     MOVE QUO-SHAPE TO WOR-SHAPE.
045300     MOVE QUO-PERIMETER TO WOR-PERIMETER.
045400     MOVE QUO-AREA TO WOR-AREA.
045500     MOVE QUO-TOTAL TO WOR-QUOTE-TOTAL.
045600     MOVE WS-YEAR TO WOR-OPEN-YEAR.
045700     MOVE WS-MONTH TO WOR-OPEN-MONTH.
045800     MOVE WS-DAY TO WOR-OPEN-DAY.
045900     MOVE WS-INSTALL-DATE TO WOR-INSTALL-DATE.
046000     MOVE WS-CREW-ID TO WOR-CREW-ID.
046100     MOVE ZEROES TO WOR-LABOR-HOURS.
046200     MOVE ZEROES TO WOR-COMPLETE-DATE.
046300     SET WOR-SCHEDULED TO TRUE.
046400     WRITE WORK-ORDER-RECORD
046500         INVALID KEY
046600             DISPLAY "Unable to write the work order - status "
046700                 WS-WORK-ORD-STATUS
046800             GO TO 0300-EXIT
046900     END-WRITE.
047000     PERFORM 0700-RESERVE-ONE-LINE THRU 0700-EXIT
047100         VARYING WS-MAT-SUB FROM 1 BY 1
047200         UNTIL WS-MAT-SUB > WOR-MAT-COUNT.
047300     PERFORM 0800-PRINT-PICK-LIST THRU 0800-EXIT.
047400     DISPLAY "Work order " WOR-ORDER-NO " scheduled for "
047500         WOR-INSTALL-DATE " - crew " WOR-CREW-ID.
047600     DISPLAY "Send the printed pick list out with the crew.".
047700 0300-EXIT.
047800     EXIT.
047900
048000 0310-CLEAR-ONE-LINE.
048100     MOVE SPACES TO WOR-MAT-ITEM-CODE (WS-MAT-SUB).
048200     MOVE ZEROES TO WOR-MAT-QTY-PICK (WS-MAT-SUB).
048300     MOVE ZEROES TO WOR-MAT-QTY-USED (WS-MAT-SUB).
048400 0310-EXIT.
048500     EXIT.
048600
048700*    ONE QUOTE MATERIAL LINE ONTO THE PICK LIST.  AN ITEM NO
048800*    LONGER ON THE MASTER CANNOT BE RESERVED OR PICKED, SO IT
048900*    IS LEFT OFF AND LOGGED.
049000 0320-TAKE-QUOTE-LINE.
049100     IF QUO-MAT-ITEM-CODE (WS-MAT-SUB) = SPACES
049200         OR QUO-MAT-QTY (WS-MAT-SUB) = ZEROES
049300         GO TO 0320-EXIT
049400     END-IF.
049500     MOVE QUO-MAT-ITEM-CODE (WS-MAT-SUB) TO INV-ITEM-CODE.
049600     READ INV-MAST-FILE
049700         INVALID KEY
049800             DISPLAY "Quote item " INV-ITEM-CODE
049900                 " is not on file - left off the pick list."
050000             SET EXCP-SEV-WARNING TO TRUE
050100             MOVE "WRK004" TO EXCP-LOG-CODE
050200             MOVE "Quote material not on file - not picked."
050300                 TO EXCP-LOG-MESSAGE
050400             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
050500             GO TO 0320-EXIT
050600     END-READ.
050700     ADD 1 TO WOR-MAT-COUNT.
050800     MOVE QUO-MAT-ITEM-CODE (WS-MAT-SUB)
050900         TO WOR-MAT-ITEM-CODE (WOR-MAT-COUNT).
051000     MOVE QUO-MAT-QTY (WS-MAT-SUB)
051100         TO WOR-MAT-QTY-PICK (WOR-MAT-COUNT).
051200 0320-EXIT.
051300     EXIT.
051400
051500*    RESCHEDULING CHANGES THE DATE, THE CREW OR BOTH - A BLANK
051600*    ANSWER KEEPS WHAT IS ON THE WORK ORDER.
051700 0400-RESCHEDULE.
051800     PERFORM 0240-FETCH-ORDER THRU 0240-EXIT.
051900     IF WS-WORK-ORD-STATUS NOT = '00'
052000         GO TO 0400-EXIT
052100     END-IF.
052200     PERFORM 0270-SHOW-ORDER THRU 0270-EXIT.
052300     DISPLAY "Leave a field blank to keep it.".
052400     SET WS-KEEP-ALLOWED TO TRUE.
052500     MOVE WOR-INSTALL-DATE TO WS-INSTALL-DATE.
052600     MOVE WOR-CREW-ID TO WS-CREW-ID.
052700     MOVE 'N' TO WS-FIELD-OK-SW.
052800     PERFORM 0250-ACCEPT-INSTALL-DATE THRU 0250-EXIT
052900         UNTIL WS-FIELD-OK.
053000     MOVE 'N' TO WS-FIELD-OK-SW.
053100     PERFORM 0260-ACCEPT-CREW THRU 0260-EXIT
053200         UNTIL WS-FIELD-OK.
053300     MOVE WS-INSTALL-DATE TO WOR-INSTALL-DATE.
053400     MOVE WS-CREW-ID TO WOR-CREW-ID.
053500     REWRITE WORK-ORDER-RECORD.
053600     DISPLAY "Work order " WOR-ORDER-NO " now scheduled for "
053700         WOR-INSTALL-DATE " - crew " WOR-CREW-ID.
053800 0400-EXIT.
053900     EXIT.
054000
054100*    THE CREW REPORTS WHAT WAS ACTUALLY USED AGAINST EACH PICK
054200*    LINE (BLANK = AS PICKED), ANY MATERIAL TAKEN THAT WAS NOT
054300*    ON THE PICK LIST, AND THE LABOR HOURS.  NOTHING IS POSTED
054400*    UNTIL THE OPERATOR CONFIRMS.
054500 0500-COMPLETE-ORDER.
054600     PERFORM 0240-FETCH-ORDER THRU 0240-EXIT.
054700     IF WS-WORK-ORD-STATUS NOT = '00'
054800         GO TO 0500-EXIT
054900     END-IF.
055000     PERFORM 0270-SHOW-ORDER THRU 0270-EXIT.
055100     PERFORM 0520-ACCEPT-USED THRU 0520-EXIT
055200         VARYING WS-MAT-SUB FROM 1 BY 1
055300         UNTIL WS-MAT-SUB > WOR-MAT-COUNT.
055400     MOVE 'N' TO WS-EXTRAS-DONE-SW.
055500     PERFORM 0530-ACCEPT-EXTRA THRU 0530-EXIT
055600         UNTIL WS-EXTRAS-DONE.
055700     MOVE 'N' TO WS-FIELD-OK-SW.
055800     PERFORM 0540-ACCEPT-HOURS THRU 0540-EXIT
055900         UNTIL WS-FIELD-OK.
056000     DISPLAY "Complete work order " WOR-ORDER-NO
056100         " and take the materials off hand? (Y/N): ".
056200     MOVE SPACE TO WS-USER-RESPONSE.
056300     ACCEPT WS-USER-RESPONSE.
056400     IF WS-USER-RESPONSE NOT = 'Y' AND WS-USER-RESPONSE NOT = 'y'
056500         DISPLAY "Work order left scheduled."
056600         GO TO 0500-EXIT
056700     END-IF.
056800     PERFORM 0720-POST-ONE-LINE THRU 0720-EXIT
056900         VARYING WS-MAT-SUB FROM 1 BY 1
057000         UNTIL WS-MAT-SUB > WOR-MAT-COUNT.
057100     MOVE WS-DATE-NUM TO WOR-COMPLETE-DATE.
057200     SET WOR-COMPLETED TO TRUE.
057300     REWRITE WORK-ORDER-RECORD.
057400     PERFORM 0810-PRINT-COMPLETION THRU 0810-EXIT.
057500     DISPLAY "Work order " WOR-ORDER-NO " completed.".
057600 0500-EXIT.
057700     EXIT.
057800
057900 0520-ACCEPT-USED.
058000     MOVE 'N' TO WS-FIELD-OK-SW.
058100     PERFORM 0525-ACCEPT-ONE-USED THRU 0525-EXIT
058200         UNTIL WS-FIELD-OK.
058300 0520-EXIT.
058400     EXIT.
058500
058600 0525-ACCEPT-ONE-USED.
058700     DISPLAY WOR-MAT-ITEM-CODE (WS-MAT-SUB) " - picked "
058800         WOR-MAT-QTY-PICK (WS-MAT-SUB)
058900         ".  Quantity used (blank = as picked): ".
059000     MOVE SPACES TO WS-NUM-IN.
059100     ACCEPT WS-NUM-IN.
059200     IF WS-NUM-IN = SPACES
059300         MOVE WOR-MAT-QTY-PICK (WS-MAT-SUB)
059400             TO WOR-MAT-QTY-USED (WS-MAT-SUB)
059500         SET WS-FIELD-OK TO TRUE
059600         GO TO 0525-EXIT
059700     END-IF.
059800     PERFORM 0290-TAKE-NUMBER THRU 0290-EXIT.
059900     IF WS-FIELD-OK
060000         MOVE WS-NUM-VALUE TO WOR-MAT-QTY-USED (WS-MAT-SUB)
060100     ELSE
060200         DISPLAY "Quantity must be digits only - please "
060300             "re-enter."
060400     END-IF.
060500 0525-EXIT.
060600     EXIT.
060700
060800*    MATERIAL THE CREW TOOK THAT WAS NOT ON THE PICK LIST IS
060900*    ADDED AS A LINE WITH NOTHING PICKED, SO IT COMES OFF HAND
061000*    WITH THE REST.
061100 0530-ACCEPT-EXTRA.
061200     IF WOR-MAT-COUNT NOT < 4
061300         SET WS-EXTRAS-DONE TO TRUE
061400         GO TO 0530-EXIT
061500     END-IF.
061600     DISPLAY "Item code of any other material used "
061700         "(blank when done): ".
061800     MOVE SPACES TO WS-ITEM-CODE.
061900     ACCEPT WS-ITEM-CODE.
062000     IF WS-ITEM-CODE = SPACES
062100         SET WS-EXTRAS-DONE TO TRUE
062200         GO TO 0530-EXIT
062300     END-IF.
062400     MOVE WS-ITEM-CODE TO INV-ITEM-CODE.
062500     READ INV-MAST-FILE
062600         INVALID KEY
062700             DISPLAY "Item code not on file."
062800             GO TO 0530-EXIT
062900     END-READ.
063000     DISPLAY INV-DESCRIPTION "  ON HAND: " INV-QTY-ON-HAND.
063100     MOVE ZEROES TO WS-NUM-VALUE.
063200     PERFORM 0535-ACCEPT-EXTRA-QTY THRU 0535-EXIT
063300         UNTIL WS-NUM-VALUE > ZEROES.
063400     ADD 1 TO WOR-MAT-COUNT.
063500     MOVE WS-ITEM-CODE TO WOR-MAT-ITEM-CODE (WOR-MAT-COUNT).
063600     MOVE ZEROES TO WOR-MAT-QTY-PICK (WOR-MAT-COUNT).
063700     MOVE WS-NUM-VALUE TO WOR-MAT-QTY-USED (WOR-MAT-COUNT).
063800 0530-EXIT.
063900     EXIT.
064000
064100 0535-ACCEPT-EXTRA-QTY.
064200     DISPLAY "Quantity used: ".
064300     MOVE SPACES TO WS-NUM-IN.
064400     ACCEPT WS-NUM-IN.
064500     PERFORM 0290-TAKE-NUMBER THRU 0290-EXIT.
064600     IF NOT WS-FIELD-OK
064700         MOVE ZEROES TO WS-NUM-VALUE
064800     END-IF.
064900     IF WS-NUM-VALUE = ZEROES
065000         DISPLAY "Quantity must be digits and more than zero."
065100     END-IF.
065200 0535-EXIT.
065300     EXIT.
065400
065500*    KEYED WITHOUT THE POINT, IN HUNDREDTHS - 450 FOR 4.50.
065600 0540-ACCEPT-HOURS.
065700     DISPLAY "Labor hours in hundredths (450 = 4.50 hours): ".
065800     MOVE SPACES TO WS-NUM-IN.
065900     ACCEPT WS-NUM-IN.
066000     PERFORM 0290-TAKE-NUMBER THRU 0290-EXIT.
066100     IF WS-FIELD-OK AND WS-HOURS-VALUE = ZEROES
066200         MOVE 'N' TO WS-FIELD-OK-SW
066300     END-IF.
066400     IF WS-FIELD-OK
066500         MOVE WS-HOURS-VALUE TO WOR-LABOR-HOURS
066600     ELSE
066700         DISPLAY "Hours must be digits and more than zero."
066800     END-IF.
066900 0540-EXIT.
067000     EXIT.
067100
067200*    A VOIDED JOB GIVES ITS RESERVED STOCK BACK.  THE QUOTE
067300*    STAYS TIED TO THE VOIDED WORK ORDER - A JOB THAT IS ONLY
067400*    MOVING IS RESCHEDULED, NOT VOIDED.
067500 0600-VOID-ORDER.
067600     PERFORM 0240-FETCH-ORDER THRU 0240-EXIT.
067700     IF WS-WORK-ORD-STATUS NOT = '00'
067800         GO TO 0600-EXIT
067900     END-IF.
068000     PERFORM 0270-SHOW-ORDER THRU 0270-EXIT.
068100     DISPLAY "Void this work order? (Y/N): ".
068200     MOVE SPACE TO WS-USER-RESPONSE.
068300     ACCEPT WS-USER-RESPONSE.
068400     IF WS-USER-RESPONSE NOT = 'Y' AND WS-USER-RESPONSE NOT = 'y'
068500         GO TO 0600-EXIT
068600     END-IF.
068700     PERFORM 0710-RELEASE-ONE-LINE THRU 0710-EXIT
068800         VARYING WS-MAT-SUB FROM 1 BY 1
068900         UNTIL WS-MAT-SUB > WOR-MAT-COUNT.
069000     MOVE WS-DATE-NUM TO WOR-COMPLETE-DATE.
069100     SET WOR-CANCELLED TO TRUE.
069200     REWRITE WORK-ORDER-RECORD.
069300     DISPLAY "Work order " WOR-ORDER-NO
069400         " voided - reserved stock released.".
069500 0600-EXIT.
069600     EXIT.
069700
069800*    THE CUSTOMER MUST BE SIGNED UP.  A BLANK ANSWER CANCELS.
069900 0210-ACCEPT-CUSTOMER.
070000     DISPLAY "Enter customer email (blank to cancel): ".
070100     MOVE SPACES TO WS-EMAIL-IN.
070200     ACCEPT WS-EMAIL-IN.
070300     MOVE ZEROES TO WS-LOYALTY-ID.
070400     IF WS-EMAIL-IN = SPACES OR NOT WS-CUST-AVAIL
070500         GO TO 0210-EXIT
070600     END-IF.
070700     MOVE WS-EMAIL-IN TO CUST-EMAIL.
070800     READ CUST-MAST-FILE
070900         INVALID KEY
071000             DISPLAY "Customer is not on CUST-MAST-FILE - "
071100                 "sign them up with GETNAME first."
071200             MOVE SPACES TO WS-EMAIL-IN
071300             GO TO 0210-EXIT
071400     END-READ.
071500     MOVE CUST-LOYALTY-ID TO WS-LOYALTY-ID.
071600     DISPLAY "Work order for " CUST-GIVEN-NAME " "
071700         CUST-SURNAME.
071800 0210-EXIT.
071900     EXIT.
072000
072100 0240-FETCH-ORDER.
072200     DISPLAY "Enter the work order number (blank to cancel): ".
072300     MOVE SPACES TO WS-ORDER-NO-IN.
072400     ACCEPT WS-ORDER-NO-IN.
072500     IF WS-ORDER-NO-IN = SPACES
072600         MOVE '23' TO WS-WORK-ORD-STATUS
072700         GO TO 0240-EXIT
072800     END-IF.
072900     IF WS-ORDER-NO-IN IS NOT NUMERIC
073000         DISPLAY "Work order number must be numeric."
073100         MOVE '23' TO WS-WORK-ORD-STATUS
073200         GO TO 0240-EXIT
073300     END-IF.
073400     MOVE WS-ORDER-NO-IN TO WOR-ORDER-NO.
073500     READ WORK-ORD-FILE
073600         INVALID KEY
073700             DISPLAY "Work order not on file."
073800             GO TO 0240-EXIT
073900     END-READ.
074000     IF WOR-COMPLETED
074100         DISPLAY "That work order was completed on "
074200             WOR-COMPLETE-DATE "."
074300         MOVE '23' TO WS-WORK-ORD-STATUS
074400     END-IF.
074500     IF WOR-CANCELLED
074600         DISPLAY "That work order was voided on "
074700             WOR-COMPLETE-DATE "."
074800         MOVE '23' TO WS-WORK-ORD-STATUS
074900     END-IF.
075000 0240-EXIT.
075100     EXIT.
075200
075300*    THE INSTALL DATE IS KEYED AS YYMMDD AND MAY NOT BE PAST.
075400 0250-ACCEPT-INSTALL-DATE.
075500     IF WS-KEEP-ALLOWED
075600         DISPLAY "Install date (YYMMDD, blank = keep): "
075700     ELSE
075800         DISPLAY "Install date (YYMMDD): "
075900     END-IF.
076000     MOVE SPACES TO WS-DATE-IN.
076100     ACCEPT WS-DATE-IN.
076200     IF WS-DATE-IN = SPACES AND WS-KEEP-ALLOWED
076300         SET WS-FIELD-OK TO TRUE
076400         GO TO 0250-EXIT
076500     END-IF.
076600     IF WS-DATE-IN IS NOT NUMERIC
076700         OR WS-DATE-IN-MONTH < 01 OR WS-DATE-IN-MONTH > 12
076800         OR WS-DATE-IN-DAY < 01 OR WS-DATE-IN-DAY > 31
076900         DISPLAY "The install date must be a date as YYMMDD."
077000         GO TO 0250-EXIT
077100     END-IF.
077200     IF WS-DATE-IN < WS-DATE
077300         DISPLAY "That date is already past."
077400         GO TO 0250-EXIT
077500     END-IF.
077600     MOVE WS-DATE-IN TO WS-INSTALL-DATE.
077700     SET WS-FIELD-OK TO TRUE.
077800 0250-EXIT.
077900     EXIT.
078000
078100*    A CREW IS NAMED BY ITS LEAD INSTALLER'S OPERATOR ID.
078200 0260-ACCEPT-CREW.
078300     IF WS-KEEP-ALLOWED
078400         DISPLAY "Crew - lead installer's operator ID "
078500             "(blank = keep): "
078600     ELSE
078700         DISPLAY "Crew - lead installer's operator ID: "
078800     END-IF.
078900     MOVE SPACES TO WS-CREW-IN.
079000     ACCEPT WS-CREW-IN.
079100     IF WS-CREW-IN = SPACES
079200         IF WS-KEEP-ALLOWED
079300             SET WS-FIELD-OK TO TRUE
079400         ELSE
079500             DISPLAY "The crew is required."
079600         END-IF
079700         GO TO 0260-EXIT
079800     END-IF.
079900     IF WS-OPER-AVAIL
080000         MOVE WS-CREW-IN TO OPR-OPERATOR-ID
080100         READ OPER-MAST-FILE
080200             INVALID KEY
080300                 DISPLAY "Operator ID not on file."
080400                 GO TO 0260-EXIT
080500         END-READ
080600         IF OPR-INACTIVE
080700             DISPLAY "That operator is deactivated."
080800             GO TO 0260-EXIT
080900         END-IF
081000         DISPLAY "Crew led by " OPR-NAME
081100     END-IF.
081200     MOVE WS-CREW-IN TO WS-CREW-ID.
081300     SET WS-FIELD-OK TO TRUE.
081400 0260-EXIT.
081500     EXIT.
081600
081700 0270-SHOW-ORDER.
081800     PERFORM 0280-BUILD-HEADINGS THRU 0280-EXIT.
081900     DISPLAY RPT-ORDER-LINE.
082000     DISPLAY RPT-CUST-LINE.
082100     DISPLAY RPT-SIZE-LINE.
082200     DISPLAY RPT-PICK-HEAD-LINE.
082300     PERFORM 0275-SHOW-ONE-LINE THRU 0275-EXIT
082400         VARYING WS-MAT-SUB FROM 1 BY 1
082500         UNTIL WS-MAT-SUB > WOR-MAT-COUNT.
082600 0270-EXIT.
082700     EXIT.
082800
082900 0275-SHOW-ONE-LINE.
083000     PERFORM 0285-BUILD-PICK-LINE THRU 0285-EXIT.
083100     DISPLAY RPT-PICK-LINE.
083200 0275-EXIT.
083300     EXIT.
083400
083500*    THE ORDER, CUSTOMER AND SIZE LINES SHARED BY THE SCREEN
083600*    AND THE PRINTED DOCUMENTS.
083700 0280-BUILD-HEADINGS.
083800     MOVE WOR-ORDER-NO TO RPT-ORDER-NO.
083900     MOVE WOR-QUOTE-NO TO RPT-QUOTE-NO.
084000     MOVE WOR-INSTALL-DATE TO RPT-INSTALL-DATE.
084100     MOVE WOR-CREW-ID TO RPT-CREW-ID.
084200     MOVE WOR-CUST-EMAIL TO RPT-CUST-EMAIL.
084300     MOVE SPACES TO RPT-CUST-GIVEN.
084400     MOVE SPACES TO RPT-CUST-SURNAME.
084500     IF WS-CUST-AVAIL
084600         MOVE WOR-CUST-EMAIL TO CUST-EMAIL
084700         READ CUST-MAST-FILE
084800             NOT INVALID KEY
084900                 MOVE CUST-GIVEN-NAME TO RPT-CUST-GIVEN
085000                 MOVE CUST-SURNAME TO RPT-CUST-SURNAME
085100         END-READ
085200     END-IF.
085300     EVALUATE WOR-SHAPE
085400         WHEN 'C'
085500             MOVE "CIRCLE" TO RPT-SHAPE
085600         WHEN 'R'
085700             MOVE "RECTANGLE" TO RPT-SHAPE
085800         WHEN 'T'
085900             MOVE "TRIANGLE" TO RPT-SHAPE
086000         WHEN OTHER
086100             MOVE SPACES TO RPT-SHAPE
086200     END-EVALUATE.
086300     MOVE WOR-PERIMETER TO RPT-PERIMETER.
086400     MOVE WOR-AREA TO RPT-AREA.
086500 0280-EXIT.
086600     EXIT.
086700
086800 0285-BUILD-PICK-LINE.
086900     MOVE WS-MAT-SUB TO RPT-LINE-NO.
087000     MOVE WOR-MAT-ITEM-CODE (WS-MAT-SUB) TO RPT-ITEM-CODE.
087100     MOVE WOR-MAT-ITEM-CODE (WS-MAT-SUB) TO INV-ITEM-CODE.
087200     READ INV-MAST-FILE
087300         INVALID KEY
087400             MOVE "NOT ON FILE" TO INV-DESCRIPTION
087500     END-READ.
087600     MOVE INV-DESCRIPTION TO RPT-DESCRIPTION.
087700     MOVE WOR-MAT-QTY-PICK (WS-MAT-SUB) TO RPT-QTY-PICK.
087800     MOVE WOR-MAT-QTY-USED (WS-MAT-SUB) TO RPT-QTY-USED.
087900     MOVE SPACES TO RPT-PICK-NOTE.
088000     IF WOR-MAT-QTY-PICK (WS-MAT-SUB) = ZEROES
088100         MOVE "EXTRA" TO RPT-PICK-NOTE
088200     END-IF.
088300 0285-EXIT.
088400     EXIT.
088500
088600*    KEYED DIGITS ARE SLID TO THE RIGHT OF THE FIELD AND
088700*    ZERO-FILLED, THE WAY RTVPROC TAKES ITS MEMO AMOUNT.
088800 0290-TAKE-NUMBER.
088900     MOVE 'N' TO WS-FIELD-OK-SW.
089000     MOVE WS-NUM-IN TO WS-NUM-JUST.
089100     PERFORM 0295-SLIDE-NUMBER-RIGHT THRU 0295-EXIT
089200         UNTIL WS-NUM-JUST (5:1) NOT = SPACE
089300         OR WS-NUM-JUST = SPACES.
089400     INSPECT WS-NUM-JUST REPLACING LEADING ' ' BY '0'.
089500     IF WS-NUM-JUST IS NUMERIC
089600         SET WS-FIELD-OK TO TRUE
089700     END-IF.
089800 0290-EXIT.
089900     EXIT.
090000
090100 0295-SLIDE-NUMBER-RIGHT.
090200     MOVE WS-NUM-JUST (1:4) TO WS-NUM-IN.
090300     MOVE SPACE TO WS-NUM-JUST (1:1).
090400     MOVE WS-NUM-IN (1:4) TO WS-NUM-JUST (2:4).
090500 0295-EXIT.
090600     EXIT.
090700
090800*    THE PICK QUANTITY IS HELD AGAINST THE ITEM EVEN WHEN THE
090900*    FREE STOCK WILL NOT COVER IT - THE SHORTAGE IS LOGGED SO
091000*    IT CAN BE ORDERED IN BEFORE THE INSTALL DATE.
091100 0700-RESERVE-ONE-LINE.
091200     MOVE WOR-MAT-ITEM-CODE (WS-MAT-SUB) TO INV-ITEM-CODE.
091300     READ INV-MAST-FILE
091400         INVALID KEY
091500             GO TO 0700-EXIT
091600     END-READ.
091700     IF INV-QTY-RESERVED IS NOT NUMERIC
091800         MOVE ZEROES TO INV-QTY-RESERVED
091900     END-IF.
092000     COMPUTE WS-AVAILABLE = INV-QTY-ON-HAND - INV-QTY-RESERVED.
092100     IF WS-AVAILABLE < WOR-MAT-QTY-PICK (WS-MAT-SUB)
092200         DISPLAY "Short of " INV-ITEM-CODE " " INV-DESCRIPTION
092300             " - free stock " WS-AVAILABLE
092400         DISPLAY "Order it in before the install date."
092500         SET EXCP-SEV-WARNING TO TRUE
092600         MOVE "WRK005" TO EXCP-LOG-CODE
092700         MOVE "Work order reserves more than the free stock."
092800             TO EXCP-LOG-MESSAGE
092900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
093000     END-IF.
093100     ADD WOR-MAT-QTY-PICK (WS-MAT-SUB) TO INV-QTY-RESERVED.
093200     REWRITE INV-MASTER-RECORD.
093300 0700-EXIT.
093400     EXIT.
093500
093600 0710-RELEASE-ONE-LINE.
093700     MOVE WOR-MAT-ITEM-CODE (WS-MAT-SUB) TO INV-ITEM-CODE.
093800     READ INV-MAST-FILE
093900         INVALID KEY
094000             GO TO 0710-EXIT
094100     END-READ.
094200     PERFORM 0715-LESS-RESERVED THRU 0715-EXIT.
094300     REWRITE INV-MASTER-RECORD.
094400 0710-EXIT.
094500     EXIT.
094600
094700 0715-LESS-RESERVED.
094800     IF INV-QTY-RESERVED IS NOT NUMERIC
094900         MOVE ZEROES TO INV-QTY-RESERVED
095000     END-IF.
095100     IF INV-QTY-RESERVED > WOR-MAT-QTY-PICK (WS-MAT-SUB)
095200         SUBTRACT WOR-MAT-QTY-PICK (WS-MAT-SUB)
095300             FROM INV-QTY-RESERVED
095400     ELSE
095500         MOVE ZEROES TO INV-QTY-RESERVED
095600     END-IF.
095700 0715-EXIT.
095800     EXIT.
095900
096000*    THE PICK LINE'S RESERVATION IS RELEASED AND WHAT WAS USED
096100*    COMES OFF HAND, NEVER BELOW ZERO.  THE MOVE GOES TO THE
096200*    SAME AUDIT TRAIL AS THE NIGHTLY SALES POSTING, UNDER ITS
096300*    OWN MOVE TYPE, CARRYING THE WORK ORDER NUMBER AND LINE.
096400 0720-POST-ONE-LINE.
096500     MOVE WOR-MAT-ITEM-CODE (WS-MAT-SUB) TO INV-ITEM-CODE.
096600     READ INV-MAST-FILE
096700         INVALID KEY
096800             GO TO 0720-EXIT
096900     END-READ.
097000     PERFORM 0715-LESS-RESERVED THRU 0715-EXIT.
097100     MOVE WOR-MAT-QTY-USED (WS-MAT-SUB) TO WS-QTY-USED.
097200     IF WS-QTY-USED > INV-QTY-ON-HAND
097300         DISPLAY "Used more " INV-ITEM-CODE " than is on hand "
097400             "- on hand set to zero."
097500         SET EXCP-SEV-WARNING TO TRUE
097600         MOVE "WRK006" TO EXCP-LOG-CODE
097700         MOVE "Work order used more than on hand - set to zero."
097800             TO EXCP-LOG-MESSAGE
097900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
098000         MOVE INV-QTY-ON-HAND TO WS-QTY-USED
098100     END-IF.
098200     MOVE INV-QTY-ON-HAND TO WS-RUN-ON-HAND.
098300     SUBTRACT WS-QTY-USED FROM INV-QTY-ON-HAND.
098400     REWRITE INV-MASTER-RECORD.
098410     IF INV-LOT-TRACKED
098420         PERFORM 0740-RELIEVE-LOTS THRU 0740-EXIT
098430     END-IF.
098500     MOVE WS-QTY-USED TO WS-MOVE-LEFT.
098600     PERFORM 0730-WRITE-ONE-MOVE THRU 0730-EXIT
098700         UNTIL WS-MOVE-LEFT = ZEROES.
098800 0720-EXIT.
098900     EXIT.
099000
099100*    IMV-QUANTITY HOLDS THREE DIGITS, SO A LARGER QUANTITY IS
099200*    WRITTEN AS SEVERAL MOVES THAT CHAIN ON HAND DOWN.
099300 0730-WRITE-ONE-MOVE.
099400     IF WS-MOVE-LEFT > 999
099500         MOVE 999 TO WS-MOVE-QTY
099600     ELSE
099700         MOVE WS-MOVE-LEFT TO WS-MOVE-QTY
099800     END-IF.
099900     MOVE WS-YEAR TO IMV-POST-YEAR.
100000     MOVE WS-MONTH TO IMV-POST-MONTH.
100100     MOVE WS-DAY TO IMV-POST-DAY.
100200     MOVE WOR-ORDER-NO TO IMV-RECEIPT-NO.
100300     MOVE WS-MAT-SUB TO IMV-LINE-NO.
100400     MOVE INV-ITEM-CODE TO IMV-ITEM-CODE.
100500     SET IMV-WORK-ORDER-MOVE TO TRUE.
100600     MOVE WS-MOVE-QTY TO IMV-QUANTITY.
100700     MOVE WS-RUN-ON-HAND TO IMV-PRIOR-ON-HAND.
100800     SUBTRACT WS-MOVE-QTY FROM WS-RUN-ON-HAND.
100900     MOVE WS-RUN-ON-HAND TO IMV-NEW-ON-HAND.
101000     WRITE INV-MOVE-RECORD.
101100     SUBTRACT WS-MOVE-QTY FROM WS-MOVE-LEFT.
101200 0730-EXIT.
101201     EXIT.
101202
101203*    MATERIAL OF A LOT-TRACKED ITEM COMES OFF ITS LOTS OLDEST
101204*    EXPIRY FIRST, AS A SALE DOES IN INVPOST, AND A LOT THAT
101205*    REACHES ZERO IS DELETED.
101206 0740-RELIEVE-LOTS.
101207     IF NOT WS-LOT-AVAIL OR WS-QTY-USED = ZEROES
101208         GO TO 0740-EXIT
101209     END-IF.
101210     MOVE WS-QTY-USED TO WS-LOT-REMAIN.
101211     MOVE INV-ITEM-CODE TO LOT-ITEM-CODE.
101212     MOVE ZEROES TO LOT-EXPIRY-DATE.
101213     MOVE LOW-VALUES TO LOT-NUMBER.
101214     MOVE 'N' TO WS-LOT-EOF-SW.
101215     START LOT-FILE KEY NOT < LOT-KEY
101216         INVALID KEY
101217             SET WS-LOT-EOF TO TRUE
101218     END-START.
101219     PERFORM 0745-RELIEVE-ONE-LOT THRU 0745-EXIT
101220         UNTIL WS-LOT-EOF OR WS-LOT-REMAIN = ZEROES.
101221     IF WS-LOT-REMAIN > ZEROES
101222         DISPLAY WS-LOT-REMAIN " of " INV-ITEM-CODE
101223             " used were not on any lot."
101224         SET EXCP-SEV-WARNING TO TRUE
101225         MOVE "WRK007" TO EXCP-LOG-CODE
101226         MOVE "Work order used more of a lot item than its lots."
101227             TO EXCP-LOG-MESSAGE
101228         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
101229     END-IF.
101230 0740-EXIT.
101231     EXIT.
101232
101233 0745-RELIEVE-ONE-LOT.
101234     READ LOT-FILE NEXT RECORD
101235         AT END
101236             SET WS-LOT-EOF TO TRUE
101237             GO TO 0745-EXIT
101238     END-READ.
101239     IF LOT-ITEM-CODE NOT = INV-ITEM-CODE
101240         SET WS-LOT-EOF TO TRUE
101241         GO TO 0745-EXIT
101242     END-IF.
101243     IF LOT-QTY-ON-HAND > WS-LOT-REMAIN
101244         SUBTRACT WS-LOT-REMAIN FROM LOT-QTY-ON-HAND
101245         MOVE ZEROES TO WS-LOT-REMAIN
101246         REWRITE LOT-RECORD
101247     ELSE
101248         SUBTRACT LOT-QTY-ON-HAND FROM WS-LOT-REMAIN
101249         DELETE LOT-FILE RECORD
101250     END-IF.
101251 0745-EXIT.
101300     EXIT.
101400
101500*    THE PICK LIST GOES OUT WITH THE CREW, WITH THE USED
101600*    COLUMN LEFT FOR THEM TO FILL IN ON SITE.
101700 0800-PRINT-PICK-LIST.
101800     PERFORM 0280-BUILD-HEADINGS THRU 0280-EXIT.
101900     WRITE WORK-DOC-LINE FROM RPT-BLANK-LINE.
102000     WRITE WORK-DOC-LINE FROM RPT-ORDER-LINE.
102100     WRITE WORK-DOC-LINE FROM RPT-CUST-LINE.
102200     WRITE WORK-DOC-LINE FROM RPT-SIZE-LINE.
102300     WRITE WORK-DOC-LINE FROM RPT-PICK-HEAD-LINE.
102400     DISPLAY RPT-ORDER-LINE.
102500     DISPLAY RPT-PICK-HEAD-LINE.
102600     PERFORM 0805-PRINT-ONE-PICK THRU 0805-EXIT
102700         VARYING WS-MAT-SUB FROM 1 BY 1
102800         UNTIL WS-MAT-SUB > WOR-MAT-COUNT.
102900 0800-EXIT.
103000     EXIT.
103100
103200 0805-PRINT-ONE-PICK.
103300     PERFORM 0285-BUILD-PICK-LINE THRU 0285-EXIT.
103400     MOVE "_____" TO RPT-QTY-USED-X.
103500     WRITE WORK-DOC-LINE FROM RPT-PICK-LINE.
103600     DISPLAY RPT-PICK-LINE.
103700 0805-EXIT.
103800     EXIT.
103900
104000 0810-PRINT-COMPLETION.
104100     PERFORM 0280-BUILD-HEADINGS THRU 0280-EXIT.
104200     WRITE WORK-DOC-LINE FROM RPT-BLANK-LINE.
104300     WRITE WORK-DOC-LINE FROM RPT-ORDER-LINE.
104400     WRITE WORK-DOC-LINE FROM RPT-CUST-LINE.
104500     WRITE WORK-DOC-LINE FROM RPT-PICK-HEAD-LINE.
104600     PERFORM 0815-PRINT-ONE-USED THRU 0815-EXIT
104700         VARYING WS-MAT-SUB FROM 1 BY 1
104800         UNTIL WS-MAT-SUB > WOR-MAT-COUNT.
104900     MOVE WOR-LABOR-HOURS TO RPT-LABOR-HOURS.
105000     MOVE WOR-COMPLETE-DATE TO RPT-COMPLETE-DATE.
105100     WRITE WORK-DOC-LINE FROM RPT-HOURS-LINE.
105200     DISPLAY RPT-HOURS-LINE.
105300 0810-EXIT.
105400     EXIT.
105500
105600 0815-PRINT-ONE-USED.
105700     PERFORM 0285-BUILD-PICK-LINE THRU 0285-EXIT.
105800     WRITE WORK-DOC-LINE FROM RPT-PICK-LINE.
105900 0815-EXIT.
106000     EXIT.
106100
106200 8900-LOG-EXCEPTION.
106300     MOVE WS-YEAR            TO EXCP-LOG-YEAR.
106400     MOVE WS-MONTH           TO EXCP-LOG-MONTH.
106500     MOVE WS-DAY             TO EXCP-LOG-DAY.
106600     ACCEPT WS-LOG-TIME FROM TIME.
106700     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
106800     MOVE "WRKORD"           TO EXCP-LOG-PROGRAM.
106900     OPEN EXTEND EXCP-LOG-FILE.
107000     IF WS-EXCP-LOG-STATUS NOT = '00'
107100         OPEN OUTPUT EXCP-LOG-FILE
107200     END-IF.
107300     WRITE EXCP-LOG-RECORD.
107400     CLOSE EXCP-LOG-FILE.
107500 8900-EXIT.
107600     EXIT.
107700
107800 9000-CLOSE-UP.
107900     CLOSE WORK-ORD-FILE.
108000     CLOSE WOR-CTR-FILE.
108100     CLOSE QUOTE-FILE.
108200     IF WS-CUST-AVAIL
108300         CLOSE CUST-MAST-FILE
108400     END-IF.
108500     IF WS-OPER-AVAIL
108600         CLOSE OPER-MAST-FILE
108700     END-IF.
108800     CLOSE INV-MAST-FILE.
108900     CLOSE INV-MOVE-FILE.
109000     CLOSE WORK-DOC-FILE.
109010     IF WS-LOT-AVAIL
109020         CLOSE LOT-FILE
109030     END-IF.
109100 9000-EXIT.
109200     EXIT.
109300
109400 END PROGRAM WRKORD.
