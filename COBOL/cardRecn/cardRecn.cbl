000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CARDRECN.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    NIGHTLY CARD PROCESSOR SETTLEMENT RECONCILIATION.  GLPOST   *
000900*    DEBITS THE CASH AND CARD CLEARING ACCOUNT WITH EVERY CARD   *
001000*    TENDER, BUT NOTHING PROVED THE PROCESSOR ACTUALLY PAID      *
001100*    FOR THEM.  EACH NIGHT THIS PROGRAM:                         *
001200*      - ADDS THE RUN DATE'S CARD TENDERS (CARD SALES AND THE    *
001300*        CARD SIDE OF SPLIT SALES, FROM THE TOTAL RECORDS) TO    *
001400*        THE CARDOPEN FILE, ONE OPEN ITEM PER REGISTER;          *
001500*      - MATCHES EACH DEPOSIT ON THE PROCESSOR'S SETTLEMENT      *
001600*        FILE TO ITS OPEN ITEM BY SALE DATE, REGISTER AND        *
001700*        AMOUNT, REPORTING SHORT- AND OVER-FUNDED BATCHES AND    *
001800*        DEPOSITS THAT MATCH NOTHING ON OUR SIDE;                *
001900*      - LISTS AND TOTALS THE CHARGEBACKS;                       *
002000*      - REPORTS EVERY OPEN ITEM STILL UNFUNDED PAST THE GRACE   *
002100*        DAYS (SYSIN, BLANK = 3);                                *
002200*      - WRITES THE NIGHT'S SETTLED GROSS, FEES, CHARGEBACKS     *
002300*        AND NET DEPOSIT TO CARDNET FOR GLPOST TO CLEAR.         *
002400*    EVERY EXCEPTION IS ALSO LOGGED AS A WARNING TO EXCPLOG.     *
002500*    RUN-CONTROL GUARDED LIKE THE OTHER POSTING STEPS.           *
002600*-----------------------------------------------------------------
002700*    MAINTENANCE HISTORY.                                       *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    2026-10-15 DRO   INITIAL VERSION.                           *
002910*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002920*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002930*                     OPERATIONS SUMMARY (BATSUMM).              *
002940*    2026-10-15 DRO   A DEPOSIT BATCH ALREADY APPLIED TO A       *
002950*                     CLOSED OPEN ITEM IS LISTED AND LOGGED      *
002960*                     (CRD012), NOT ADDED TO ITS FUNDING AGAIN,  *
002970*                     SO A FORCED RERUN CANNOT DOUBLE IT.        *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SALES-TXN-FILE  ASSIGN TO "SALESTXN"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-SALES-TXN-STATUS.
004200
004300     SELECT CARD-SETL-FILE  ASSIGN TO "CARDSETL"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-CARD-SETL-STATUS.
004600
004700     SELECT CARD-OPEN-FILE  ASSIGN TO "CARDOPEN"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS COP-KEY
005100         FILE STATUS IS WS-CARD-OPEN-STATUS.
005200
005300     SELECT CARD-NET-FILE   ASSIGN TO "CARDNET"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CARD-NET-STATUS.
005600
005700     SELECT CARD-RPT-FILE   ASSIGN TO "CARDRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CARD-RPT-STATUS.
006000
006100     SELECT RUN-CTL-FILE    ASSIGN TO "RUNCTL"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS RNC-KEY
006500         FILE STATUS IS WS-RUN-CTL-STATUS.
006600
006610     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
006620         ORGANIZATION IS SEQUENTIAL
006630         FILE STATUS IS WS-BAT-STAT-STATUS.
006640
006700     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-EXCP-LOG-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300
007400 FD  SALES-TXN-FILE
007500     RECORDING MODE IS F.
007600 COPY SALESTXN.
007700
007800 FD  CARD-SETL-FILE
007900     RECORDING MODE IS F.
008000 COPY CARDSETL.
008100
008200 FD  CARD-OPEN-FILE.
008300 COPY CARDOPEN.
008400
008500 FD  CARD-NET-FILE
008600     RECORDING MODE IS F.
008700 COPY CARDNET.
008800
008900 FD  CARD-RPT-FILE
009000     RECORDING MODE IS F.
009100 01  CARD-RPT-LINE              PIC X(80).
009200
009300 FD  RUN-CTL-FILE.
009400 COPY RUNCTL.
009500
009510 FD  BAT-STAT-FILE
009520     RECORDING MODE IS F.
009530 COPY BATSTAT.
009540
009600 FD  EXCP-LOG-FILE
009700     RECORDING MODE IS F.
009800 COPY EXCPLOG.
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-SALES-TXN-STATUS        PIC XX     VALUE ZEROES.
010200 01  WS-CARD-SETL-STATUS        PIC XX     VALUE ZEROES.
010300 01  WS-CARD-OPEN-STATUS        PIC XX     VALUE ZEROES.
010400 01  WS-CARD-NET-STATUS         PIC XX     VALUE ZEROES.
010500 01  WS-CARD-RPT-STATUS         PIC XX     VALUE ZEROES.
010600 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
010610 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
010700 01  WS-RUN-CTL-STATUS          PIC XX     VALUE ZEROES.
010800 01  WS-RUN-CTL-AVAIL-SW        PIC X      VALUE 'Y'.
010900     88  WS-RUN-CTL-AVAIL           VALUE 'Y'.
011000 01  WS-LOG-TIME                PIC 9(08).
011100
011200 01  WS-SWITCHES.
011300     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
011400         88  MORE-RECORDS                  VALUE 'Y'.
011500         88  NO-MORE-RECORDS               VALUE 'N'.
011600
011700 01  WS-RUN-DATE.
011800     05  WS-RUN-YEAR            PIC 9(02).
011900     05  WS-RUN-MONTH           PIC 9(02).
012000     05  WS-RUN-DAY             PIC 9(02).
012100
012200 01  WS-DAYS-IN                 PIC X(03)  VALUE SPACES.
012300 01  WS-DAYS-JUST               PIC X(03)  VALUE SPACES.
012400 01  WS-DAYS-WORK               PIC X(03)  VALUE SPACES.
012500 77  WS-GRACE-DAYS              PIC 9(03)  VALUE 3.
012600 01  WS-CUTOFF-DATE             PIC 9(06)  VALUE ZEROES.
012700 01  WS-ITEM-DATE               PIC 9(06)  VALUE ZEROES.
012800
012900*    DATE-WALKING WORK FIELDS, THE SAME SHAPE PROMEFF USES.
013000 01  WS-WALK-DATE.
013100     05  WS-WALK-YEAR           PIC 9(02).
013200     05  WS-WALK-MONTH          PIC 9(02).
013300     05  WS-WALK-DAY            PIC 9(02).
013400 01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
013500                                PIC 9(06).
013600 01  WS-MONTH-DAYS-TABLE.
013700     05  FILLER                 PIC X(24)  VALUE
013800             "312831303130313130313031".
013900 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
014000     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
014100 01  WS-LEAP-QUOT               PIC 9(02)  VALUE ZEROES.
014200 01  WS-LEAP-REM                PIC 9(01)  VALUE ZEROES.
014300 01  WS-WALK-COUNT              PIC 9(03)  VALUE ZEROES.
014400
014500*    THE RUN DATE'S CARD TENDERS BY REGISTER, SUBSCRIPTED BY
014600*    THE REGISTER NUMBER.  A TOTAL RECORD FROM BEFORE THE
014700*    REGISTER ID EXISTED GOES TO THE REGISTER WHOSE RECEIPT
014800*    RANGE THE NUMBER FALLS IN (SEE RCPTCTR COPYBOOK).
014900 01  WS-REGISTER-TABLE.
015000     05  WS-REG-ENTRY OCCURS 9 TIMES.
015100         10  RT-SALE-COUNT      PIC 9(05).
015200         10  RT-TENDER-AMT      PIC 9(07)V99.
015300 01  WS-REG-IDX                 PIC 9(02)  VALUE ZEROES.
015400 01  WS-REG-NUM                 PIC 9(01)  VALUE ZEROES.
015500 77  WS-RCPT-RANGE-SIZE         PIC 9(06)  VALUE 200000.
015600 01  WS-CARD-PORTION            PIC 9(07)V99  VALUE ZEROES.
015700
015800 01  WS-RECON-TOTALS.
015900     05  WS-TENDERS-ADDED       PIC 9(09)V99  VALUE ZEROES.
016000     05  WS-ITEMS-ADDED         PIC 9(04)     VALUE ZEROES.
016100     05  WS-DEPOSIT-COUNT       PIC 9(05)     VALUE ZEROES.
016200     05  WS-SETTLED-GROSS       PIC 9(09)V99  VALUE ZEROES.
016300     05  WS-FEE-TOTAL           PIC 9(07)V99  VALUE ZEROES.
016400     05  WS-MATCHED-COUNT       PIC 9(04)     VALUE ZEROES.
016500     05  WS-SHORT-COUNT         PIC 9(04)     VALUE ZEROES.
016600     05  WS-OVER-COUNT          PIC 9(04)     VALUE ZEROES.
016700     05  WS-NO-ITEM-COUNT       PIC 9(04)     VALUE ZEROES.
016800     05  WS-CHARGEBACK-COUNT    PIC 9(05)     VALUE ZEROES.
016900     05  WS-CHARGEBACK-AMT      PIC 9(07)V99  VALUE ZEROES.
017000     05  WS-UNFUNDED-COUNT      PIC 9(04)     VALUE ZEROES.
017100     05  WS-UNFUNDED-AMT        PIC 9(09)V99  VALUE ZEROES.
017200     05  WS-PENDING-COUNT       PIC 9(04)     VALUE ZEROES.
017300     05  WS-PENDING-AMT         PIC 9(09)V99  VALUE ZEROES.
017400     05  WS-NET-DEPOSITED       PIC S9(09)V99 VALUE ZEROES.
017500     05  WS-FUNDING-DIFF        PIC S9(07)V99 VALUE ZEROES.
017600
017700 01  RPT-TITLE-LINE.
017800     05  FILLER  PIC X(40) VALUE
017900             "MISKOLCZI PETS - CARD SETTLEMENT RECON  ".
018000     05  FILLER  PIC X(06) VALUE SPACES.
018100     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
018200     05  RPT-RUN-YEAR           PIC 9(02).
018300     05  FILLER  PIC X(01) VALUE "/".
018400     05  RPT-RUN-MONTH          PIC 9(02).
018500     05  FILLER  PIC X(01) VALUE "/".
018600     05  RPT-RUN-DAY            PIC 9(02).
018700     05  FILLER  PIC X(16) VALUE SPACES.
018800
018900 01  RPT-SECTION-LINE.
019000     05  RPT-SECTION-TEXT       PIC X(40).
019100     05  FILLER  PIC X(40) VALUE SPACES.
019200
019300 01  RPT-DEPOSIT-HEADING.
019400     05  FILLER  PIC X(10) VALUE "SALE DATE".
019500     05  FILLER  PIC X(05) VALUE "REG".
019600     05  FILLER  PIC X(08) VALUE "BATCH".
019700     05  FILLER  PIC X(14) VALUE "      TENDERED".
019800     05  FILLER  PIC X(14) VALUE "        FUNDED".
019900     05  FILLER  PIC X(11) VALUE "        FEE".
020000     05  FILLER  PIC X(02) VALUE SPACES.
020100     05  FILLER  PIC X(16) VALUE "RESULT".
020200
020300 01  RPT-DEPOSIT-LINE.
020400     05  RPT-DEP-YEAR           PIC 9(02).
020500     05  FILLER  PIC X(01) VALUE "/".
020600     05  RPT-DEP-MONTH          PIC 9(02).
020700     05  FILLER  PIC X(01) VALUE "/".
020800     05  RPT-DEP-DAY            PIC 9(02).
020900     05  FILLER  PIC X(02) VALUE SPACES.
021000     05  RPT-DEP-REGISTER       PIC X(02).
021100     05  FILLER  PIC X(03) VALUE SPACES.
021200     05  RPT-DEP-BATCH          PIC 9(06).
021300     05  FILLER  PIC X(02) VALUE SPACES.
021400     05  RPT-DEP-TENDERED       PIC $$,$$$,$$9.99.
021500     05  FILLER  PIC X(01) VALUE SPACES.
021600     05  RPT-DEP-FUNDED         PIC $$,$$$,$$9.99.
021700     05  FILLER  PIC X(01) VALUE SPACES.
021800     05  RPT-DEP-FEE            PIC $$$,$$9.99.
021900     05  FILLER  PIC X(02) VALUE SPACES.
022000     05  RPT-DEP-RESULT         PIC X(16).
022100
022200 01  RPT-CHARGEBACK-HEADING.
022300     05  FILLER  PIC X(10) VALUE "SETTLED".
022400     05  FILLER  PIC X(05) VALUE "REG".
022500     05  FILLER  PIC X(09) VALUE "RECEIPT".
022600     05  FILLER  PIC X(08) VALUE "REASON".
022700     05  FILLER  PIC X(13) VALUE "       AMOUNT".
022800     05  FILLER  PIC X(35) VALUE SPACES.
022900
023000 01  RPT-CHARGEBACK-LINE.
023100     05  RPT-CBK-SETTLED        PIC 9(06).
023200     05  FILLER  PIC X(04) VALUE SPACES.
023300     05  RPT-CBK-REGISTER       PIC X(02).
023400     05  FILLER  PIC X(03) VALUE SPACES.
023500     05  RPT-CBK-RECEIPT        PIC 9(06).
023600     05  FILLER  PIC X(03) VALUE SPACES.
023700     05  RPT-CBK-REASON         PIC X(04).
023800     05  FILLER  PIC X(04) VALUE SPACES.
023900     05  RPT-CBK-AMOUNT         PIC $$,$$$,$$9.99.
024000     05  FILLER  PIC X(35) VALUE SPACES.
024100
024200 01  RPT-UNFUNDED-HEADING.
024300     05  FILLER  PIC X(10) VALUE "SALE DATE".
024400     05  FILLER  PIC X(05) VALUE "REG".
024500     05  FILLER  PIC X(08) VALUE "SALES".
024600     05  FILLER  PIC X(14) VALUE "      TENDERED".
024700     05  FILLER  PIC X(14) VALUE "        FUNDED".
024800     05  FILLER  PIC X(29) VALUE SPACES.
024900
025000 01  RPT-UNFUNDED-LINE.
025100     05  RPT-UNF-YEAR           PIC 9(02).
025200     05  FILLER  PIC X(01) VALUE "/".
025300     05  RPT-UNF-MONTH          PIC 9(02).
025400     05  FILLER  PIC X(01) VALUE "/".
025500     05  RPT-UNF-DAY            PIC 9(02).
025600     05  FILLER  PIC X(02) VALUE SPACES.
025700     05  RPT-UNF-REGISTER       PIC X(02).
025800     05  FILLER  PIC X(03) VALUE SPACES.
025900     05  RPT-UNF-SALES          PIC ZZZZ9.
026000     05  FILLER  PIC X(03) VALUE SPACES.
026100     05  RPT-UNF-TENDERED       PIC $$,$$$,$$9.99.
026200     05  FILLER  PIC X(01) VALUE SPACES.
026300     05  RPT-UNF-FUNDED         PIC $$,$$$,$$9.99.
026400     05  FILLER  PIC X(30) VALUE SPACES.
026500
026600 01  RPT-MONEY-LINE.
026700     05  RPT-MONEY-LABEL        PIC X(30).
026800     05  RPT-MONEY-VALUE        PIC -$,$$$,$$$,$$9.99.
026900     05  FILLER  PIC X(33) VALUE SPACES.
027000
027100 01  RPT-COUNT-LINE.
027200     05  RPT-COUNT-LABEL        PIC X(30).
027300     05  RPT-COUNT-VALUE        PIC ZZZZ9.
027400     05  FILLER  PIC X(45) VALUE SPACES.
027500
027600 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
027700
027800 PROCEDURE DIVISION.
027900 0100-START.
028000     DISPLAY "*** MISKOLCZI PETS CARD SETTLEMENT RECON ***".
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028200     PERFORM 2000-ADD-TODAYS-TENDERS THRU 2000-EXIT.
028300     PERFORM 3000-APPLY-SETTLEMENT THRU 3000-EXIT.
028400     PERFORM 4000-LIST-UNFUNDED THRU 4000-EXIT.
028500     PERFORM 5000-WRITE-NET THRU 5000-EXIT.
028600     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
028700     PERFORM 9100-MARK-RUN-COMPLETE THRU 9100-EXIT.
028800     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
028810     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
028900     STOP RUN.
029000
029100 1000-INITIALIZE.
029200     ACCEPT WS-RUN-DATE FROM DATE.
029300     DISPLAY "Enter funding grace days (blank = 3): ".
029400     MOVE SPACES TO WS-DAYS-IN.
029500     ACCEPT WS-DAYS-IN.
029600     PERFORM 1080-TAKE-DAYS-IN THRU 1080-EXIT.
029700     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
029800*    THE CUTOFF IS THE RUN DATE WALKED BACK THE GRACE DAYS - AN
029900*    OPEN ITEM FOR A SALE DATE BEFORE IT IS OVERDUE.
030000     MOVE WS-RUN-DATE TO WS-WALK-DATE.
030100     PERFORM 1160-WALK-BACK-ONE-DAY THRU 1160-EXIT
030200         VARYING WS-WALK-COUNT FROM 1 BY 1
030300         UNTIL WS-WALK-COUNT > WS-GRACE-DAYS.
030400     MOVE WS-WALK-DATE-NUM TO WS-CUTOFF-DATE.
030500     OPEN I-O CARD-OPEN-FILE.
030600     IF WS-CARD-OPEN-STATUS = '05' OR '35'
030700         OPEN OUTPUT CARD-OPEN-FILE
030800         CLOSE CARD-OPEN-FILE
030900         OPEN I-O CARD-OPEN-FILE
031000     END-IF.
031100     IF WS-CARD-OPEN-STATUS NOT = '00'
031200         DISPLAY "UNABLE TO OPEN CARD-OPEN-FILE - STATUS: "
031300             WS-CARD-OPEN-STATUS
031400         SET EXCP-SEV-ERROR TO TRUE
031500         MOVE "CRD001" TO EXCP-LOG-CODE
031600         MOVE "Unable to open CARD-OPEN-FILE."
031700             TO EXCP-LOG-MESSAGE
031800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
031900         MOVE 8 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200     OPEN OUTPUT CARD-RPT-FILE.
032300     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
032400     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
032500     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
032600     DISPLAY RPT-TITLE-LINE.
032700     WRITE CARD-RPT-LINE FROM RPT-TITLE-LINE.
032800 1000-EXIT.
032900     EXIT.
033000
033100*    A SYSIN CARD ARRIVES LEFT-JUSTIFIED ("5  ") AND WOULD FAIL
033200*    THE NUMERIC TEST - SLIDE IT RIGHT AND ZERO-FILL FIRST, AND
033300*    SAY SO WHEN THE DEFAULT HAS TO STAND IN.
033400 1080-TAKE-DAYS-IN.
033500     MOVE WS-DAYS-IN TO WS-DAYS-JUST.
033600     PERFORM 1090-SLIDE-DAYS-RIGHT THRU 1090-EXIT
033700         UNTIL WS-DAYS-JUST (3:1) NOT = SPACE
033800         OR WS-DAYS-JUST = SPACES.
033900     INSPECT WS-DAYS-JUST REPLACING LEADING ' ' BY '0'.
034000     IF WS-DAYS-JUST IS NUMERIC AND WS-DAYS-JUST NOT = ZEROES
034100         MOVE WS-DAYS-JUST TO WS-GRACE-DAYS
034200         DISPLAY "USING " WS-GRACE-DAYS " GRACE DAYS."
034300     ELSE
034400         DISPLAY "GRACE DAYS NOT GIVEN OR NOT NUMERIC - USING "
034500             "THE DEFAULT OF " WS-GRACE-DAYS " DAYS."
034600     END-IF.
034700 1080-EXIT.
034800     EXIT.
034900
035000 1090-SLIDE-DAYS-RIGHT.
035100     MOVE WS-DAYS-JUST TO WS-DAYS-WORK.
035200     MOVE SPACES TO WS-DAYS-JUST.
035300     MOVE WS-DAYS-WORK (1:2) TO WS-DAYS-JUST (2:2).
035400 1090-EXIT.
035500     EXIT.
035600
035700 1160-WALK-BACK-ONE-DAY.
035800     IF WS-WALK-DAY > 1
035900         SUBTRACT 1 FROM WS-WALK-DAY
036000     ELSE
036100         IF WS-WALK-MONTH = 1
036200             MOVE 12 TO WS-WALK-MONTH
036300             IF WS-WALK-YEAR = ZEROES
036400                 MOVE 99 TO WS-WALK-YEAR
036500             ELSE
036600                 SUBTRACT 1 FROM WS-WALK-YEAR
036700             END-IF
036800         ELSE
036900             SUBTRACT 1 FROM WS-WALK-MONTH
037000         END-IF
037100         MOVE WS-DAYS-IN-MONTH (WS-WALK-MONTH)
037200             TO WS-WALK-DAY
037300         IF WS-WALK-MONTH = 2
037400             DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOT
037500                 REMAINDER WS-LEAP-REM
037600             IF WS-LEAP-REM = ZEROES
037700                 MOVE 29 TO WS-WALK-DAY
037800             END-IF
037900         END-IF
038000     END-IF.
038100 1160-EXIT.
038200     EXIT.
038300
038400*    TONIGHT'S TENDERS GO ON FILE BEFORE THE SETTLEMENT IS
038500*    APPLIED, SO A PROCESSOR THAT FUNDS SAME-DAY STILL MATCHES.
038600 2000-ADD-TODAYS-TENDERS.
038700     INITIALIZE WS-REGISTER-TABLE.
038800     OPEN INPUT SALES-TXN-FILE.
038900     IF WS-SALES-TXN-STATUS NOT = '00'
039000         DISPLAY "UNABLE TO OPEN SALES-TXN-FILE - STATUS: "
039100             WS-SALES-TXN-STATUS
039200         SET EXCP-SEV-ERROR TO TRUE
039300         MOVE "CRD010" TO EXCP-LOG-CODE
039400         MOVE "Unable to open SALES-TXN-FILE - no tenders added."
039500             TO EXCP-LOG-MESSAGE
039600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
039700         MOVE 8 TO RETURN-CODE
039800         GO TO 2000-EXIT
039900     END-IF.
040000     MOVE 'Y' TO WS-MORE-RECORDS.
040100     PERFORM 2100-TALLY-ONE-TXN THRU 2100-EXIT
040200         UNTIL NO-MORE-RECORDS.
040300     CLOSE SALES-TXN-FILE.
040400     PERFORM 2200-ADD-ONE-REGISTER THRU 2200-EXIT
040500         VARYING WS-REG-IDX FROM 1 BY 1
040600         UNTIL WS-REG-IDX > 9.
040700 2000-EXIT.
040800     EXIT.
040900
041000*    THE CARD PORTION OF A SALE IS WHAT GLPOST PUT THROUGH
041100*    CLEARING: A CARD SALE'S DUE LESS ANY GIFT CARD, AND THE
041200*    CARD SIDE ALONE OF A SPLIT TENDER.
041300 2100-TALLY-ONE-TXN.
041400     READ SALES-TXN-FILE
041500         AT END
041600             MOVE 'N' TO WS-MORE-RECORDS
041700             GO TO 2100-EXIT
041800     END-READ.
041900     IF NOT STX-TOTAL-REC
042000         OR STX-YEAR  NOT = WS-RUN-YEAR
042100         OR STX-MONTH NOT = WS-RUN-MONTH
042200         OR STX-DAY   NOT = WS-RUN-DAY
042300         GO TO 2100-EXIT
042400     END-IF.
042500     MOVE ZEROES TO WS-CARD-PORTION.
042600     IF STX-PAY-CARD
042700         COMPUTE WS-CARD-PORTION =
042800             STX-NET-TOTAL - STX-GIFT-TENDERED
042900     END-IF.
043000     IF STX-PAY-SPLIT
043100         MOVE STX-CARD-AMT TO WS-CARD-PORTION
043200     END-IF.
043300     IF WS-CARD-PORTION = ZEROES
043400         GO TO 2100-EXIT
043500     END-IF.
043600     IF STX-REGISTER-ID = SPACES
043700         COMPUTE WS-REG-NUM =
043800             ((STX-RECEIPT-NO - 1) / WS-RCPT-RANGE-SIZE) + 1
043900     ELSE
044000         MOVE STX-REGISTER-ID (2:1) TO WS-REG-NUM
044100     END-IF.
044200     IF WS-REG-NUM = ZEROES
044300         MOVE 1 TO WS-REG-NUM
044400     END-IF.
044500     ADD 1 TO RT-SALE-COUNT (WS-REG-NUM).
044600     ADD WS-CARD-PORTION TO RT-TENDER-AMT (WS-REG-NUM).
044700 2100-EXIT.
044800     EXIT.
044900
045000*    ONE OPEN ITEM PER REGISTER THAT TOOK CARD MONEY.  A ROW
045100*    ALREADY ON FILE MEANS THE DATE WAS ADDED BEFORE WITH THE
045200*    RERUN GUARD OFF - LEAVE IT AS IT STANDS.
045300 2200-ADD-ONE-REGISTER.
045400     IF RT-SALE-COUNT (WS-REG-IDX) = ZEROES
045500         GO TO 2200-EXIT
045600     END-IF.
045700     MOVE WS-RUN-DATE TO COP-TXN-DATE.
045800     MOVE WS-REG-IDX TO WS-REG-NUM.
045900     MOVE ZEROES TO COP-REGISTER-ID.
046000     MOVE WS-REG-NUM TO COP-REGISTER-ID (2:1).
046100     MOVE RT-SALE-COUNT (WS-REG-IDX) TO COP-SALE-COUNT.
046200     MOVE RT-TENDER-AMT (WS-REG-IDX) TO COP-TENDER-AMT.
046300     MOVE ZEROES TO COP-FUNDED-AMT.
046400     MOVE ZEROES TO COP-FEE-AMT.
046500     MOVE ZEROES TO COP-BATCH-NO.
046600     MOVE ZEROES TO COP-CLOSED-DATE.
046700     SET COP-OPEN TO TRUE.
046800     WRITE CARD-OPEN-RECORD
046900         INVALID KEY
047000             DISPLAY "CARD TENDERS FOR REGISTER "
047100                 COP-REGISTER-ID " ALREADY ON FILE."
047200             SET EXCP-SEV-WARNING TO TRUE
047300             MOVE "CRD007" TO EXCP-LOG-CODE
047400             MOVE "Card tenders already on file - not re-added."
047500                 TO EXCP-LOG-MESSAGE
047600             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
047700             GO TO 2200-EXIT
047800     END-WRITE.
047900     ADD 1 TO WS-ITEMS-ADDED.
048000     ADD RT-TENDER-AMT (WS-REG-IDX) TO WS-TENDERS-ADDED.
048100 2200-EXIT.
048200     EXIT.
048300
048400*    NO SETTLEMENT FILE IS NOT AN ERROR (NO FUNDING ON A BANK
048500*    HOLIDAY) BUT IS WORTH A WARNING - THE NET IS ZERO.
048600 3000-APPLY-SETTLEMENT.
048700     MOVE "SETTLEMENT DEPOSITS" TO RPT-SECTION-TEXT.
048800     WRITE CARD-RPT-LINE FROM RPT-BLANK-LINE.
048900     WRITE CARD-RPT-LINE FROM RPT-SECTION-LINE.
049000     WRITE CARD-RPT-LINE FROM RPT-DEPOSIT-HEADING.
049100     OPEN INPUT CARD-SETL-FILE.
049200     IF WS-CARD-SETL-STATUS NOT = '00'
049300         DISPLAY "CARD-SETL-FILE unavailable - no deposits "
049400             "applied."
049500         SET EXCP-SEV-WARNING TO TRUE
049600         MOVE "CRD002" TO EXCP-LOG-CODE
049700         MOVE "CARD-SETL-FILE unavailable - no deposits applied."
049800             TO EXCP-LOG-MESSAGE
049900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
050000         GO TO 3000-EXIT
050100     END-IF.
050200     MOVE 'Y' TO WS-MORE-RECORDS.
050300     PERFORM 3100-APPLY-ONE-SETL THRU 3100-EXIT
050400         UNTIL NO-MORE-RECORDS.
050500     CLOSE CARD-SETL-FILE.
050600     IF WS-CHARGEBACK-COUNT > ZEROES
050700         SET EXCP-SEV-WARNING TO TRUE
050800         MOVE "CRD006" TO EXCP-LOG-CODE
050900         MOVE "Chargebacks on the settlement - see CARDRPT."
051000             TO EXCP-LOG-MESSAGE
051100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
051200     END-IF.
051300 3000-EXIT.
051400     EXIT.
051500
051600 3100-APPLY-ONE-SETL.
051700     READ CARD-SETL-FILE
051800         AT END
051900             MOVE 'N' TO WS-MORE-RECORDS
052000             GO TO 3100-EXIT
052100     END-READ.
052200     IF CSL-DEPOSIT-REC
052300         PERFORM 3200-MATCH-DEPOSIT THRU 3200-EXIT
052400     END-IF.
052500     IF CSL-CHARGEBACK-REC
052600         PERFORM 3300-NOTE-CHARGEBACK THRU 3300-EXIT
052700     END-IF.
052800 3100-EXIT.
052900     EXIT.
053000
053100*    THE DEPOSIT IS ADDED TO WHAT THE OPEN ITEM HAS ALREADY
053200*    BEEN FUNDED, SO A BATCH THE PROCESSOR PAYS IN TWO PIECES
053300*    SHOWS SHORT ON THE FIRST AND MATCHED ON THE SECOND.
053310*    EACH PIECE IS ITS OWN BATCH, SO A BATCH NUMBER ALREADY ON
053320*    A CLOSED ITEM MEANS THE NIGHT IS BEING RUN AGAIN - THE
053330*    DEPOSIT STAYS IN THE NIGHT'S TOTALS BUT THE ITEM IS LEFT
053340*    AS THE FIRST RUN CLOSED IT.
053400 3200-MATCH-DEPOSIT.
053500     ADD 1 TO WS-DEPOSIT-COUNT.
053600     ADD CSL-GROSS-AMT TO WS-SETTLED-GROSS.
053700     ADD CSL-FEE-AMT TO WS-FEE-TOTAL.
053800     MOVE CSL-TXN-YEAR TO RPT-DEP-YEAR.
053900     MOVE CSL-TXN-MONTH TO RPT-DEP-MONTH.
054000     MOVE CSL-TXN-DAY TO RPT-DEP-DAY.
054100     MOVE CSL-REGISTER-ID TO RPT-DEP-REGISTER.
054200     MOVE CSL-BATCH-NO TO RPT-DEP-BATCH.
054300     MOVE CSL-GROSS-AMT TO RPT-DEP-FUNDED.
054400     MOVE CSL-FEE-AMT TO RPT-DEP-FEE.
054500     MOVE CSL-TXN-DATE TO COP-TXN-DATE.
054600     MOVE CSL-REGISTER-ID TO COP-REGISTER-ID.
054700     READ CARD-OPEN-FILE
054800         INVALID KEY
054900             MOVE ZEROES TO RPT-DEP-TENDERED
055000             MOVE "NO TENDERS ON FILE" TO RPT-DEP-RESULT
055100             PERFORM 3400-PUT-DEPOSIT-LINE THRU 3400-EXIT
055200             ADD 1 TO WS-NO-ITEM-COUNT
055300             SET EXCP-SEV-WARNING TO TRUE
055400             MOVE "CRD003" TO EXCP-LOG-CODE
055500             MOVE "Processor deposit matches no card tenders."
055600                 TO EXCP-LOG-MESSAGE
055700             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
055800             GO TO 3200-EXIT
055900     END-READ.
055901     IF CSL-BATCH-NO = COP-BATCH-NO
055902         AND NOT COP-OPEN
055903         MOVE COP-TENDER-AMT TO RPT-DEP-TENDERED
055904         MOVE "ALREADY APPLIED" TO RPT-DEP-RESULT
055905         PERFORM 3400-PUT-DEPOSIT-LINE THRU 3400-EXIT
055906         SET EXCP-SEV-WARNING TO TRUE
055907         MOVE "CRD012" TO EXCP-LOG-CODE
055908         MOVE "Deposit batch already applied - not applied again."
055909             TO EXCP-LOG-MESSAGE
055910         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
055911         GO TO 3200-EXIT
055912     END-IF.
056000     ADD CSL-GROSS-AMT TO COP-FUNDED-AMT.
056100     ADD CSL-FEE-AMT TO COP-FEE-AMT.
056200     MOVE CSL-BATCH-NO TO COP-BATCH-NO.
056300     MOVE WS-RUN-DATE TO COP-CLOSED-DATE.
056400     MOVE COP-TENDER-AMT TO RPT-DEP-TENDERED.
056500     MOVE COP-FUNDED-AMT TO RPT-DEP-FUNDED.
056600     COMPUTE WS-FUNDING-DIFF = COP-FUNDED-AMT - COP-TENDER-AMT.
056700     IF WS-FUNDING-DIFF = ZEROES
056800         SET COP-MATCHED TO TRUE
056900         MOVE "MATCHED" TO RPT-DEP-RESULT
057000         ADD 1 TO WS-MATCHED-COUNT
057100     END-IF.
057200     IF WS-FUNDING-DIFF < ZEROES
057300         SET COP-SHORT-FUNDED TO TRUE
057400         MOVE "** SHORT-FUNDED" TO RPT-DEP-RESULT
057500         ADD 1 TO WS-SHORT-COUNT
057600         SET EXCP-SEV-WARNING TO TRUE
057700         MOVE "CRD004" TO EXCP-LOG-CODE
057800         MOVE "Card batch short-funded by the processor."
057900             TO EXCP-LOG-MESSAGE
058000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
058100     END-IF.
058200     IF WS-FUNDING-DIFF > ZEROES
058300         SET COP-OVER-FUNDED TO TRUE
058400         MOVE "** OVER-FUNDED" TO RPT-DEP-RESULT
058500         ADD 1 TO WS-OVER-COUNT
058600         SET EXCP-SEV-WARNING TO TRUE
058700         MOVE "CRD005" TO EXCP-LOG-CODE
058800         MOVE "Card batch over-funded by the processor."
058900             TO EXCP-LOG-MESSAGE
059000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
059100     END-IF.
059200     REWRITE CARD-OPEN-RECORD.
059300     PERFORM 3400-PUT-DEPOSIT-LINE THRU 3400-EXIT.
059400 3200-EXIT.
059500     EXIT.
059600
059700 3300-NOTE-CHARGEBACK.
059800     IF WS-CHARGEBACK-COUNT = ZEROES
059900         MOVE "CHARGEBACKS" TO RPT-SECTION-TEXT
060000         WRITE CARD-RPT-LINE FROM RPT-SECTION-LINE
060100         WRITE CARD-RPT-LINE FROM RPT-CHARGEBACK-HEADING
060200     END-IF.
060300     ADD 1 TO WS-CHARGEBACK-COUNT.
060400     ADD CSL-GROSS-AMT TO WS-CHARGEBACK-AMT.
060500     MOVE CSL-SETTLE-DATE TO RPT-CBK-SETTLED.
060600     MOVE CSL-REGISTER-ID TO RPT-CBK-REGISTER.
060700     MOVE CSL-RECEIPT-NO TO RPT-CBK-RECEIPT.
060800     MOVE CSL-REASON-CODE TO RPT-CBK-REASON.
060900     MOVE CSL-GROSS-AMT TO RPT-CBK-AMOUNT.
061000     DISPLAY RPT-CHARGEBACK-LINE.
061100     WRITE CARD-RPT-LINE FROM RPT-CHARGEBACK-LINE.
061200 3300-EXIT.
061300     EXIT.
061400
061500 3400-PUT-DEPOSIT-LINE.
061600     DISPLAY RPT-DEPOSIT-LINE.
061700     WRITE CARD-RPT-LINE FROM RPT-DEPOSIT-LINE.
061800 3400-EXIT.
061900     EXIT.
062000
062100*    WALK THE WHOLE OPEN-ITEM FILE.  AN OPEN ITEM OLDER THAN
062200*    THE CUTOFF IS UNFUNDED; ONE INSIDE THE GRACE DAYS IS ONLY
062300*    PENDING AND GOES INTO THE SUMMARY.
062400 4000-LIST-UNFUNDED.
062500     MOVE "UNFUNDED PAST GRACE DAYS" TO RPT-SECTION-TEXT.
062600     WRITE CARD-RPT-LINE FROM RPT-BLANK-LINE.
062700     WRITE CARD-RPT-LINE FROM RPT-SECTION-LINE.
062800     WRITE CARD-RPT-LINE FROM RPT-UNFUNDED-HEADING.
062900     MOVE LOW-VALUES TO COP-KEY.
063000     START CARD-OPEN-FILE KEY IS NOT LESS THAN COP-KEY
063100         INVALID KEY
063200             GO TO 4000-EXIT
063300     END-START.
063400     MOVE 'Y' TO WS-MORE-RECORDS.
063500     PERFORM 4100-CHECK-ONE-ITEM THRU 4100-EXIT
063600         UNTIL NO-MORE-RECORDS.
063700     IF WS-UNFUNDED-COUNT > ZEROES
063800         SET EXCP-SEV-WARNING TO TRUE
063900         MOVE "CRD008" TO EXCP-LOG-CODE
064000         MOVE "Card tenders unfunded past the grace days."
064100             TO EXCP-LOG-MESSAGE
064200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
064300     END-IF.
064400 4000-EXIT.
064500     EXIT.
064600
064700 4100-CHECK-ONE-ITEM.
064800     READ CARD-OPEN-FILE NEXT RECORD
064900         AT END
065000             MOVE 'N' TO WS-MORE-RECORDS
065100             GO TO 4100-EXIT
065200     END-READ.
065300     IF NOT COP-OPEN
065400         GO TO 4100-EXIT
065500     END-IF.
065600     MOVE COP-TXN-DATE TO WS-ITEM-DATE.
065700     IF WS-ITEM-DATE NOT < WS-CUTOFF-DATE
065800         ADD 1 TO WS-PENDING-COUNT
065900         ADD COP-TENDER-AMT TO WS-PENDING-AMT
066000         GO TO 4100-EXIT
066100     END-IF.
066200     ADD 1 TO WS-UNFUNDED-COUNT.
066300     ADD COP-TENDER-AMT TO WS-UNFUNDED-AMT.
066400     MOVE COP-TXN-YEAR TO RPT-UNF-YEAR.
066500     MOVE COP-TXN-MONTH TO RPT-UNF-MONTH.
066600     MOVE COP-TXN-DAY TO RPT-UNF-DAY.
066700     MOVE COP-REGISTER-ID TO RPT-UNF-REGISTER.
066800     MOVE COP-SALE-COUNT TO RPT-UNF-SALES.
066900     MOVE COP-TENDER-AMT TO RPT-UNF-TENDERED.
067000     MOVE COP-FUNDED-AMT TO RPT-UNF-FUNDED.
067100     DISPLAY RPT-UNFUNDED-LINE.
067200     WRITE CARD-RPT-LINE FROM RPT-UNFUNDED-LINE.
067300 4100-EXIT.
067400     EXIT.
067500
067600*    THE NET TO THE BANK IS THE GROSS SETTLED LESS THE FEES
067700*    HELD BACK AND THE CHARGEBACKS TAKEN OUT.  IT CAN GO
067800*    NEGATIVE ON A QUIET DAY WITH A LARGE CHARGEBACK.
067900 5000-WRITE-NET.
068000     COMPUTE WS-NET-DEPOSITED = WS-SETTLED-GROSS
068100         - WS-FEE-TOTAL - WS-CHARGEBACK-AMT.
068200     OPEN OUTPUT CARD-NET-FILE.
068300     IF WS-CARD-NET-STATUS NOT = '00'
068400         DISPLAY "UNABLE TO OPEN CARD-NET-FILE - STATUS: "
068500             WS-CARD-NET-STATUS
068600         SET EXCP-SEV-ERROR TO TRUE
068700         MOVE "CRD011" TO EXCP-LOG-CODE
068800         MOVE "Unable to open CARD-NET-FILE - clearing not fed."
068900             TO EXCP-LOG-MESSAGE
069000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
069100         MOVE 8 TO RETURN-CODE
069200         GO TO 5000-EXIT
069300     END-IF.
069400     MOVE SPACES TO CARD-NET-RECORD.
069500     MOVE WS-RUN-DATE TO CNT-RUN-DATE.
069600     MOVE WS-DEPOSIT-COUNT TO CNT-DEPOSIT-COUNT.
069700     MOVE WS-SETTLED-GROSS TO CNT-SETTLED-GROSS.
069800     MOVE WS-FEE-TOTAL TO CNT-FEE-AMT.
069900     MOVE WS-CHARGEBACK-COUNT TO CNT-CHARGEBACK-COUNT.
070000     MOVE WS-CHARGEBACK-AMT TO CNT-CHARGEBACK-AMT.
070100     MOVE WS-NET-DEPOSITED TO CNT-NET-DEPOSITED.
070200     WRITE CARD-NET-RECORD.
070300     CLOSE CARD-NET-FILE.
070400 5000-EXIT.
070500     EXIT.
070600
070700 6000-PRINT-SUMMARY.
070800     WRITE CARD-RPT-LINE FROM RPT-BLANK-LINE.
070900     MOVE "TENDERS ADDED TONIGHT:        " TO RPT-MONEY-LABEL.
071000     MOVE WS-TENDERS-ADDED TO RPT-MONEY-VALUE.
071100     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
071200     MOVE "DEPOSITS RECEIVED:            " TO RPT-COUNT-LABEL.
071300     MOVE WS-DEPOSIT-COUNT TO RPT-COUNT-VALUE.
071400     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
071500     MOVE "  MATCHED:                    " TO RPT-COUNT-LABEL.
071600     MOVE WS-MATCHED-COUNT TO RPT-COUNT-VALUE.
071700     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
071800     MOVE "  SHORT-FUNDED:               " TO RPT-COUNT-LABEL.
071900     MOVE WS-SHORT-COUNT TO RPT-COUNT-VALUE.
072000     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
072100     MOVE "  OVER-FUNDED:                " TO RPT-COUNT-LABEL.
072200     MOVE WS-OVER-COUNT TO RPT-COUNT-VALUE.
072300     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
072400     MOVE "  NO TENDERS ON FILE:         " TO RPT-COUNT-LABEL.
072500     MOVE WS-NO-ITEM-COUNT TO RPT-COUNT-VALUE.
072600     PERFORM 6200-PUT-COUNT-LINE THRU 6200-EXIT.
072700     MOVE "GROSS SETTLED:                " TO RPT-MONEY-LABEL.
072800     MOVE WS-SETTLED-GROSS TO RPT-MONEY-VALUE.
072900     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
073000     MOVE "PROCESSING FEES:              " TO RPT-MONEY-LABEL.
073100     MOVE WS-FEE-TOTAL TO RPT-MONEY-VALUE.
073200     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
073300     MOVE "CHARGEBACKS:                  " TO RPT-MONEY-LABEL.
073400     MOVE WS-CHARGEBACK-AMT TO RPT-MONEY-VALUE.
073500     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
073600     MOVE "NET DEPOSITED TO BANK:        " TO RPT-MONEY-LABEL.
073700     MOVE WS-NET-DEPOSITED TO RPT-MONEY-VALUE.
073800     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
073900     MOVE "UNFUNDED PAST GRACE:          " TO RPT-MONEY-LABEL.
074000     MOVE WS-UNFUNDED-AMT TO RPT-MONEY-VALUE.
074100     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
074200     MOVE "PENDING WITHIN GRACE:         " TO RPT-MONEY-LABEL.
074300     MOVE WS-PENDING-AMT TO RPT-MONEY-VALUE.
074400     PERFORM 6100-PUT-MONEY-LINE THRU 6100-EXIT.
074500 6000-EXIT.
074600     EXIT.
074700
074800 6100-PUT-MONEY-LINE.
074900     DISPLAY RPT-MONEY-LINE.
075000     WRITE CARD-RPT-LINE FROM RPT-MONEY-LINE.
075100 6100-EXIT.
075200     EXIT.
075300
075400 6200-PUT-COUNT-LINE.
075500     DISPLAY RPT-COUNT-LINE.
075600     WRITE CARD-RPT-LINE FROM RPT-COUNT-LINE.
075700 6200-EXIT.
075800     EXIT.
075900
076000 9000-CLOSE-UP.
076100     CLOSE CARD-OPEN-FILE.
076200     CLOSE CARD-RPT-FILE.
076300 9000-EXIT.
076400     EXIT.
076500
076600*    THE RERUN GUARD.  A DATE THIS STEP HAS ALREADY RECONCILED
076700*    IS SKIPPED WITH RC=0 - ITS TENDERS ARE ON FILE AND ITS
076800*    DEPOSITS APPLIED, AND CARDNET STILL HOLDS ITS NET.
076900 1050-CHECK-RUN-CONTROL.
077000     OPEN I-O RUN-CTL-FILE.
077100     IF WS-RUN-CTL-STATUS = '05' OR '35'
077200         OPEN OUTPUT RUN-CTL-FILE
077300         CLOSE RUN-CTL-FILE
077400         OPEN I-O RUN-CTL-FILE
077500     END-IF.
077600     IF WS-RUN-CTL-STATUS NOT = '00'
077700         MOVE 'N' TO WS-RUN-CTL-AVAIL-SW
077800         DISPLAY "RUN-CTL-FILE unavailable - rerun guard off."
077900         SET EXCP-SEV-WARNING TO TRUE
078000         MOVE "CRD009" TO EXCP-LOG-CODE
078100         MOVE "RUN-CTL-FILE unavailable - rerun guard off."
078200             TO EXCP-LOG-MESSAGE
078300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
078400         GO TO 1050-EXIT
078500     END-IF.
078600     MOVE "CARDRECN" TO RNC-STEP-NAME.
078700     MOVE WS-RUN-DATE TO RNC-RUN-DATE.
078800     READ RUN-CTL-FILE
078900         INVALID KEY
079000             CONTINUE
079100         NOT INVALID KEY
079200             IF RNC-COMPLETED
079300                 DISPLAY "THIS DATE IS ALREADY RECONCILED - "
079400                     "STEP SKIPPED (RUN-CONTROL)."
079500                 CLOSE RUN-CTL-FILE
079600                 STOP RUN
079700             END-IF
079800     END-READ.
079900 1050-EXIT.
080000     EXIT.
080100
080200*    WRITTEN ONLY ON A CLEAN END - A STEP THAT FAILED PART WAY
080300*    (RC NOT ZERO) MUST STAY RERUNNABLE.
080400 9100-MARK-RUN-COMPLETE.
080500     IF NOT WS-RUN-CTL-AVAIL
080600         GO TO 9100-EXIT
080700     END-IF.
080800     IF RETURN-CODE NOT = ZEROES
080900         CLOSE RUN-CTL-FILE
081000         GO TO 9100-EXIT
081100     END-IF.
081200     MOVE "CARDRECN" TO RNC-STEP-NAME.
081300     MOVE WS-RUN-DATE TO RNC-RUN-DATE.
081400     ACCEPT WS-LOG-TIME FROM TIME.
081500     MOVE WS-LOG-TIME (1:6) TO RNC-TIME.
081600     MOVE 'C' TO RNC-STATUS.
081700     WRITE RUN-CTL-RECORD
081800         INVALID KEY
081900             REWRITE RUN-CTL-RECORD
082000     END-WRITE.
082100     CLOSE RUN-CTL-FILE.
082200 9100-EXIT.
082300     EXIT.
082400
082401*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
082402*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
082403*    OPEN COSTS THE ROW, NEVER THE STEP.
082404 8950-WRITE-BATCH-STATS.
082405     OPEN EXTEND BAT-STAT-FILE.
082406     IF WS-BAT-STAT-STATUS = '05' OR '35'
082407         OPEN OUTPUT BAT-STAT-FILE
082408     END-IF.
082409     IF WS-BAT-STAT-STATUS NOT = '00'
082410         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
082411             WS-BAT-STAT-STATUS
082412         GO TO 8950-EXIT
082413     END-IF.
082414     MOVE SPACES TO BATCH-STAT-RECORD.
082415     MOVE "CARDRECN" TO BST-STEP-NAME.
082416     MOVE WS-RUN-DATE TO BST-RUN-DATE.
082417     ACCEPT WS-LOG-TIME FROM TIME.
082418     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
082419     MOVE RETURN-CODE TO BST-RETURN-CODE.
082420     MOVE ZEROES TO BST-RECS-READ.
082421     MOVE ZEROES TO BST-RECS-WRITTEN.
082422     MOVE ZEROES TO BST-RECS-REJECTED.
082423     MOVE ZEROES TO BST-CONTROL-COUNT.
082424     MOVE ZEROES TO BST-AMOUNT-1.
082425     MOVE ZEROES TO BST-AMOUNT-2.
082426     MOVE WS-DEPOSIT-COUNT TO BST-RECS-READ.
082427     MOVE WS-MATCHED-COUNT TO BST-RECS-WRITTEN.
082428     MOVE WS-UNFUNDED-COUNT TO BST-RECS-REJECTED.
082429     MOVE WS-DEPOSIT-COUNT TO BST-CONTROL-COUNT.
082430     MOVE "SETTLED" TO BST-AMOUNT-1-NAME.
082431     MOVE WS-SETTLED-GROSS TO BST-AMOUNT-1.
082432     MOVE "FEES" TO BST-AMOUNT-2-NAME.
082433     MOVE WS-FEE-TOTAL TO BST-AMOUNT-2.
082434     WRITE BATCH-STAT-RECORD.
082435     CLOSE BAT-STAT-FILE.
082436 8950-EXIT.
082437     EXIT.
082438
082500 8900-LOG-EXCEPTION.
082600     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
082700     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
082800     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
082900     ACCEPT WS-LOG-TIME FROM TIME.
083000     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
083100     MOVE "CARDRECN"         TO EXCP-LOG-PROGRAM.
083200     OPEN EXTEND EXCP-LOG-FILE.
083300     IF WS-EXCP-LOG-STATUS NOT = '00'
083400         OPEN OUTPUT EXCP-LOG-FILE
083500     END-IF.
083600     WRITE EXCP-LOG-RECORD.
083700     CLOSE EXCP-LOG-FILE.
083800 8900-EXIT.
083900     EXIT.
084000
084100 END PROGRAM CARDRECN.
