000600 DATE-COMPILED.
000700*****************************************************************
000800*    SALES TAX REMITTANCE REPORT FOR THE MONTHLY FILING.  TAKES  *
000900*    A REPORT MONTH (YYMM ON SYSIN, BLANK = CURRENT) OR A FISCAL *
000910*    PERIOD OFF THE FISCCAL CALENDAR (FYYPP, OR A BARE F FOR THE *
000920*    PERIOD HOLDING TODAY) AND REBUILDS EVERY TOTALLED RECEIPT   *
001100*    OF IT FROM THE SALEHIST ARCHIVE THE SAME WAY THE REGISTER   *
001200*    PRICED IT: DETAIL LINES BUCKETED BY THE ITEM'S TAX          *
001210*    CATEGORY, THE SALE-LEVEL TIER DISCOUNT NETTED OFF EACH      *
001300*    BUCKET, AND THE CATEGORY RATE IN FORCE ON THE SALE DATE     *
001400*    APPLIED FROM THE EFFECTIVE-DATED TAX-RATE-FILE (CATEGORIES  *
001500*    WITH NO DATED RECORD FALL BACK TO THE BUILT-IN STANDARD     *
001600*    RATE, EXACTLY AS CASHREGISTER DOES).  THE REPORT BREAKS     *
001700*    TAXABLE SALES, EXEMPT SALES AND TAX COLLECTED OUT BY        *
001800*    CATEGORY AND PROVES THE COMPUTED TAX AGAINST THE SUM OF     *
001900*    STX-TAX-AMT ON THE PERIOD'S TOTAL RECORDS - A DIFFERENCE IS *
002000*    FLAGGED, BECAUSE ONE NUMBER OFF ON THE STATE RETURN MEANS   *
002010*    PENALTIES.  A FISCAL PERIOD ALSO GETS THE SAME PERIOD LAST  *
002020*    FISCAL YEAR BY CATEGORY FOR COMPARISON.  SALES RUNG TAX     *
002030*    EXEMPT UNDER A CUSTOMER'S CERTIFICATE (STX-EXEMPT-CERT-NO)  *
002040*    GO TO EXEMPT SALES IN EVERY CATEGORY AND ARE LISTED AGAIN   *
002050*    BY CERTIFICATE FOR THE FILING'S EXEMPTION SCHEDULE.         *
002200*-----------------------------------------------------------------
002300*    MAINTENANCE HISTORY.                                       *
002400*    DATE       INIT  DESCRIPTION                                *
002580*                     OLD CONTIGUOUS-RECEIPT ASSUMPTION         *
002590*                     DISCARDED SPLIT RECEIPTS' BUCKETS AND     *
002591*                     FLAGGED SPURIOUS DRIFT.                   *
002592*    2026-10-15 DRO   FISCAL PERIOD SELECTION (FYYPP, OR F FOR  *
002593*                     THE CURRENT PERIOD) OFF THE NEW FISCCAL   *
002594*                     CALENDAR, AND THE SAME PERIOD LAST FISCAL *
002595*                     YEAR PRINTED BY CATEGORY UNDER THE PROOF. *
002596*    2026-10-15 DRO   A RECEIPT STAMPED WITH A TAX EXEMPTION    *
002597*                     CERTIFICATE IS ALL EXEMPT SALES, AND THE  *
002598*                     PERIOD'S CERTIFICATE SALES ARE LISTED     *
002599*                     AFTER THE PROOF.                          *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS INV-ITEM-CODE
004700         FILE STATUS IS WS-INV-MAST-STATUS.
004710
004720     SELECT FISC-CAL-FILE   ASSIGN TO "FISCCAL"
004730         ORGANIZATION IS INDEXED
004740         ACCESS MODE IS DYNAMIC
004750         RECORD KEY IS FCL-KEY
004760         FILE STATUS IS WS-FISC-CAL-STATUS.
004800
004900     SELECT TAX-RPT-FILE    ASSIGN TO "TAXRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
007200 FD  INV-MAST-FILE.
007300 COPY INVMAST.
007400
007410 FD  FISC-CAL-FILE.
007420 COPY FISCCAL.
007430
007500 FD  TAX-RPT-FILE
007600     RECORDING MODE IS F.
007700 01  TAX-RPT-LINE               PIC X(80).
008500 01  WS-TAX-RATE-STATUS         PIC XX     VALUE ZEROES.
008600 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
008700 01  WS-TAX-RPT-STATUS          PIC XX     VALUE ZEROES.
008710 01  WS-FISC-CAL-STATUS         PIC XX     VALUE ZEROES.
008800 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
008900 01  WS-LOG-TIME                PIC 9(08).
009000
009400         88  NO-MORE-RECORDS               VALUE 'N'.
009500     05  WS-INV-MAST-AVAIL-SW   PIC X      VALUE 'Y'.
009600         88  WS-INV-MAST-AVAIL      VALUE 'Y'.
009610     05  WS-CERT-SALE-SW        PIC X      VALUE 'N'.
009620         88  WS-CERT-SALE           VALUE 'Y'.
009700
009800 01  WS-RUN-DATE.
009900     05  WS-RUN-YEAR            PIC 9(02).
010000     05  WS-RUN-MONTH           PIC 9(02).
010100     05  WS-RUN-DAY             PIC 9(02).
010200
010300 01  WS-MONTH-IN                PIC X(05)  VALUE SPACES.
010400 01  WS-RPT-YEAR                PIC 9(02)  VALUE ZEROES.
010500 01  WS-RPT-MONTH               PIC 9(02)  VALUE ZEROES.
010501
010502*    THE REPORT WINDOW AND, FOR A FISCAL PERIOD, THE SAME
010503*    PERIOD LAST FISCAL YEAR, AS YYMMDD.  A CALENDAR MONTH
010504*    HAS NO COMPARISON WINDOW.
010505 01  WS-WINDOW-FIELDS.
010506     05  WS-CUR-START           PIC 9(06)  VALUE ZEROES.
010507     05  WS-CUR-END             PIC 9(06)  VALUE ZEROES.
010508     05  WS-PRV-START           PIC 9(06)  VALUE ZEROES.
010509     05  WS-PRV-END             PIC 9(06)  VALUE ZEROES.
010510     05  WS-PRIOR-REC-SW        PIC X      VALUE 'N'.
010511         88  WS-PRIOR-REC           VALUE 'Y'.
010512
010513 01  WS-FISCAL-FIELDS.
010514     05  WS-FISCAL-MODE-SW      PIC X      VALUE 'N'.
010515         88  WS-FISCAL-MODE         VALUE 'Y'.
010516     05  WS-FIS-FOUND-SW        PIC X      VALUE 'N'.
010517         88  WS-FIS-FOUND           VALUE 'Y'.
010518     05  WS-FIS-MORE-SW         PIC X      VALUE 'Y'.
010519     05  WS-FIS-YEAR            PIC 9(02)  VALUE ZEROES.
010520     05  WS-FIS-PERIOD          PIC 9(02)  VALUE ZEROES.
010521     05  WS-FIS-DATE            PIC 9(06)  VALUE ZEROES.
010522     05  WS-FIS-START           PIC 9(06)  VALUE ZEROES.
010523     05  WS-FIS-END             PIC 9(06)  VALUE ZEROES.
010600
010700*    PER-CATEGORY TAX RATES LOADED AT START-UP, THE SAME TABLE
010800*    AND DATED LOOKUP CASHREGISTER USES.
015300 01  WS-MON-FOUND-SW            PIC X      VALUE 'N'.
015400     88  WS-MON-FOUND               VALUE 'Y'.
015500
015501*    THE SAME FISCAL PERIOD LAST YEAR BY TAX CATEGORY.  KEPT
015502*    OUT OF THE PROOF - IT IS THERE FOR COMPARISON ONLY.
015503 01  WS-PRIOR-TABLE.
015504     05  WS-PRI-COUNT           PIC 99     VALUE ZEROES.
015505     05  WS-PRI-ENTRY OCCURS 20 TIMES.
015506         10  PR-CATEGORY        PIC X(02).
015507         10  PR-TAXABLE         PIC S9(11)V99.
015508         10  PR-EXEMPT          PIC S9(11)V99.
015509         10  PR-TAX             PIC S9(09)V99.
015510 01  WS-PRI-IDX                 PIC 99     VALUE ZEROES.
015511 01  WS-PRI-FOUND-SW            PIC X      VALUE 'N'.
015512     88  WS-PRI-FOUND               VALUE 'Y'.
015513 01  WS-PRI-TOTALS.
015514     05  WS-PRI-TOT-TAXABLE     PIC S9(11)V99 VALUE ZEROES.
015515     05  WS-PRI-TOT-EXEMPT      PIC S9(11)V99 VALUE ZEROES.
015516     05  WS-PRI-TOT-TAX         PIC S9(11)V99 VALUE ZEROES.
015517     05  WS-PRI-SALES           PIC 9(07)     VALUE ZEROES.
015518
015519*    THE PERIOD'S TAX EXEMPT SALES BY CERTIFICATE.  THE
015520*    CUSTOMER IS THE ONE ON THE FIRST RECEIPT SEEN FOR IT.
015521 01  WS-CERT-TABLE.
015522     05  WS-CRT-COUNT           PIC 9(03)  VALUE ZEROES.
015523     05  WS-CRT-ENTRY OCCURS 200 TIMES.
015524         10  CR-CERT-NO         PIC X(15).
015525         10  CR-CUST-KEY        PIC X(36).
015526         10  CR-SALES           PIC 9(05).
015527         10  CR-EXEMPT          PIC S9(11)V99.
015528 01  WS-CRT-IDX                 PIC 9(03)  VALUE ZEROES.
015529 01  WS-CRT-FOUND-SW            PIC X      VALUE 'N'.
015530     88  WS-CRT-FOUND               VALUE 'Y'.
015531 01  WS-CRT-OVERFLOW-SW         PIC X      VALUE 'N'.
015532 01  WS-CRT-TOTALS.
015533     05  WS-RCPT-EXEMPT         PIC S9(09)V99 VALUE ZEROES.
015534     05  WS-CRT-TOT-SALES       PIC 9(07)     VALUE ZEROES.
015535     05  WS-CRT-TOT-EXEMPT      PIC S9(11)V99 VALUE ZEROES.
015536
015600 01  WS-PROOF-FIELDS.
015700     05  WS-COMPUTED-TAX        PIC S9(11)V99 VALUE ZEROES.
015800     05  WS-REPORTED-TAX        PIC 9(11)V99  VALUE ZEROES.
016400 01  RPT-TITLE-LINE.
016500     05  FILLER  PIC X(40) VALUE
016600             "MISKOLCZI PETS - SALES TAX REMITTANCE   ".
016700     05  RPT-TITLE-LABEL        PIC X(15) VALUE "REPORT MONTH: ".
016800     05  RPT-TITLE-YEAR         PIC 9(02).
016900     05  FILLER  PIC X(01) VALUE "/".
017000     05  RPT-TITLE-MONTH        PIC 9(02).
017100     05  FILLER  PIC X(20) VALUE SPACES.
017101
017102 01  RPT-WINDOW-LINE.
017103     05  FILLER  PIC X(07) VALUE "DATES: ".
017104     05  RPT-CUR-FROM           PIC 99/99/99.
017105     05  FILLER  PIC X(04) VALUE " TO ".
017106     05  RPT-CUR-TO             PIC 99/99/99.
017107     05  FILLER  PIC X(53) VALUE SPACES.
017108
017109 01  RPT-PRIOR-HEAD-LINE.
017110     05  FILLER  PIC X(30) VALUE
017111             "SAME FISCAL PERIOD LAST YEAR: ".
017112     05  RPT-PRV-FROM           PIC 99/99/99.
017113     05  FILLER  PIC X(04) VALUE " TO ".
017114     05  RPT-PRV-TO             PIC 99/99/99.
017115     05  FILLER  PIC X(30) VALUE SPACES.
017116
017117 01  RPT-CERT-TITLE-LINE.
017118     05  FILLER  PIC X(40) VALUE
017119             "TAX EXEMPT SALES BY CERTIFICATE".
017120     05  FILLER  PIC X(40) VALUE SPACES.
017121
017122 01  RPT-CERT-HEAD-LINE.
017123     05  FILLER  PIC X(16) VALUE "CERTIFICATE".
017124     05  FILLER  PIC X(31) VALUE "CUSTOMER".
017125     05  FILLER  PIC X(08) VALUE "SALES".
017126     05  FILLER  PIC X(25) VALUE "EXEMPT SALES".
017127
017128 01  RPT-CERT-LINE.
017129     05  RPT-CERT-NO            PIC X(15).
017130     05  FILLER  PIC X(01) VALUE SPACES.
017131     05  RPT-CERT-CUST          PIC X(30).
017132     05  FILLER  PIC X(01) VALUE SPACES.
017133     05  RPT-CERT-SALES         PIC ZZ,ZZ9.
017134     05  FILLER  PIC X(02) VALUE SPACES.
017135     05  RPT-CERT-EXEMPT        PIC $$$,$$$,$$9.99-.
017136     05  FILLER  PIC X(10) VALUE SPACES.
017200
017300 01  RPT-HEADING-LINE.
017400     05  FILLER  PIC X(10) VALUE "CATEGORY".
022200
022300 1000-INITIALIZE.
022400     ACCEPT WS-RUN-DATE FROM DATE.
022500     DISPLAY "Enter report month (YYMM, blank = current) or "
022510         "fiscal period (FYYPP, F = current): ".
022600     MOVE SPACES TO WS-MONTH-IN.
022700     ACCEPT WS-MONTH-IN.
022710     IF WS-MONTH-IN (1:1) = 'F'
022720         PERFORM 1300-SET-FISCAL-WINDOWS THRU 1300-EXIT
022730         GO TO 1000-OPEN-FILES
022740     END-IF.
022800     IF WS-MONTH-IN (1:4) IS NUMERIC
022900         AND WS-MONTH-IN (3:2) NOT > '12'
023000         AND WS-MONTH-IN (3:2) NOT < '01'
023100         MOVE WS-MONTH-IN (1:2) TO WS-RPT-YEAR
023400         MOVE WS-RUN-YEAR TO WS-RPT-YEAR
023500         MOVE WS-RUN-MONTH TO WS-RPT-MONTH
023600     END-IF.
023610     COMPUTE WS-CUR-START = (WS-RPT-YEAR * 10000)
023620         + (WS-RPT-MONTH * 100) + 1.
023630     COMPUTE WS-CUR-END = WS-CUR-START + 30.
023640 1000-OPEN-FILES.
023700     PERFORM 1400-LOAD-TAX-TABLE THRU 1400-EXIT.
023800     OPEN INPUT SALE-HIST-FILE.
023900     IF WS-SALE-HIST-STATUS NOT = '00'
025900     END-IF.
026000     OPEN OUTPUT TAX-RPT-FILE.
026100 1000-EXIT.
026101     EXIT.
026102
026103*    FISCAL MODE.  "FYYPP" NAMES THE PERIOD, A BARE "F" TAKES
026104*    THE PERIOD HOLDING TODAY.  THE SAME PERIOD OF THE PRIOR
026105*    FISCAL YEAR IS PICKED UP FOR COMPARISON IF IT IS ON THE
026106*    CALENDAR.
026107 1300-SET-FISCAL-WINDOWS.
026108     SET WS-FISCAL-MODE TO TRUE.
026109     OPEN INPUT FISC-CAL-FILE.
026110     IF WS-FISC-CAL-STATUS NOT = '00'
026111         DISPLAY "UNABLE TO OPEN FISC-CAL-FILE - STATUS: "
026112             WS-FISC-CAL-STATUS
026113         SET EXCP-SEV-ERROR TO TRUE
026114         MOVE "TXM005" TO EXCP-LOG-CODE
026115         MOVE "Unable to open FISC-CAL-FILE."
026116             TO EXCP-LOG-MESSAGE
026117         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
026118         MOVE 8 TO RETURN-CODE
026119         STOP RUN
026120     END-IF.
026121     IF WS-MONTH-IN (2:4) IS NUMERIC
026122         MOVE WS-MONTH-IN (2:2) TO WS-FIS-YEAR
026123         MOVE WS-MONTH-IN (4:2) TO WS-FIS-PERIOD
026124         PERFORM 1320-READ-FISCAL-PERIOD THRU 1320-EXIT
026125     ELSE
026126         MOVE WS-RUN-DATE TO WS-FIS-DATE
026127         PERFORM 1340-FIND-DATE-PERIOD THRU 1340-EXIT
026128     END-IF.
026129     IF NOT WS-FIS-FOUND
026130         DISPLAY "FISCAL PERIOD NOT ON THE CALENDAR."
026131         SET EXCP-SEV-ERROR TO TRUE
026132         MOVE "TXM006" TO EXCP-LOG-CODE
026133         MOVE "Fiscal period not on the calendar."
026134             TO EXCP-LOG-MESSAGE
026135         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
026136         CLOSE FISC-CAL-FILE
026137         MOVE 8 TO RETURN-CODE
026138         STOP RUN
026139     END-IF.
026140     MOVE WS-FIS-YEAR TO WS-RPT-YEAR.
026141     MOVE WS-FIS-PERIOD TO WS-RPT-MONTH.
026142     MOVE WS-FIS-START TO WS-CUR-START.
026143     MOVE WS-FIS-END TO WS-CUR-END.
026144     IF WS-FIS-YEAR = ZEROES
026145         MOVE 99 TO WS-FIS-YEAR
026146     ELSE
026147         SUBTRACT 1 FROM WS-FIS-YEAR
026148     END-IF.
026149     PERFORM 1320-READ-FISCAL-PERIOD THRU 1320-EXIT.
026150     IF WS-FIS-FOUND
026151         MOVE WS-FIS-START TO WS-PRV-START
026152         MOVE WS-FIS-END TO WS-PRV-END
026153     ELSE
026154         DISPLAY "LAST YEAR'S PERIOD NOT ON THE CALENDAR - NO "
026155             "COMPARISON."
026156         SET EXCP-SEV-WARNING TO TRUE
026157         MOVE "TXM007" TO EXCP-LOG-CODE
026158         MOVE "Last year's period not on calendar."
026159             TO EXCP-LOG-MESSAGE
026160         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
026161     END-IF.
026162     CLOSE FISC-CAL-FILE.
026163 1300-EXIT.
026164     EXIT.
026165
026166 1320-READ-FISCAL-PERIOD.
026167     MOVE 'N' TO WS-FIS-FOUND-SW.
026168     MOVE WS-FIS-YEAR TO FCL-FISCAL-YEAR.
026169     MOVE WS-FIS-PERIOD TO FCL-PERIOD.
026170     MOVE ZEROES TO FCL-WEEK.
026171     READ FISC-CAL-FILE
026172         INVALID KEY
026173             GO TO 1320-EXIT
026174     END-READ.
026175     SET WS-FIS-FOUND TO TRUE.
026176     MOVE FCL-START-DATE TO WS-FIS-START.
026177     MOVE FCL-END-DATE TO WS-FIS-END.
026178 1320-EXIT.
026179     EXIT.
026180
026181*    WALKS THE PERIOD ROWS FOR THE ONE WHOSE DATES HOLD
026182*    WS-FIS-DATE.
026183 1340-FIND-DATE-PERIOD.
026184     MOVE 'N' TO WS-FIS-FOUND-SW.
026185     MOVE 'Y' TO WS-FIS-MORE-SW.
026186     MOVE LOW-VALUES TO FCL-KEY.
026187     START FISC-CAL-FILE KEY IS NOT LESS THAN FCL-KEY
026188         INVALID KEY
026189             GO TO 1340-EXIT
026190     END-START.
026191     PERFORM 1350-MATCH-ONE-PERIOD THRU 1350-EXIT
026192         UNTIL WS-FIS-FOUND OR WS-FIS-MORE-SW = 'N'.
026193 1340-EXIT.
026200     EXIT.
026201
026202 1350-MATCH-ONE-PERIOD.
026203     READ FISC-CAL-FILE NEXT RECORD
026204         AT END
026205             MOVE 'N' TO WS-FIS-MORE-SW
026206             GO TO 1350-EXIT
026207     END-READ.
026208     IF NOT FCL-PERIOD-ROW
026209         GO TO 1350-EXIT
026210     END-IF.
026211     MOVE FCL-START-DATE TO WS-FIS-START.
026212     MOVE FCL-END-DATE TO WS-FIS-END.
026213     IF WS-FIS-DATE NOT < WS-FIS-START
026214         AND WS-FIS-DATE NOT > WS-FIS-END
026215         SET WS-FIS-FOUND TO TRUE
026216         MOVE FCL-FISCAL-YEAR TO WS-FIS-YEAR
026217         MOVE FCL-PERIOD TO WS-FIS-PERIOD
026218     END-IF.
026219 1350-EXIT.
026220     EXIT.
026300
026400 1400-LOAD-TAX-TABLE.
026500     MOVE ZEROES TO WS-TAX-COUNT.
030600*    LINE BUCKETS INTO ITS RECEIPT'S IN-FLIGHT ENTRY; THE
030610*    TOTAL RECORD CLOSES THAT ENTRY OUT.
030700 2100-PROCESS-HIST.
030710     COMPUTE WS-SALE-DATE-NUM = (HST-YEAR * 10000)
030720         + (HST-MONTH * 100) + HST-DAY.
030730     MOVE 'N' TO WS-PRIOR-REC-SW.
030800     IF WS-SALE-DATE-NUM NOT < WS-PRV-START
030900         AND WS-SALE-DATE-NUM NOT > WS-PRV-END
030910         AND WS-FISCAL-MODE
030920         SET WS-PRIOR-REC TO TRUE
030930     ELSE
030940         IF WS-SALE-DATE-NUM < WS-CUR-START
030950             OR WS-SALE-DATE-NUM > WS-CUR-END
031000             GO TO 2100-NEXT
031010         END-IF
031100     END-IF.
031600     IF HST-DETAIL-REC
031700         PERFORM 2200-BUCKET-ONE-LINE THRU 2200-EXIT
039400*    TOTAL, TAXED AT THE CATEGORY'S DATED RATE, AND - IF THE
039500*    SALE-LEVEL TAX WENT NEGATIVE, WHICH THE REGISTER FLOORS
039600*    AT ZERO - DROPPED THE SAME WAY SO THE PROOF STILL TIES.
039610*    LAST YEAR'S RECEIPTS ROLL TO THE COMPARISON TABLE AND
039620*    STAY OUT OF THE PROOF.
039700 2500-CLOSE-ONE-RECEIPT.
039710     IF WS-PRIOR-REC
039720         ADD 1 TO WS-PRI-SALES
039730     ELSE
039800         ADD 1 TO WS-TOTALS-READ
039900         ADD HST-TAX-AMT TO WS-REPORTED-TAX
039910     END-IF.
040000     COMPUTE WS-SALE-DATE-NUM = (HST-YEAR * 10000)
040100         + (HST-MONTH * 100) + HST-DAY.
040110     MOVE 'N' TO WS-CERT-SALE-SW.
040120     IF HST-EXEMPT-CERT-NO NOT = SPACES
040130         AND HST-EXEMPT-CERT-NO NOT = LOW-VALUES
040140         SET WS-CERT-SALE TO TRUE
040150     END-IF.
040200     MOVE ZEROES TO WS-RCPT-TAX-ACCUM.
040300     PERFORM 2600-TAX-ONE-BUCKET THRU 2600-EXIT
040400         VARYING WS-CAT-IDX FROM 1 BY 1
040600     IF WS-RCPT-TAX-ACCUM < ZEROES
040700         GO TO 2500-EXIT
040800     END-IF.
040810     IF WS-PRIOR-REC
040820         PERFORM 2800-ROLL-ONE-PRIOR THRU 2800-EXIT
040830             VARYING WS-CAT-IDX FROM 1 BY 1
040840             UNTIL WS-CAT-IDX > WS-CAT-COUNT
040850         GO TO 2500-EXIT
040860     END-IF.
040900     PERFORM 2700-ROLL-ONE-BUCKET THRU 2700-EXIT
041000         VARYING WS-CAT-IDX FROM 1 BY 1
041100         UNTIL WS-CAT-IDX > WS-CAT-COUNT.
041110     IF WS-CERT-SALE
041120         PERFORM 2900-ROLL-CERT-SALE THRU 2900-EXIT
041130     END-IF.
041200 2500-EXIT.
041300     EXIT.
041400
042400     COMPUTE WS-CAT-TAXABLE ROUNDED =
042500         WC-AMOUNT (WS-CAT-IDX)
042600         * (1 - HST-DISCOUNT-RATE).
042610*    A CERTIFICATE SALE WAS RUNG WITH NO TAX, SO EVERY BUCKET
042620*    OF IT IS EXEMPT WHATEVER ITS CATEGORY'S RATE.
042700     IF WS-WORK-RATE > ZEROES AND NOT WS-CERT-SALE
042800         MOVE WS-CAT-TAXABLE
042900             TO WS-RCPT-CAT-TXBL (WS-CAT-IDX)
043000         COMPUTE WS-RCPT-CAT-TAX (WS-CAT-IDX) ROUNDED =
050900     END-IF.
051000 2760-EXIT.
051100     EXIT.
051101
051102 2800-ROLL-ONE-PRIOR.
051103     IF WS-RCPT-CAT-TAX (WS-CAT-IDX) = ZEROES
051104         AND WS-RCPT-CAT-TXBL (WS-CAT-IDX) = ZEROES
051105         AND WS-RCPT-CAT-EXMT (WS-CAT-IDX) = ZEROES
051106         GO TO 2800-EXIT
051107     END-IF.
051108     MOVE WC-CATEGORY (WS-CAT-IDX) TO WS-LINE-TAX-CAT.
051109     PERFORM 2850-FIND-PRIOR-ENTRY THRU 2850-EXIT.
051110     IF NOT WS-PRI-FOUND
051111         GO TO 2800-EXIT
051112     END-IF.
051113     ADD WS-RCPT-CAT-TXBL (WS-CAT-IDX)
051114         TO PR-TAXABLE (WS-PRI-IDX).
051115     ADD WS-RCPT-CAT-EXMT (WS-CAT-IDX)
051116         TO PR-EXEMPT (WS-PRI-IDX).
051117     ADD WS-RCPT-CAT-TAX (WS-CAT-IDX)
051118         TO PR-TAX (WS-PRI-IDX).
051119 2800-EXIT.
051120     EXIT.
051200
051201 2850-FIND-PRIOR-ENTRY.
051202     MOVE 'N' TO WS-PRI-FOUND-SW.
051203     PERFORM 2860-MATCH-ONE-PRIOR THRU 2860-EXIT
051204         VARYING WS-PRI-IDX FROM 1 BY 1
051205         UNTIL WS-PRI-FOUND OR WS-PRI-IDX > WS-PRI-COUNT.
051206     IF NOT WS-PRI-FOUND
051207         IF WS-PRI-COUNT < 20
051208             ADD 1 TO WS-PRI-COUNT
051209             MOVE WS-PRI-COUNT TO WS-PRI-IDX
051210             MOVE WS-LINE-TAX-CAT TO PR-CATEGORY (WS-PRI-IDX)
051211             MOVE ZEROES TO PR-TAXABLE (WS-PRI-IDX)
051212             MOVE ZEROES TO PR-EXEMPT (WS-PRI-IDX)
051213             MOVE ZEROES TO PR-TAX (WS-PRI-IDX)
051214             SET WS-PRI-FOUND TO TRUE
051215         END-IF
051216     END-IF.
051217 2850-EXIT.
051218     EXIT.
051219
051220 2860-MATCH-ONE-PRIOR.
051221     IF PR-CATEGORY (WS-PRI-IDX) = WS-LINE-TAX-CAT
051222         SET WS-PRI-FOUND TO TRUE
051223         SUBTRACT 1 FROM WS-PRI-IDX
051224     END-IF.
051225 2860-EXIT.
051226     EXIT.
051227
051228 2900-ROLL-CERT-SALE.
051229     MOVE ZEROES TO WS-RCPT-EXEMPT.
051230     PERFORM 2910-ADD-ONE-EXEMPT THRU 2910-EXIT
051231         VARYING WS-CAT-IDX FROM 1 BY 1
051232         UNTIL WS-CAT-IDX > WS-CAT-COUNT.
051233     PERFORM 2950-FIND-CERT-ENTRY THRU 2950-EXIT.
051234     IF NOT WS-CRT-FOUND
051235         GO TO 2900-EXIT
051236     END-IF.
051237     ADD 1 TO CR-SALES (WS-CRT-IDX).
051238     ADD WS-RCPT-EXEMPT TO CR-EXEMPT (WS-CRT-IDX).
051239 2900-EXIT.
051240     EXIT.
051241
051242 2910-ADD-ONE-EXEMPT.
051243     ADD WS-RCPT-CAT-EXMT (WS-CAT-IDX) TO WS-RCPT-EXEMPT.
051244 2910-EXIT.
051245     EXIT.
051246
051247 2950-FIND-CERT-ENTRY.
051248     MOVE 'N' TO WS-CRT-FOUND-SW.
051249     PERFORM 2960-MATCH-ONE-CERT THRU 2960-EXIT
051250         VARYING WS-CRT-IDX FROM 1 BY 1
051251         UNTIL WS-CRT-FOUND OR WS-CRT-IDX > WS-CRT-COUNT.
051252     IF WS-CRT-FOUND
051253         GO TO 2950-EXIT
051254     END-IF.
051255     IF WS-CRT-COUNT < 200
051256         ADD 1 TO WS-CRT-COUNT
051257         MOVE WS-CRT-COUNT TO WS-CRT-IDX
051258         MOVE HST-EXEMPT-CERT-NO TO CR-CERT-NO (WS-CRT-IDX)
051259         MOVE HST-CUSTOMER-KEY TO CR-CUST-KEY (WS-CRT-IDX)
051260         MOVE ZEROES TO CR-SALES (WS-CRT-IDX)
051261         MOVE ZEROES TO CR-EXEMPT (WS-CRT-IDX)
051262         SET WS-CRT-FOUND TO TRUE
051263     ELSE
051264         IF WS-CRT-OVERFLOW-SW NOT = 'Y'
051265             MOVE 'Y' TO WS-CRT-OVERFLOW-SW
051266             DISPLAY "CERTIFICATE TABLE FULL - LIST INCOMPLETE."
051267             SET EXCP-SEV-WARNING TO TRUE
051268             MOVE "TXM008" TO EXCP-LOG-CODE
051269             MOVE "Certificate table full - list incomplete."
051270                 TO EXCP-LOG-MESSAGE
051271             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
051272         END-IF
051273     END-IF.
051274 2950-EXIT.
051275     EXIT.
051276
051277 2960-MATCH-ONE-CERT.
051278     IF CR-CERT-NO (WS-CRT-IDX) = HST-EXEMPT-CERT-NO
051279         SET WS-CRT-FOUND TO TRUE
051280         SUBTRACT 1 FROM WS-CRT-IDX
051281     END-IF.
051282 2960-EXIT.
051283     EXIT.
051284
051300 3000-PRINT-REPORT.
051400     MOVE WS-RPT-YEAR TO RPT-TITLE-YEAR.
051500     MOVE WS-RPT-MONTH TO RPT-TITLE-MONTH.
051510     IF WS-FISCAL-MODE
051520         MOVE "FISCAL PERIOD: " TO RPT-TITLE-LABEL
051530     END-IF.
051600     DISPLAY RPT-TITLE-LINE.
051700     WRITE TAX-RPT-LINE FROM RPT-TITLE-LINE.
051710     IF WS-FISCAL-MODE
051720         MOVE WS-CUR-START TO RPT-CUR-FROM
051730         MOVE WS-CUR-END TO RPT-CUR-TO
051740         DISPLAY RPT-WINDOW-LINE
051750         WRITE TAX-RPT-LINE FROM RPT-WINDOW-LINE
051760     END-IF.
051800     DISPLAY RPT-HEADING-LINE.
051900     WRITE TAX-RPT-LINE FROM RPT-HEADING-LINE.
052000     PERFORM 3100-PRINT-ONE-CAT THRU 3100-EXIT
054800         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
054900     END-IF.
055000     DISPLAY "SALES IN MONTH: " WS-TOTALS-READ.
055010     IF WS-CRT-COUNT > ZEROES
055020         PERFORM 3400-PRINT-CERT-SALES THRU 3400-EXIT
055030     END-IF.
055040     IF WS-FISCAL-MODE AND WS-PRV-START NOT = ZEROES
055050         PERFORM 3200-PRINT-PRIOR-YEAR THRU 3200-EXIT
055060     END-IF.
055100 3000-EXIT.
055200     EXIT.
055300
056100     DISPLAY RPT-CAT-LINE.
056200     WRITE TAX-RPT-LINE FROM RPT-CAT-LINE.
056300 3100-EXIT.
056301     EXIT.
056302
056303*    THE SAME FISCAL PERIOD LAST YEAR, CATEGORY BY CATEGORY,
056304*    FOR COMPARISON - NOT PART OF THE FILING.
056305 3200-PRINT-PRIOR-YEAR.
056306     MOVE SPACES TO TAX-RPT-LINE.
056307     WRITE TAX-RPT-LINE.
056308     MOVE WS-PRV-START TO RPT-PRV-FROM.
056309     MOVE WS-PRV-END TO RPT-PRV-TO.
056310     DISPLAY RPT-PRIOR-HEAD-LINE.
056311     WRITE TAX-RPT-LINE FROM RPT-PRIOR-HEAD-LINE.
056312     DISPLAY RPT-HEADING-LINE.
056313     WRITE TAX-RPT-LINE FROM RPT-HEADING-LINE.
056314     PERFORM 3300-PRINT-ONE-PRIOR THRU 3300-EXIT
056315         VARYING WS-PRI-IDX FROM 1 BY 1
056316         UNTIL WS-PRI-IDX > WS-PRI-COUNT.
056317     WRITE TAX-RPT-LINE FROM RPT-RULE-LINE.
056318     MOVE WS-PRI-TOT-TAXABLE TO RPT-TOT-TAXABLE.
056319     MOVE WS-PRI-TOT-EXEMPT TO RPT-TOT-EXEMPT.
056320     MOVE WS-PRI-TOT-TAX TO RPT-TOT-TAX.
056321     DISPLAY RPT-TOTAL-LINE.
056322     WRITE TAX-RPT-LINE FROM RPT-TOTAL-LINE.
056323     DISPLAY "SALES IN PERIOD LAST YEAR: " WS-PRI-SALES.
056324 3200-EXIT.
056325     EXIT.
056326
056327 3300-PRINT-ONE-PRIOR.
056328     MOVE PR-CATEGORY (WS-PRI-IDX) TO RPT-CATEGORY.
056329     MOVE PR-TAXABLE (WS-PRI-IDX) TO RPT-TAXABLE.
056330     MOVE PR-EXEMPT (WS-PRI-IDX) TO RPT-EXEMPT.
056331     MOVE PR-TAX (WS-PRI-IDX) TO RPT-TAX.
056332     ADD PR-TAXABLE (WS-PRI-IDX) TO WS-PRI-TOT-TAXABLE.
056333     ADD PR-EXEMPT (WS-PRI-IDX) TO WS-PRI-TOT-EXEMPT.
056334     ADD PR-TAX (WS-PRI-IDX) TO WS-PRI-TOT-TAX.
056335     DISPLAY RPT-CAT-LINE.
056336     WRITE TAX-RPT-LINE FROM RPT-CAT-LINE.
056337 3300-EXIT.
056338     EXIT.
056339
056340*    THE EXEMPTION SCHEDULE - EVERY CERTIFICATE A SALE WAS RUNG
056341*    UNDER IN THE PERIOD.  ITS TOTAL IS PART OF THE EXEMPT
056342*    SALES ABOVE, NOT AN ADDITION TO THEM.
056343 3400-PRINT-CERT-SALES.
056344     MOVE SPACES TO TAX-RPT-LINE.
056345     WRITE TAX-RPT-LINE.
056346     DISPLAY RPT-CERT-TITLE-LINE.
056347     WRITE TAX-RPT-LINE FROM RPT-CERT-TITLE-LINE.
056348     DISPLAY RPT-CERT-HEAD-LINE.
056349     WRITE TAX-RPT-LINE FROM RPT-CERT-HEAD-LINE.
056350     PERFORM 3410-PRINT-ONE-CERT THRU 3410-EXIT
056351         VARYING WS-CRT-IDX FROM 1 BY 1
056352         UNTIL WS-CRT-IDX > WS-CRT-COUNT.
056353     WRITE TAX-RPT-LINE FROM RPT-RULE-LINE.
056354     MOVE "TOTAL" TO RPT-CERT-NO.
056355     MOVE SPACES TO RPT-CERT-CUST.
056356     MOVE WS-CRT-TOT-SALES TO RPT-CERT-SALES.
056357     MOVE WS-CRT-TOT-EXEMPT TO RPT-CERT-EXEMPT.
056358     DISPLAY RPT-CERT-LINE.
056359     WRITE TAX-RPT-LINE FROM RPT-CERT-LINE.
056360 3400-EXIT.
056361     EXIT.
056362
056363 3410-PRINT-ONE-CERT.
056364     MOVE CR-CERT-NO (WS-CRT-IDX) TO RPT-CERT-NO.
056365     MOVE CR-CUST-KEY (WS-CRT-IDX) TO RPT-CERT-CUST.
056366     MOVE CR-SALES (WS-CRT-IDX) TO RPT-CERT-SALES.
056367     MOVE CR-EXEMPT (WS-CRT-IDX) TO RPT-CERT-EXEMPT.
056368     ADD CR-SALES (WS-CRT-IDX) TO WS-CRT-TOT-SALES.
056369     ADD CR-EXEMPT (WS-CRT-IDX) TO WS-CRT-TOT-EXEMPT.
056370     DISPLAY RPT-CERT-LINE.
056371     WRITE TAX-RPT-LINE FROM RPT-CERT-LINE.
056372 3410-EXIT.
056400     EXIT.
056500
056600 9000-CLOSE-UP.
