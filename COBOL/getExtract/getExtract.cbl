003100*    2026-08-09 DRO   ADDED ALTERNATE RECORD KEY CUST-LOYALTY-ID *
003200*                     TO CUST-MAST-FILE TO MATCH THE KEY         *
003300*                     STRUCTURE GETNAME BUILDS THE FILE WITH.    *
003301*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
003302*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
003303*                     OPERATIONS SUMMARY (BATSUMM).              *
003304*    2026-10-15 DRO   THE MKTFEED NOW CARRIES ONLY CUSTOMERS WHO *
003305*                     HAVE OPTED IN TO MARKETING                 *
003306*                     (CUST-MKT-CONSENT).  A CUSTOMER WHO OPTS   *
003307*                     IN AFTER SIGN-UP IS SENT ON THE DAY OF THE *
003308*                     CONSENT, AND ONE ALREADY SENT WHO OPTS OUT *
003309*                     GOES TO THE SERVICE AS A 'W' WITHDRAWAL    *
003310*                     RECORD AND COMES OFF MKT-SENT-FILE.  THE   *
003311*                     TRAILER COUNTS BOTH.  NO-CONSENT AND       *
003312*                     WITHDRAWN COUNTS PRINT WITH THE CONTROL    *
003313*                     TOTALS.                                    *
003400*****************************************************************
003500
003600 ENVIRONMENT DIVISION.
006100         RECORD KEY IS MKS-EMAIL
006200         FILE STATUS IS WS-MKT-SENT-STATUS.
006300
006310     SELECT BAT-STAT-FILE    ASSIGN TO "BATSTAT"
006320         ORGANIZATION IS SEQUENTIAL
006330         FILE STATUS IS WS-BAT-STAT-STATUS.
006340
006400     SELECT EXCP-LOG-FILE    ASSIGN TO "EXCPLOG"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-EXCP-LOG-STATUS.
008700         10  MKS-SENT-MONTH     PIC 9(02).
008800         10  MKS-SENT-DAY       PIC 9(02).
008900
008910 FD  BAT-STAT-FILE
008920     RECORDING MODE IS F.
008930 COPY BATSTAT.
008940
009000 FD  EXCP-LOG-FILE
009100     RECORDING MODE IS F.
009200 COPY EXCPLOG.
009700     88  WS-CUST-MAST-EOF                  VALUE '10'.
009800 01  WS-EXTRACT-STATUS          PIC XX     VALUE ZEROES.
009900 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
009910 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
010000 01  WS-LOG-TIME                PIC 9(08).
010100
010200 01  WS-SWITCHES.
011500 01  WS-SENT-COUNT              PIC 9(05)  VALUE ZEROES.
011600 01  WS-SUPPRESSED-COUNT        PIC 9(05)  VALUE ZEROES.
011700 01  WS-REJECTED-COUNT          PIC 9(05)  VALUE ZEROES.
011710 01  WS-NO-CONSENT-COUNT        PIC 9(05)  VALUE ZEROES.
011720 01  WS-WITHDRAWN-COUNT         PIC 9(05)  VALUE ZEROES.
011800 01  WS-AT-COUNT                PIC 99     VALUE ZEROES.
011900
012000*    FIXED-LAYOUT INTERFACE RECORDS.  THE RECEIVING SIDE
013500     05  FEED-DET-EMAIL         PIC X(36).
013600     05  FEED-DET-SIGNUP-DATE   PIC 9(06).
013700     05  FILLER                 PIC X(13)  VALUE SPACES.
013710
013720*    A CUSTOMER WHO HAS WITHDRAWN MARKETING CONSENT SINCE BEING
013730*    SENT - THE SERVICE DROPS THEM.
013740 01  FEED-WITHDRAW-RECORD.
013750     05  FEED-WDR-TYPE          PIC X(01)  VALUE 'W'.
013760     05  FEED-WDR-LOYALTY-ID    PIC 9(08).
013770     05  FEED-WDR-EMAIL         PIC X(36).
013780     05  FEED-WDR-DATE          PIC 9(06).
013790     05  FILLER                 PIC X(29)  VALUE SPACES.
013800
013900 01  FEED-TRAILER-RECORD.
014000     05  FEED-TRL-TYPE          PIC X(01)  VALUE 'T'.
017700     05  RPT-REJECTED-COUNT     PIC ZZZZ9.
017800     05  FILLER  PIC X(23) VALUE SPACES.
017900
017910 01  RPT-CONSENT-LINE.
017920     05  FILLER  PIC X(12) VALUE "NO CONSENT: ".
017930     05  RPT-NO-CONSENT-COUNT   PIC ZZZZ9.
017940     05  FILLER  PIC X(13) VALUE "  WITHDRAWN: ".
017950     05  RPT-WITHDRAWN-COUNT    PIC ZZZZ9.
017960     05  FILLER  PIC X(45) VALUE SPACES.
017970
018000 PROCEDURE DIVISION.
018100 0100-START.
018200     DISPLAY "*** MISKOLCZI PETS NEW-CUSTOMER EXTRACT ***".
018600         UNTIL NO-MORE-RECORDS.
018700     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
018800     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
018810     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
018900     STOP RUN.
019000
019100 1000-INITIALIZE.
024400         AND CUST-SIGNUP-DAY   = WS-RUN-DAY
024500         AND CUST-ACTIVE
024600         PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
024610     ELSE
024620         IF CUST-MKT-CONS-YEAR  = WS-RUN-YEAR
024630             AND CUST-MKT-CONS-MONTH = WS-RUN-MONTH
024640             AND CUST-MKT-CONS-DAY   = WS-RUN-DAY
024650             AND CUST-ACTIVE
024660             PERFORM 2250-CONSENT-CHANGED THRU 2250-EXIT
024670         END-IF
024700     END-IF.
024800     PERFORM 2000-READ-CUST THRU 2000-EXIT.
024900 2100-EXIT.
026100 2200-EXIT.
026200     EXIT.
026300
026301*    AN EXISTING CUSTOMER WHO CHANGED THEIR MARKETING CONSENT
026302*    TODAY - A YES IS SENT NOW, A NO WITHDRAWS THEM IF THEY
026303*    WERE EVER SENT.
026304 2250-CONSENT-CHANGED.
026305     IF CUST-MKT-OPTED-IN
026306         PERFORM 2300-FEED-ONE-CUST THRU 2300-EXIT
026307     ELSE
026308         PERFORM 2400-WITHDRAW-ONE-CUST THRU 2400-EXIT
026309     END-IF.
026310 2250-EXIT.
026311     EXIT.
026312
026400*    ONE FEED RECORD PER CUSTOMER, AT MOST ONCE EVER - THE
026500*    SENT-HISTORY FILE SUPPRESSES RE-TRANSMISSION ON RERUNS.
026510*    NOBODY IS SENT WITHOUT A MARKETING OPT-IN ON FILE.
026600 2300-FEED-ONE-CUST.
026610     IF NOT CUST-MKT-OPTED-IN
026620         ADD 1 TO WS-NO-CONSENT-COUNT
026630         GO TO 2300-EXIT
026640     END-IF.
026700     MOVE ZEROES TO WS-AT-COUNT.
026800     INSPECT CUST-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
026900     IF CUST-EMAIL = SPACES OR WS-AT-COUNT NOT = 1
029800 2300-EXIT.
029900     EXIT.
030000
030001*    ONLY A CUSTOMER THE SERVICE ACTUALLY HOLDS NEEDS WITHDRAWING.
030002*    TAKING THEM OFF THE SENT-HISTORY LETS A LATER OPT-IN BE SENT
030003*    AGAIN.
030004 2400-WITHDRAW-ONE-CUST.
030005     MOVE CUST-EMAIL TO MKS-EMAIL.
030006     READ MKT-SENT-FILE
030007         INVALID KEY
030008             GO TO 2400-EXIT
030009     END-READ.
030010     MOVE CUST-LOYALTY-ID TO FEED-WDR-LOYALTY-ID.
030011     MOVE CUST-EMAIL TO FEED-WDR-EMAIL.
030012     MOVE CUST-MKT-CONSENT-DATE TO FEED-WDR-DATE.
030013     WRITE MKT-FEED-RECORD FROM FEED-WITHDRAW-RECORD.
030014     DELETE MKT-SENT-FILE RECORD.
030015     ADD 1 TO WS-WITHDRAWN-COUNT.
030016 2400-EXIT.
030017     EXIT.
030018
030100 3000-PRINT-SUMMARY.
030200     MOVE WS-EXTRACT-COUNT TO RPT-EXTRACT-COUNT.
030300     DISPLAY RPT-SUMMARY-LINE.
030400     WRITE EXTRACT-LINE FROM RPT-SUMMARY-LINE.
030500     COMPUTE FEED-TRL-COUNT = WS-SENT-COUNT + WS-WITHDRAWN-COUNT.
030600     WRITE MKT-FEED-RECORD FROM FEED-TRAILER-RECORD.
030700     MOVE WS-SENT-COUNT TO RPT-SENT-COUNT.
030800     MOVE WS-SUPPRESSED-COUNT TO RPT-SUPPRESSED-COUNT.
030900     MOVE WS-REJECTED-COUNT TO RPT-REJECTED-COUNT.
031000     DISPLAY RPT-CONTROL-LINE.
031100     WRITE EXTRACT-LINE FROM RPT-CONTROL-LINE.
031110     MOVE WS-NO-CONSENT-COUNT TO RPT-NO-CONSENT-COUNT.
031120     MOVE WS-WITHDRAWN-COUNT TO RPT-WITHDRAWN-COUNT.
031130     DISPLAY RPT-CONSENT-LINE.
031140     WRITE EXTRACT-LINE FROM RPT-CONSENT-LINE.
031200 3000-EXIT.
031300     EXIT.
031400
031800     CLOSE MKT-FEED-FILE.
031900     CLOSE MKT-SENT-FILE.
032000 9000-EXIT.
032001     EXIT.
032002
032003*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
032004*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
032005*    OPEN COSTS THE ROW, NEVER THE STEP.
032006 8950-WRITE-BATCH-STATS.
032007     OPEN EXTEND BAT-STAT-FILE.
032008     IF WS-BAT-STAT-STATUS = '05' OR '35'
032009         OPEN OUTPUT BAT-STAT-FILE
032010     END-IF.
032011     IF WS-BAT-STAT-STATUS NOT = '00'
032012         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
032013             WS-BAT-STAT-STATUS
032014         GO TO 8950-EXIT
032015     END-IF.
032016     MOVE SPACES TO BATCH-STAT-RECORD.
032017     MOVE "GETEXTR" TO BST-STEP-NAME.
032018     MOVE WS-RUN-DATE TO BST-RUN-DATE.
032019     ACCEPT WS-LOG-TIME FROM TIME.
032020     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
032021     MOVE RETURN-CODE TO BST-RETURN-CODE.
032022     MOVE ZEROES TO BST-RECS-READ.
032023     MOVE ZEROES TO BST-RECS-WRITTEN.
032024     MOVE ZEROES TO BST-RECS-REJECTED.
032025     MOVE ZEROES TO BST-CONTROL-COUNT.
032026     MOVE ZEROES TO BST-AMOUNT-1.
032027     MOVE ZEROES TO BST-AMOUNT-2.
032028     MOVE WS-EXTRACT-COUNT TO BST-RECS-READ.
032029     COMPUTE BST-RECS-WRITTEN =
032030         WS-SENT-COUNT + WS-WITHDRAWN-COUNT.
032031     MOVE WS-REJECTED-COUNT TO BST-RECS-REJECTED.
032032     MOVE WS-SENT-COUNT TO BST-CONTROL-COUNT.
032033     WRITE BATCH-STAT-RECORD.
032034     CLOSE BAT-STAT-FILE.
032035 8950-EXIT.
032100     EXIT.
032200
032300 8900-LOG-EXCEPTION.
