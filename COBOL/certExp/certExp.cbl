000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CERTEXP.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    EXPIRING TAX EXEMPTION CERTIFICATE REPORT, RUN MONTHLY.    *
000900*    LISTS EVERY ACTIVE CERTIFICATE ON TAXCERT THAT EXPIRES     *
001000*    WITHIN THE DAYS GIVEN ON SYSIN (BLANK = 60, SO EACH        *
001100*    MONTH'S RUN OVERLAPS THE NEXT), AND EVERY ACTIVE ONE       *
001200*    ALREADY PAST ITS EXPIRY (MARKED EXPIRED - THE REGISTER IS  *
001300*    REFUSING IT), SOONEST FIRST, SO THE OFFICE CAN ASK THE     *
001400*    CUSTOMER FOR THE RENEWAL BEFORE A SALE HAS TO BE TAXED.    *
001500*    REVOKED CERTIFICATES AND ONES THAT DO NOT EXPIRE ARE LEFT  *
001600*    OFF.  DAYS ARE COUNTED THE WAY EXPRPT COUNTS THEM.         *
001700*-----------------------------------------------------------------
001800*    MAINTENANCE HISTORY.                                       *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    2026-10-15 DRO   INITIAL VERSION.                           *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TAX-CERT-FILE   ASSIGN TO "TAXCERT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS TXC-CUST-EMAIL
003400         FILE STATUS IS WS-TAX-CERT-STATUS.
003500
003600     SELECT CERT-RPT-FILE   ASSIGN TO "CERTRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CERT-RPT-STATUS.
003900
004000     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-EXCP-LOG-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700 FD  TAX-CERT-FILE.
004800 COPY TAXCERT.
004900
005000 FD  CERT-RPT-FILE
005100     RECORDING MODE IS F.
005200 01  CERT-RPT-LINE              PIC X(80).
005300
005400 FD  EXCP-LOG-FILE
005500     RECORDING MODE IS F.
005600 COPY EXCPLOG.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-TAX-CERT-STATUS         PIC XX     VALUE ZEROES.
006000 01  WS-CERT-RPT-STATUS         PIC XX     VALUE ZEROES.
006100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
006200 01  WS-LOG-TIME                PIC 9(08).
006300
006400 01  WS-SWITCHES.
006500     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
006600         88  MORE-RECORDS                  VALUE 'Y'.
006700         88  NO-MORE-RECORDS               VALUE 'N'.
006800     05  WS-OVERFLOW-SW         PIC X      VALUE 'N'.
006900         88  WS-TABLE-OVERFLOW      VALUE 'Y'.
007000
007100 01  WS-RUN-DATE.
007200     05  WS-RUN-YEAR            PIC 9(02).
007300     05  WS-RUN-MONTH           PIC 9(02).
007400     05  WS-RUN-DAY             PIC 9(02).
007500 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
007600                                PIC 9(06).
007700
007800 01  WS-PARM-FIELDS.
007900     05  WS-DAYS-IN             PIC X(03)  VALUE SPACES.
008000     05  WS-DAYS-JUST           PIC X(03)  VALUE SPACES.
008100     05  WS-DAYS-WORK           PIC X(03)  VALUE SPACES.
008200     05  WS-WINDOW-DAYS         PIC 9(03)  VALUE 60.
008300
008400*    DAY NUMBERS, COUNTED FROM 1 JAN 00, SO TWO DATES CAN BE
008500*    SUBTRACTED - THE SAME ARITHMETIC EXPRPT USES.
008600 01  WS-DN-DATE.
008700     05  WS-DN-YEAR             PIC 9(02).
008800     05  WS-DN-MONTH            PIC 9(02).
008900     05  WS-DN-DAY              PIC 9(02).
009000 01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE
009100                                PIC 9(06).
009200 01  WS-DN-RESULT               PIC 9(05)  VALUE ZEROES.
009300 01  WS-DN-LEAP-QUOT            PIC 9(02)  VALUE ZEROES.
009400 01  WS-DN-LEAP-REM             PIC 9(01)  VALUE ZEROES.
009500 01  WS-CUM-DAYS-TABLE.
009600     05  FILLER                 PIC X(36)  VALUE
009700             "000031059090120151181212243273304334".
009800 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
009900     05  WS-DAYS-BEFORE-MONTH   PIC 9(03)  OCCURS 12 TIMES.
010000
010100*    CERTIFICATES INSIDE THE WINDOW ARE COLLECTED HERE AND
010200*    SORTED BY EXPIRY BEFORE PRINTING - TAXCERT IS KEYED BY
010300*    CUSTOMER.
010400 01  WS-CERT-TABLE.
010500     05  WS-CRT-COUNT           PIC 9(04)  VALUE ZEROES.
010600     05  WS-CRT-ENTRY OCCURS 500 TIMES.
010700         10  CT-SORT-KEY.
010800             15  CT-EXPIRY      PIC 9(06).
010900             15  CT-CERT-NO     PIC X(15).
011000         10  CT-TYPE            PIC X(01).
011100         10  CT-STATE           PIC X(02).
011200         10  CT-CUST-EMAIL      PIC X(36).
011300         10  CT-DAYS-LEFT       PIC S9(05).
011400
011500 01  WS-SORT-FIELDS.
011600     05  WS-IDX                 PIC 9(04)  VALUE ZEROES.
011700     05  WS-JDX                 PIC 9(04)  VALUE ZEROES.
011800     05  WS-SWAP-ENTRY.
011900         10  FILLER             PIC 9(06).
012000         10  FILLER             PIC X(15).
012100         10  FILLER             PIC X(01).
012200         10  FILLER             PIC X(02).
012300         10  FILLER             PIC X(36).
012400         10  FILLER             PIC S9(05).
012500
012600 01  WS-WORK-FIELDS.
012700     05  WS-RUN-DAY-NO          PIC 9(05)  VALUE ZEROES.
012800     05  WS-EXP-DAY-NO          PIC 9(05)  VALUE ZEROES.
012900     05  WS-DAYS-LEFT           PIC S9(05) VALUE ZEROES.
013000     05  WS-CERTS-READ          PIC 9(07)  VALUE ZEROES.
013100     05  WS-CERTS-EXPIRED       PIC 9(05)  VALUE ZEROES.
013200
013300 01  RPT-TITLE-LINE.
013400     05  FILLER  PIC X(40) VALUE
013500             "MISKOLCZI PETS - EXPIRING TAX EXEMPTIONS".
013600     05  FILLER  PIC X(06) VALUE "DATE: ".
013700     05  RPT-RUN-YEAR           PIC 9(02).
013800     05  FILLER  PIC X(01) VALUE "/".
013900     05  RPT-RUN-MONTH          PIC 9(02).
014000     05  FILLER  PIC X(01) VALUE "/".
014100     05  RPT-RUN-DAY            PIC 9(02).
014200     05  FILLER  PIC X(24) VALUE SPACES.
014300
014400 01  RPT-WINDOW-LINE.
014500     05  FILLER  PIC X(31) VALUE
014600             "CERTIFICATES EXPIRING WITHIN: ".
014700     05  RPT-WINDOW-DAYS        PIC ZZ9.
014800     05  FILLER  PIC X(46) VALUE " DAYS".
014900
015000 01  RPT-HEADING-LINE.
015100     05  FILLER  PIC X(16) VALUE "CERTIFICATE".
015200     05  FILLER  PIC X(05) VALUE "TYPE".
015300     05  FILLER  PIC X(04) VALUE "ST".
015400     05  FILLER  PIC X(31) VALUE "CUSTOMER".
015500     05  FILLER  PIC X(09) VALUE "EXPIRES".
015600     05  FILLER  PIC X(15) VALUE " DAYS".
015700
015800 01  RPT-DETAIL-LINE.
015900     05  RPT-CERT-NO            PIC X(15).
016000     05  FILLER  PIC X(01) VALUE SPACES.
016100     05  RPT-TYPE               PIC X(04).
016200     05  FILLER  PIC X(01) VALUE SPACES.
016300     05  RPT-STATE              PIC X(02).
016400     05  FILLER  PIC X(02) VALUE SPACES.
016500     05  RPT-CUST-EMAIL         PIC X(30).
016600     05  FILLER  PIC X(01) VALUE SPACES.
016700     05  RPT-EXPIRY             PIC 99/99/99.
016800     05  FILLER  PIC X(01) VALUE SPACES.
016900     05  RPT-DAYS-LEFT          PIC -ZZZ9.
017000     05  FILLER  PIC X(01) VALUE SPACES.
017100     05  RPT-EXPIRED-FLAG       PIC X(07).
017200     05  FILLER  PIC X(02) VALUE SPACES.
017300
017400 01  RPT-COUNT-LINE.
017500     05  FILLER  PIC X(20) VALUE "CERTIFICATES LISTED:".
017600     05  RPT-CERTS-LISTED       PIC ZZZZ9.
017700     05  FILLER  PIC X(18) VALUE "   ALREADY EXPIRED".
017800     05  FILLER  PIC X(02) VALUE ": ".
017900     05  RPT-CERTS-EXPIRED      PIC ZZZZ9.
018000     05  FILLER  PIC X(30) VALUE SPACES.
018100
018200 01  RPT-NONE-LINE.
018300     05  FILLER  PIC X(40) VALUE
018400             "NO CERTIFICATES EXPIRING IN THE WINDOW.".
018500     05  FILLER  PIC X(40) VALUE SPACES.
018600
018700 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
018800
018900 PROCEDURE DIVISION.
019000 0100-START.
019100     DISPLAY "*** MISKOLCZI PETS EXPIRING TAX EXEMPTIONS ***".
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     PERFORM 2000-READ-CERT THRU 2000-EXIT.
019400     PERFORM 2100-PROCESS-ONE-CERT THRU 2100-EXIT
019500         UNTIL NO-MORE-RECORDS.
019600     PERFORM 2500-SORT-BY-EXPIRY THRU 2500-EXIT.
019700     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
019800     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
019900     STOP RUN.
020000
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE FROM DATE.
020300     DISPLAY "Enter days ahead to report expiry (blank = 60): ".
020400     MOVE SPACES TO WS-DAYS-IN.
020500     ACCEPT WS-DAYS-IN.
020600     PERFORM 1080-TAKE-DAYS-IN THRU 1080-EXIT.
020700     MOVE WS-RUN-DATE-NUM TO WS-DN-DATE-NUM.
020800     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
020900     MOVE WS-DN-RESULT TO WS-RUN-DAY-NO.
021000     OPEN INPUT TAX-CERT-FILE.
021100     IF WS-TAX-CERT-STATUS = '05' OR '35'
021200         DISPLAY "NO CERTIFICATES ON FILE - NOTHING TO DO."
021300         STOP RUN
021400     END-IF.
021500     IF WS-TAX-CERT-STATUS NOT = '00'
021600         DISPLAY "UNABLE TO OPEN TAX-CERT-FILE - STATUS: "
021700             WS-TAX-CERT-STATUS
021800         SET EXCP-SEV-ERROR TO TRUE
021900         MOVE "CEX001" TO EXCP-LOG-CODE
022000         MOVE "Unable to open TAX-CERT-FILE."
022100             TO EXCP-LOG-MESSAGE
022200         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
022300         MOVE 8 TO RETURN-CODE
022400         STOP RUN
022500     END-IF.
022600     OPEN OUTPUT CERT-RPT-FILE.
022700     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
022800     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
022900     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
023000     WRITE CERT-RPT-LINE FROM RPT-TITLE-LINE.
023100     MOVE WS-WINDOW-DAYS TO RPT-WINDOW-DAYS.
023200     WRITE CERT-RPT-LINE FROM RPT-WINDOW-LINE.
023300     WRITE CERT-RPT-LINE FROM RPT-BLANK-LINE.
023400     WRITE CERT-RPT-LINE FROM RPT-HEADING-LINE.
023500 1000-EXIT.
023600     EXIT.
023700
023800 1080-TAKE-DAYS-IN.
023900     MOVE WS-DAYS-IN TO WS-DAYS-JUST.
024000     PERFORM 1090-SLIDE-DAYS-RIGHT THRU 1090-EXIT
024100         UNTIL WS-DAYS-JUST (3:1) NOT = SPACE
024200         OR WS-DAYS-JUST = SPACES.
024300     INSPECT WS-DAYS-JUST REPLACING LEADING ' ' BY '0'.
024400     IF WS-DAYS-JUST IS NUMERIC AND WS-DAYS-JUST NOT = ZEROES
024500         MOVE WS-DAYS-JUST TO WS-WINDOW-DAYS
024600         DISPLAY "REPORTING CERTIFICATES EXPIRING WITHIN "
024700             WS-WINDOW-DAYS " DAYS."
024800     ELSE
024900         DISPLAY "DAYS NOT GIVEN OR NOT NUMERIC - USING "
025000             "THE DEFAULT OF " WS-WINDOW-DAYS " DAYS."
025100     END-IF.
025200 1080-EXIT.
025300     EXIT.
025400
025500 1090-SLIDE-DAYS-RIGHT.
025600     MOVE WS-DAYS-JUST TO WS-DAYS-WORK.
025700     MOVE SPACES TO WS-DAYS-JUST.
025800     MOVE WS-DAYS-WORK (1:2) TO WS-DAYS-JUST (2:2).
025900 1090-EXIT.
026000     EXIT.
026100
026200 1200-COMPUTE-DAY-NUMBER.
026300     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
026400         MOVE 1 TO WS-DN-MONTH
026500     END-IF.
026600     COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
026700         + ((WS-DN-YEAR + 3) / 4)
026800         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH)
026900         + WS-DN-DAY.
027000     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-QUOT
027100         REMAINDER WS-DN-LEAP-REM.
027200     IF WS-DN-LEAP-REM = ZEROES AND WS-DN-MONTH > 2
027300         ADD 1 TO WS-DN-RESULT
027400     END-IF.
027500 1200-EXIT.
027600     EXIT.
027700
027800 2000-READ-CERT.
027900     READ TAX-CERT-FILE NEXT RECORD
028000         AT END
028100             MOVE 'N' TO WS-MORE-RECORDS
028200     END-READ.
028300 2000-EXIT.
028400     EXIT.
028500
028600*    A REVOKED CERTIFICATE, ONE THAT DOES NOT EXPIRE, OR ONE
028700*    EXPIRING PAST THE WINDOW IS SKIPPED.
028800 2100-PROCESS-ONE-CERT.
028900     ADD 1 TO WS-CERTS-READ.
029000     IF TXC-REVOKED OR TXC-NO-EXPIRY
029100         GO TO 2100-NEXT
029200     END-IF.
029300     MOVE TXC-EXPIRY-DATE TO WS-DN-DATE-NUM.
029400     PERFORM 1200-COMPUTE-DAY-NUMBER THRU 1200-EXIT.
029500     MOVE WS-DN-RESULT TO WS-EXP-DAY-NO.
029600     COMPUTE WS-DAYS-LEFT = WS-EXP-DAY-NO - WS-RUN-DAY-NO.
029700     IF WS-DAYS-LEFT > WS-WINDOW-DAYS
029800         GO TO 2100-NEXT
029900     END-IF.
030000     IF WS-CRT-COUNT NOT < 500
030100         IF NOT WS-TABLE-OVERFLOW
030200             SET WS-TABLE-OVERFLOW TO TRUE
030300             SET EXCP-SEV-WARNING TO TRUE
030400             MOVE "CEX002" TO EXCP-LOG-CODE
030500             MOVE "Certificate table full - report incomplete."
030600                 TO EXCP-LOG-MESSAGE
030700             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
030800         END-IF
030900         GO TO 2100-NEXT
031000     END-IF.
031100     ADD 1 TO WS-CRT-COUNT.
031200     MOVE TXC-EXPIRY-DATE TO CT-EXPIRY (WS-CRT-COUNT).
031300     MOVE TXC-CERT-NO TO CT-CERT-NO (WS-CRT-COUNT).
031400     MOVE TXC-EXEMPT-TYPE TO CT-TYPE (WS-CRT-COUNT).
031500     MOVE TXC-ISSUE-STATE TO CT-STATE (WS-CRT-COUNT).
031600     MOVE TXC-CUST-EMAIL TO CT-CUST-EMAIL (WS-CRT-COUNT).
031700     MOVE WS-DAYS-LEFT TO CT-DAYS-LEFT (WS-CRT-COUNT).
031800 2100-NEXT.
031900     PERFORM 2000-READ-CERT THRU 2000-EXIT.
032000 2100-EXIT.
032100     EXIT.
032200
032300*    SIMPLE EXCHANGE SORT ON EXPIRY, THE SAME AS EXPRPT USES.
032400 2500-SORT-BY-EXPIRY.
032500     IF WS-CRT-COUNT < 2
032600         GO TO 2500-EXIT
032700     END-IF.
032800     PERFORM 2600-SORT-ONE-PASS THRU 2600-EXIT
032900         VARYING WS-IDX FROM 1 BY 1
033000         UNTIL WS-IDX NOT < WS-CRT-COUNT.
033100 2500-EXIT.
033200     EXIT.
033300
033400 2600-SORT-ONE-PASS.
033500     PERFORM 2700-COMPARE-AND-SWAP THRU 2700-EXIT
033600         VARYING WS-JDX FROM 1 BY 1
033700         UNTIL WS-JDX NOT < WS-CRT-COUNT.
033800 2600-EXIT.
033900     EXIT.
034000
034100 2700-COMPARE-AND-SWAP.
034200     IF CT-SORT-KEY (WS-JDX) > CT-SORT-KEY (WS-JDX + 1)
034300         MOVE WS-CRT-ENTRY (WS-JDX) TO WS-SWAP-ENTRY
034400         MOVE WS-CRT-ENTRY (WS-JDX + 1)
034500             TO WS-CRT-ENTRY (WS-JDX)
034600         MOVE WS-SWAP-ENTRY TO WS-CRT-ENTRY (WS-JDX + 1)
034700     END-IF.
034800 2700-EXIT.
034900     EXIT.
035000
035100 3000-PRINT-REPORT.
035200     IF WS-CRT-COUNT = ZEROES
035300         WRITE CERT-RPT-LINE FROM RPT-BLANK-LINE
035400         WRITE CERT-RPT-LINE FROM RPT-NONE-LINE
035500     ELSE
035600         PERFORM 3100-PRINT-ONE-CERT THRU 3100-EXIT
035700             VARYING WS-IDX FROM 1 BY 1
035800             UNTIL WS-IDX > WS-CRT-COUNT
035900     END-IF.
036000     WRITE CERT-RPT-LINE FROM RPT-BLANK-LINE.
036100     MOVE WS-CRT-COUNT TO RPT-CERTS-LISTED.
036200     MOVE WS-CERTS-EXPIRED TO RPT-CERTS-EXPIRED.
036300     DISPLAY RPT-COUNT-LINE.
036400     WRITE CERT-RPT-LINE FROM RPT-COUNT-LINE.
036500     DISPLAY "CERTIFICATES READ:   " WS-CERTS-READ.
036600     IF WS-CERTS-EXPIRED > ZEROES
036700         SET EXCP-SEV-WARNING TO TRUE
036800         MOVE "CEX003" TO EXCP-LOG-CODE
036900         MOVE "Expired tax exempt certificates still active."
037000             TO EXCP-LOG-MESSAGE
037100         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037200     END-IF.
037300 3000-EXIT.
037400     EXIT.
037500
037600 3100-PRINT-ONE-CERT.
037700     MOVE CT-CERT-NO (WS-IDX) TO RPT-CERT-NO.
037800     EVALUATE CT-TYPE (WS-IDX)
037900         WHEN 'R'
038000             MOVE "RESL" TO RPT-TYPE
038100         WHEN 'N'
038200             MOVE "NPRF" TO RPT-TYPE
038300         WHEN 'G'
038400             MOVE "GOVT" TO RPT-TYPE
038500         WHEN OTHER
038600             MOVE "OTHR" TO RPT-TYPE
038700     END-EVALUATE.
038800     MOVE CT-STATE (WS-IDX) TO RPT-STATE.
038900     MOVE CT-CUST-EMAIL (WS-IDX) TO RPT-CUST-EMAIL.
039000     MOVE CT-EXPIRY (WS-IDX) TO RPT-EXPIRY.
039100     MOVE CT-DAYS-LEFT (WS-IDX) TO RPT-DAYS-LEFT.
039200     MOVE SPACES TO RPT-EXPIRED-FLAG.
039300     IF CT-DAYS-LEFT (WS-IDX) < ZEROES
039400         MOVE "EXPIRED" TO RPT-EXPIRED-FLAG
039500         ADD 1 TO WS-CERTS-EXPIRED
039600     END-IF.
039700     WRITE CERT-RPT-LINE FROM RPT-DETAIL-LINE.
039800 3100-EXIT.
039900     EXIT.
040000
040100 9000-CLOSE-UP.
040200     CLOSE TAX-CERT-FILE.
040300     CLOSE CERT-RPT-FILE.
040400 9000-EXIT.
040500     EXIT.
040600
040700 8900-LOG-EXCEPTION.
040800     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
040900     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
041000     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
041100     ACCEPT WS-LOG-TIME FROM TIME.
041200     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
041300     MOVE "CERTEXP"          TO EXCP-LOG-PROGRAM.
041400     OPEN EXTEND EXCP-LOG-FILE.
041500     IF WS-EXCP-LOG-STATUS NOT = '00'
041600         OPEN OUTPUT EXCP-LOG-FILE
041700     END-IF.
041800     WRITE EXCP-LOG-RECORD.
041900     CLOSE EXCP-LOG-FILE.
042000 8900-EXIT.
042100     EXIT.
042200
042300 END PROGRAM CERTEXP.
