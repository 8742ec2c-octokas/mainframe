000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CERTMNT.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    SALES TAX EXEMPTION CERTIFICATE MAINTENANCE.  FOLLOWS THE   *
000900*    SAME MENU SHAPE AS ARMAINT.  FILES A CERTIFICATE FOR A      *
001000*    LOYALTY CUSTOMER (THE EMAIL IS VALIDATED AGAINST            *
001100*    CUST-MAST-FILE WHEN IT IS AVAILABLE) WITH ITS NUMBER,       *
001200*    EXEMPTION TYPE, ISSUING STATE AND EXPIRY DATE, CHANGES OR   *
001300*    RENEWS ONE (A CHANGE ALSO REINSTATES A REVOKED              *
001400*    CERTIFICATE), AND REVOKES ONE.  THE REGISTER HONORS ONLY    *
001500*    AN ACTIVE, UNEXPIRED CERTIFICATE, SO A REVOKED ONE STAYS    *
001600*    ON FILE FOR THE AUDIT TRAIL RATHER THAN BEING DELETED.      *
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
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS TXC-CUST-EMAIL
003400         FILE STATUS IS WS-TAX-CERT-STATUS.
003500
003600     SELECT CUST-MAST-FILE  ASSIGN TO "CUSTMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CUST-EMAIL
004000         ALTERNATE RECORD KEY IS CUST-LOYALTY-ID
004100         FILE STATUS IS WS-CUST-MAST-STATUS.
004200
004300     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-EXCP-LOG-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000 FD  TAX-CERT-FILE.
005100 COPY TAXCERT.
005200
005300 FD  CUST-MAST-FILE.
005400 COPY CUSTMAST.
005500
005600 FD  EXCP-LOG-FILE
005700     RECORDING MODE IS F.
005800 COPY EXCPLOG.
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-TAX-CERT-STATUS         PIC XX     VALUE ZEROES.
006200 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
006300 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
006400 01  WS-LOG-TIME                PIC 9(08).
006500
006600 01  WS-FIELDS.
006700     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
006800         88  WS-CHOICE-ADD          VALUE 'A' 'a'.
006900         88  WS-CHOICE-CHANGE       VALUE 'C' 'c'.
007000         88  WS-CHOICE-REVOKE       VALUE 'R' 'r'.
007100         88  WS-CHOICE-EXIT         VALUE 'X' 'x'.
007200     05  WS-USER-RESPONSE       PIC X      VALUE SPACE.
007300     05  WS-MAINT-DONE-SW       PIC X      VALUE 'N'.
007400         88  WS-MAINT-DONE          VALUE 'Y'.
007500     05  WS-CUST-AVAIL-SW       PIC X      VALUE 'Y'.
007600         88  WS-CUST-AVAIL          VALUE 'Y'.
007700     05  WS-FIELD-OK-SW         PIC X      VALUE 'N'.
007800         88  WS-FIELD-OK            VALUE 'Y'.
007900     05  WS-KEEP-ALLOWED-SW     PIC X      VALUE 'N'.
008000         88  WS-KEEP-ALLOWED        VALUE 'Y'.
008100     05  WS-EMAIL-IN            PIC X(36)  VALUE SPACES.
008200     05  WS-CERT-NO-IN          PIC X(15)  VALUE SPACES.
008300     05  WS-TYPE-IN             PIC X(01)  VALUE SPACE.
008400     05  WS-STATE-IN            PIC X(02)  VALUE SPACES.
008500     05  WS-EXPIRY-IN           PIC X(06)  VALUE SPACES.
008600     05  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-IN.
008700         10  WS-EXP-IN-YEAR     PIC 9(02).
008800         10  WS-EXP-IN-MONTH    PIC 9(02).
008900         10  WS-EXP-IN-DAY      PIC 9(02).
009000     05  WS-EXPIRY-DATE         PIC 9(06)  VALUE ZEROES.
009100     05  WS-TODAY-NUM           PIC 9(06)  VALUE ZEROES.
009200
009300 01  WS-DATE.
009400     05  WS-YEAR                PIC 99.
009500     05  WS-MONTH               PIC 99.
009600     05  WS-DAY                 PIC 99.
009700
009800 PROCEDURE DIVISION.
009900 0100-START.
010000     DISPLAY "*** MISKOLCZI PETS TAX EXEMPT CERTIFICATES ***".
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     PERFORM 0200-MAINT-CYCLE THRU 0200-EXIT
010300         UNTIL WS-MAINT-DONE.
010400     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
010500     STOP RUN.
010600
010700 1000-INITIALIZE.
010800     ACCEPT WS-DATE FROM DATE.
010900     MOVE WS-DATE TO WS-TODAY-NUM.
011000     OPEN I-O TAX-CERT-FILE.
011100     IF WS-TAX-CERT-STATUS = '05' OR '35'
011200         DISPLAY "TAX-CERT-FILE not found - creating one."
011300         OPEN OUTPUT TAX-CERT-FILE
011400         CLOSE TAX-CERT-FILE
011500         OPEN I-O TAX-CERT-FILE
011600     END-IF.
011700     IF WS-TAX-CERT-STATUS NOT = '00'
011800         DISPLAY "UNABLE TO OPEN TAX-CERT-FILE - STATUS: "
011900             WS-TAX-CERT-STATUS
012000         SET EXCP-SEV-ERROR TO TRUE
012100         MOVE "CRT001" TO EXCP-LOG-CODE
012200         MOVE "Unable to open TAX-CERT-FILE."
012300             TO EXCP-LOG-MESSAGE
012400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
012500         STOP RUN
012600     END-IF.
012700     OPEN INPUT CUST-MAST-FILE.
012800     IF WS-CUST-MAST-STATUS NOT = '00'
012900         MOVE 'N' TO WS-CUST-AVAIL-SW
013000         DISPLAY "CUST-MAST-FILE unavailable - emails taken "
013100             "on trust this run."
013200     END-IF.
013300 1000-EXIT.
013400     EXIT.
013500
013600 0200-MAINT-CYCLE.
013700     DISPLAY " ".
013800     DISPLAY "(A)dd certificate, (C)hange or renew,".
013900     DISPLAY "(R)evoke certificate, e(X)it: ".
014000     ACCEPT WS-MENU-CHOICE.
014100     EVALUATE TRUE
014200         WHEN WS-CHOICE-ADD
014300             PERFORM 0300-ADD-CERT THRU 0300-EXIT
014400         WHEN WS-CHOICE-CHANGE
014500             PERFORM 0400-CHANGE-CERT THRU 0400-EXIT
014600         WHEN WS-CHOICE-REVOKE
014700             PERFORM 0500-REVOKE-CERT THRU 0500-EXIT
014800         WHEN WS-CHOICE-EXIT
014900             SET WS-MAINT-DONE TO TRUE
015000         WHEN OTHER
015100             DISPLAY "Please enter A, C, R or X."
015200     END-EVALUATE.
015300 0200-EXIT.
015400     EXIT.
015500
015600 0300-ADD-CERT.
015700     PERFORM 0210-ACCEPT-EMAIL THRU 0210-EXIT.
015800     IF WS-EMAIL-IN = SPACES
015900         GO TO 0300-EXIT
016000     END-IF.
016100     MOVE WS-EMAIL-IN TO TXC-CUST-EMAIL.
016200     READ TAX-CERT-FILE
016300         INVALID KEY
016400             CONTINUE
016500         NOT INVALID KEY
016600             DISPLAY "A certificate is already on file for "
016700                 "that customer - use (C)hange."
016800             GO TO 0300-EXIT
016900     END-READ.
017000     MOVE ZEROES TO TXC-LOYALTY-ID.
017100     IF WS-CUST-AVAIL
017200         MOVE WS-EMAIL-IN TO CUST-EMAIL
017300         READ CUST-MAST-FILE
017400             INVALID KEY
017500                 DISPLAY "Customer is not on CUST-MAST-FILE - "
017600                     "sign them up with GETNAME first."
017700                 GO TO 0300-EXIT
017800         END-READ
017900         MOVE CUST-LOYALTY-ID TO TXC-LOYALTY-ID
018000         DISPLAY "Certificate for " CUST-GIVEN-NAME " "
018100             CUST-SURNAME
018200     END-IF.
018300     MOVE 'N' TO WS-KEEP-ALLOWED-SW.
018400     PERFORM 0250-ACCEPT-DETAILS THRU 0250-EXIT.
018500     MOVE WS-EMAIL-IN TO TXC-CUST-EMAIL.
018600     MOVE WS-CERT-NO-IN TO TXC-CERT-NO.
018700     MOVE WS-TYPE-IN TO TXC-EXEMPT-TYPE.
018800     MOVE WS-STATE-IN TO TXC-ISSUE-STATE.
018900     MOVE WS-EXPIRY-DATE TO TXC-EXPIRY-DATE.
019000     MOVE WS-YEAR TO TXC-LAST-YEAR.
019100     MOVE WS-MONTH TO TXC-LAST-MONTH.
019200     MOVE WS-DAY TO TXC-LAST-DAY.
019300     MOVE 'A' TO TXC-STATUS-FLAG.
019400     WRITE TAX-CERT-RECORD
019500         INVALID KEY
019600             DISPLAY "Unable to add the certificate - status "
019700                 WS-TAX-CERT-STATUS
019800             GO TO 0300-EXIT
019900     END-WRITE.
020000     DISPLAY "Certificate " TXC-CERT-NO " filed.".
020100 0300-EXIT.
020200     EXIT.
020300
020400*    A CHANGE IS HOW A RENEWED CERTIFICATE IS KEYED - EACH
020500*    FIELD MAY BE LEFT BLANK TO KEEP WHAT IS ON FILE, AND THE
020600*    CERTIFICATE COMES BACK ACTIVE IF IT HAD BEEN REVOKED.
020700 0400-CHANGE-CERT.
020800     PERFORM 0240-FETCH-CERT THRU 0240-EXIT.
020900     IF WS-TAX-CERT-STATUS NOT = '00'
021000         GO TO 0400-EXIT
021100     END-IF.
021200     PERFORM 0260-SHOW-CERT THRU 0260-EXIT.
021300     DISPLAY "Leave a field blank to keep it.".
021400     SET WS-KEEP-ALLOWED TO TRUE.
021500     PERFORM 0250-ACCEPT-DETAILS THRU 0250-EXIT.
021600     IF WS-CERT-NO-IN NOT = SPACES
021700         MOVE WS-CERT-NO-IN TO TXC-CERT-NO
021800     END-IF.
021900     IF WS-TYPE-IN NOT = SPACE
022000         MOVE WS-TYPE-IN TO TXC-EXEMPT-TYPE
022100     END-IF.
022200     IF WS-STATE-IN NOT = SPACES
022300         MOVE WS-STATE-IN TO TXC-ISSUE-STATE
022400     END-IF.
022500     IF WS-EXPIRY-IN NOT = SPACES
022600         MOVE WS-EXPIRY-DATE TO TXC-EXPIRY-DATE
022700     END-IF.
022800     IF TXC-REVOKED
022900         DISPLAY "Certificate reinstated."
023000     END-IF.
023100     MOVE WS-YEAR TO TXC-LAST-YEAR.
023200     MOVE WS-MONTH TO TXC-LAST-MONTH.
023300     MOVE WS-DAY TO TXC-LAST-DAY.
023400     MOVE 'A' TO TXC-STATUS-FLAG.
023500     REWRITE TAX-CERT-RECORD.
023600     DISPLAY "Certificate " TXC-CERT-NO " updated.".
023700 0400-EXIT.
023800     EXIT.
023900
024000 0500-REVOKE-CERT.
024100     PERFORM 0240-FETCH-CERT THRU 0240-EXIT.
024200     IF WS-TAX-CERT-STATUS NOT = '00'
024300         GO TO 0500-EXIT
024400     END-IF.
024500     PERFORM 0260-SHOW-CERT THRU 0260-EXIT.
024600     IF TXC-REVOKED
024700         DISPLAY "That certificate is already revoked."
024800         GO TO 0500-EXIT
024900     END-IF.
025000     DISPLAY "Revoke this certificate? (Y/N): ".
025100     ACCEPT WS-USER-RESPONSE.
025200     IF WS-USER-RESPONSE NOT = 'Y' AND WS-USER-RESPONSE NOT = 'y'
025300         GO TO 0500-EXIT
025400     END-IF.
025500     MOVE WS-YEAR TO TXC-LAST-YEAR.
025600     MOVE WS-MONTH TO TXC-LAST-MONTH.
025700     MOVE WS-DAY TO TXC-LAST-DAY.
025800     MOVE 'R' TO TXC-STATUS-FLAG.
025900     REWRITE TAX-CERT-RECORD.
026000     DISPLAY "Certificate revoked - the register will tax "
026100         "this customer's sales.".
026200 0500-EXIT.
026300     EXIT.
026400
026500 0210-ACCEPT-EMAIL.
026600     DISPLAY "Enter customer email (blank to cancel): ".
026700     MOVE SPACES TO WS-EMAIL-IN.
026800     ACCEPT WS-EMAIL-IN.
026900 0210-EXIT.
027000     EXIT.
027100
027200 0240-FETCH-CERT.
027300     PERFORM 0210-ACCEPT-EMAIL THRU 0210-EXIT.
027400     IF WS-EMAIL-IN = SPACES
027500         MOVE '23' TO WS-TAX-CERT-STATUS
027600         GO TO 0240-EXIT
027700     END-IF.
027800     MOVE WS-EMAIL-IN TO TXC-CUST-EMAIL.
027900     READ TAX-CERT-FILE
028000         INVALID KEY
028100             DISPLAY "No certificate on file for that email."
028200     END-READ.
028300 0240-EXIT.
028400     EXIT.
028500
028600*    EACH FIELD IS RE-ASKED UNTIL IT PASSES.  ON A CHANGE A
028700*    BLANK ANSWER PASSES AND KEEPS THE FIELD ON FILE.
028800 0250-ACCEPT-DETAILS.
028900     MOVE 'N' TO WS-FIELD-OK-SW.
029000     PERFORM 0252-ACCEPT-CERT-NO THRU 0252-EXIT
029100         UNTIL WS-FIELD-OK.
029200     MOVE 'N' TO WS-FIELD-OK-SW.
029300     PERFORM 0254-ACCEPT-TYPE THRU 0254-EXIT
029400         UNTIL WS-FIELD-OK.
029500     MOVE 'N' TO WS-FIELD-OK-SW.
029600     PERFORM 0256-ACCEPT-STATE THRU 0256-EXIT
029700         UNTIL WS-FIELD-OK.
029800     MOVE 'N' TO WS-FIELD-OK-SW.
029900     PERFORM 0258-ACCEPT-EXPIRY THRU 0258-EXIT
030000         UNTIL WS-FIELD-OK.
030100 0250-EXIT.
030200     EXIT.
030300
030400 0252-ACCEPT-CERT-NO.
030500     DISPLAY "Enter certificate number: ".
030600     MOVE SPACES TO WS-CERT-NO-IN.
030700     ACCEPT WS-CERT-NO-IN.
030800     IF WS-CERT-NO-IN = SPACES AND NOT WS-KEEP-ALLOWED
030900         DISPLAY "The certificate number is required."
031000     ELSE
031100         SET WS-FIELD-OK TO TRUE
031200     END-IF.
031300 0252-EXIT.
031400     EXIT.
031500
031600 0254-ACCEPT-TYPE.
031700     DISPLAY "Exemption type - (R)esale, (N)onprofit/rescue, "
031800         "(G)overnment, (O)ther: ".
031900     MOVE SPACE TO WS-TYPE-IN.
032000     ACCEPT WS-TYPE-IN.
032100     IF WS-TYPE-IN = SPACE AND WS-KEEP-ALLOWED
032200         SET WS-FIELD-OK TO TRUE
032300         GO TO 0254-EXIT
032400     END-IF.
032500     EVALUATE WS-TYPE-IN
032600         WHEN 'r'
032700             MOVE 'R' TO WS-TYPE-IN
032800         WHEN 'n'
032900             MOVE 'N' TO WS-TYPE-IN
033000         WHEN 'g'
033100             MOVE 'G' TO WS-TYPE-IN
033200         WHEN 'o'
033300             MOVE 'O' TO WS-TYPE-IN
033400     END-EVALUATE.
033500     IF WS-TYPE-IN = 'R' OR 'N' OR 'G' OR 'O'
033600         SET WS-FIELD-OK TO TRUE
033700     ELSE
033800         DISPLAY "Please enter R, N, G or O."
033900     END-IF.
034000 0254-EXIT.
034100     EXIT.
034200
034300 0256-ACCEPT-STATE.
034400     DISPLAY "Issuing state (two letters): ".
034500     MOVE SPACES TO WS-STATE-IN.
034600     ACCEPT WS-STATE-IN.
034700     IF WS-STATE-IN = SPACES AND WS-KEEP-ALLOWED
034800         SET WS-FIELD-OK TO TRUE
034900         GO TO 0256-EXIT
035000     END-IF.
035100     IF WS-STATE-IN IS ALPHABETIC
035200         AND WS-STATE-IN (1:1) NOT = SPACE
035300         AND WS-STATE-IN (2:1) NOT = SPACE
035400         INSPECT WS-STATE-IN CONVERTING
035500             "abcdefghijklmnopqrstuvwxyz"
035600             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
035700         SET WS-FIELD-OK TO TRUE
035800     ELSE
035900         DISPLAY "The state must be two letters."
036000     END-IF.
036100 0256-EXIT.
036200     EXIT.
036300
036400*    A CERTIFICATE THAT DOES NOT EXPIRE IS FILED WITH ZEROES.
036500*    ON A CHANGE, "N" SETS NO EXPIRY AND BLANK KEEPS THE DATE.
036600 0258-ACCEPT-EXPIRY.
036700     IF WS-KEEP-ALLOWED
036800         DISPLAY "Expiry date (YYMMDD, N = none, blank = keep): "
036900     ELSE
037000         DISPLAY "Expiry date (YYMMDD, N = none): "
037100     END-IF.
037200     MOVE SPACES TO WS-EXPIRY-IN.
037300     ACCEPT WS-EXPIRY-IN.
037400     IF WS-EXPIRY-IN = SPACES AND WS-KEEP-ALLOWED
037500         SET WS-FIELD-OK TO TRUE
037600         GO TO 0258-EXIT
037700     END-IF.
037800     IF WS-EXPIRY-IN = 'N' OR 'n'
037900         MOVE ZEROES TO WS-EXPIRY-DATE
038000         SET WS-FIELD-OK TO TRUE
038100         GO TO 0258-EXIT
038200     END-IF.
038300     IF WS-EXPIRY-IN IS NOT NUMERIC
038400         OR WS-EXP-IN-MONTH < 01 OR WS-EXP-IN-MONTH > 12
038500         OR WS-EXP-IN-DAY < 01 OR WS-EXP-IN-DAY > 31
038600         DISPLAY "The expiry must be a date as YYMMDD."
038700         GO TO 0258-EXIT
038800     END-IF.
038900     MOVE WS-EXPIRY-IN TO WS-EXPIRY-DATE.
039000     IF WS-EXPIRY-DATE < WS-TODAY-NUM
039100         DISPLAY "That date is already past - an expired "
039200             "certificate cannot be filed."
039300         GO TO 0258-EXIT
039400     END-IF.
039500     SET WS-FIELD-OK TO TRUE.
039600 0258-EXIT.
039700     EXIT.
039800
039900 0260-SHOW-CERT.
040000     DISPLAY "Certificate: " TXC-CERT-NO
040100         "  type: " TXC-EXEMPT-TYPE
040200         "  state: " TXC-ISSUE-STATE.
040300     IF TXC-NO-EXPIRY
040400         DISPLAY "Expiry: none"
040500     ELSE
040600         DISPLAY "Expiry: " TXC-EXPIRY-DATE
040700     END-IF.
040800     IF TXC-REVOKED
040900         DISPLAY "Status: REVOKED"
041000     ELSE
041100         DISPLAY "Status: active"
041200     END-IF.
041300 0260-EXIT.
041400     EXIT.
041500
041600 9000-CLOSE-UP.
041700     CLOSE TAX-CERT-FILE.
041800     IF WS-CUST-AVAIL
041900         CLOSE CUST-MAST-FILE
042000     END-IF.
042100 9000-EXIT.
042200     EXIT.
042300
042400 8900-LOG-EXCEPTION.
042500     MOVE WS-YEAR            TO EXCP-LOG-YEAR.
042600     MOVE WS-MONTH           TO EXCP-LOG-MONTH.
042700     MOVE WS-DAY             TO EXCP-LOG-DAY.
042800     ACCEPT WS-LOG-TIME FROM TIME.
042900     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
043000     MOVE "CERTMNT"          TO EXCP-LOG-PROGRAM.
043100     OPEN EXTEND EXCP-LOG-FILE.
043200     IF WS-EXCP-LOG-STATUS NOT = '00'
043300         OPEN OUTPUT EXCP-LOG-FILE
043400     END-IF.
043500     WRITE EXCP-LOG-RECORD.
043600     CLOSE EXCP-LOG-FILE.
043700 8900-EXIT.
043800     EXIT.
043900
044000 END PROGRAM CERTMNT.
