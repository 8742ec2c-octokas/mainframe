002120*                     ALREADY-INACTIVE CUSTOMER, THE SAME AS     *
002130*                     OPERMNT AND INVMAINT, SO A MISTAKEN        *
002140*                     DEACTIVATION IS RECOVERABLE IN-SYSTEM.     *
002150*    2026-10-15 DRO   ADDED THE (C)ONSENT OPTION - SHOWS AND     *
002160*                     CHANGES THE CUSTOMER'S MARKETING OPT-IN    *
002170*                     AND E-RECEIPT CONSENT, RE-DATING EACH ONE  *
002180*                     THAT CHANGES.  A RE-KEY NOW CARRIES BOTH   *
002190*                     CONSENTS TO THE NEW EMAIL.                 *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
007700     05  WS-SAVE-SURNAME        PIC X(08)  VALUE SPACES.
007800     05  WS-SAVE-SIGNUP-DATE    PIC X(06)  VALUE SPACES.
007900     05  WS-SAVE-STATUS-FLAG    PIC X(01)  VALUE SPACE.
007910     05  WS-SAVE-MKT-CONSENT    PIC X(01)  VALUE SPACE.
007920     05  WS-SAVE-MKT-DATE       PIC X(06)  VALUE SPACES.
007930     05  WS-SAVE-ERCPT-CONSENT  PIC X(01)  VALUE SPACE.
007940     05  WS-SAVE-ERCPT-DATE     PIC X(06)  VALUE SPACES.
008000     05  WS-DUP-BALANCE         PIC 9(07)  VALUE ZEROES.
008100     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
008200         88  WS-CHOICE-REKEY        VALUE 'R' 'r'.
008300         88  WS-CHOICE-MERGE        VALUE 'M' 'm'.
008400         88  WS-CHOICE-DEACT        VALUE 'D' 'd'.
008410         88  WS-CHOICE-CONSENT      VALUE 'C' 'c'.
008500         88  WS-CHOICE-EXIT         VALUE 'X' 'x'.
008600     05  WS-USER-RESPONSE       PIC X      VALUE SPACE.
008700     05  WS-MAINT-DONE-SW       PIC X      VALUE 'N'.
008800         88  WS-MAINT-DONE          VALUE 'Y'.
008900     05  WS-PTS-AVAIL-SW        PIC X      VALUE 'Y'.
009000         88  WS-PTS-AVAIL           VALUE 'Y'.
009010     05  WS-CONSENT-CHANGED-SW  PIC X      VALUE 'N'.
009020         88  WS-CONSENT-CHANGED     VALUE 'Y'.
009100
009200 01  WS-CUST-MAST-STATUS        PIC XX     VALUE ZEROES.
009300 01  WS-PTS-LEDGER-STATUS       PIC XX     VALUE ZEROES.
014300 0200-MAINT-CYCLE.
014400     DISPLAY " ".
014500     DISPLAY "(R)e-key email, (M)erge duplicates,".
014600     DISPLAY "(D)eactivate customer, (C)onsent, e(X)it: ".
014700     ACCEPT WS-MENU-CHOICE.
014800     EVALUATE TRUE
014900         WHEN WS-CHOICE-REKEY
015200             PERFORM 0400-MERGE-CUSTOMERS THRU 0400-EXIT
015300         WHEN WS-CHOICE-DEACT
015400             PERFORM 0500-DEACTIVATE-CUST THRU 0500-EXIT
015410         WHEN WS-CHOICE-CONSENT
015420             PERFORM 0800-CHANGE-CONSENT THRU 0800-EXIT
015500         WHEN WS-CHOICE-EXIT
015600             SET WS-MAINT-DONE TO TRUE
015700         WHEN OTHER
015800             DISPLAY "Please enter R, M, D, C or X."
015900     END-EVALUATE.
016000 0200-EXIT.
016100     EXIT.
017700     MOVE CUST-SURNAME TO WS-SAVE-SURNAME.
017800     MOVE CUST-SIGNUP-DATE TO WS-SAVE-SIGNUP-DATE.
017900     MOVE CUST-STATUS-FLAG TO WS-SAVE-STATUS-FLAG.
017910     MOVE CUST-MKT-CONSENT TO WS-SAVE-MKT-CONSENT.
017920     MOVE CUST-MKT-CONSENT-DATE TO WS-SAVE-MKT-DATE.
017930     MOVE CUST-ERCPT-CONSENT TO WS-SAVE-ERCPT-CONSENT.
017940     MOVE CUST-ERCPT-CONSENT-DATE TO WS-SAVE-ERCPT-DATE.
018000     DISPLAY "Enter the new email address: ".
018100     MOVE SPACES TO WS-NEW-EMAIL.
018200     ACCEPT WS-NEW-EMAIL.
020100     MOVE WS-SAVE-SURNAME TO CUST-SURNAME.
020200     MOVE WS-SAVE-SIGNUP-DATE TO CUST-SIGNUP-DATE.
020300     MOVE WS-SAVE-STATUS-FLAG TO CUST-STATUS-FLAG.
020310     MOVE WS-SAVE-MKT-CONSENT TO CUST-MKT-CONSENT.
020320     MOVE WS-SAVE-MKT-DATE TO CUST-MKT-CONSENT-DATE.
020330     MOVE WS-SAVE-ERCPT-CONSENT TO CUST-ERCPT-CONSENT.
020340     MOVE WS-SAVE-ERCPT-DATE TO CUST-ERCPT-CONSENT-DATE.
020400     WRITE CUST-MASTER-RECORD
020500         INVALID KEY
020600             DISPLAY "Unable to write the re-keyed record - "
037000 0700-EXIT.
037100     EXIT.
037200
037201*    MARKETING EMAIL AND EMAILED RECEIPTS ARE EACH A YES OR NO
037202*    DATED THE DAY IT WAS GIVEN.  ONLY A CONSENT THAT ACTUALLY
037203*    CHANGES IS RE-DATED, SO THE DATE SHOWS WHEN THE CUSTOMER
037204*    LAST MADE THAT CHOICE.
037205 0800-CHANGE-CONSENT.
037206     DISPLAY "Enter the customer's email: ".
037207     MOVE SPACES TO WS-OLD-EMAIL.
037208     ACCEPT WS-OLD-EMAIL.
037209     MOVE WS-OLD-EMAIL TO CUST-EMAIL.
037210     READ CUST-MAST-FILE
037211         INVALID KEY
037212             DISPLAY "Email not on file."
037213             GO TO 0800-EXIT
037214     END-READ.
037215     DISPLAY "Customer: " CUST-GIVEN-NAME " " CUST-SURNAME
037216         " loyalty ID " CUST-LOYALTY-ID.
037217     PERFORM 0810-SHOW-CONSENT THRU 0810-EXIT.
037218     MOVE 'N' TO WS-CONSENT-CHANGED-SW.
037219     DISPLAY "Marketing email (Y/N, blank = no change): ".
037220     MOVE SPACE TO WS-USER-RESPONSE.
037221     ACCEPT WS-USER-RESPONSE.
037222     IF (WS-USER-RESPONSE = 'Y' OR 'y')
037223         AND NOT CUST-MKT-OPTED-IN
037224         MOVE 'Y' TO CUST-MKT-CONSENT
037225         MOVE WS-DATE TO CUST-MKT-CONSENT-DATE
037226         SET WS-CONSENT-CHANGED TO TRUE
037227     END-IF.
037228     IF (WS-USER-RESPONSE = 'N' OR 'n')
037229         AND CUST-MKT-CONSENT NOT = 'N'
037230         MOVE 'N' TO CUST-MKT-CONSENT
037231         MOVE WS-DATE TO CUST-MKT-CONSENT-DATE
037232         SET WS-CONSENT-CHANGED TO TRUE
037233     END-IF.
037234     DISPLAY "Emailed receipts (Y/N, blank = no change): ".
037235     MOVE SPACE TO WS-USER-RESPONSE.
037236     ACCEPT WS-USER-RESPONSE.
037237     IF (WS-USER-RESPONSE = 'Y' OR 'y')
037238         AND NOT CUST-ERCPT-OPTED-IN
037239         MOVE 'Y' TO CUST-ERCPT-CONSENT
037240         MOVE WS-DATE TO CUST-ERCPT-CONSENT-DATE
037241         SET WS-CONSENT-CHANGED TO TRUE
037242     END-IF.
037243     IF (WS-USER-RESPONSE = 'N' OR 'n')
037244         AND CUST-ERCPT-CONSENT NOT = 'N'
037245         MOVE 'N' TO CUST-ERCPT-CONSENT
037246         MOVE WS-DATE TO CUST-ERCPT-CONSENT-DATE
037247         SET WS-CONSENT-CHANGED TO TRUE
037248     END-IF.
037249     IF NOT WS-CONSENT-CHANGED
037250         DISPLAY "No change made."
037251         GO TO 0800-EXIT
037252     END-IF.
037253     REWRITE CUST-MASTER-RECORD.
037254     SET EXCP-SEV-INFO TO TRUE.
037255     MOVE "CMN007" TO EXCP-LOG-CODE.
037256     MOVE "Customer marketing / e-receipt consent changed."
037257         TO EXCP-LOG-MESSAGE.
037258     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
037259     PERFORM 0810-SHOW-CONSENT THRU 0810-EXIT.
037260     DISPLAY "Consent updated.".
037261 0800-EXIT.
037262     EXIT.
037263
037264 0810-SHOW-CONSENT.
037265     EVALUATE TRUE
037266         WHEN CUST-MKT-OPTED-IN
037267             DISPLAY "Marketing email:  YES since "
037268                 CUST-MKT-CONSENT-DATE
037269         WHEN CUST-MKT-CONSENT = 'N'
037270             DISPLAY "Marketing email:  NO since "
037271                 CUST-MKT-CONSENT-DATE
037272         WHEN OTHER
037273             DISPLAY "Marketing email:  NOT RECORDED"
037274     END-EVALUATE.
037275     EVALUATE TRUE
037276         WHEN CUST-ERCPT-OPTED-IN
037277             DISPLAY "Emailed receipts: YES since "
037278                 CUST-ERCPT-CONSENT-DATE
037279         WHEN CUST-ERCPT-CONSENT = 'N'
037280             DISPLAY "Emailed receipts: NO since "
037281                 CUST-ERCPT-CONSENT-DATE
037282         WHEN OTHER
037283             DISPLAY "Emailed receipts: NOT RECORDED"
037284     END-EVALUATE.
037285 0810-EXIT.
037286     EXIT.
037287
037300 8900-LOG-EXCEPTION.
037400     MOVE WS-YEAR            TO EXCP-LOG-YEAR.
037500     MOVE WS-MONTH           TO EXCP-LOG-MONTH.
