004123*                     OPENING.  EACH REGISTER DRAWS RECEIPT     *
004124*                     NUMBERS FROM ITS OWN RANGE OF THE         *
004125*                     COUNTER FILE (SEE RCPTCTR COPYBOOK).      *
004126*    2026-10-15 DRO   ADDED STX-CARD-AMT - THE CARD SIDE OF THE *
004127*                     TENDER ON THE TOTAL RECORD: THE WHOLE     *
004128*                     AMOUNT DUE ON A CARD ('D') SALE, THE CARD *
004129*                     PORTION OF A SPLIT ('S') SALE, ZERO ON    *
004130*                     EVERY OTHER TENDER.  CARDRECN MATCHES THE *
004131*                     PROCESSOR'S DEPOSITS AGAINST IT.          *
004132*    2026-10-15 DRO   ADDED STX-EXEMPT-CERT-NO - ON THE TOTAL    *
004133*                     RECORD OF A SALE RUNG TAX EXEMPT FOR A     *
004134*                     CUSTOMER WITH AN ACTIVE CERTIFICATE ON     *
004135*                     TAXCERT, THE CERTIFICATE IT WAS HONORED    *
004136*                     UNDER.  SPACES ON A TAXED SALE AND ON      *
004137*                     EVERY DETAIL LINE.  TAXRMIT LISTS EXEMPT   *
004138*                     SALES BY IT.                               *
004139*    2026-10-15 DRO   ADDED STX-WEB-REGISTER - REGISTER 05, THE *
004140*                     WEB STORE'S VIRTUAL TILL WEBIMP POSTS     *
004141*                     ORDERS UNDER.  IT HAS NO DRAWER AND NO    *
004142*                     ONE ON THE CLOCK, SO STAFFING AND         *
004143*                     OPERATOR REPORTS LEAVE IT OUT.            *
004200*****************************************************************
004300 01  SALES-TXN-RECORD.
004400     05  STX-RECEIPT-NO             PIC 9(06).
008700     05  STX-OVERRIDE-APPR          PIC X(04).
008800     05  STX-OPERATOR-ID            PIC X(04).
008900     05  STX-REGISTER-ID            PIC X(02).
008910         88  STX-WEB-REGISTER       VALUE '05'.
009000     05  STX-ORIG-RECEIPT-NO        PIC 9(06).
009100     05  STX-UNIT-COST              PIC 9(03)V99.
009200     05  STX-DEPOSIT-APPLIED        PIC 9(05)V99.
009210     05  STX-CARD-AMT               PIC 9(07)V99.
009220     05  STX-EXEMPT-CERT-NO         PIC X(15).
