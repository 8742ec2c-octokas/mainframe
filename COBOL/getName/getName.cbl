003700*    2026-08-22 DRO   NEW SIGN-UPS ARE NOW WRITTEN WITH          *
003800*                     CUST-STATUS-FLAG 'A' FOR THE ACTIVE/       *
003900*                     INACTIVE HANDLING ADDED BY CUSTMNT.        *
003910*    2026-10-15 DRO   SIGN-UP NOW ASKS WHETHER THE CUSTOMER      *
003920*                     AGREES TO MARKETING EMAIL AND WANTS        *
003930*                     EMAILED RECEIPTS, AND SAVES BOTH ANSWERS   *
003940*                     DATED (CUST-MKT-CONSENT,                   *
003950*                     CUST-ERCPT-CONSENT) FOR THE OUTBOUND FEEDS *
003960*                     TO HONOR.                                  *
004000*****************************************************************
004100
004200 ENVIRONMENT DIVISION.
010100 01  WS-EMAIL-DOMAIN            PIC X(36).
010200 01  WS-EMAIL-LEN               PIC 99     VALUE ZEROES.
010300 01  WS-SCAN-IDX                PIC 99     VALUE ZEROES.
010310 01  WS-MKT-CONSENT             PIC X      VALUE 'N'.
010320 01  WS-ERCPT-CONSENT           PIC X      VALUE 'N'.
010330 01  WS-CONSENT-REPLY           PIC X      VALUE SPACE.
010400
010500 PROCEDURE DIVISION.
010600 0001-HELLO-USER.
011500     PERFORM 0120-ACCEPT-EMAIL THRU 0120-EXIT
011600         UNTIL WS-EMAIL-IS-VALID.
011700     DISPLAY "Hello ", WS-GVNAME, " ", WS-SURNAME.
011710     PERFORM 0160-ACCEPT-CONSENT THRU 0160-EXIT.
011800     PERFORM 0100-SAVE-CUSTOMER THRU 0100-EXIT.
011900     IF WS-SAVE-WAS-OK
012000         DISPLAY "Glad we got you into the system!"
018100 0150-EXIT.
018200     EXIT.
018300
018301*    NOTHING GOES OUT TO THE CUSTOMER BY EMAIL UNLESS THEY SAY
018302*    YES HERE - THE ANSWER IS KEPT WITH THE DATE IT WAS GIVEN.
018303 0160-ACCEPT-CONSENT.
018304     DISPLAY "May we email you news and special offers? (Y/N)".
018305     MOVE SPACE TO WS-CONSENT-REPLY.
018306     PERFORM 0165-ACCEPT-YES-NO THRU 0165-EXIT
018307         UNTIL WS-CONSENT-REPLY = 'Y' OR 'N'.
018308     MOVE WS-CONSENT-REPLY TO WS-MKT-CONSENT.
018309     DISPLAY "Would you like your receipts emailed to you? (Y/N)".
018310     MOVE SPACE TO WS-CONSENT-REPLY.
018311     PERFORM 0165-ACCEPT-YES-NO THRU 0165-EXIT
018312         UNTIL WS-CONSENT-REPLY = 'Y' OR 'N'.
018313     MOVE WS-CONSENT-REPLY TO WS-ERCPT-CONSENT.
018314 0160-EXIT.
018315     EXIT.
018316
018317 0165-ACCEPT-YES-NO.
018318     ACCEPT WS-CONSENT-REPLY.
018319     IF WS-CONSENT-REPLY = 'y'
018320         MOVE 'Y' TO WS-CONSENT-REPLY
018321     END-IF.
018322     IF WS-CONSENT-REPLY = 'n'
018323         MOVE 'N' TO WS-CONSENT-REPLY
018324     END-IF.
018325     IF WS-CONSENT-REPLY NOT = 'Y' AND WS-CONSENT-REPLY NOT = 'N'
018326         DISPLAY "Please answer Y or N."
018327     END-IF.
018328 0165-EXIT.
018329     EXIT.
018330
018400 1000-INITIALIZE.
018500     ACCEPT WS-DATE FROM DATE.
018600     OPEN I-O CUST-MAST-FILE.
021700     MOVE WS-MONTH TO CUST-SIGNUP-MONTH.
021800     MOVE WS-DAY TO CUST-SIGNUP-DAY.
021900     MOVE 'A' TO CUST-STATUS-FLAG.
021910     MOVE WS-MKT-CONSENT TO CUST-MKT-CONSENT.
021920     MOVE WS-DATE TO CUST-MKT-CONSENT-DATE.
021930     MOVE WS-ERCPT-CONSENT TO CUST-ERCPT-CONSENT.
021940     MOVE WS-DATE TO CUST-ERCPT-CONSENT-DATE.
022000     WRITE CUST-MASTER-RECORD
022100         INVALID KEY
022200             DISPLAY "This email is already on file."
