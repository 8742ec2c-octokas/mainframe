001600*    MAINTENANCE HISTORY.                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-09-02 DRO   INITIAL VERSION.                           *
001810*    2026-10-15 DRO   PAYMENT TERMS (DAYS, BLANK = NET 30) ARE   *
001820*                     NOW KEYED ON ADD AND CHANGE FOR SUPPINV.   *
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
005400     05  WS-LEAD-DAYS           PIC 9(03)  VALUE ZEROES.
005500     05  WS-MIN-ORDER-IN        PIC X(07)  VALUE SPACES.
005600     05  WS-MIN-ORDER           PIC 9(05)V99 VALUE ZEROES.
005610     05  WS-TERMS-IN            PIC X(03)  VALUE SPACES.
005620     05  WS-TERMS-DAYS          PIC 9(03)  VALUE ZEROES.
005700     05  WS-MENU-CHOICE         PIC X      VALUE SPACE.
005800         88  WS-CHOICE-ADD          VALUE 'A' 'a'.
005900         88  WS-CHOICE-CHANGE       VALUE 'C' 'c'.
014400     ACCEPT WS-SUPP-CONTACT.
014500     PERFORM 0220-ACCEPT-LEAD-TIME THRU 0220-EXIT.
014600     PERFORM 0230-ACCEPT-MIN-ORDER THRU 0230-EXIT.
014610     PERFORM 0250-ACCEPT-TERMS THRU 0250-EXIT.
014700     MOVE WS-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
014800     MOVE WS-SUPP-NAME TO SUP-NAME.
014900     MOVE WS-SUPP-CONTACT TO SUP-CONTACT.
015000     MOVE WS-LEAD-DAYS TO SUP-LEAD-TIME-DAYS.
015100     MOVE WS-MIN-ORDER TO SUP-MINIMUM-ORDER.
015110     MOVE WS-TERMS-DAYS TO SUP-TERMS-DAYS.
015200     MOVE 'A' TO SUP-STATUS-FLAG.
015300     WRITE SUPP-MASTER-RECORD
015400         INVALID KEY
019200     IF WS-USER-RESPONSE = 'Y' OR 'y'
019300         PERFORM 0230-ACCEPT-MIN-ORDER THRU 0230-EXIT
019400         MOVE WS-MIN-ORDER TO SUP-MINIMUM-ORDER
019401     END-IF.
019402     IF SUP-TERMS-DAYS IS NOT NUMERIC
019403         MOVE 30 TO SUP-TERMS-DAYS
019404     END-IF.
019405     DISPLAY "Current payment terms (days): " SUP-TERMS-DAYS.
019406     DISPLAY "Change the payment terms? (Y/N): ".
019407     ACCEPT WS-USER-RESPONSE.
019408     IF WS-USER-RESPONSE = 'Y' OR 'y'
019409         PERFORM 0250-ACCEPT-TERMS THRU 0250-EXIT
019410         MOVE WS-TERMS-DAYS TO SUP-TERMS-DAYS
019500     END-IF.
019600     IF SUP-INACTIVE
019700         DISPLAY "Reactivate this supplier? (Y/N): "
026200 0230-EXIT.
026300     EXIT.
026400
026401*    TERMS DRIVE THE DUE DATE SUPPINV PUTS ON AN APPROVED
026402*    INVOICE - ANYTHING BUT A NUMBER OF DAYS MEANS NET 30.
026403 0250-ACCEPT-TERMS.
026404     DISPLAY "Enter payment terms in days (999, blank = 30): ".
026405     MOVE SPACES TO WS-TERMS-IN.
026406     ACCEPT WS-TERMS-IN.
026407     IF WS-TERMS-IN IS NUMERIC AND WS-TERMS-IN NOT = ZEROES
026408         MOVE WS-TERMS-IN TO WS-TERMS-DAYS
026409     ELSE
026410         MOVE 30 TO WS-TERMS-DAYS
026411     END-IF.
026412 0250-EXIT.
026413     EXIT.
026414
026500 0240-FETCH-SUPPLIER.
026600     PERFORM 0210-ACCEPT-SUPP-CODE THRU 0210-EXIT.
026700     IF WS-SUPPLIER-CODE = SPACES
