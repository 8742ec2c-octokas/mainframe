001600*                     SO THE LAYOUT IS SHARED WITH CYCCOUNT,     *
001700*                     AND ADDED MOVE TYPE 'C' FOR CYCLE COUNT    *
001800*                     ADJUSTMENTS.                               *
001810*    2026-10-15 DRO   ADDED MOVE TYPE 'V' FOR GOODS SENT BACK    *
001820*                     TO THE SUPPLIER ON A RETURN-TO-VENDOR      *
001830*                     DOCUMENT (RTVPROC).  RECEIPT-NO AND        *
001840*                     LINE-NO CARRY THE RTV NUMBER AND LINE.     *
001850*    2026-10-15 DRO   ADDED MOVE TYPE 'W' FOR MATERIALS USED ON  *
001860*                     A COMPLETED INSTALLATION WORK ORDER        *
001870*                     (WRKORD).  RECEIPT-NO AND LINE-NO CARRY    *
001880*                     THE WORK ORDER NUMBER AND PICK LINE.       *
001900*****************************************************************
002000 01  INV-MOVE-RECORD.
002100     05  IMV-POST-DATE.
002900         88  IMV-SALE-MOVE          VALUE 'S'.
003000         88  IMV-RETURN-MOVE        VALUE 'R'.
003100         88  IMV-ADJUST-MOVE        VALUE 'C'.
003110         88  IMV-VENDOR-RETURN-MOVE VALUE 'V'.
003120         88  IMV-WORK-ORDER-MOVE    VALUE 'W'.
003200     05  IMV-QUANTITY               PIC 9(03).
003300     05  IMV-PRIOR-ON-HAND          PIC 9(05).
003400     05  IMV-NEW-ON-HAND            PIC 9(05).
