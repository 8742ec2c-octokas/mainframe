001400*    MAINTENANCE HISTORY.                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-09-02 DRO   INITIAL VERSION.                           *
001610*    2026-10-15 DRO   ADDED PO-RECEIVED-COST (THE UNIT COST      *
001620*                     KEYED WHEN THE LINE WAS LAST RECEIVED) AND *
001630*                     PO-QTY-BILLED (UNITS INVOICED SO FAR) SO   *
001640*                     SUPPINV CAN MATCH A SUPPLIER INVOICE LINE  *
001650*                     AGAINST WHAT WAS ORDERED AND RECEIVED.     *
001700*****************************************************************
001800 01  PO-LINE-RECORD.
001900     05  PO-KEY.
003100     05  PO-LINE-STATUS             PIC X(01).
003200         88  PO-LINE-OPEN           VALUE 'O'.
003300         88  PO-LINE-CLOSED         VALUE 'C'.
003310     05  PO-RECEIVED-COST           PIC 9(03)V99.
003320     05  PO-QTY-BILLED              PIC 9(05).
