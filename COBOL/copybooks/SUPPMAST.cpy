001200*    MAINTENANCE HISTORY.                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-09-02 DRO   INITIAL VERSION.                           *
001410*    2026-10-15 DRO   ADDED SUP-TERMS-DAYS - THE SUPPLIER'S      *
001420*                     PAYMENT TERMS, FROM WHICH SUPPINV SETS     *
001430*                     THE DUE DATE OF AN APPROVED INVOICE.       *
001440*                     APPENDED SO EXISTING ROWS STILL LINE UP;   *
001450*                     ZERO OR SPACES MEANS NET 30.               *
001500*****************************************************************
001600 01  SUPP-MASTER-RECORD.
001700     05  SUP-SUPPLIER-CODE          PIC X(08).
002200     05  SUP-STATUS-FLAG            PIC X(01).
002300         88  SUP-ACTIVE             VALUE 'A' ' '.
002400         88  SUP-INACTIVE           VALUE 'I'.
002410     05  SUP-TERMS-DAYS             PIC 9(03).
