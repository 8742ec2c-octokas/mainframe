000100*****************************************************************
000200*    COPYBOOK.    SUPPINV                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     SUPPLIER INVOICE LINE RECORD, KEYED BY        *
000500*                 SUPPLIER CODE, THE SUPPLIER'S INVOICE NUMBER  *
000600*                 AND LINE NUMBER.  WRITTEN BY SUPPINV AS EACH  *
000700*                 LINE IS KEYED AND MATCHED AGAINST ITS PO      *
000800*                 LINE - BILLED QUANTITY AGAINST ORDERED AND    *
000900*                 RECEIVED, BILLED PRICE AGAINST THE COST       *
001000*                 RECEIVED.  A LINE THAT DOES NOT MATCH IS      *
001100*                 HELD WITH THE REASON, AND THE WHOLE INVOICE   *
001200*                 WAITS UNTIL IT IS RELEASED.                   *
001300*-----------------------------------------------------------------
001400*    MAINTENANCE HISTORY.                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15 DRO   INITIAL VERSION.                           *
001700*****************************************************************
001800 01  SUPP-INV-RECORD.
001900     05  SIV-KEY.
002000         10  SIV-SUPPLIER-CODE      PIC X(08).
002100         10  SIV-INVOICE-NO         PIC X(12).
002200         10  SIV-LINE-NO            PIC 9(03).
002300     05  SIV-INVOICE-DATE.
002400         10  SIV-INV-YEAR           PIC 9(02).
002500         10  SIV-INV-MONTH          PIC 9(02).
002600         10  SIV-INV-DAY            PIC 9(02).
002700     05  SIV-PO-NUMBER              PIC 9(06).
002800     05  SIV-PO-LINE-NO             PIC 9(03).
002900     05  SIV-ITEM-CODE              PIC X(08).
003000     05  SIV-QTY-BILLED             PIC 9(05).
003100     05  SIV-UNIT-PRICE             PIC 9(03)V99.
003200     05  SIV-LINE-AMT               PIC 9(07)V99.
003300     05  SIV-LINE-STATUS            PIC X(01).
003400         88  SIV-LINE-MATCHED       VALUE 'M'.
003500         88  SIV-LINE-HELD          VALUE 'H'.
003600         88  SIV-LINE-RELEASED      VALUE 'R'.
003700     05  SIV-HOLD-REASON            PIC X(01).
003800         88  SIV-HOLD-QUANTITY      VALUE 'Q'.
003900         88  SIV-HOLD-PRICE         VALUE 'P'.
004000         88  SIV-HOLD-BOTH          VALUE 'B'.
004100         88  SIV-HOLD-NO-PO-LINE    VALUE 'N'.
004200     05  SIV-ENTRY-DATE             PIC 9(06).
004300     05  SIV-APPROVED-DATE          PIC 9(06).
