000100*****************************************************************
000200*    COPYBOOK.    CARDSETL                                      *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     CARD PROCESSOR DAILY SETTLEMENT RECORD, AS    *
000500*                 THE PROCESSOR SENDS IT.  A 'D' ROW IS ONE     *
000600*                 FUNDED BATCH - THE REGISTER AND SALE DATE IT  *
000700*                 COVERS, THE GROSS CARD SALES, THE PROCESSING  *
000800*                 FEE HELD BACK AND THE NET PAID TO THE BANK.   *
000900*                 A 'C' ROW IS A CHARGEBACK TAKEN BACK OUT OF   *
001000*                 THE DEPOSIT, WITH THE RECEIPT AND REASON      *
001100*                 CODE WHEN THE PROCESSOR SUPPLIES THEM.  READ  *
001200*                 BY THE NIGHTLY CARDRECN RECONCILIATION.       *
001300*-----------------------------------------------------------------
001400*    MAINTENANCE HISTORY.                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15 DRO   INITIAL VERSION.                           *
001700*****************************************************************
001800 01  CARD-SETL-RECORD.
001900     05  CSL-RECORD-TYPE            PIC X(01).
002000         88  CSL-DEPOSIT-REC        VALUE 'D'.
002100         88  CSL-CHARGEBACK-REC     VALUE 'C'.
002200     05  CSL-SETTLE-DATE            PIC 9(06).
002300     05  CSL-TXN-DATE.
002400         10  CSL-TXN-YEAR           PIC 9(02).
002500         10  CSL-TXN-MONTH          PIC 9(02).
002600         10  CSL-TXN-DAY            PIC 9(02).
002700     05  CSL-REGISTER-ID            PIC X(02).
002800     05  CSL-BATCH-NO               PIC 9(06).
002900     05  CSL-GROSS-AMT              PIC 9(07)V99.
003000     05  CSL-FEE-AMT                PIC 9(05)V99.
003100     05  CSL-NET-AMT                PIC 9(07)V99.
003200     05  CSL-RECEIPT-NO             PIC 9(06).
003300     05  CSL-REASON-CODE            PIC X(04).
003400     05  FILLER                     PIC X(24).
