000100*****************************************************************
000200*    COPYBOOK.    APOPEN                                        *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     ACCOUNTS PAYABLE OPEN ITEM, ONE PER APPROVED  *
000500*                 SUPPLIER INVOICE, KEYED BY SUPPLIER CODE AND  *
000600*                 INVOICE NUMBER SO A SEQUENTIAL PASS COMES     *
000700*                 OUT GROUPED BY SUPPLIER.  WRITTEN BY SUPPINV  *
000800*                 WHEN AN INVOICE MATCHES OR IS RELEASED FROM   *
000900*                 HOLD, WITH THE DUE DATE SET FROM THE          *
001000*                 SUPPLIER'S TERMS.  AGED WEEKLY BY APAGING,    *
001100*                 WHOSE PAYMENT RUN MARKS THE ITEMS IT PAYS.    *
001200*-----------------------------------------------------------------
001300*    MAINTENANCE HISTORY.                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15 DRO   INITIAL VERSION.                           *
001600*****************************************************************
001700 01  AP-OPEN-RECORD.
001800     05  APO-KEY.
001900         10  APO-SUPPLIER-CODE      PIC X(08).
002000         10  APO-INVOICE-NO         PIC X(12).
002100     05  APO-INVOICE-DATE           PIC 9(06).
002200     05  APO-DUE-DATE.
002300         10  APO-DUE-YEAR           PIC 9(02).
002400         10  APO-DUE-MONTH          PIC 9(02).
002500         10  APO-DUE-DAY            PIC 9(02).
002600     05  APO-AMOUNT                 PIC 9(07)V99.
002700     05  APO-STATUS                 PIC X(01).
002800         88  APO-OPEN               VALUE 'O'.
002900         88  APO-PAID               VALUE 'P'.
003000     05  APO-APPROVED-DATE          PIC 9(06).
003100     05  APO-PAID-DATE              PIC 9(06).
