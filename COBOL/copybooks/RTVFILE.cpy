000100*****************************************************************
000200*    COPYBOOK.    RTVFILE                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     RETURN-TO-VENDOR LINE RECORD, KEYED BY        *
000500*                 SUPPLIER CODE, RTV NUMBER AND LINE NUMBER.    *
000600*                 WRITTEN BY RTVPROC FOR EACH ITEM SENT BACK    *
000700*                 TO A SUPPLIER (DAMAGED STOCK, RECALLS), AT    *
000800*                 THE ITEM'S INV-UNIT-COST.  EVERY LINE OF AN   *
000900*                 RTV STAYS OPEN UNTIL THE SUPPLIER'S CREDIT    *
001000*                 MEMO IS KEYED AGAINST IT; THE MEMO NUMBER,    *
001100*                 DATE AND TOTAL ARE THEN CARRIED ON EVERY      *
001200*                 LINE.  THE OPEN LINES ARE LISTED BY RTVRPT    *
001300*                 WITH THE DAYS WAITED.                         *
001400*-----------------------------------------------------------------
001500*    MAINTENANCE HISTORY.                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15 DRO   INITIAL VERSION.                           *
001800*****************************************************************
001900 01  RTV-LINE-RECORD.
002000     05  RTV-KEY.
002100         10  RTV-SUPPLIER-CODE      PIC X(08).
002200         10  RTV-NUMBER             PIC 9(06).
002300         10  RTV-LINE-NO            PIC 9(03).
002400     05  RTV-RTV-DATE.
002500         10  RTV-RTV-YEAR           PIC 9(02).
002600         10  RTV-RTV-MONTH          PIC 9(02).
002700         10  RTV-RTV-DAY            PIC 9(02).
002800     05  RTV-ITEM-CODE              PIC X(08).
002900     05  RTV-DESCRIPTION            PIC X(20).
003000     05  RTV-QUANTITY               PIC 9(03).
003100     05  RTV-UNIT-COST              PIC 9(03)V99.
003200     05  RTV-LINE-AMT               PIC 9(07)V99.
003300     05  RTV-REASON                 PIC X(01).
003400         88  RTV-REASON-DAMAGED     VALUE 'D'.
003500         88  RTV-REASON-RECALL      VALUE 'R'.
003600         88  RTV-REASON-OTHER       VALUE 'O'.
003700     05  RTV-LINE-STATUS            PIC X(01).
003800         88  RTV-LINE-OPEN          VALUE 'O'.
003900         88  RTV-LINE-CREDITED      VALUE 'C'.
004000     05  RTV-CREDIT-MEMO-NO         PIC X(12).
004100     05  RTV-CREDIT-DATE            PIC 9(06).
004200     05  RTV-CREDIT-AMT             PIC 9(07)V99.
