000100*****************************************************************
000200*    COPYBOOK.    WEBORDR                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     WEB STORE DAILY ORDER FILE, AS THE STORE      *
000500*                 SENDS IT.  ONE 'H' HEADER ROW CARRYING THE    *
000600*                 FILE DATE, THEN PER ORDER ONE 'O' ROW (ORDER  *
000700*                 DATE AND TIME, CUSTOMER EMAIL - SPACES FOR A  *
000800*                 GUEST CHECKOUT - AND THE SUBTOTAL, TAX AND    *
000900*                 TOTAL CHARGED TO THE CARD) FOLLOWED BY ITS    *
001000*                 'L' ITEM ROWS, AND LAST ONE 'T' TRAILER ROW   *
001100*                 WITH THE ORDER AND ITEM-ROW COUNTS AND THE    *
001200*                 SUM OF THE ORDER TOTALS, SO A FILE CUT SHORT  *
001300*                 IN TRANSIT CAN BE TOLD FROM A COMPLETE ONE.   *
001400*                 EVERY ROW CARRIES ITS WEB ORDER NUMBER        *
001500*                 (SPACES ON 'H' AND 'T').  READ BY THE         *
001600*                 NIGHTLY WEBIMP IMPORT.                        *
001700*-----------------------------------------------------------------
001800*    MAINTENANCE HISTORY.                                       *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    2026-10-15 DRO   INITIAL VERSION.                           *
002100*****************************************************************
002200 01  WEB-ORDER-RECORD.
002300     05  WEB-RECORD-TYPE            PIC X(01).
002400         88  WEB-HEADER-REC         VALUE 'H'.
002500         88  WEB-ORDER-REC          VALUE 'O'.
002600         88  WEB-LINE-REC           VALUE 'L'.
002700         88  WEB-TRAILER-REC        VALUE 'T'.
002800     05  WEB-ORDER-NO               PIC X(12).
002900     05  WEB-DATA                   PIC X(75).
003000     05  WEB-HEADER-DATA REDEFINES WEB-DATA.
003100         10  WEH-FILE-DATE          PIC 9(06).
003200         10  WEH-FILE-SEQ           PIC 9(04).
003300         10  FILLER                 PIC X(65).
003400     05  WEB-ORDER-DATA REDEFINES WEB-DATA.
003500         10  WEO-ORDER-DATE.
003600             15  WEO-ORDER-YEAR     PIC 9(02).
003700             15  WEO-ORDER-MONTH    PIC 9(02).
003800             15  WEO-ORDER-DAY      PIC 9(02).
003900         10  WEO-ORDER-TIME         PIC 9(06).
004000         10  WEO-CUST-EMAIL         PIC X(36).
004100         10  WEO-SUBTOTAL           PIC 9(05)V99.
004200         10  WEO-TAX-AMT            PIC 9(05)V99.
004300         10  WEO-TOTAL              PIC 9(05)V99.
004400         10  FILLER                 PIC X(06).
004500     05  WEB-LINE-DATA REDEFINES WEB-DATA.
004600         10  WEL-ITEM-CODE          PIC X(08).
004700         10  WEL-QUANTITY           PIC 9(03).
004800         10  WEL-UNIT-PRICE         PIC 9(03)V99.
004900         10  WEL-LINE-TOTAL         PIC 9(05)V99.
005000         10  FILLER                 PIC X(52).
005100     05  WEB-TRAILER-DATA REDEFINES WEB-DATA.
005200         10  WET-ORDER-COUNT        PIC 9(05).
005300         10  WET-LINE-COUNT         PIC 9(07).
005400         10  WET-TOTAL-AMT          PIC 9(09)V99.
005500         10  FILLER                 PIC X(52).
