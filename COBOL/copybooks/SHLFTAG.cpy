000100*****************************************************************
000200*    COPYBOOK.    SHLFTAG                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     SHELF TAG PRINT RECORD.  ONE ROW PER TAG TO   *
000500*                 BE PRINTED AND HUNG BY THE MORNING CREW,      *
000600*                 FILED IN SUPPLIER THEN ITEM ORDER SO THE      *
000700*                 TAGS COME OFF THE PRINTER READY TO WALK THE   *
000800*                 FLOOR.  CARRIES THE REGULAR PRICE AND, WHERE  *
000900*                 A PROMOTION IS IN FORCE ON THE TAG DATE, THE  *
001000*                 PROMOTION CODE, TYPE, PRICE AND END DATE.     *
001100*                 WRITTEN BY SHLFTAG, NIGHTLY OR ON DEMAND.     *
001200*-----------------------------------------------------------------
001300*    MAINTENANCE HISTORY.                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15 DRO   INITIAL VERSION.                           *
001600*****************************************************************
001700 01  SHELF-TAG-RECORD.
001800     05  TAG-SUPPLIER-CODE          PIC X(08).
001900     05  TAG-ITEM-CODE              PIC X(08).
002000     05  TAG-DESCRIPTION            PIC X(20).
002100     05  TAG-REG-PRICE              PIC 9(03)V99.
002200     05  TAG-PROMO-CODE             PIC X(08).
002300     05  TAG-PROMO-TYPE             PIC X(01).
002400         88  TAG-NO-PROMO           VALUE ' '.
002500         88  TAG-PROMO-PERCENT      VALUE 'P'.
002600         88  TAG-PROMO-AMOUNT       VALUE 'A'.
002700         88  TAG-PROMO-BOGO         VALUE 'B'.
002800     05  TAG-PROMO-PRICE            PIC 9(03)V99.
002900     05  TAG-PROMO-END-DATE         PIC 9(06).
003000     05  TAG-REASON                 PIC X(01).
003100         88  TAG-PRICE-CHANGE       VALUE 'P'.
003200         88  TAG-PROMO-STARTS       VALUE 'S'.
003300         88  TAG-PROMO-ENDS         VALUE 'E'.
003400         88  TAG-REPRINT            VALUE 'R'.
003500     05  TAG-EFFECTIVE-DATE         PIC 9(06).
003600     05  FILLER                     PIC X(12).
