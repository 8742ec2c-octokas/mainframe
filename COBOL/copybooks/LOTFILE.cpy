000100*****************************************************************
000200*    COPYBOOK.    LOTFILE                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     STOCK LOT RECORD FOR ITEMS MARKED             *
000500*                 INV-LOT-TRACKED (FOOD, TREATS, MEDICATIONS),  *
000600*                 KEYED BY ITEM CODE, EXPIRY DATE AND LOT       *
000700*                 NUMBER SO AN ITEM'S LOTS READ BACK OLDEST     *
000800*                 EXPIRY FIRST.  WRITTEN AT RECEIVING BY        *
000810*                 PURCHORD AND INVMAINT; SALES (INVPOST),       *
000820*                 SHRINKAGE (INVMAINT), VENDOR RETURNS          *
000830*                 (RTVPROC) AND WORK-ORDER MATERIALS (WRKORD)   *
000840*                 RELIEVE THE OLDEST LOTS FIRST AND A LOT THAT  *
000850*                 REACHES ZERO IS DELETED.                      *
001200*                 LISTED BY THE NIGHTLY NEAR-EXPIRY REPORT      *
001300*                 (EXPRPT).                                     *
001400*-----------------------------------------------------------------
001500*    MAINTENANCE HISTORY.                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15 DRO   INITIAL VERSION.                           *
001710*    2026-10-15 DRO   VENDOR RETURNS AND WORK-ORDER MATERIALS    *
001720*                     NOW RELIEVE LOTS AS WELL.                  *
001800*****************************************************************
001900 01  LOT-RECORD.
002000     05  LOT-KEY.
002100         10  LOT-ITEM-CODE          PIC X(08).
002200         10  LOT-EXPIRY-DATE.
002300             15  LOT-EXP-YEAR       PIC 9(02).
002400             15  LOT-EXP-MONTH      PIC 9(02).
002500             15  LOT-EXP-DAY        PIC 9(02).
002600         10  LOT-NUMBER             PIC X(12).
002700     05  LOT-RECEIVED-DATE.
002800         10  LOT-RCV-YEAR           PIC 9(02).
002900         10  LOT-RCV-MONTH          PIC 9(02).
003000         10  LOT-RCV-DAY            PIC 9(02).
003100     05  LOT-QTY-RECEIVED           PIC 9(05).
003200     05  LOT-QTY-ON-HAND            PIC 9(05).
003300     05  LOT-UNIT-COST              PIC 9(03)V99.
