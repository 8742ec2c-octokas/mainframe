000100*****************************************************************
000200*    COPYBOOK.    INVVALH                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     INVENTORY VALUATION HISTORY, ONE ROW PER      *
000500*                 SUPPLIER PER FISCAL PERIOD CLOSED BY INVVAL,  *
000600*                 PLUS A STORE TOTAL ROW (SUPPLIER CODE HIGH-   *
000700*                 VALUES).  KEPT SO A PERIOD-END VALUATION CAN  *
000800*                 BE SET AGAINST THE SAME FISCAL PERIOD LAST    *
000900*                 YEAR - THE MASTER ONLY EVER HOLDS TODAY'S     *
001000*                 STOCK.  A RERUN FOR THE SAME PERIOD REPLACES  *
001100*                 ITS ROWS.                                     *
001200*-----------------------------------------------------------------
001300*    MAINTENANCE HISTORY.                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15 DRO   INITIAL VERSION.                           *
001600*****************************************************************
001700 01  INV-VAL-HIST-RECORD.
001800     05  VLH-KEY.
001900         10  VLH-FISCAL-YEAR        PIC 9(02).
002000         10  VLH-PERIOD             PIC 9(02).
002100         10  VLH-SUPPLIER-CODE      PIC X(08).
002200     05  VLH-RUN-DATE               PIC 9(06).
002300     05  VLH-ITEM-COUNT             PIC 9(05).
002400     05  VLH-VALUE                  PIC 9(11)V99.
