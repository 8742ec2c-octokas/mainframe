001300*    2026-09-02 DRO   CARVED OUT OF THE INLINE FD IN INVMAINT    *
001400*                     SO THE LAYOUT IS SHARED WITH THE NIGHTLY   *
001500*                     PRICE-CHANGE APPLY (PRCAPPLY).             *
001510*    2026-10-15 DRO   ADDED ACTIONS 'O' (REORDER POINT) AND 'Q'  *
001520*                     (REORDER QUANTITY) FOR THE DEMAND          *
001530*                     RECALCULATION (REORDCLC).  ON THOSE ROWS   *
001540*                     THE OLD/NEW QTY FIELDS CARRY THE OLD AND   *
001550*                     NEW REORDER FIGURE, NOT THE ON-HAND.       *
001600*****************************************************************
001700 01  INV-AUDIT-RECORD.
001800     05  IVA-DATE.
002800         88  IVA-ITEM-DEACTIVATED   VALUE 'D'.
002900         88  IVA-STOCK-RECEIVED     VALUE 'R'.
003000         88  IVA-SHRINKAGE-POSTED   VALUE 'S'.
003010         88  IVA-REORDER-PT-CHANGED VALUE 'O'.
003020         88  IVA-REORDER-QTY-CHANGED VALUE 'Q'.
003100     05  IVA-OLD-PRICE              PIC 9(03)V99.
003200     05  IVA-NEW-PRICE              PIC 9(03)V99.
003300     05  IVA-OLD-QTY                PIC 9(05).
