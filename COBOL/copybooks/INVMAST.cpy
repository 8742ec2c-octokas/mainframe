001498*                     CAPTURED AT RECEIVING, AND CARRIED ONTO   *
001499*                     SALES DETAIL RECORDS FOR MARGIN AND       *
001501*                     VALUATION REPORTING (ITEMMOVE, INVVAL).   *
001502*    2026-10-15 DRO   ADDED INV-REORDER-METHOD.  'M' MARKS AN   *
001503*                     ITEM WHOSE REORDER POINT AND QUANTITY     *
001504*                     ARE MANAGED BY HAND IN INVMAINT, WHICH    *
001505*                     THE DEMAND RECALCULATION (REORDCLC)       *
001506*                     LEAVES ALONE.  SPACES IS TREATED AS       *
001507*                     CALCULATED FOR EXISTING RECORDS.          *
001508*    2026-10-15 DRO   ADDED INV-REPLENISH-DAYS - THE DAYS A     *
001509*                     CUSTOMER USUALLY TAKES TO USE UP A        *
001510*                     CONSUMABLE (FOOD, LITTER, FLEA/TICK).     *
001511*                     ZERO, OR SPACES ON OLDER RECORDS, MEANS   *
001512*                     NOT A CONSUMABLE.  READ BY THE NIGHTLY    *
001513*                     REPLENISHMENT REMINDER FEED (RPLFEED).    *
001514*    2026-10-15 DRO   ADDED INV-ITEM-TYPE.  'K' MARKS A KIT OR  *
001515*                     BUNDLE WHOSE COMPONENTS ARE LISTED ON     *
001516*                     KITBOM; A KIT IS PRICED ON ITS OWN BUT    *
001517*                     CARRIES NO STOCK - SALES AND RETURNS      *
001518*                     MOVE THE COMPONENTS.  SPACES IS TREATED   *
001519*                     AS A STOCK ITEM FOR EXISTING RECORDS.     *
001520*    2026-10-15 DRO   ADDED INV-LOT-CONTROL.  'Y' MARKS AN ITEM *
001521*                     WHOSE STOCK IS RECEIVED BY LOT AND EXPIRY *
001522*                     DATE ONTO LOTFILE AND RELIEVED OLDEST     *
001523*                     EXPIRY FIRST.                             *
001524*    2026-10-15 DRO   ADDED INV-QTY-RESERVED - STOCK HELD ON    *
001525*                     HAND FOR THE PICK LISTS OF SCHEDULED      *
001526*                     INSTALLATION WORK ORDERS (WRKORD),        *
001527*                     RELEASED WHEN THE JOB IS COMPLETED OR     *
001528*                     CANCELLED.  THE REGISTER AND REORDRPT     *
001529*                     WORK FROM ON HAND LESS RESERVED.  SPACES  *
001530*                     ON OLDER RECORDS IS TREATED AS NOTHING    *
001531*                     RESERVED.                                 *
001532*****************************************************************
001600 01  INV-MASTER-RECORD.
001700     05  INV-ITEM-CODE              PIC X(08).
001800     05  INV-DESCRIPTION            PIC X(20).
002600     05  INV-SUPPLIER-CODE          PIC X(08).
002700     05  INV-TAX-CATEGORY           PIC X(02).
002800     05  INV-UNIT-COST              PIC 9(03)V99.
002810     05  INV-REORDER-METHOD         PIC X(01).
002820         88  INV-REORDER-MANUAL     VALUE 'M'.
002830         88  INV-REORDER-CALCULATED VALUE 'C' ' '.
002840     05  INV-REPLENISH-DAYS         PIC 9(03).
002850     05  INV-ITEM-TYPE              PIC X(01).
002860         88  INV-KIT-ITEM           VALUE 'K'.
002870         88  INV-STOCK-ITEM         VALUE 'S' ' '.
002880     05  INV-LOT-CONTROL            PIC X(01).
002890         88  INV-LOT-TRACKED        VALUE 'Y'.
002900     05  INV-QTY-RESERVED           PIC 9(05).
