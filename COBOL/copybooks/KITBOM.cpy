000100*****************************************************************
000200*    COPYBOOK.    KITBOM                                        *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     KIT BILL OF MATERIALS, KEYED BY THE KIT'S     *
000500*                 ITEM CODE.  A KIT (AQUARIUM STARTER KIT, CAGE *
000600*                 SETUP, PUPPY BUNDLE) IS AN INVMAST ITEM       *
000700*                 MARKED INV-KIT-ITEM THAT CARRIES ITS OWN      *
000800*                 PRICE BUT NO STOCK OF ITS OWN - IT IS SOLD AS *
000900*                 ONE REGISTER LINE, AND INVPOST RELIEVES (OR   *
001000*                 ON A RETURN RESTORES) THE COMPONENTS LISTED   *
001100*                 HERE, EACH TIMES ITS QUANTITY PER KIT.  THE   *
001200*                 KITS THAT CAN BE MADE UP ARE LIMITED BY THE   *
001300*                 SCARCEST COMPONENT.  MAINTAINED THROUGH THE   *
001400*                 (K)IT OPTION OF INVMAINT.                     *
001500*-----------------------------------------------------------------
001600*    MAINTENANCE HISTORY.                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-10-15 DRO   INITIAL VERSION.                           *
001900*****************************************************************
002000 01  KIT-BOM-RECORD.
002100     05  KIT-ITEM-CODE              PIC X(08).
002200     05  KIT-COMP-COUNT             PIC 9(02).
002300     05  KIT-COMPONENT              OCCURS 10 TIMES.
002400         10  KIT-COMP-ITEM-CODE     PIC X(08).
002500         10  KIT-COMP-QTY           PIC 9(03).
