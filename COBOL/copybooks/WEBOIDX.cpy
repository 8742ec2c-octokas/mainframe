000100*****************************************************************
000200*    COPYBOOK.    WEBOIDX                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     WEB ORDERS ALREADY IMPORTED, ONE RECORD PER   *
000500*                 WEB ORDER NUMBER, KEYED BY IT.  WEBIMP ADDS   *
000600*                 A RECORD AS IT POSTS EACH ORDER AND REJECTS   *
000700*                 ANY ORDER ALREADY ON FILE, SO A RESENT FILE   *
000800*                 OR A RERUN NIGHT CANNOT POST AN ORDER TWICE.  *
000900*                 CARRIES THE RECEIPT THE ORDER WAS POSTED      *
001000*                 UNDER FOR TRACING A WEB ORDER TO THE SALE.    *
001100*-----------------------------------------------------------------
001200*    MAINTENANCE HISTORY.                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-15 DRO   INITIAL VERSION.                           *
001500*****************************************************************
001600 01  WEB-ORDER-IDX-RECORD.
001700     05  WOX-ORDER-NO               PIC X(12).
001800     05  WOX-IMPORT-DATE            PIC 9(06).
001900     05  WOX-RECEIPT-NO             PIC 9(06).
002000     05  WOX-NET-TOTAL              PIC 9(07)V99.
002100     05  FILLER                     PIC X(07).
