000100*****************************************************************
000200*    COPYBOOK.    SALEHIDX                                      *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     KEYED RECEIPT INDEX OVER THE SALEHIST         *
000500*                 ARCHIVE.  ONE RECORD PER ARCHIVED SALES ROW,  *
000600*                 KEYED BY REGISTER ID, RECEIPT NUMBER AND      *
000700*                 LINE NUMBER, WITH ALTERNATE PATHS BY THE      *
000800*                 CUSTOMER KEY AND BY THE ORIGINAL RECEIPT A    *
000900*                 RETURN LINE POINTS BACK TO.  THE WHOLE        *
001000*                 SALES ROW RIDES IN HIX-TXN-IMAGE SO A READER  *
001100*                 NEVER HAS TO GO BACK TO THE SEQUENTIAL        *
001200*                 ARCHIVE - MOVE IT TO A SALESTXN-SHAPED WORK   *
001300*                 RECORD.  THE IMAGE IS SIZED WITH ROOM FOR     *
001400*                 THE TRANSACTION RECORD TO GROW.               *
001500*                 WRITTEN BY SALEARCH AS IT ARCHIVES EACH ROW;  *
001600*                 HISTRBLD REGENERATES IT FROM SALEHIST.  ROWS  *
001700*                 ARCHIVED BEFORE STX-REGISTER-ID EXISTED ARE   *
001800*                 KEYED UNDER THE REGISTER WHOSE RECEIPT RANGE  *
001900*                 THE NUMBER FALLS IN (SEE RCPTCTR COPYBOOK).   *
002000*-----------------------------------------------------------------
002100*    MAINTENANCE HISTORY.                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-15 DRO   INITIAL VERSION.                           *
002400*****************************************************************
002500 01  SALE-HIDX-RECORD.
002600     05  HIX-KEY.
002700         10  HIX-REGISTER-ID        PIC X(02).
002800         10  HIX-RECEIPT-NO         PIC 9(06).
002900         10  HIX-LINE-NO            PIC 9(03).
003000     05  HIX-CUSTOMER-KEY           PIC X(36).
003100     05  HIX-ORIG-RECEIPT-NO        PIC 9(06).
003200     05  HIX-RECORD-TYPE            PIC X(01).
003300         88  HIX-DETAIL-REC         VALUE 'D'.
003400         88  HIX-TOTAL-REC          VALUE 'T'.
003500     05  HIX-TXN-IMAGE              PIC X(400).
