000100*****************************************************************
000200*    COPYBOOK.    CARDOPEN                                      *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     CARD TENDER OPEN-ITEM RECORD, KEYED BY SALE   *
000500*                 DATE AND REGISTER.  CARDRECN ADDS ONE ROW     *
000600*                 EACH NIGHT PER REGISTER THAT TOOK CARD MONEY  *
000700*                 (CARD SALES PLUS THE CARD SIDE OF SPLIT       *
000800*                 TENDERS) AND CLOSES IT WHEN THE PROCESSOR'S   *
000900*                 SETTLEMENT FOR THAT DATE AND REGISTER         *
001000*                 ARRIVES - MATCHED, SHORT-FUNDED OR            *
001100*                 OVER-FUNDED.  A ROW STILL OPEN PAST THE       *
001200*                 GRACE DAYS IS REPORTED AS UNFUNDED.           *
001300*-----------------------------------------------------------------
001400*    MAINTENANCE HISTORY.                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15 DRO   INITIAL VERSION.                           *
001700*****************************************************************
001800 01  CARD-OPEN-RECORD.
001900     05  COP-KEY.
002000         10  COP-TXN-DATE.
002100             15  COP-TXN-YEAR       PIC 9(02).
002200             15  COP-TXN-MONTH      PIC 9(02).
002300             15  COP-TXN-DAY        PIC 9(02).
002400         10  COP-REGISTER-ID        PIC X(02).
002500     05  COP-SALE-COUNT             PIC 9(05).
002600     05  COP-TENDER-AMT             PIC 9(07)V99.
002700     05  COP-FUNDED-AMT             PIC 9(07)V99.
002800     05  COP-FEE-AMT                PIC 9(05)V99.
002900     05  COP-BATCH-NO               PIC 9(06).
003000     05  COP-STATUS                 PIC X(01).
003100         88  COP-OPEN               VALUE 'O'.
003200         88  COP-MATCHED            VALUE 'M'.
003300         88  COP-SHORT-FUNDED       VALUE 'S'.
003400         88  COP-OVER-FUNDED        VALUE 'X'.
003500     05  COP-CLOSED-DATE            PIC 9(06).
