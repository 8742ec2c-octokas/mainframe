000100*****************************************************************
000200*    COPYBOOK.    BATSTAT                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     BATCH STATISTICS RECORD.  EVERY STEP OF THE   *
000500*                 NIGHTLY WINDOW APPENDS ONE ROW AS IT ENDS     *
000600*                 NORMALLY: STEP (PROGRAM) NAME, RUN DATE AND   *
000700*                 TIME, THE RETURN CODE IT IS ENDING WITH,      *
000800*                 RECORDS READ, WRITTEN AND REJECTED, ONE       *
000900*                 CONTROL COUNT AND UP TO TWO NAMED MONEY       *
001000*                 TOTALS.  THE STEPS THAT READ THE DAY'S        *
001100*                 SALES (SALEBAL, EODREPORT, GLPOST, SALEARCH)  *
001200*                 ALL CARRY THE RUN DATE'S TOTALLED RECEIPTS    *
001300*                 AS THE CONTROL COUNT, THEIR TOTAL SALE AS     *
001400*                 AMOUNT 1 AND THEIR SALES TAX AS AMOUNT 2, SO  *
001500*                 BATSUMM CAN CROSS-FOOT THEM.  A STEP WITH NO  *
001600*                 ROW FOR THE DATE DID NOT RUN OR ENDED         *
001700*                 ABNORMALLY.                                   *
001800*-----------------------------------------------------------------
001900*    MAINTENANCE HISTORY.                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-15 DRO   INITIAL VERSION.                           *
002200*****************************************************************
002300 01  BATCH-STAT-RECORD.
002400     05  BST-STEP-NAME              PIC X(08).
002500     05  BST-RUN-DATE.
002600         10  BST-RUN-YEAR           PIC 9(02).
002700         10  BST-RUN-MONTH          PIC 9(02).
002800         10  BST-RUN-DAY            PIC 9(02).
002900     05  BST-TIME                   PIC 9(06).
003000     05  BST-RETURN-CODE            PIC 9(04).
003100     05  BST-RECS-READ              PIC 9(09).
003200     05  BST-RECS-WRITTEN           PIC 9(09).
003300     05  BST-RECS-REJECTED          PIC 9(09).
003400     05  BST-CONTROL-COUNT          PIC 9(09).
003500     05  BST-AMOUNT-1-NAME          PIC X(12).
003600     05  BST-AMOUNT-1               PIC S9(11)V99.
003700     05  BST-AMOUNT-2-NAME          PIC X(12).
003800     05  BST-AMOUNT-2               PIC S9(11)V99.
003900     05  FILLER                     PIC X(10).
