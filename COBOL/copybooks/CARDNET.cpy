000100*****************************************************************
000200*    COPYBOOK.    CARDNET                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     THE NIGHT'S CARD SETTLEMENT NET, ONE RECORD   *
000500*                 WRITTEN BY CARDRECN AND READ BY GLPOST.  THE  *
000600*                 GROSS SETTLED COMES OUT OF THE CASH AND CARD  *
000700*                 CLEARING ACCOUNT, THE FEES AND CHARGEBACKS    *
000800*                 GO TO THEIR EXPENSE ACCOUNTS AND THE          *
000900*                 DIFFERENCE IS WHAT REACHED THE BANK, SO THE   *
001000*                 CARD SIDE OF CLEARING RUNS DOWN TO ZERO AS    *
001100*                 EACH DAY IS FUNDED.  GLPOST ONLY TAKES A      *
001200*                 RECORD DATED FOR ITS OWN RUN.                 *
001300*-----------------------------------------------------------------
001400*    MAINTENANCE HISTORY.                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15 DRO   INITIAL VERSION.                           *
001700*****************************************************************
001800 01  CARD-NET-RECORD.
001900     05  CNT-RUN-DATE.
002000         10  CNT-RUN-YEAR           PIC 9(02).
002100         10  CNT-RUN-MONTH          PIC 9(02).
002200         10  CNT-RUN-DAY            PIC 9(02).
002300     05  CNT-DEPOSIT-COUNT          PIC 9(05).
002400     05  CNT-SETTLED-GROSS          PIC 9(09)V99.
002500     05  CNT-FEE-AMT                PIC 9(07)V99.
002600     05  CNT-CHARGEBACK-COUNT       PIC 9(05).
002700     05  CNT-CHARGEBACK-AMT         PIC 9(07)V99.
002800     05  CNT-NET-DEPOSITED          PIC S9(09)V99.
002900     05  FILLER                     PIC X(20).
