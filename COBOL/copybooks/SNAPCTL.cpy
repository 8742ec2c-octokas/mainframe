000100*****************************************************************
000200*    COPYBOOK.    SNAPCTL                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     PRE-BATCH SNAPSHOT CONTROL RECORD.  NITESNAP  *
000500*                 WRITES ONE PER MASTER IT UNLOADS AHEAD OF THE *
000600*                 NIGHTLY WINDOW - THE RECORD COUNT AND HASH    *
000700*                 TOTALS OF THE KEY MONEY AND QUANTITY FIELDS   *
000800*                 OF THAT GENERATION.  NITERSTR PROVES A        *
000900*                 GENERATION AGAINST THESE TOTALS BEFORE IT     *
001000*                 RELOADS ANYTHING, AND AGAIN AFTER.            *
001100*                 HASH TOTALS BY FILE -                         *
001200*                   INVMAST   1 QTY ON HAND  2 UNIT PRICE       *
001300*                             3 UNIT COST                       *
001400*                   PTSLEDGR  1 POINTS BALANCE                  *
001500*                   ARLEDGR   1 BALANCE      2 CREDIT LIMIT     *
001600*                   PRCPEND   1 NEW PRICE                       *
001610*                   LOTFILE   1 LOT QTY ON HAND                 *
001620*                             2 LOT UNIT COST                   *
001630*                   CARDOPEN  1 TENDERED     2 FUNDED           *
001640*                             3 FEE                             *
001700*                   RUNCTL    RECORD COUNT ONLY                 *
001800*                 AN UNUSED HASH TOTAL IS CARRIED AS ZERO.      *
001900*-----------------------------------------------------------------
002000*    MAINTENANCE HISTORY.                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-15 DRO   INITIAL VERSION.                           *
002210*    2026-10-15 DRO   LOTFILE ADDED TO THE HASH TOTAL LEGEND.    *
002220*    2026-10-15 DRO   CARDOPEN ADDED TO THE HASH TOTAL LEGEND.   *
002300*****************************************************************
002400 01  SNAP-CTL-RECORD.
002500     05  SNC-FILE-NAME              PIC X(08).
002600     05  SNC-SNAP-DATE.
002700         10  SNC-SNAP-YEAR          PIC 9(02).
002800         10  SNC-SNAP-MONTH         PIC 9(02).
002900         10  SNC-SNAP-DAY           PIC 9(02).
003000     05  SNC-SNAP-TIME              PIC 9(06).
003100     05  SNC-RECORD-COUNT           PIC 9(09).
003200     05  SNC-HASH-1                 PIC S9(13)V99.
003300     05  SNC-HASH-2                 PIC S9(13)V99.
003400     05  SNC-HASH-3                 PIC S9(13)V99.
