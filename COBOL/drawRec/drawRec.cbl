001300*    PRINTS AN OVER/SHORT REPORT, AND WRITES THE RESULT TO      *
001400*    THE PERMANENT DRAW-HIST-FILE.  AN OVER/SHORT BEYOND THE    *
001500*    TOLERANCE IS ALSO APPENDED TO THE SHARED EXCEPTION LOG     *
001600*    SO THE MORNING REVIEW CATCHES IT.  CARD TENDERS NEVER      *
001700*    PUT CASH IN THE DRAWER; A SPLIT TENDER'S CASH SIDE DOES,   *
001800*    SO 'C' TENDERS AND THE CASH SIDE OF 'S' TENDERS COUNT.     *
001900*-----------------------------------------------------------------
002000*    MAINTENANCE HISTORY.                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002250*                     DAY, AS BEFORE).  THE HISTORY RECORD       *
002260*                     MOVED TO THE DRAWHIST COPYBOOK, SHARED     *
002270*                     WITH GLPOST, AND CARRIES THE REGISTER ID.  *
002271*    2026-10-15 DRO   THE CASH SIDE OF A SPLIT TENDER NOW COUNTS *
002272*                     TOWARD EXPECTED CASH AND ITS CARD SIDE     *
002273*                     (STX-CARD-AMT) TOWARD THE CARD TOTAL, NOW  *
002274*                     THE REGISTER RECORDS THE TWO APART.        *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
020300                 ADD STX-TENDERED TO WS-CARD-TOTAL
020400             WHEN STX-PAY-SPLIT
020500                 ADD 1 TO WS-SPLIT-SALES
020510                 COMPUTE WS-EXPECTED-CASH = WS-EXPECTED-CASH
020520                     + STX-TENDERED - STX-CARD-AMT
020530                     - STX-CHANGE-DUE
020540                 ADD STX-CARD-AMT TO WS-CARD-TOTAL
020600         END-EVALUATE
020700     END-IF.
020800     PERFORM 2000-READ-TXN THRU 2000-EXIT.
