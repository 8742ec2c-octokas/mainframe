000100*****************************************************************
000200*    COPYBOOK.    CALLRSLT                                      *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     CALLBACK RESULT RECORD, KEYED BY LOYALTY ID   *
000500*                 AND CALL DATE - ONE PER CUSTOMER PER DAY, A   *
000600*                 SECOND ENTRY THE SAME DAY REPLACES THE FIRST. *
000700*                 KEYED BY CALLENT AS EACH CLERK WORKS THEIR    *
000800*                 EVENODD ASSIGNMENT LIST: THE LIST (GROUP) AND *
000900*                 CLERK, THE OUTCOME, A NOTE AND AN OPTIONAL    *
001000*                 FOLLOW-UP DATE (ZEROES = NONE).  EVENODD      *
001100*                 READS THE LATEST RESULT FOR EACH CUSTOMER TO  *
001200*                 DROP DO-NOT-CALL CUSTOMERS AND RE-LIST DUE    *
001300*                 FOLLOW-UPS; CALLRPT REPORTS IT WEEKLY.        *
001400*-----------------------------------------------------------------
001500*    MAINTENANCE HISTORY.                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15 DRO   INITIAL VERSION.                           *
001800*****************************************************************
001900 01  CALL-RESULT-RECORD.
002000     05  CLR-KEY.
002100         10  CLR-LOYALTY-ID         PIC 9(08).
002200         10  CLR-CALL-DATE.
002300             15  CLR-CALL-YEAR      PIC 9(02).
002400             15  CLR-CALL-MONTH     PIC 9(02).
002500             15  CLR-CALL-DAY       PIC 9(02).
002600     05  CLR-CALL-TIME              PIC 9(06).
002700     05  CLR-GROUP-NO               PIC 9(01).
002800     05  CLR-OPERATOR-ID            PIC X(04).
002900     05  CLR-OUTCOME                PIC X(01).
003000         88  CLR-REACHED            VALUE 'R'.
003100         88  CLR-LEFT-MESSAGE       VALUE 'M'.
003200         88  CLR-WRONG-NUMBER       VALUE 'W'.
003300         88  CLR-DO-NOT-CALL        VALUE 'D'.
003400         88  CLR-SALE-PROMISED      VALUE 'S'.
003500     05  CLR-NOTE                   PIC X(40).
003600     05  CLR-FOLLOW-UP-DATE         PIC 9(06).
003700         88  CLR-NO-FOLLOW-UP       VALUE ZEROES.
003800     05  FILLER                     PIC X(12).
