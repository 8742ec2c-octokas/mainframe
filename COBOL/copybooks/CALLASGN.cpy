000100*****************************************************************
000200*    COPYBOOK.    CALLASGN                                      *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     CALLBACK ASSIGNMENT COUNT RECORD.  EVENODD    *
000500*                 APPENDS ONE PER CLERK LIST EACH NIGHT IT      *
000600*                 RUNS IN CALLBACK MODE - THE LIST DATE, THE    *
000700*                 GROUP, HOW MANY CUSTOMERS WERE LISTED AND     *
000800*                 HOW MANY OF THEM WERE DUE FOLLOW-UPS - SO     *
000900*                 CALLRPT CAN SET THE CALLS RECORDED ON         *
001000*                 CALLRSLT AGAINST THE WORK HANDED OUT.         *
001100*-----------------------------------------------------------------
001200*    MAINTENANCE HISTORY.                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-15 DRO   INITIAL VERSION.                           *
001500*****************************************************************
001600 01  CALL-ASSIGN-RECORD.
001700     05  CLA-LIST-DATE.
001800         10  CLA-LIST-YEAR          PIC 9(02).
001900         10  CLA-LIST-MONTH         PIC 9(02).
002000         10  CLA-LIST-DAY           PIC 9(02).
002100     05  CLA-GROUP-NO               PIC 9(01).
002200     05  CLA-LISTED                 PIC 9(07).
002300     05  CLA-FOLLOW-UPS             PIC 9(07).
002400     05  FILLER                     PIC X(10).
