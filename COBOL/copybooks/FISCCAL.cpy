000100*****************************************************************
000200*    COPYBOOK.    FISCCAL                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     FISCAL CALENDAR RECORD.  THE ACCOUNTING YEAR  *
000500*                 RUNS ON A 4-4-5 RETAIL CALENDAR STARTING IN   *
000600*                 FEBRUARY, NAMED FOR THE CALENDAR YEAR IT      *
000700*                 STARTS IN.  KEYED BY FISCAL YEAR, PERIOD AND  *
000800*                 WEEK - WEEK 00 IS THE PERIOD ROW, WEEKS 01-53 *
000900*                 ARE THE WEEKS OF THE YEAR, EACH FILED UNDER   *
001000*                 THE PERIOD IT FALLS IN.  BUILT A YEAR AT A    *
001100*                 TIME BY FISCBLD; READ BY THE PERIOD REPORTS   *
001200*                 (PERSALES, TAXRMIT, ARSTMT, PTSEXPIR, INVVAL) *
001300*                 TO SELECT BY FISCAL PERIOD AND TO FIND THE    *
001400*                 SAME PERIOD LAST YEAR.                        *
001500*-----------------------------------------------------------------
001600*    MAINTENANCE HISTORY.                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-10-15 DRO   INITIAL VERSION.                           *
001900*****************************************************************
002000 01  FISC-CAL-RECORD.
002100     05  FCL-KEY.
002200         10  FCL-FISCAL-YEAR        PIC 9(02).
002300         10  FCL-PERIOD             PIC 9(02).
002400         10  FCL-WEEK               PIC 9(02).
002500             88  FCL-PERIOD-ROW     VALUE ZEROES.
002600     05  FCL-START-DATE.
002700         10  FCL-START-YEAR         PIC 9(02).
002800         10  FCL-START-MONTH        PIC 9(02).
002900         10  FCL-START-DAY          PIC 9(02).
003000     05  FCL-END-DATE.
003100         10  FCL-END-YEAR           PIC 9(02).
003200         10  FCL-END-MONTH          PIC 9(02).
003300         10  FCL-END-DAY            PIC 9(02).
003400     05  FCL-QUARTER                PIC 9(01).
003500     05  FCL-WEEK-COUNT             PIC 9(02).
