000100*****************************************************************
000200*    COPYBOOK.    ERASAUD                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     CUSTOMER ERASURE AUDIT RECORD, APPENDED BY    *
000500*                 CUSTERAS FOR EVERY CUSTOMER IT ERASES AND     *
000600*                 NEVER REWRITTEN OR PURGED.  IT PROVES WHEN    *
000700*                 THE ERASURE WAS DONE AND WHAT IT TOUCHED      *
000800*                 WITHOUT KEEPING THE DATA THAT WAS ERASED -    *
000900*                 ONLY THE RETIRED LOYALTY NUMBER AND THE       *
001000*                 REQUEST REFERENCE IDENTIFY IT, NEVER AN       *
001100*                 EMAIL OR A NAME.                              *
001200*-----------------------------------------------------------------
001300*    MAINTENANCE HISTORY.                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15 DRO   INITIAL VERSION.                           *
001600*****************************************************************
001700 01  ERASURE-AUDIT-RECORD.
001800     05  ERA-LOYALTY-ID             PIC 9(08).
001900     05  ERA-REQUEST-REF            PIC X(10).
002000     05  ERA-ERASE-DATE.
002100         10  ERA-ERASE-YEAR         PIC 9(02).
002200         10  ERA-ERASE-MONTH        PIC 9(02).
002300         10  ERA-ERASE-DAY          PIC 9(02).
002400     05  ERA-ERASE-TIME             PIC 9(06).
002500     05  ERA-EMAIL-COUNT            PIC 9(03).
002600     05  ERA-TXN-ROWS               PIC 9(07).
002700     05  ERA-HIST-ROWS              PIC 9(07).
002800     05  ERA-XREF-ROWS              PIC 9(05).
002900     05  ERA-PTS-FORFEITED          PIC 9(07).
003000     05  ERA-MKT-ROWS               PIC 9(03).
003100     05  ERA-AR-ROWS                PIC 9(03).
003200     05  FILLER                     PIC X(20).
