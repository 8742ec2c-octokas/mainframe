000100*****************************************************************
000200*    COPYBOOK.    WORKORD                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     WORK ORDER RECORD FOR A CUSTOM ENCLOSURE,     *
000500*                 POND OR FENCING INSTALLATION, KEYED BY WORK   *
000600*                 ORDER NUMBER WITH THE QUOTE IT WAS RAISED     *
000700*                 FROM AS A UNIQUE ALTERNATE KEY, SO A QUOTE    *
000800*                 CAN ONLY EVER BECOME ONE JOB.  CARRIES THE    *
000900*                 CUSTOMER, THE QUOTED SHAPE AND SIZE FOR THE   *
001000*                 CREW, THE SCHEDULED INSTALL DATE AND CREW     *
001100*                 (THE OPERATOR ID OF THE LEAD INSTALLER), AND  *
001200*                 THE MATERIALS PICK LIST - THE QUOTE'S         *
001300*                 MATERIAL LINES, WHOSE QUANTITIES ARE HELD ON  *
001400*                 INV-QTY-RESERVED UNTIL THE JOB IS DONE.  AT   *
001500*                 COMPLETION THE QUANTITIES ACTUALLY USED AND   *
001600*                 ANY EXTRA MATERIALS ARE RECORDED WITH THE     *
001700*                 LABOR HOURS.  MAINTAINED BY WRKORD, REPORTED  *
001800*                 BY WRKSCHD (DAILY CREW SCHEDULE) AND WRKOPEN  *
001900*                 (OPEN JOBS).                                  *
002000*-----------------------------------------------------------------
002100*    MAINTENANCE HISTORY.                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-15 DRO   INITIAL VERSION.                           *
002400*****************************************************************
002500 01  WORK-ORDER-RECORD.
002600     05  WOR-ORDER-NO               PIC 9(06).
002700     05  WOR-QUOTE-NO               PIC 9(06).
002800     05  WOR-CUST-EMAIL             PIC X(36).
002900     05  WOR-LOYALTY-ID             PIC 9(08).
003000     05  WOR-SHAPE                  PIC X(01).
003100     05  WOR-PERIMETER              PIC 9(05)V99.
003200     05  WOR-AREA                   PIC 9(05)V99.
003300     05  WOR-QUOTE-TOTAL            PIC 9(07)V99.
003400     05  WOR-OPEN-DATE.
003500         10  WOR-OPEN-YEAR          PIC 9(02).
003600         10  WOR-OPEN-MONTH         PIC 9(02).
003700         10  WOR-OPEN-DAY           PIC 9(02).
003800     05  WOR-INSTALL-DATE           PIC 9(06).
003900     05  WOR-CREW-ID                PIC X(04).
004000     05  WOR-MAT-COUNT              PIC 9(01).
004100     05  WOR-MATERIAL OCCURS 4 TIMES.
004200         10  WOR-MAT-ITEM-CODE      PIC X(08).
004300         10  WOR-MAT-QTY-PICK       PIC 9(05).
004400         10  WOR-MAT-QTY-USED       PIC 9(05).
004500     05  WOR-LABOR-HOURS            PIC 9(03)V99.
004600     05  WOR-COMPLETE-DATE          PIC 9(06).
004700     05  WOR-STATUS                 PIC X(01).
004800         88  WOR-SCHEDULED          VALUE 'S'.
004900         88  WOR-COMPLETED          VALUE 'C'.
005000         88  WOR-CANCELLED          VALUE 'X'.
005100     05  FILLER                     PIC X(20).
