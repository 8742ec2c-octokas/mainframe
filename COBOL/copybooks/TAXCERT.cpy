000100*****************************************************************
000200*    COPYBOOK.    TAXCERT                                       *
000300*    AUTHOR.      D. OKAFOR - SYSTEMS PROGRAMMING               *
000400*    PURPOSE.     SALES TAX EXEMPTION CERTIFICATE RECORD, ONE   *
000500*                 PER EXEMPT CUSTOMER (RESCUES, SHELTERS,       *
000600*                 RESELLERS), KEYED BY THE CUSTOMER EMAIL THE   *
000700*                 SALES TRANSACTIONS CARRY AS STX-CUSTOMER-KEY  *
000800*                 - THE SAME KEYING AS ARLEDGR.  HOLDS THE      *
000900*                 CERTIFICATE NUMBER, EXEMPTION TYPE, ISSUING   *
001000*                 STATE AND EXPIRY DATE (ZEROES = DOES NOT      *
001100*                 EXPIRE).  MAINTAINED BY CERTMNT, CHECKED BY   *
001200*                 CASHREGISTER WHEN A CUSTOMER IS ATTACHED TO   *
001300*                 A SALE, AND LISTED BY THE MONTHLY CERTEXP     *
001400*                 EXPIRING-CERTIFICATE REPORT.                  *
001500*-----------------------------------------------------------------
001600*    MAINTENANCE HISTORY.                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-10-15 DRO   INITIAL VERSION.                           *
001900*****************************************************************
002000 01  TAX-CERT-RECORD.
002100     05  TXC-CUST-EMAIL             PIC X(36).
002200     05  TXC-LOYALTY-ID             PIC 9(08).
002300     05  TXC-CERT-NO                PIC X(15).
002400     05  TXC-EXEMPT-TYPE            PIC X(01).
002500         88  TXC-RESALE             VALUE 'R'.
002600         88  TXC-NONPROFIT          VALUE 'N'.
002700         88  TXC-GOVERNMENT         VALUE 'G'.
002800         88  TXC-OTHER-EXEMPT       VALUE 'O'.
002900         88  TXC-VALID-TYPE         VALUE 'R' 'N' 'G' 'O'.
003000     05  TXC-ISSUE-STATE            PIC X(02).
003100     05  TXC-EXPIRY-DATE            PIC 9(06).
003200         88  TXC-NO-EXPIRY          VALUE ZEROES.
003300     05  TXC-LAST-CHG-DATE.
003400         10  TXC-LAST-YEAR          PIC 9(02).
003500         10  TXC-LAST-MONTH         PIC 9(02).
003600         10  TXC-LAST-DAY           PIC 9(02).
003700     05  TXC-STATUS-FLAG            PIC X(01).
003800         88  TXC-ACTIVE             VALUE 'A' ' '.
003900         88  TXC-REVOKED            VALUE 'R'.
004000     05  FILLER                     PIC X(10).
