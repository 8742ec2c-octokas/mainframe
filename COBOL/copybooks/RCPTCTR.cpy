002400*                     ONE SEQUENTIAL RECORD LET ONE TILL'S      *
002500*                     REWRITE PUT BACK ANOTHER'S STALE SLOT     *
002600*                     WHEN BOTH DREW AT ONCE.                   *
002610*    2026-10-15 DRO   REGISTER 05 RESERVED FOR THE WEB STORE.   *
002620*                     IT HAS NO TILL - WEBIMP DRAWS ONE NUMBER  *
002630*                     PER IMPORTED ORDER FROM 800001-999999,    *
002640*                     THE TOP OF THE 9(06) FIELD.               *
002700*****************************************************************
002800 01  RCPT-CTR-RECORD.
002900     05  RCPT-REGISTER-ID           PIC X(02).
