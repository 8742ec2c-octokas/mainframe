001100*    MAINTENANCE HISTORY.                                       *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-08-22 DRO   INITIAL VERSION.                           *
001310*    2026-10-15 DRO   ADDED CHANGE TYPE 'E' - A ROW CLOSED OUT   *
001320*                     BY THE CUSTERAS ERASURE RUN, BOTH EMAILS   *
001330*                     BLANKED SO THE TRAIL NO LONGER NAMES THE   *
001340*                     CUSTOMER.                                  *
001400*****************************************************************
001500 01  CUST-XREF-RECORD.
001600     05  XRF-OLD-EMAIL              PIC X(36).
002200     05  XRF-CHANGE-TYPE            PIC X(01).
002300         88  XRF-REKEYED            VALUE 'R'.
002400         88  XRF-MERGED             VALUE 'M'.
002410         88  XRF-ERASED             VALUE 'E'.
