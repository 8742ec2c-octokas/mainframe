001230*                     LEAVING DEAD ENTRIES IN EVERY EXTRACT.     *
001240*                     SPACES IS TREATED AS ACTIVE FOR RECORDS    *
001250*                     CREATED BEFORE THE FLAG.                   *
001251*    2026-10-15 DRO   ADDED THE DATED MARKETING OPT-IN           *
001252*                     (CUST-MKT-CONSENT) AND E-RECEIPT CONSENT   *
001253*                     (CUST-ERCPT-CONSENT), TAKEN BY GETNAME AT  *
001254*                     SIGNUP AND CHANGED IN CUSTMNT.  EVERY      *
001255*                     OUTBOUND FEED SENDS ONLY TO A CUSTOMER WHO *
001256*                     HAS SAID YES.  SPACES ON OLDER RECORDS     *
001257*                     MEANS NO CONSENT WAS EVER RECORDED AND IS  *
001258*                     TREATED AS NO.                             *
001300*****************************************************************
001400 01  CUST-MASTER-RECORD.
001500     05  CUST-EMAIL                 PIC X(36).
002300     05  CUST-STATUS-FLAG           PIC X(01).
002400         88  CUST-ACTIVE            VALUE 'A' ' '.
002500         88  CUST-INACTIVE          VALUE 'I'.
002510     05  CUST-MKT-CONSENT           PIC X(01).
002520         88  CUST-MKT-OPTED-IN      VALUE 'Y'.
002530         88  CUST-MKT-OPTED-OUT     VALUE 'N' ' '.
002540     05  CUST-MKT-CONSENT-DATE.
002550         10  CUST-MKT-CONS-YEAR     PIC 9(02).
002560         10  CUST-MKT-CONS-MONTH    PIC 9(02).
002570         10  CUST-MKT-CONS-DAY      PIC 9(02).
002580     05  CUST-ERCPT-CONSENT         PIC X(01).
002590         88  CUST-ERCPT-OPTED-IN    VALUE 'Y'.
002600         88  CUST-ERCPT-OPTED-OUT   VALUE 'N' ' '.
002610     05  CUST-ERCPT-CONSENT-DATE.
002620         10  CUST-ERCPT-CONS-YEAR   PIC 9(02).
002630         10  CUST-ERCPT-CONS-MONTH  PIC 9(02).
002640         10  CUST-ERCPT-CONS-DAY    PIC 9(02).
