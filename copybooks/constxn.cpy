000530*    EYEBALLED CT-CUSTOMER-AGE WHEN THE ID IS NOT ON FILE.      *
000540*    CT-MANAGER-ID NAMES THE MANAGER BEHIND AN OVERRIDE - AN    *
000550*    OVERRIDE WITHOUT AN AUTHORIZED MANAGER ID IS DENIED.       *
000560*    A VOID/REFUND (CT-TRANS-TYPE "V") REVERSES THE EARLIER     *
000570*    SALE NAMED IN CT-ORIG-TRANS-ID AND ALSO NEEDS AN           *
000580*    AUTHORIZED CT-MANAGER-ID.  CT-CASHIER-ID IS THE REGISTER   *
000590*    OPERATOR SIGNED ON WHEN THE TRANSACTION WAS RUNG.          *
000592*    CT-CARD-ISSUE IS THE ISSUE NUMBER FROM A SCANNED ID BADGE  *
000594*    BARCODE (SPACES WHEN THE ID WAS KEYED) - A CARD WHOSE      *
000596*    ISSUE IS NOT THE STUDENT'S CURRENT ONE IS REFUSED.         *
000600*--------------------------------------------------------------*
000700 01  CONCESSION-TRANSACTION-RECORD.
000800     05  CT-TRANS-ID               PIC X(09).
001400     05  CT-TENDER-TYPE            PIC X(01).
001410         88  CT-TENDER-CASH            VALUE "C" " ".
001420         88  CT-TENDER-PREPAID         VALUE "P".
001520     05  CT-TRANS-TYPE             PIC X(01).
001620         88  CT-TRANS-SALE             VALUE "S" " ".
001720         88  CT-TRANS-VOID             VALUE "V".
001820     05  CT-ORIG-TRANS-ID          PIC X(09).
001920     05  CT-CASHIER-ID             PIC X(09).
002020     05  CT-CARD-ISSUE             PIC X(02).
