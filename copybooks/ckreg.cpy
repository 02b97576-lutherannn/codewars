000500*    (A NEW I ROW CUT FROM A VOIDED ONE).  THE BANK             *
000510*    RECONCILIATION MARKS A ROW CLEARED (STATUS C) WHEN THE     *
000520*    BANK'S CLEARED-ITEMS FILE REPORTS IT PAID.                 *
000530*    THE AP PAYMENT RUN CUTS SUPPLIER CHECKS INTO THE SAME      *
000540*    REGISTER (CK-CHECK-TYPE S, SUPPLIER ID IN CK-STUDENT-ID)   *
000550*    SO POSITIVE PAY AND THE RECONCILIATION COVER THEM TOO.     *
000560*    A REFUND SENT BY ACH INSTEAD OF CHECK IS REGISTERED WITH   *
000570*    STATUS A, SO IT NEVER REACHES POSITIVE PAY OR THE CHECK    *
000580*    RECONCILIATION; WHEN THE BANK RETURNS IT THE ROW GOES TO   *
000590*    STATUS R WITH THE DATE THE RETURN WAS APPLIED.             *
000600*--------------------------------------------------------------*
000700 01  CHECK-REGISTER-RECORD.
000800     05  CK-CHECK-NO.
001500         88  CK-STATUS-ISSUED           VALUE "I".
001600         88  CK-STATUS-VOID             VALUE "V".
001650         88  CK-STATUS-CLEARED          VALUE "C".
001660         88  CK-STATUS-ACH-SENT         VALUE "A".
001670         88  CK-STATUS-ACH-RETURNED     VALUE "R".
001700     05  CK-CHECK-TYPE              PIC X(01).
001710         88  CK-TYPE-REFUND             VALUE " " "R".
001720         88  CK-TYPE-SUPPLIER           VALUE "S".
001730     05  CK-RETURN-DATE             PIC 9(08).
001740     05  FILLER                     PIC X(02).
