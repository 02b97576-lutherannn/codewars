000100*--------------------------------------------------------------*
000200*    BANKACCT.CPY                                               *
000300*    FAMILY BANK ACCOUNT FOR ELECTRONIC (ACH) REFUNDS, ONE ROW  *
000400*    PER STUDENT WHOSE FAMILY HAS REGISTERED ROUTING AND        *
000500*    ACCOUNT DETAILS.  THE REFUND RUN KEEPS THE STATUS:         *
000600*      N  NEW OR CHANGED - A PRENOTE GOES OUT ON THE NEXT RUN   *
000700*      P  PRENOTE SENT ON BA-PRENOTE-DATE - REFUNDS GO BY ACH   *
000800*         ONCE THE PRENOTE HAS STOOD UNRETURNED LONG ENOUGH     *
000900*      A  ACTIVE - REFUNDS GO BY ACH                            *
001000*      X  RETURNED BY THE BANK (BA-RETURN-CODE) - REFUNDS GO    *
001100*         BY PAPER CHECK UNTIL THE FAMILY REGISTERS AGAIN       *
001200*--------------------------------------------------------------*
001300 01  BANK-ACCOUNT-RECORD.
001400     05  BA-STUDENT-ID              PIC X(09).
001500     05  BA-HOLDER-NAME             PIC X(22).
001600     05  BA-ROUTING-NO              PIC X(09).
001700     05  BA-ACCOUNT-NO              PIC X(17).
001800     05  BA-ACCOUNT-TYPE            PIC X(01).
001900         88  BA-CHECKING                VALUE "C".
002000         88  BA-SAVINGS                 VALUE "S".
002100     05  BA-STATUS                  PIC X(01).
002200         88  BA-STATUS-NEW              VALUE "N".
002300         88  BA-STATUS-PRENOTED         VALUE "P".
002400         88  BA-STATUS-ACTIVE           VALUE "A".
002500         88  BA-STATUS-RETURNED         VALUE "X".
002600     05  BA-REGISTER-DATE           PIC 9(08).
002700     05  BA-PRENOTE-DATE            PIC 9(08).
002800     05  BA-RETURN-CODE             PIC X(03).
002900     05  FILLER                     PIC X(02).
