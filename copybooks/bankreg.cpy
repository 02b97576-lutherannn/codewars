000100*--------------------------------------------------------------*
000200*    BANKREG.CPY                                                *
000300*    ACH REFUND REGISTRATION TRANSACTION.  THE BUSINESS OFFICE  *
000400*    KEYS A FAMILY'S ROUTING AND ACCOUNT DETAILS FROM THE       *
000500*    SIGNED AUTHORIZATION FORM (ACTION A ADDS OR REPLACES THE   *
000600*    STUDENT'S ACCOUNT) OR WITHDRAWS THE AUTHORIZATION          *
000700*    (ACTION D).  THE REFUND RUN APPLIES THEM BEFORE REFUNDING. *
000800*--------------------------------------------------------------*
000900 01  BANK-REGISTRATION-RECORD.
001000     05  BR-STUDENT-ID              PIC X(09).
001100     05  BR-ACTION                  PIC X(01).
001200         88  BR-ACTION-ADD              VALUE "A".
001300         88  BR-ACTION-DELETE           VALUE "D".
001400     05  BR-HOLDER-NAME             PIC X(22).
001500     05  BR-ROUTING-NO              PIC X(09).
001600     05  BR-ACCOUNT-NO              PIC X(17).
001700     05  BR-ACCOUNT-TYPE            PIC X(01).
001800         88  BR-TYPE-VALID              VALUE "C" "S".
001900     05  FILLER                     PIC X(21).
