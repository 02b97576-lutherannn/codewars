000100*--------------------------------------------------------------*
000200*    COLLREM.CPY                                                *
000300*    COLLECTION-AGENCY REMITTANCE ROW.  ONE ROW PER AMOUNT THE  *
000400*    AGENCY COLLECTED ON A REFERRED CHARGE.  THE FAMILY PAID    *
000500*    AG-GROSS-AMOUNT; THE AGENCY KEPT AG-AGENCY-FEE AND SENT    *
000600*    THE DISTRICT THE DIFFERENCE.                               *
000700*--------------------------------------------------------------*
000800 01  AGENCY-REMITTANCE-RECORD.
000900     05  AG-STUDENT-ID              PIC X(09).
001000     05  AG-CHARGE-REF              PIC X(09).
001100     05  AG-COLLECT-DATE            PIC 9(08).
001200     05  AG-GROSS-AMOUNT            PIC 9(05)V99.
001300     05  AG-AGENCY-FEE              PIC 9(05)V99.
001400     05  AG-AGENCY-REF              PIC X(12).
001500     05  FILLER                     PIC X(28).
