000100*--------------------------------------------------------------*
000200*    PORTAPR.CPY                                                *
000300*    PORTAL-CHANGE APPROVAL CARD.  ONE CARD PER PENDING CHANGE *
000400*    THE OFFICE HAS REVIEWED, NAMING IT BY THE STAGE DATE AND  *
000500*    SEQUENCE FROM THE REVIEW LISTING.  PV-DECISION A RELEASES *
000600*    THE STAGED TRANSACTION TO THE NEXT STUDENT-MAINTENANCE    *
000700*    RUN; R DROPS IT.  A PENDING CHANGE WITH NO CARD STAYS     *
000800*    PENDING.                                                  *
000900*--------------------------------------------------------------*
001000 01  PORTAL-APPROVAL-RECORD.
001100     05  PV-STAGE-DATE              PIC 9(08).
001200     05  PV-STAGE-SEQ               PIC 9(04).
001300     05  PV-DECISION                PIC X(01).
001400         88  PV-APPROVE                 VALUE "A".
001500         88  PV-REJECT                  VALUE "R".
001600     05  PV-OPERATOR-ID             PIC X(08).
001700     05  FILLER                     PIC X(59).
