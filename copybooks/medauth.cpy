000100*--------------------------------------------------------------*
000200*    MEDAUTH.CPY                                                *
000300*    STANDING MEDICATION-AUTHORIZATION RECORD.  ONE ROW PER     *
000400*    STUDENT PER MEDICATION THE HEALTH OFFICE MAY GIVE, ON      *
000500*    FILE WITH A PHYSICIAN'S ORDER AND PARENT CONSENT.  A ROW   *
000600*    WITH A BLANK STUDENT ID IS A DISTRICT STANDING ORDER THAT  *
000700*    COVERS EVERY STUDENT.  MD-DOSE SPACES ALLOWS ANY DOSE;     *
000800*    MD-END-DATE ZERO IS OPEN-ENDED.  MD-ALLERGEN-CODES USES    *
000900*    THE SAME ONE-CHARACTER CODES AS SM-ALLERGY-CODES.          *
001000*--------------------------------------------------------------*
001100 01  MEDICATION-AUTH-RECORD.
001200     05  MD-STUDENT-ID              PIC X(09).
001300     05  MD-MED-CODE                PIC X(06).
001400     05  MD-MED-NAME                PIC X(20).
001500     05  MD-ALLERGEN-CODES          PIC X(04).
001600     05  MD-DOSE                    PIC X(10).
001700     05  MD-START-DATE              PIC 9(08).
001800     05  MD-END-DATE                PIC 9(08).
001900     05  MD-AUTHORIZED-BY           PIC X(20).
002000     05  FILLER                     PIC X(05).
