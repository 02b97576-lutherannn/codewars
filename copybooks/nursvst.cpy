000100*--------------------------------------------------------------*
000200*    NURSVST.CPY                                                *
000300*    HEALTH-OFFICE VISIT RECORD, ONE PER VISIT.  THE SAME       *
000400*    LAYOUT CARRIES THE NURSE'S DAILY VISIT TRANSACTIONS AND    *
000500*    THE VISIT HISTORY FILE THE POSTING RUN APPENDS THEM TO.    *
000600*    NV-MED-CODE SPACES IS A VISIT WITH NO MEDICATION GIVEN.    *
000700*    A MEDICATION ENTRY IS CHECKED AGAINST THE STUDENT'S        *
000800*    ALLERGY CODES AND THE MEDICATION-AUTHORIZATION FILE; THE   *
000900*    POSTING RUN SETS NV-MED-FLAG SO THE MONTHLY COUNT CAN      *
001000*    SHOW DOSES GIVEN OUTSIDE AN AUTHORIZATION.                 *
001100*--------------------------------------------------------------*
001200 01  NURSE-VISIT-RECORD.
001300     05  NV-STUDENT-ID              PIC X(09).
001400     05  NV-VISIT-DATE              PIC 9(08).
001500     05  NV-CAMPUS-CODE             PIC X(03).
001600     05  NV-TIME-IN                 PIC 9(04).
001700     05  NV-TIME-OUT                PIC 9(04).
001800     05  NV-COMPLAINT               PIC X(20).
001900     05  NV-MED-CODE                PIC X(06).
002000     05  NV-DOSE                    PIC X(10).
002100     05  NV-DISPOSITION             PIC X(01).
002200         88  NV-RETURNED-TO-CLASS       VALUE "R".
002300         88  NV-SENT-HOME               VALUE "H".
002400         88  NV-DISPOSITION-VALID       VALUE "R" "H".
002500     05  NV-MED-FLAG                PIC X(01).
002600         88  NV-MED-CLEAN               VALUE SPACE.
002700         88  NV-MED-UNAUTHORIZED        VALUE "U".
002800         88  NV-MED-ALLERGY             VALUE "A".
002900     05  NV-NURSE-ID                PIC X(06).
003000     05  FILLER                     PIC X(08).
