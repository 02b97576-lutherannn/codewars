000100*--------------------------------------------------------------*
000200*    SIGNOUT.CPY                                                *
000300*    EARLY-DISMISSAL SIGN-OUT.  ONE ROW PER RELEASE THE PICKUP  *
000400*    CHECK ALLOWS, STAMPED WITH THE DATE AND TIME (HHMM) THE    *
000500*    SLIP WAS PRINTED.  THE ATTENDANCE POSTING RUN TURNS EACH   *
000600*    ROW INTO CODE A PERIOD ROWS FOR EVERY PERIOD ON THE        *
000700*    CAMPUS BELL SCHEDULE THAT STARTS AT OR AFTER THE RELEASE.  *
000800*--------------------------------------------------------------*
000900 01  SIGNOUT-RECORD.
001000     05  SN-STUDENT-ID              PIC X(09).
001100     05  SN-SIGNOUT-DATE            PIC 9(08).
001200     05  SN-RELEASE-TIME            PIC 9(04).
001300     05  SN-RELEASED-TO             PIC X(30).
001400     05  FILLER                     PIC X(09).
