000100*--------------------------------------------------------------*
000200*    PRETRIP.CPY                                                *
000300*    PRE-TRIP VEHICLE INSPECTION RESULT.  ONE ROW PER BUS PER   *
000400*    RUN LEG, KEYED FROM THE DRIVER'S INSPECTION SHEET - UP TO  *
000500*    FIVE DEFECT CODES FROM THE DEFECT-CODE TABLE (DEFCODE);    *
000600*    A CLEAN INSPECTION CARRIES NO CODES.                       *
000700*--------------------------------------------------------------*
000800 01  PRE-TRIP-INSPECTION-RECORD.
000900     05  PI-VEHICLE-ID              PIC X(09).
001000     05  PI-RUN-LEG                 PIC X(01).
001100         88  PI-LEG-AM                  VALUE "A".
001200         88  PI-LEG-PM                  VALUE "P".
001300     05  PI-INSPECT-DATE            PIC 9(08).
001400     05  PI-DRIVER-ID               PIC X(09).
001500     05  PI-DEFECT-CODE             PIC X(04) OCCURS 5 TIMES.
001600     05  FILLER                     PIC X(33).
