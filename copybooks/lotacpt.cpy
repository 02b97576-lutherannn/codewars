000100*--------------------------------------------------------------*
000200*    LOTACPT.CPY                                                *
000300*    LOTTERY-ACCEPTANCE ROW.  ONE ROW PER APPLICANT THE        *
000400*    PRE-ENROLLMENT LOTTERY ACCEPTED, CARRYING THE CAMPUS AND  *
000500*    GRADE THE SEAT WAS WON FOR - THE INTAKE RECORD HAS        *
000600*    NEITHER.  THE ENROLLMENT PROJECTION ADDS THESE TO ITS     *
000700*    CAMPUS/GRADE HEADCOUNT.                                   *
000800*--------------------------------------------------------------*
000900 01  LOTTERY-ACCEPTANCE-RECORD.
001000     05  LA-CAMPUS-CODE             PIC X(03).
001100     05  LA-GRADE-LEVEL             PIC 9(02).
001200     05  LA-APPLICANT-ID            PIC X(09).
001300     05  LA-APPLICANT-NAME          PIC X(30).
001400     05  FILLER                     PIC X(06).
