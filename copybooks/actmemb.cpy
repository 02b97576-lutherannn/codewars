000100*--------------------------------------------------------------*
000200*    ACTMEMB.CPY                                                *
000300*    ACTIVITY ROSTER ROW.  ONE ROW PER STUDENT PER ACTIVITY    *
000400*    (BAND, ORCHESTRA, SCIENCE LAB, ATHLETICS) THE SPONSORS    *
000500*    TURN IN AT TERM START; THE FEE ASSESSMENT CHARGES A FEE   *
000600*    WITH AN ACTIVITY CODE ONLY TO THE STUDENTS LISTED HERE.   *
000700*--------------------------------------------------------------*
000800 01  ACTIVITY-MEMBER-RECORD.
000900     05  AM-STUDENT-ID              PIC X(09).
001000     05  AM-ACTIVITY-CODE           PIC X(04).
001100     05  FILLER                     PIC X(27).
