000400*    TO SCHOOLPAPERWORK BY THE SUPPLY-ORDER PLANNING BATCH JOB  *
000500*    TO WORK OUT HOW MANY WORKSHEET PACKETS THAT CLASSROOM      *
000600*    NEEDS FOR THE TERM.                                        *
000610*    BUILT NIGHTLY BY ROSTBLD FROM THE COURSE-SECTION MASTER    *
000620*    AND THE STUDENT-TO-SECTION ENROLLMENTS, SO THE HEADCOUNT   *
000630*    FOLLOWS ADDS AND DROPS INSTEAD OF A KEYED FIGURE.          *
000700*--------------------------------------------------------------*
000800 01  CLASSROOM-ROSTER-RECORD.
000900     05  CR-TEACHER-NAME            PIC X(20).
