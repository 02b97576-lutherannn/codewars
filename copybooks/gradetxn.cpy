000100*--------------------------------------------------------------*
000200*    GRADETXN.CPY                                               *
000300*    TEACHER GRADE-SHEET TRANSACTION - ONE ROW PER STUDENT PER  *
000400*    COURSE, KEYED FROM THE SHEETS THE TEACHERS TURN IN AT      *
000500*    QUARTER END.  GT-LETTER-GRADE IS LEFT-JUSTIFIED ("A ",     *
000600*    "B+", "C-"); GT-CREDITS IS THE COURSE'S CREDIT WEIGHT      *
000700*    (ZERO IS TAKEN AS ONE CREDIT).                             *
000800*--------------------------------------------------------------*
000900 01  GRADE-SHEET-TXN.
001000     05  GT-STUDENT-ID              PIC X(09).
001100     05  GT-COURSE-ID               PIC X(06).
001200     05  GT-SCHOOL-YEAR             PIC 9(04).
001300     05  GT-QUARTER                 PIC 9(01).
001400     05  GT-COURSE-NAME             PIC X(20).
001500     05  GT-LETTER-GRADE            PIC X(02).
001600     05  GT-CREDITS                 PIC 9(01)V9(01).
001700     05  GT-TEACHER-NAME            PIC X(20).
001800     05  FILLER                     PIC X(06).
