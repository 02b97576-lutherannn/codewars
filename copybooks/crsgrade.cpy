000100*--------------------------------------------------------------*
000200*    CRSGRADE.CPY                                               *
000300*    COURSE-GRADE RECORD - ONE ROW PER STUDENT PER COURSE PER   *
000400*    QUARTER.  THE KEY LEADS THE RECORD (STUDENT ID, COURSE,    *
000500*    SCHOOL YEAR, QUARTER) SO A STUDENT'S GRADES SIT TOGETHER   *
000600*    FOR THE REPORT-CARD RUN.  CG-SCHOOL-YEAR IS THE CALENDAR   *
000700*    YEAR THE JULY-JUNE SCHOOL YEAR STARTED IN; CG-QUARTER IS   *
000800*    THE FISCAL QUARTER QUARTERYEAR RETURNS FOR THAT YEAR.      *
000900*    A REPOSTED GRADE FOR THE SAME KEY REPLACES THE OLD ONE.    *
001000*--------------------------------------------------------------*
001100 01  COURSE-GRADE-RECORD.
001200     05  CG-GRADE-KEY.
001300         10  CG-STUDENT-ID          PIC X(09).
001400         10  CG-COURSE-ID           PIC X(06).
001500         10  CG-SCHOOL-YEAR         PIC 9(04).
001600         10  CG-QUARTER             PIC 9(01).
001700     05  CG-COURSE-NAME             PIC X(20).
001800     05  CG-LETTER-GRADE            PIC X(02).
001900     05  CG-CREDITS                 PIC 9(01)V9(01).
002000     05  CG-TEACHER-NAME            PIC X(20).
002100     05  CG-POST-DATE               PIC 9(08).
002200     05  FILLER                     PIC X(08).
