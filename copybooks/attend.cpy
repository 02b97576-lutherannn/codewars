000620*    CLASS PERIOD.  A TARDY (CODE T) CARRIES THE ARRIVAL        *
000630*    TIME AS HHMM SO THE TRUANCY OFFICER CAN SEE "LATE 14       *
000640*    TIMES BEFORE 9AM", NOT JUST WHOLE-DAY ABSENCES.            *
000650*    CODE S IS A WHOLE-DAY OUT-OF-SCHOOL SUSPENSION DAY POSTED  *
000660*    BY THE DISCIPLINE INCIDENT RUN - NOT A TRUANCY ABSENCE,    *
000670*    BUT STILL A DAY OUT OF ATTENDANCE FOR THE STATE CLAIM.     *
000680*    CODE E IS A WHOLE-DAY ROW FOR A STUDENT THE NURSE SENT     *
000690*    HOME - PRESENT FOR PART OF THE DAY, WITH THE TIME OUT      *
000695*    IN AT-DEPART-TIME.                                         *
000696*    AN ABSENCE (CODE A) CARRIES AT-REASON-CODE; SPACE READS    *
000697*    AS UNEXCUSED.  A PARENT NOTE CAN LATER TURN AN UNEXCUSED   *
000698*    ROW INTO ONE OF THE EXCUSED REASONS.  ONLY UNEXCUSED DAYS  *
000699*    COUNT TOWARD TRUANCY; THE STATE CLAIM COUNTS THEM ALL.     *
000700*--------------------------------------------------------------*
000800 01  ATTENDANCE-RECORD.
000900     05  AT-STUDENT-ID              PIC X(09).
001200         88  AT-PRESENT                 VALUE "P".
001300         88  AT-ABSENT                  VALUE "A".
001350         88  AT-TARDY                   VALUE "T".
001355         88  AT-SUSPENDED               VALUE "S".
001357         88  AT-EARLY-OUT               VALUE "E".
001360     05  AT-PERIOD                  PIC 9(02).
001370     05  AT-ARRIVE-TIME             PIC 9(04).
001380     05  AT-DEPART-TIME REDEFINES AT-ARRIVE-TIME
001390                                    PIC 9(04).
001392     05  AT-REASON-CODE             PIC X(01).
001393         88  AT-REASON-ILLNESS          VALUE "I".
001394         88  AT-REASON-MEDICAL          VALUE "M".
001395         88  AT-REASON-FAMILY           VALUE "F".
001396         88  AT-REASON-RELIGIOUS        VALUE "R".
001397         88  AT-REASON-BEREAVEMENT      VALUE "B".
001398         88  AT-REASON-UNEXCUSED        VALUE "U" " ".
001399         88  AT-REASON-EXCUSED          VALUE "I" "M" "F" "R"
001400                                              "B".
001401         88  AT-REASON-VALID            VALUE "I" "M" "F" "R"
001402                                              "B" "U" " ".
001410     05  FILLER                     PIC X(01).
