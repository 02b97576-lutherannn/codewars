000100*--------------------------------------------------------------*
000200*    DRILLREQ.CPY                                               *
000300*    STATE DRILL REQUIREMENT.  ONE ROW PER DRILL TYPE AND TIME *
000400*    WINDOW, SAYING HOW MANY DRILLS OF THE TYPE EVERY CAMPUS   *
000500*    MUST HOLD INSIDE THE WINDOW.  THE WINDOW IS COUNTED IN    *
000600*    SCHOOL DAYS OF THE YEAR ON THE TERM CALENDAR (DAY 1 IS    *
000700*    THE FIRST DAY OF SCHOOL), SO A DRILL REQUIRED IN THE      *
000800*    FIRST WEEKS OF SCHOOL IS A WINDOW OF 1 TO 10 AND A YEARLY *
000900*    COUNT IS 1 TO 999.                                        *
001000*--------------------------------------------------------------*
001100 01  DRILL-REQUIREMENT-RECORD.
001200     05  DQ-DRILL-TYPE              PIC X(01).
001300         88  DQ-FIRE                    VALUE "F".
001400         88  DQ-LOCKDOWN                VALUE "L".
001500         88  DQ-SEVERE-WEATHER          VALUE "W".
001600     05  DQ-WINDOW-FROM             PIC 9(03).
001700     05  DQ-WINDOW-TO               PIC 9(03).
001800     05  DQ-REQUIRED                PIC 9(02).
001900     05  DQ-DESCRIPTION             PIC X(20).
002000     05  FILLER                     PIC X(11).
