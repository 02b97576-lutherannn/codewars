000100*--------------------------------------------------------------*
000200*    SCHEDDAY.CPY                                               *
000300*    SCHEDULE-DAY RECORD.  ONE ROW PER SCHOOL DAY THAT DOES     *
000400*    NOT RUN THE REGULAR BELL SCHEDULE - EARLY-RELEASE AND      *
000500*    LATE-START DAYS.  CALBUILD STAMPS THE TYPE ON THE TERM     *
000600*    CALENDAR ROW FOR THE DATE; EVERY OTHER DAY IS REGULAR.     *
000700*--------------------------------------------------------------*
000800 01  SCHEDULE-DAY-RECORD.
000900     05  SY-SCHED-DATE              PIC 9(08).
001000     05  SY-SCHEDULE-TYPE           PIC X(01).
001100         88  SY-SCHED-EARLY-RELEASE     VALUE "E".
001200         88  SY-SCHED-LATE-START        VALUE "L".
001300         88  SY-SCHED-VALID             VALUE "E" "L".
001400     05  SY-SCHED-REASON            PIC X(20).
001500     05  FILLER                     PIC X(01).
