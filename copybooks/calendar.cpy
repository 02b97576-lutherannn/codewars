000310*    TC-SESSION-CODE TELLS THE REGULAR TERM (R OR SPACES)       *
000320*    FROM THE SIX-WEEK SUMMER SESSION (S) SO THE SUMMER CYCLE   *
000330*    RUNS AGAINST ITS OWN CALENDAR.                             *
000340*    TC-SCHEDULE-TYPE NAMES THE BELL SCHEDULE THE DAY RUNS -    *
000350*    REGULAR (R OR SPACE), EARLY RELEASE (E), LATE START (L).   *
000400*--------------------------------------------------------------*
000500 01  TERM-CALENDAR-RECORD.
000600     05  TC-CAL-DATE             PIC 9(08).
000610     05  TC-SESSION-CODE         PIC X(01).
000620         88  TC-SESSION-SUMMER       VALUE "S".
000630     05  TC-SCHEDULE-TYPE        PIC X(01).
000640         88  TC-SCHED-REGULAR        VALUE "R" " ".
000650         88  TC-SCHED-EARLY-RELEASE  VALUE "E".
000660         88  TC-SCHED-LATE-START     VALUE "L".
000700     05  FILLER                  PIC X(08).
