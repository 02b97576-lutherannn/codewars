000100*--------------------------------------------------------------*
000200*    BELSCHED.CPY                                               *
000300*    CAMPUS BELL SCHEDULE - ONE ROW PER CAMPUS, SCHEDULE TYPE,  *
000400*    AND CLASS PERIOD, WITH THE PERIOD'S START AND END TIMES    *
000500*    AS HHMM.  THE SCHEDULE TYPE MATCHES TC-SCHEDULE-TYPE ON    *
000600*    THE TERM CALENDAR, SO AN EARLY-RELEASE OR LATE-START DAY   *
000700*    IS EDITED AGAINST ITS OWN BELLS.  THE SCHOOL DAY RUNS      *
000800*    FROM THE FIRST PERIOD'S START TO THE LAST PERIOD'S END.    *
000900*--------------------------------------------------------------*
001000 01  BELL-SCHEDULE-RECORD.
001100     05  BE-CAMPUS-CODE             PIC X(03).
001200     05  BE-SCHEDULE-TYPE           PIC X(01).
001300         88  BE-SCHED-REGULAR           VALUE "R".
001400         88  BE-SCHED-EARLY-RELEASE     VALUE "E".
001500         88  BE-SCHED-LATE-START        VALUE "L".
001600     05  BE-PERIOD                  PIC 9(02).
001700     05  BE-START-TIME              PIC 9(04).
001800     05  BE-END-TIME                PIC 9(04).
001900     05  FILLER                     PIC X(06).
