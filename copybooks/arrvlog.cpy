000100*--------------------------------------------------------------*
000200*    ARRVLOG.CPY                                                *
000300*    BUS ARRIVAL LOG.  ONE ROW PER ROUTE PER RUN LEG PER SCHOOL *
000400*    DAY WITH THE TIME (HHMM, 24-HOUR CLOCK) THE BUS ACTUALLY   *
000500*    REACHED ITS CAMPUS, AS KEYED BY DISPATCH.  THE SCHEDULED   *
000600*    TIME IS THE ROUTE'S RTETIME ROW.  AL-DRIVER-ID NAMES THE   *
000700*    DRIVER WHO RAN THE LEG WHEN IT WAS NOT THE ROUTE'S OWN     *
000800*    DRIVER ON THE DRIVER MASTER - SPACES MEANS IT WAS.  THE    *
000900*    LOG IS KEPT ALL TERM; OPS TRIMS IT AT TERM ROLLOVER.       *
001000*--------------------------------------------------------------*
001100 01  ARRIVAL-LOG-RECORD.
001200     05  AL-RUN-DATE                PIC 9(08).
001300     05  AL-ROUTE-ID                PIC X(05).
001400     05  AL-RUN-LEG                 PIC X(01).
001500         88  AL-LEG-AM                  VALUE "A".
001600         88  AL-LEG-PM                  VALUE "P".
001700     05  AL-ARRIVE-TIME             PIC 9(04).
001800     05  AL-DRIVER-ID               PIC X(09).
001900     05  FILLER                     PIC X(13).
