000100*--------------------------------------------------------------*
000200*    RTETIME.CPY                                                *
000300*    ROUTE CAMPUS-TIME CONTROL RECORD.  ONE ROW PER ROUTE PER   *
000400*    RUN LEG GIVING THE CAMPUS THE BUS SERVES AND THE TIME      *
000500*    (HHMM, 24-HOUR CLOCK) IT ARRIVES THERE ON THE MORNING LEG  *
000600*    OR PULLS OUT ON THE AFTERNOON LEG - THE OTHER END OF EVERY *
000700*    RIDER'S TRIP FROM THE STOP TIMES ON THE BUS-STOP MASTER.   *
000800*--------------------------------------------------------------*
000900 01  ROUTE-CAMPUS-TIME-RECORD.
001000     05  RX-ROUTE-ID                PIC X(05).
001100     05  RX-RUN-LEG                 PIC X(01).
001200         88  RX-LEG-AM                  VALUE "A".
001300         88  RX-LEG-PM                  VALUE "P".
001400     05  RX-CAMPUS-CODE             PIC X(03).
001500     05  RX-CAMPUS-TIME             PIC 9(04).
001600     05  FILLER                     PIC X(07).
