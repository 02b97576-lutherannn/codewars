000600*    BUS ACTUALLY DRIVES THEM.  BS-PICKUP-TIME IS HHMM ON THE   *
000700*    24-HOUR CLOCK.  THE STREET LOCATION IS WHAT THE OFFICE     *
000800*    READS TO A PARENT ASKING WHERE THEIR KID BOARDS.           *
000820*    BS-DROPOFF-TIME (HHMM) IS WHEN THE AFTERNOON RUN REACHES   *
000840*    THE STOP; ZERO MEANS NOT TIMED - THE PM RUN IS TAKEN AS    *
000860*    THE MORNING RUN DRIVEN BACKWARD.                           *
000900*--------------------------------------------------------------*
001000 01  BUS-STOP-MASTER-RECORD.
001100     05  BS-ROUTE-ID                PIC X(05).
001200     05  BS-STOP-ID                 PIC X(05).
001300     05  BS-STREET-LOCATION         PIC X(30).
001400     05  BS-PICKUP-TIME             PIC 9(04).
001500     05  BS-DROPOFF-TIME            PIC 9(04).
001600     05  FILLER                     PIC X(02).
