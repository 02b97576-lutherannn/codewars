000100*--------------------------------------------------------------*
000200*    LATENTC.CPY                                                *
000300*    LATE-BUS NOTICE FEED.  ONE ROW PER RIDER ON A ROUTE LEG    *
000400*    THE WEEKLY ON-TIME RUN FOUND CHRONICALLY LATE, FOR THE     *
000500*    LETTER EXTRACT (LETTER TYPE LATEBUS), WITH THE ROUTE, LEG  *
000600*    AND LATE-DAY COUNT THE LETTER QUOTES.                      *
000700*--------------------------------------------------------------*
000800 01  LATE-NOTICE-RECORD.
000900     05  LN-STUDENT-ID              PIC X(09).
001000     05  LN-LETTER-TYPE             PIC X(08).
001100         88  LN-TYPE-LATE-BUS           VALUE "LATEBUS".
001200     05  LN-EVENT-DETAIL            PIC X(30).
001300     05  FILLER                     PIC X(03).
