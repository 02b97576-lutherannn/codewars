000100*--------------------------------------------------------------*
000200*    STOPNTC.CPY                                                *
000300*    BUS-STOP CHANGE NOTICE FEED.  ONE ROW PER APPROVED STOP    *
000400*    CHANGE FOR THE LETTER EXTRACT (LETTER TYPE STOPCONF), WITH *
000500*    THE LEG, NEW STOP, AND EFFECTIVE DATE THE CONFIRMATION     *
000600*    LETTER QUOTES.                                             *
000700*--------------------------------------------------------------*
000800 01  STOP-NOTICE-RECORD.
000900     05  TN-STUDENT-ID              PIC X(09).
001000     05  TN-LETTER-TYPE             PIC X(08).
001100         88  TN-TYPE-STOP-CONFIRM       VALUE "STOPCONF".
001200     05  TN-EVENT-DETAIL            PIC X(30).
001300     05  FILLER                     PIC X(03).
