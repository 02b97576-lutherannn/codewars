000100*--------------------------------------------------------------*
000200*    MEALNTC.CPY                                                *
000300*    MEAL BENEFIT NOTICE FEED.  ONE ROW PER DETERMINATION FOR   *
000400*    THE LETTER EXTRACT - MEALAPPR FOR A FREE OR REDUCED-PRICE  *
000500*    APPROVAL, MEALDENY FOR A DENIAL - WITH THE DETAIL THE      *
000600*    NOTICE QUOTES.                                             *
000700*--------------------------------------------------------------*
000800 01  MEAL-NOTICE-RECORD.
000900     05  NM-STUDENT-ID              PIC X(09).
001000     05  NM-LETTER-TYPE             PIC X(08).
001100         88  NM-TYPE-APPROVAL           VALUE "MEALAPPR".
001200         88  NM-TYPE-DENIAL             VALUE "MEALDENY".
001300     05  NM-EVENT-DETAIL            PIC X(30).
001400     05  FILLER                     PIC X(03).
