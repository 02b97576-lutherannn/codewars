000100*--------------------------------------------------------------*
000200*    LTRBNC.CPY                                                 *
000300*    EMAIL BOUNCE FEED.  ONE ROW PER PARENT LETTER THE MAIL    *
000400*    VENDOR COULD NOT DELIVER BY EMAIL - THE STUDENT, LETTER   *
000500*    TYPE AND EVENT DETAIL OF THE EMAIL-BATCH ROW AS SENT, THE *
000600*    CONTACT AND ADDRESS IT WAS SENT TO, AND THE VENDOR'S      *
000700*    REASON.  THE NEXT LETTER RUN TURNS THAT CONTACT'S OPT-IN  *
000800*    OFF AND MAILS THE LETTER ON PAPER.                        *
000900*--------------------------------------------------------------*
001000 01  EMAIL-BOUNCE-RECORD.
001100     05  EB-STUDENT-ID              PIC X(09).
001200     05  EB-CONTACT-PRIORITY        PIC 9(02).
001300     05  EB-EMAIL-ADDRESS           PIC X(50).
001400     05  EB-LETTER-TYPE             PIC X(08).
001500     05  EB-EVENT-DETAIL            PIC X(30).
001600     05  EB-BOUNCE-DATE             PIC 9(08).
001700     05  EB-BOUNCE-REASON           PIC X(20).
001800     05  FILLER                     PIC X(13).
