000500*    1 IS WHO THE OFFICE (AND THE CLOSURE CALLING TREE) TRIES  *
000600*    FIRST.  MAINTAINED BY CONTMNT IN THE STUDENT-MAINTENANCE  *
000700*    STREAM.                                                   *
000720*    A CONTACT WITH AN EMAIL ADDRESS AND THE OPT-IN FLAG SET   *
000740*    GETS THE HOUSEHOLD'S PARENT LETTERS BY EMAIL; A BOUNCE    *
000760*    FROM THE MAIL VENDOR TURNS THE OPT-IN BACK OFF.           *
000800*--------------------------------------------------------------*
000900 01  EMERGENCY-CONTACT-RECORD.
001000     05  EC-STUDENT-ID              PIC X(09).
001200     05  EC-CONTACT-NAME            PIC X(30).
001300     05  EC-RELATIONSHIP            PIC X(10).
001400     05  EC-PHONE                   PIC X(10).
001420     05  EC-EMAIL-ADDRESS           PIC X(50).
001440     05  EC-EMAIL-OPT-IN            PIC X(01).
001460         88  EC-EMAIL-OPTED-IN          VALUE "Y".
001500     05  FILLER                     PIC X(09).
