000100*--------------------------------------------------------------*
000200*    BADGEREQ.CPY                                               *
000300*    ID BADGE REPRINT REQUEST, KEYED BY THE CAMPUS OFFICE.     *
000400*    ONE ROW PER CARD TO BE REPLACED - LOST, STOLEN OR         *
000500*    DAMAGED.  THE REPRINT TAKES THE STUDENT'S NEXT CARD ISSUE *
000600*    NUMBER, SO THE OLD CARD STOPS WORKING AT THE POS THE DAY  *
000700*    THE NEW ONE IS PRINTED.  BQ-TAKEN-BY IS THE STAFF ID WHO  *
000800*    TOOK THE REQUEST.                                         *
000900*--------------------------------------------------------------*
001000 01  BADGE-REQUEST-RECORD.
001100     05  BQ-STUDENT-ID              PIC X(09).
001200     05  BQ-REASON                  PIC X(01).
001300         88  BQ-REASON-LOST             VALUE "L".
001400         88  BQ-REASON-STOLEN           VALUE "S".
001500         88  BQ-REASON-DAMAGED          VALUE "D".
001600     05  BQ-REQUEST-DATE            PIC 9(08).
001700     05  BQ-TAKEN-BY                PIC X(09).
001800     05  FILLER                     PIC X(03).
