000100*--------------------------------------------------------------*
000200*    DUTYCONS.CPY                                               *
000300*    STAFF DUTY-CONSTRAINT ROW.  THE ROSTER BUILD ROTATES A    *
000400*    DUE SLOT TO THE NEXT ELIGIBLE STAFFER RATHER THAN BOOK    *
000500*    SOMEONE INTO ONE OF THESE:                                *
000600*      W - RECURRING WEEKDAY BLACKOUT, DK-WEEKDAY 1 (MONDAY)   *
000700*          THROUGH 7 (SUNDAY).                                 *
000800*      D - ONE-OFF BLACKOUT ON DK-BLACKOUT-DATE.               *
000900*      Q - NOT QUALIFIED FOR DK-DUTY-TYPE.  WITH A             *
001000*          DK-QUAL-CODE THE BAR LIFTS ONCE THAT CODE SHOWS IN  *
001100*          SF-QUALIFICATIONS (FIVE FOUR-CHARACTER CODES); A    *
001200*          BLANK DK-STAFF-ID APPLIES THE CODE TO EVERYONE.     *
001300*--------------------------------------------------------------*
001400 01  DUTY-CONSTRAINT-RECORD.
001500     05  DK-STAFF-ID                PIC X(09).
001600     05  DK-CONSTRAINT-TYPE         PIC X(01).
001700         88  DK-WEEKDAY-BLACKOUT        VALUE "W".
001800         88  DK-DATE-BLACKOUT           VALUE "D".
001900         88  DK-NOT-QUALIFIED           VALUE "Q".
002000     05  DK-WEEKDAY                 PIC 9(01).
002100     05  DK-BLACKOUT-DATE           PIC 9(08).
002200     05  DK-DUTY-TYPE               PIC X(02).
002300     05  DK-QUAL-CODE               PIC X(04).
002400     05  FILLER                     PIC X(15).
