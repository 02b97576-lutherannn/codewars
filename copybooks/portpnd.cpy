000100*--------------------------------------------------------------*
000200*    PORTPND.CPY                                                *
000300*    PENDING PORTAL CHANGE, CARRIED FORWARD NIGHT TO NIGHT BY  *
000400*    PORTINBD UNTIL THE OFFICE APPROVES OR REJECTS IT.         *
000500*    PW-STAGE-DATE PLUS PW-STAGE-SEQ IS THE NUMBER PRINTED ON  *
000600*    THE REVIEW LISTING AND KEYED ON THE APPROVAL CARD.        *
000700*    PW-TXN-IMAGE HOLDS THE STAGED TRANSACTION - A             *
000800*    STUDENT-MASTER CHANGE (STUMTXN LAYOUT) FOR AN ADDRESS, A  *
000900*    CONTACT ADD OR CHANGE (ECTXN LAYOUT) FOR A PHONE.  ON     *
001000*    APPROVAL AN ADDRESS CHANGE IS LAID OVER THE MASTER AS IT  *
001100*    STANDS THAT NIGHT, SO NO OFFICE EDIT MADE WHILE IT WAITED *
001200*    IS LOST.                                                  *
001300*--------------------------------------------------------------*
001400 01  PORTAL-PENDING-RECORD.
001500     05  PW-STAGE-DATE              PIC 9(08).
001600     05  PW-STAGE-SEQ               PIC 9(04).
001700     05  PW-STUDENT-ID              PIC X(09).
001800     05  PW-CHANGE-TYPE             PIC X(01).
001900         88  PW-CHANGE-ADDRESS          VALUE "A".
002000         88  PW-CHANGE-PHONE            VALUE "P".
002100     05  PW-SUBMIT-DATE             PIC 9(08).
002200     05  PW-SUBMITTED-BY            PIC X(30).
002300     05  PW-TXN-IMAGE               PIC X(179).
002400*    WHAT THE CHANGED FIELD HELD WHEN THE ROW WAS STAGED -
002500*    ADDRESS THEN CITY/STATE/ZIP, OR THE OLD PHONE.
002600     05  PW-PRIOR-VALUE             PIC X(60).
002700     05  FILLER                     PIC X(11).
