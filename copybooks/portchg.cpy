000100*--------------------------------------------------------------*
000200*    PORTCHG.CPY                                                *
000300*    PARENT-PORTAL INBOUND CHANGE.  ONE ROW PER CHANGE A       *
000400*    PARENT SUBMITS ON THE DISTRICT'S PARENT PORTAL, SENT BACK *
000500*    NIGHTLY BY THE VENDOR.  TYPE A IS A NEW HOME ADDRESS FOR  *
000600*    THE STUDENT MASTER; TYPE P IS A NEW PHONE FOR THE         *
000700*    EMERGENCY CONTACT AT PG-PRIORITY-SEQ (A NEW CONTACT WHEN  *
000800*    NONE IS ON FILE AT THAT PRIORITY, SO PG-CONTACT-NAME AND  *
000900*    PG-RELATIONSHIP MUST THEN BE GIVEN).  PORTINBD STAGES     *
001000*    EACH ROW FOR OFFICE APPROVAL; NOTHING HERE IS EVER        *
001100*    APPLIED DIRECTLY.                                         *
001200*--------------------------------------------------------------*
001300 01  PORTAL-CHANGE-RECORD.
001400     05  PG-STUDENT-ID              PIC X(09).
001500     05  PG-CHANGE-TYPE             PIC X(01).
001600         88  PG-CHANGE-ADDRESS          VALUE "A".
001700         88  PG-CHANGE-PHONE            VALUE "P".
001800     05  PG-SUBMIT-DATE             PIC 9(08).
001900     05  PG-SUBMITTED-BY            PIC X(30).
002000     05  PG-ADDRESS                 PIC X(30).
002100     05  PG-CITY-ST-ZIP             PIC X(30).
002200     05  PG-PRIORITY-SEQ            PIC 9(02).
002300     05  PG-CONTACT-NAME            PIC X(30).
002400     05  PG-RELATIONSHIP            PIC X(10).
002500     05  PG-PHONE                   PIC X(10).
002600     05  FILLER                     PIC X(10).
