000100*--------------------------------------------------------------*
000200*    REPAIRRG.CPY                                               *
000300*    REPAIR REQUEST REGISTER.  THE INTAKE RUN ADDS ONE ROW PER *
000400*    REQUEST IT OPENS A WORK ORDER FOR, TYING THE ORDER BACK   *
000500*    TO THE REQUESTER, CAMPUS AND PRIORITY, THE TARGET         *
000600*    COMPLETION DATE THE PRIORITY SET, AND THE MAINTENANCE     *
000700*    STAFFER IT WAS ASSIGNED TO (SPACES IF NOBODY WAS FREE).   *
000800*    THE WEEKLY RESPONSE REPORT READS THE ORDER'S COMPLETION   *
000900*    DATE OFF THE WORK-ORDER FILE BY RG-ORDER-ID.              *
001000*--------------------------------------------------------------*
001100 01  REPAIR-REGISTER-RECORD.
001200     05  RG-ORDER-ID.
001300         10  RG-ORDER-DATE          PIC 9(08).
001400         10  RG-ORDER-SEQ           PIC 9(05).
001500     05  RG-REQUEST-DATE            PIC 9(08).
001600     05  RG-STAFF-ID                PIC X(09).
001700     05  RG-CAMPUS-CODE             PIC X(03).
001800     05  RG-LOCATION                PIC X(20).
001900     05  RG-EQUIPMENT-ID            PIC X(09).
002000     05  RG-PRIORITY                PIC X(01).
002100         88  RG-EMERGENCY               VALUE "E".
002200         88  RG-URGENT                  VALUE "U".
002300         88  RG-ROUTINE                 VALUE "R".
002400     05  RG-TARGET-DATE             PIC 9(08).
002500     05  RG-ASSIGNED-STAFF-ID       PIC X(09).
002600     05  FILLER                     PIC X(10).
