000100*--------------------------------------------------------------*
000200*    REPAIRRQ.CPY                                               *
000300*    UNPLANNED REPAIR REQUEST, ONE ROW PER CALL IN TO THE      *
000400*    MAINTENANCE OFFICE, KEYED BY THE REQUESTING STAFFER.      *
000500*    RQ-EQUIPMENT-ID IS LEFT BLANK WHEN THE CALLER DOES NOT    *
000600*    KNOW THE ITEM; THE LOCATION THEN NAMES THE WORK ORDER.    *
000700*    RQ-REQUEST-DATE OF ZERO TAKES THE INTAKE RUN DATE.        *
000800*--------------------------------------------------------------*
000900 01  REPAIR-REQUEST-RECORD.
001000     05  RQ-STAFF-ID                PIC X(09).
001100     05  RQ-REQUEST-DATE            PIC 9(08).
001200     05  RQ-CAMPUS-CODE             PIC X(03).
001300     05  RQ-LOCATION                PIC X(20).
001400     05  RQ-EQUIPMENT-ID            PIC X(09).
001500     05  RQ-PRIORITY                PIC X(01).
001600         88  RQ-EMERGENCY               VALUE "E".
001700         88  RQ-URGENT                  VALUE "U".
001800         88  RQ-ROUTINE                 VALUE "R".
001900         88  RQ-PRIORITY-VALID          VALUE "E" "U" "R".
002000     05  RQ-DESCRIPTION             PIC X(25).
002100     05  FILLER                     PIC X(05).
