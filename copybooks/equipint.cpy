000510*    EI-ASSIGNED-STAFF-ID NAMES THE CUSTODIAL STAFFER WHO       *
000520*    SERVICES THIS EQUIPMENT, FOR THE DUTY/MAINTENANCE          *
000530*    CROSS-REFERENCE.                                           *
000538*    EI-SCHEDULE-TYPE W OR Q MAKES THE ITEM SEASONAL INSTEAD    *
000546*    OF EVERY-NTH-DAY: W OPENS ITS WORK ORDER ON THE FIRST      *
000554*    OPEN DAY BETWEEN EI-WINDOW-START-MMDD AND                  *
000562*    EI-WINDOW-END-MMDD (THE RANGE MAY WRAP THE YEAR END); Q    *
000570*    OPENS IT ON THE EI-QTR-SCHOOL-DAY'TH OPEN SCHOOL DAY OF    *
000578*    FISCAL QUARTER EI-QUARTER, WITH THE QUARTER END AS THE     *
000586*    CLOSE OF THE WINDOW.                                       *
000600*--------------------------------------------------------------*
000700 01  EQUIPMENT-INTERVAL-RECORD.
000800     05  EI-EQUIPMENT-ID          PIC X(09).
000900     05  EI-EQUIPMENT-NAME        PIC X(30).
001000     05  EI-SERVICE-INTERVAL      PIC 9(02).
001010     05  EI-ASSIGNED-STAFF-ID     PIC X(09).
001020     05  EI-SCHEDULE-TYPE         PIC X(01).
001030         88  EI-SCHED-INTERVAL        VALUE "I" " ".
001040         88  EI-SCHED-WINDOW          VALUE "W".
001050         88  EI-SCHED-QTR-DAY         VALUE "Q".
001060     05  EI-WINDOW-START-MMDD     PIC 9(04).
001070     05  EI-WINDOW-END-MMDD       PIC 9(04).
001080     05  EI-QUARTER               PIC 9(01).
001090     05  EI-QTR-SCHOOL-DAY        PIC 9(03).
001100     05  FILLER                   PIC X(01).
