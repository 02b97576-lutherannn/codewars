000100*--------------------------------------------------------------*
000200*    INCIDENT.CPY                                               *
000300*    DISCIPLINE INCIDENT RECORD, ONE PER INCIDENT.  THE SAME    *
000400*    LAYOUT CARRIES THE DEANS' DAILY INCIDENT TRANSACTIONS AND  *
000500*    THE INCIDENT HISTORY FILE THE POSTING RUN APPENDS THEM TO. *
000600*    IN-ACTION-CODE O (OUT-OF-SCHOOL SUSPENSION) AND B (BUS     *
000700*    SUSPENSION) CARRY THE SUSPENSION'S FIRST AND LAST DAY -    *
000800*    THE POSTING RUN TURNS AN OUT-OF-SCHOOL RANGE INTO CODE S   *
000900*    ATTENDANCE ROWS, AND THE ROUTE AND STOP-MANIFEST RUNS      *
001000*    LEAVE A STUDENT WITH EITHER KIND OF SUSPENSION IN FORCE    *
001100*    OFF THE BUS FOR THE DAY.                                   *
001120*    IN-NO-CONTACT-ID NAMES A STUDENT THE DEAN HAS ORDERED THIS *
001140*    ONE KEPT APART FROM (SPACES WHEN NONE) - THE FIELD-DAY     *
001160*    TEAM RUN PUTS THE PAIR ON SEPARATE TEAMS.                  *
001200*--------------------------------------------------------------*
001300 01  INCIDENT-RECORD.
001400     05  IN-STUDENT-ID              PIC X(09).
001500     05  IN-INCIDENT-DATE           PIC 9(08).
001600     05  IN-CAMPUS-CODE             PIC X(03).
001700     05  IN-INCIDENT-TYPE           PIC X(04).
001800         88  IN-TYPE-VALID              VALUE "FGHT" "BULY"
001900                                              "DRUG" "ALCO"
002000                                              "WEAP" "THFT"
002100                                              "VAND" "DISR"
002200                                              "TRUA" "BUSC"
002300                                              "OTHR".
002400     05  IN-ACTION-CODE             PIC X(01).
002500         88  IN-ACTION-WARNING          VALUE "W".
002600         88  IN-ACTION-DETENTION        VALUE "D".
002700         88  IN-ACTION-IN-SCHOOL        VALUE "I".
002800         88  IN-ACTION-OUT-OF-SCHOOL    VALUE "O".
002900         88  IN-ACTION-BUS-SUSPEND      VALUE "B".
003000         88  IN-ACTION-EXPULSION        VALUE "X".
003100         88  IN-ACTION-VALID            VALUE "W" "D" "I"
003200                                              "O" "B" "X".
003300     05  IN-SUSP-START-DATE         PIC 9(08).
003400     05  IN-SUSP-END-DATE           PIC 9(08).
003500     05  IN-REPORTED-BY             PIC X(20).
003600     05  IN-NO-CONTACT-ID           PIC X(09).
