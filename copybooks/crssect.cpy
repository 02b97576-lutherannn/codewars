000100*--------------------------------------------------------------*
000200*    CRSSECT.CPY                                                *
000300*    COURSE-SECTION MASTER - ONE ROW PER SECTION OF A COURSE    *
000400*    OFFERED THIS TERM: WHO TEACHES IT, WHICH ROOM AND PERIOD   *
000500*    IT MEETS IN, THE ROOM'S SEATED CAPACITY, AND THE WORKSHEET *
000600*    PACKET PAGE COUNT THE SUPPLY PLAN USES FOR ITS STUDENTS.   *
000700*    AN INACTIVE (I) SECTION IS KEPT FOR HISTORY BUT TAKES NO   *
000800*    STUDENTS AND DOES NOT REACH THE CLASSROOM ROSTER.          *
000900*--------------------------------------------------------------*
001000 01  COURSE-SECTION-RECORD.
001100     05  SX-SECTION-ID              PIC X(08).
001200     05  SX-COURSE-ID               PIC X(06).
001300     05  SX-COURSE-NAME             PIC X(20).
001400     05  SX-TEACHER-NAME            PIC X(20).
001500     05  SX-GRADE-LEVEL             PIC X(02).
001600     05  SX-CLASSROOM-ID            PIC X(06).
001700     05  SX-CAMPUS-CODE             PIC X(03).
001800     05  SX-PERIOD                  PIC 9(02).
001900     05  SX-ROOM-CAPACITY           PIC 9(03).
002000     05  SX-PACKET-PAGES            PIC 9(03).
002100     05  SX-ACTIVE-STATUS           PIC X(01).
002200         88  SX-SECTION-ACTIVE          VALUE "A".
002300         88  SX-SECTION-INACTIVE        VALUE "I".
002400     05  FILLER                     PIC X(06).
