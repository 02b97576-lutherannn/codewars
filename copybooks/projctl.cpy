000100*--------------------------------------------------------------*
000200*    PROJCTL.CPY                                                *
000300*    ENROLLMENT-PROJECTION PLANNING ROW.  ONE ROW PER GRADE    *
000400*    GIVING THE TARGET CLASS SIZE THE SECTION COUNT IS CUT AT  *
000500*    AND THE WORKSHEET PACKET PAGES PER STUDENT.  A GRADE WITH *
000600*    NO ROW PLANS AT 25 STUDENTS A SECTION AND 20 PAGES A      *
000700*    STUDENT.                                                  *
000800*--------------------------------------------------------------*
000900 01  PROJECTION-CONTROL-RECORD.
001000     05  PJ-GRADE-LEVEL             PIC 9(02).
001100     05  PJ-CLASS-SIZE              PIC 9(03).
001200     05  PJ-PACKET-PAGES            PIC 9(03).
001300     05  FILLER                     PIC X(12).
