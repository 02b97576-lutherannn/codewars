000100*--------------------------------------------------------------*
000200*    ABSDIAL.CPY                                                *
000300*    SAME-DAY ABSENCE DIAL RECORD FOR THE DISTRICT AUTO-DIALER. *
000400*    ONE ROW PER HOUSEHOLD WITH A CHILD ABSENT ALL DAY AND NO   *
000500*    EXCUSE ON FILE - AD-STUDENT-ID IS THE FIRST SUCH CHILD,    *
000600*    AD-ABSENT-COUNT HOW MANY OF THE HOUSEHOLD'S CHILDREN ARE   *
000700*    OUT.  THE DIALER PICKS THE CALL SCRIPT FROM AD-SCRIPT-ID   *
000800*    AND AD-LANGUAGE (SM-HOME-LANGUAGE, SPACES READ AS EN).     *
000900*--------------------------------------------------------------*
001000 01  ABSENCE-DIAL-RECORD.
001100     05  AD-CALL-DATE               PIC 9(08).
001200     05  AD-HOUSEHOLD-ID            PIC X(09).
001300     05  AD-STUDENT-ID              PIC X(09).
001400     05  AD-CAMPUS-CODE             PIC X(03).
001500     05  AD-ABSENT-COUNT            PIC 9(02).
001600     05  AD-PHONE                   PIC X(10).
001700     05  AD-CONTACT-NAME            PIC X(30).
001800     05  AD-LANGUAGE                PIC X(02).
001900     05  AD-SCRIPT-ID               PIC X(06).
002000     05  FILLER                     PIC X(01).
