000100*--------------------------------------------------------------*
000200*    VISITLOG.CPY                                               *
000300*    CAMPUS VISITOR LOG.  ONE ROW PER VISITOR ADMITTED AT A    *
000400*    FRONT DESK, WITH THE TIME IN AND, ONCE THEY SIGN OUT, THE *
000500*    TIME OUT (ZERO WHILE THE VISITOR IS STILL IN THE          *
000600*    BUILDING).  VISITORS TURNED AWAY ARE NOT HERE - THEY GO   *
000700*    TO THE PICKUP DENIAL LOG.  THE LOG IS KEPT IN THE ORDER   *
000800*    VISITORS ARRIVED.                                         *
000900*--------------------------------------------------------------*
001000 01  VISITOR-LOG-RECORD.
001100     05  VL-VISIT-DATE              PIC 9(08).
001200     05  VL-CAMPUS-CODE             PIC X(03).
001300     05  VL-VISITOR-ID              PIC X(15).
001400     05  VL-VISITOR-NAME            PIC X(30).
001500     05  VL-PURPOSE                 PIC X(20).
001600     05  VL-STUDENT-ID              PIC X(09).
001700     05  VL-TIME-IN                 PIC 9(04).
001800     05  VL-TIME-OUT                PIC 9(04).
001900         88  VL-STILL-IN                VALUE ZERO.
002000     05  FILLER                     PIC X(07).
