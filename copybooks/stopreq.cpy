000100*--------------------------------------------------------------*
000200*    STOPREQ.CPY                                                *
000300*    PARENT BUS-STOP CHANGE REQUEST.  ONE ROW PER REQUEST THE   *
000400*    TRANSPORTATION OFFICE KEYS - THE RIDER, THE RUN LEG TO     *
000500*    MOVE, THE ROUTE AND STOP ASKED FOR, AND THE DATE THE MOVE  *
000600*    TAKES EFFECT.  SQ-MEET-ADULT NAMES THE ADULT WHO WILL MEET *
000700*    THE CHILD AT THE NEW STOP; IT IS CHECKED AGAINST THE       *
000800*    PICKUP AUTHORIZATIONS AND MUST BE GIVEN FOR A PM LEG.  THE *
000900*    NIGHTLY STOP-CHANGE RUN (STOPCHG) STAMPS AN APPROVED ROW   *
001000*    WITH STATUS A AND THE RIDER'S BOARDING SEQUENCE ON THE NEW *
001100*    ROUTE, AND CARRIES IT FORWARD UNTIL THE EFFECTIVE DATE.    *
001200*--------------------------------------------------------------*
001300 01  STOP-CHANGE-REQUEST-RECORD.
001400     05  SQ-STUDENT-ID              PIC X(09).
001500     05  SQ-RUN-LEG                 PIC X(01).
001600         88  SQ-LEG-AM                  VALUE "A".
001700         88  SQ-LEG-PM                  VALUE "P".
001800     05  SQ-NEW-ROUTE-ID            PIC X(05).
001900     05  SQ-NEW-STOP-ID             PIC X(05).
002000     05  SQ-EFFECTIVE-DATE          PIC 9(08).
002100     05  SQ-MEET-ADULT              PIC X(30).
002200     05  SQ-REQUEST-DATE            PIC 9(08).
002300     05  SQ-REQUEST-STATUS          PIC X(01).
002400         88  SQ-STATUS-NEW              VALUE " ".
002500         88  SQ-STATUS-APPROVED         VALUE "A".
002600     05  SQ-BOARD-SEQ               PIC 9(03).
002700     05  FILLER                     PIC X(10).
