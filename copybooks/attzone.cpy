000100*--------------------------------------------------------------*
000200*    ATTZONE.CPY                                                *
000300*    ATTENDANCE-ZONE BOUNDARY ROW.  ONE ROW PER STREET RANGE    *
000400*    (OR WHOLE ZIP) THAT A CAMPUS SERVES.  AZ-STREET-NAME IS    *
000500*    KEYED THE WAY THE MASTER ADDRESS CARRIES IT AFTER THE      *
000600*    HOUSE NUMBER (E.G. "ELM ST"); A BLANK STREET NAME MAKES    *
000700*    THE ROW COVER EVERY ADDRESS IN THE ZIP NOT CAUGHT BY A     *
000800*    STREET RANGE.  THE HOUSE RANGE IS INCLUSIVE AND AZ-SIDE    *
000900*    LIMITS IT TO ODD OR EVEN NUMBERS.  AZ-WALK-ZONE MARKS THE  *
001000*    ADDRESSES CLOSE ENOUGH TO THE CAMPUS THAT THE STUDENT      *
001100*    WALKS AND IS NOT ELIGIBLE FOR A BUS.                       *
001200*--------------------------------------------------------------*
001300 01  ATTENDANCE-ZONE-RECORD.
001400     05  AZ-CAMPUS-CODE             PIC X(03).
001500     05  AZ-ZIP-CODE                PIC X(05).
001600     05  AZ-STREET-NAME             PIC X(20).
001700     05  AZ-LOW-HOUSE               PIC 9(06).
001800     05  AZ-HIGH-HOUSE              PIC 9(06).
001900     05  AZ-SIDE                    PIC X(01).
002000         88  AZ-SIDE-BOTH               VALUE "B" " ".
002100         88  AZ-SIDE-ODD                VALUE "O".
002200         88  AZ-SIDE-EVEN               VALUE "E".
002300     05  AZ-WALK-ZONE               PIC X(01).
002400         88  AZ-WALK-YES                VALUE "W".
002500         88  AZ-WALK-NO                 VALUE "N" " ".
002600     05  FILLER                     PIC X(08).
