001811*    STUDENTS FORWARD INSTEAD OF SWEEPING THEM OUT CLEAN.
001812     05  SM-CHECKOUT-HOLD            PIC X(01).
001813         88  SM-CHECKOUT-HELD            VALUE "H".
001814*    HOME ATTENDANCE ZONE, SET NIGHTLY BY THE ZONE ASSIGNMENT
001815*    RUN FROM THE ADDRESS - THE CAMPUS WHOSE ZONE THE ADDRESS
001816*    FALLS IN (SPACES WHEN NO ZONE ROW COVERS IT), AND W WHEN
001817*    THE ADDRESS IS IN THAT CAMPUS'S WALK ZONE.  WALK-ZONE
001818*    STUDENTS ARE NOT CARRIED ONTO NEXT YEAR'S ROUTES.
001819     05  SM-ZONE-CAMPUS              PIC X(03).
001820     05  SM-WALK-ZONE                PIC X(01).
001821         88  SM-IN-WALK-ZONE             VALUE "W".
001822*    UP TO THREE ONE-CHARACTER TRANSPORTATION-NEEDS CODES
001823*    (L WHEELCHAIR LIFT, H HARNESS SEAT, A BUS AIDE),
001824*    SPACE-FILLED.  THE ROUTE EQUIPMENT CHECK LISTS ANY RIDER
001825*    WHOSE ROUTE'S BUS DOES NOT CARRY EVERY CODE IN
001826*    VH-EQUIPMENT-CAPS.
001827     05  SM-TRANSPORT-NEEDS          PIC X(03).
001828*    ID BADGE NOW IN THE STUDENT'S HANDS - THE CARD ISSUE
001829*    NUMBER (SPACES OR ZERO WHEN NO CARD HAS BEEN PRINTED) AND
001830*    THE CAMPUS PRINTED ON IT, BOTH SET BY THE BADGE EXTRACT.
001831*    A REPRINT TAKES THE NEXT ISSUE NUMBER, AND THE POS REFUSES
001832*    A SCANNED CARD CARRYING ANY OTHER.
001833     05  SM-CARD-ISSUE               PIC 9(02).
001834     05  SM-CARD-CAMPUS              PIC X(03).
001835     05  FILLER                      PIC X(05).
