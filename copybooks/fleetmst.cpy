000500*    CARRY AND TO THE ROUTE IT SERVES (SPACES FOR A SPARE).     *
000600*    THE MORNING FLEET CHECK (FLEETCHK) USES THIS LINK TO TELL  *
000700*    DISPATCH WHICH ROUTE A BUS IN THE SHOP BELONGS TO BEFORE   *
000750*    THE BUS FAILS TO SHOW UP.  A RETIRED BUS STAYS ON FILE     *
000800*    WITH STATUS R SO THE DEPRECIATION RUN WRITES OFF WHAT IS   *
000820*    LEFT OF ITS BOOK VALUE.  VH-EQUIPMENT-CAPS CARRIES UP TO   *
000840*    THREE ONE-CHARACTER CODES FOR WHAT THE BUS IS FITTED WITH  *
000860*    (L WHEELCHAIR LIFT, H HARNESS SEATS, A AIDE SEAT), THE     *
000880*    SAME CODES AS THE STUDENT MASTER'S SM-TRANSPORT-NEEDS.     *
000884*    VH-SERVICE-FLAG O TAKES THE BUS OUT OF SERVICE - THE       *
000888*    PRE-TRIP INSPECTION RUN (PRETRIP) SETS IT ON A SAFETY-     *
000892*    CRITICAL DEFECT AND CLEARS IT ONCE NO WORK ORDER ON THE    *
000896*    BUS'S EQUIPMENT IS STILL OPEN; FLEETCHK GROUNDS IT.        *
000897*    VH-TANK-GALLONS IS THE BUS'S FUEL TANK SIZE - THE MONTHLY  *
000898*    FUEL-CARD RECONCILIATION FLAGS A CARD FILL OVER IT.  ZERO  *
000899*    OR SPACES (A ROW NOT YET UPDATED) IS NOT CHECKED.          *
000900*--------------------------------------------------------------*
001000 01  FLEET-MASTER-RECORD.
001100     05  VH-VEHICLE-ID              PIC X(09).
001200     05  VH-EQUIPMENT-ID            PIC X(09).
001300     05  VH-ROUTE-ID                PIC X(05).
001360     05  VH-VEHICLE-DESC            PIC X(27).
001420     05  VH-TANK-GALLONS            PIC 9(03).
001500     05  VH-FLEET-STATUS            PIC X(01).
001600         88  VH-STATUS-ACTIVE           VALUE "A".
001700         88  VH-STATUS-SPARE            VALUE "S".
001750         88  VH-STATUS-RETIRED          VALUE "R".
001800     05  VH-EQUIPMENT-CAPS          PIC X(03).
001900     05  VH-SERVICE-FLAG            PIC X(01).
002000         88  VH-IN-SERVICE              VALUE SPACE.
002100         88  VH-OUT-OF-SERVICE          VALUE "O".
002200     05  FILLER                     PIC X(02).
