000100*--------------------------------------------------------------*
000200*    VEHSUB.CPY                                                 *
000300*    VEHICLE SUBSTITUTION ROW.  THE MORNING FLEET CHECK         *
000400*    (FLEETCHK) WRITES ONE ROW FOR EVERY ROUTE WHOSE BUS IS     *
000500*    GROUNDED, NAMING THE SPARE IT PUT ON THE ROUTE (SPACES     *
000600*    WHEN NO SPARE WAS FREE) AND THAT SPARE'S EQUIPMENT CODES.  *
000700*    VS-COVER-FLAG IS N WHEN THE SPARE LACKS A CODE THE         *
000800*    GROUNDED BUS CARRIED.  THE ROUTE EQUIPMENT CHECK READS     *
000900*    THE SPARE IN PLACE OF THE GROUNDED BUS.                    *
001000*--------------------------------------------------------------*
001100 01  VEHICLE-SUB-RECORD.
001200     05  VS-ROUTE-ID                PIC X(05).
001300     05  VS-GROUNDED-VEHICLE        PIC X(09).
001400     05  VS-SPARE-VEHICLE           PIC X(09).
001500     05  VS-SPARE-CAPS              PIC X(03).
001600     05  VS-COVER-FLAG              PIC X(01).
001700         88  VS-SPARE-COVERS            VALUE "Y".
001800         88  VS-SPARE-SHORT             VALUE "N".
001900     05  VS-CHECK-DATE              PIC 9(08).
002000     05  FILLER                     PIC X(05).
