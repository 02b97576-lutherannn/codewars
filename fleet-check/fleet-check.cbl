001300*    DISPATCH COVERS THE ROUTE BEFORE THE BUS FAILS TO SHOW.    *
001400*    ROUTES ON THE DAILY RIDERSHIP FILE WITH NO VEHICLE         *
001500*    ASSIGNED AT ALL ARE REPORTED TOO.                          *
001510*    EACH GROUNDED ROUTE IS THEN GIVEN THE FIRST FREE SPARE,    *
001520*    PREFERRING ONE FITTED WITH EVERY PIECE OF EQUIPMENT        *
001530*    (VH-EQUIPMENT-CAPS) THE GROUNDED BUS CARRIED.  EACH        *
001540*    SUBSTITUTION GOES ON THE VEHSUB FILE SO THE ROUTE          *
001550*    EQUIPMENT CHECK (RTEEQUIP) TESTS THE RIDERS AGAINST THE    *
001560*    BUS THAT WILL ACTUALLY RUN.                                *
001570*    A BUS THE PRE-TRIP INSPECTION RUN TOOK OUT OF SERVICE      *
001580*    (VH-SERVICE-FLAG O) IS GROUNDED THE SAME WAY.              *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001830*    2026-10-15  DLS  ASSIGN SPARES TO GROUNDED ROUTES BY      *
001860*                     EQUIPMENT AND WRITE THE VEHSUB FILE.     *
001870*    2026-10-15  DLS  GROUND A BUS THE PRE-TRIP INSPECTION RUN *
001880*                     TOOK OUT OF SERVICE.                     *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT FLEET-CHECK-RPT ASSIGN TO FLEETRPT
003100         ORGANIZATION IS SEQUENTIAL.
003130     SELECT VEHICLE-SUB-FILE ASSIGN TO VEHSUB
003160         ORGANIZATION IS SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  WORK-ORDER-FILE.
004300 FD  FLEET-CHECK-RPT
004400     RECORDING MODE IS F.
004500 01  FLEET-CHECK-LINE               PIC X(80).
004520 FD  VEHICLE-SUB-FILE
004540     RECORDING MODE IS F.
004560     COPY vehsub.
004600 WORKING-STORAGE SECTION.
004700     COPY rptwrit.
004800 01  WS-RW-SUB                      PIC 9(01) COMP.
005300     88  WS-VH-EOF                      VALUE "Y".
005400 01  WS-RIDE-EOF-SWITCH             PIC X(01) VALUE "N".
005500     88  WS-RIDE-EOF                    VALUE "Y".
005520 01  WS-TIMESTAMP.
005540     05  WS-TS-DATE                 PIC 9(08).
005560     05  FILLER                     PIC X(13).
005600 01  WS-OPEN-COUNT                  PIC 9(03) COMP VALUE ZERO.
005700 01  WS-OPEN-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
005800 01  WS-OSUB                        PIC 9(03) COMP.
007000         10  WS-FL-VEHICLE-DESC     PIC X(30).
007100         10  WS-FL-GROUNDED-SW      PIC X(01).
007200             88  WS-FL-GROUNDED         VALUE "Y".
007210         10  WS-FL-FLEET-STATUS     PIC X(01).
007220             88  WS-FL-SPARE            VALUE "S".
007230         10  WS-FL-EQUIPMENT-CAPS   PIC X(03).
007240         10  WS-FL-USED-SW          PIC X(01).
007250             88  WS-FL-USED             VALUE "Y".
007260         10  WS-FL-SERVICE-FLAG     PIC X(01).
007270             88  WS-FL-OUT-OF-SERVICE   VALUE "O".
007300 01  WS-MATCH-SUB                   PIC 9(03) COMP.
007309 01  WS-SSUB                        PIC 9(03) COMP.
007318 01  WS-CSUB                        PIC 9(01) COMP.
007327 01  WS-SPARE-SUB                   PIC 9(03) COMP.
007336 01  WS-ANY-SPARE-SUB               PIC 9(03) COMP.
007345 01  WS-NEED-CODE                   PIC X(01).
007354 01  WS-CODE-HITS                   PIC 9(01) COMP.
007363 01  WS-COVER-SWITCH                PIC X(01).
007372     88  WS-SPARE-COVERS                VALUE "Y".
007381 01  WS-SPARE-COUNT                 PIC 9(05) COMP VALUE ZERO.
007400 01  WS-GROUNDED-COUNT              PIC 9(05) COMP VALUE ZERO.
007500 01  WS-NO-VEHICLE-COUNT            PIC 9(05) COMP VALUE ZERO.
007600 01  WS-ROUTE-COUNT                 PIC 9(05) COMP VALUE ZERO.
009800     05  FILLER                     PIC X(14)
009900             VALUE "  NO VEHICLE -".
010000     05  WS-SM-NO-VEHICLE           PIC ZZ,ZZ9.
010040     05  FILLER                     PIC X(10)
010080             VALUE "  SPARES -".
010120     05  WS-SM-SPARES               PIC ZZ,ZZ9.
010160     05  FILLER                     PIC X(11) VALUE SPACE.
010200 PROCEDURE DIVISION.
010300*--------------------------------------------------------------*
010400*    0000-MAINLINE                                              *
010800     PERFORM 3000-CHECK-VEHICLE THRU 3000-EXIT
010900         VARYING WS-FSUB FROM 1 BY 1
011000         UNTIL WS-FSUB > WS-FLEET-COUNT
011020     PERFORM 3500-SUBSTITUTE-SPARE THRU 3500-EXIT
011040         VARYING WS-FSUB FROM 1 BY 1
011060         UNTIL WS-FSUB > WS-FLEET-COUNT
011100     PERFORM 4000-CHECK-ROUTE THRU 4000-EXIT
011200         UNTIL WS-RIDE-EOF
011300     PERFORM 8000-FINALIZE THRU 8000-EXIT
011600*    1000-INITIALIZE                                             *
011700*--------------------------------------------------------------*
011800 1000-INITIALIZE.
011850     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
011900     OPEN INPUT WORK-ORDER-FILE
012000     IF WS-WO-FILE-STATUS = "35"
012100         DISPLAY "FLEETCHK: WORK-ORDER FILE MISSING"
013200     CLOSE FLEET-MASTER-FILE
013300     OPEN INPUT DAILY-ROUTE-RIDERSHIP-FILE
013400     OPEN OUTPUT FLEET-CHECK-RPT
013450     OPEN OUTPUT VEHICLE-SUB-FILE
013500     MOVE "I" TO RW-FUNCTION
013600     MOVE "FLEETRPT" TO RW-REPORT-ID
013700     MOVE "MORNING FLEET AVAILABILITY CHECK"
018200                 MOVE VH-VEHICLE-DESC
018300                     TO WS-FL-VEHICLE-DESC (WS-FLEET-COUNT)
018400                 MOVE "N" TO WS-FL-GROUNDED-SW (WS-FLEET-COUNT)
018410                 MOVE VH-FLEET-STATUS
018420                     TO WS-FL-FLEET-STATUS (WS-FLEET-COUNT)
018430                 MOVE VH-EQUIPMENT-CAPS
018440                     TO WS-FL-EQUIPMENT-CAPS (WS-FLEET-COUNT)
018450                 MOVE "N" TO WS-FL-USED-SW (WS-FLEET-COUNT)
018460                 MOVE VH-SERVICE-FLAG
018470                     TO WS-FL-SERVICE-FLAG (WS-FLEET-COUNT)
018500             ELSE
018600                 ADD 1 TO WS-FLEET-DROP-COUNT
018700             END-IF
019100*--------------------------------------------------------------*
019200*    3000-CHECK-VEHICLE - A VEHICLE WHOSE EQUIPMENT HAS AN      *
019300*    OPEN WORK ORDER IS GROUNDED; ITS ROUTE NEEDS A SPARE.      *
019350*    SO IS ONE TAKEN OUT OF SERVICE AT ITS PRE-TRIP INSPECTION. *
019400*--------------------------------------------------------------*
019500 3000-CHECK-VEHICLE.
019600     MOVE ZERO TO WS-MATCH-SUB
019900         UNTIL WS-OSUB > WS-OPEN-COUNT
020000             OR WS-MATCH-SUB > 0
020100     IF WS-MATCH-SUB > 0
020150             OR WS-FL-OUT-OF-SERVICE (WS-FSUB)
020200         MOVE "Y" TO WS-FL-GROUNDED-SW (WS-FSUB)
020300         IF WS-FL-ROUTE-ID (WS-FSUB) NOT = SPACE
020400             ADD 1 TO WS-GROUNDED-COUNT
023200     MOVE WS-FL-ROUTE-ID (WS-FSUB) TO WS-DL-ROUTE-ID
023300     MOVE WS-FL-VEHICLE-ID (WS-FSUB) TO WS-DL-VEHICLE-ID
023400     MOVE WS-FL-VEHICLE-DESC (WS-FSUB) TO WS-DL-VEHICLE-DESC
023430     IF WS-MATCH-SUB > 0
023460         MOVE "IN SHOP-NEEDS SPARE" TO WS-DL-NOTE
023490     ELSE
023520         MOVE "OUT OF SERVICE-SPARE" TO WS-DL-NOTE
023550     END-IF
023600     PERFORM 9100-WRITE-DETAIL THRU 9100-EXIT.
023700 3200-EXIT.
023800     EXIT.
023801*--------------------------------------------------------------*
023802*    3500-SUBSTITUTE-SPARE - ONCE EVERY GROUNDED BUS IS KNOWN,  *
023803*    PUT A FREE SPARE ON EACH GROUNDED ROUTE.  A SPARE THAT     *
023804*    CARRIES ALL OF THE GROUNDED BUS'S EQUIPMENT WINS; FAILING  *
023805*    THAT THE FIRST FREE SPARE GOES OUT AND IS FLAGGED SHORT.   *
023806*--------------------------------------------------------------*
023807 3500-SUBSTITUTE-SPARE.
023808     IF NOT WS-FL-GROUNDED (WS-FSUB)
023809         OR WS-FL-ROUTE-ID (WS-FSUB) = SPACE
023810         GO TO 3500-EXIT
023811     END-IF
023812     MOVE ZERO TO WS-SPARE-SUB
023813     MOVE ZERO TO WS-ANY-SPARE-SUB
023814     PERFORM 3510-FIND-SPARE THRU 3510-EXIT
023815         VARYING WS-SSUB FROM 1 BY 1
023816         UNTIL WS-SSUB > WS-FLEET-COUNT
023817             OR WS-SPARE-SUB > 0
023818     MOVE SPACE TO VEHICLE-SUB-RECORD
023819     MOVE WS-FL-ROUTE-ID (WS-FSUB) TO VS-ROUTE-ID
023820     MOVE WS-FL-VEHICLE-ID (WS-FSUB) TO VS-GROUNDED-VEHICLE
023821     MOVE WS-TS-DATE TO VS-CHECK-DATE
023822     MOVE SPACE TO WS-DETAIL-LINE
023823     MOVE WS-FL-ROUTE-ID (WS-FSUB) TO WS-DL-ROUTE-ID
023824     IF WS-SPARE-SUB > 0
023825         SET VS-SPARE-COVERS TO TRUE
023826         MOVE "SPARE ASSIGNED" TO WS-DL-NOTE
023827     ELSE
023828         MOVE WS-ANY-SPARE-SUB TO WS-SPARE-SUB
023829         SET VS-SPARE-SHORT TO TRUE
023831         MOVE "SPARE LACKS EQUIP" TO WS-DL-NOTE
023832     END-IF
023833     IF WS-SPARE-SUB = 0
023834         MOVE "NO SPARE AVAILABLE" TO WS-DL-NOTE
023835     ELSE
023836         ADD 1 TO WS-SPARE-COUNT
023837         MOVE "Y" TO WS-FL-USED-SW (WS-SPARE-SUB)
023838         MOVE WS-FL-VEHICLE-ID (WS-SPARE-SUB)
023839             TO VS-SPARE-VEHICLE
023840         MOVE WS-FL-EQUIPMENT-CAPS (WS-SPARE-SUB)
023841             TO VS-SPARE-CAPS
023842         MOVE WS-FL-VEHICLE-ID (WS-SPARE-SUB)
023843             TO WS-DL-VEHICLE-ID
023844         MOVE WS-FL-VEHICLE-DESC (WS-SPARE-SUB)
023845             TO WS-DL-VEHICLE-DESC
023846     END-IF
023847     WRITE VEHICLE-SUB-RECORD
023848     PERFORM 9100-WRITE-DETAIL THRU 9100-EXIT.
023849 3500-EXIT.
023850     EXIT.
023851*--------------------------------------------------------------*
023852*    3510-FIND-SPARE - A SPARE IS FREE WHEN IT IS NOT IN THE    *
023853*    SHOP ITSELF AND NO EARLIER ROUTE TOOK IT THIS MORNING.     *
023854*--------------------------------------------------------------*
023855 3510-FIND-SPARE.
023856     IF NOT WS-FL-SPARE (WS-SSUB)
023857         OR WS-FL-GROUNDED (WS-SSUB)
023858         OR WS-FL-USED (WS-SSUB)
023859         GO TO 3510-EXIT
023860     END-IF
023861     IF WS-ANY-SPARE-SUB = 0
023862         MOVE WS-SSUB TO WS-ANY-SPARE-SUB
023863     END-IF
023864     MOVE "Y" TO WS-COVER-SWITCH
023865     PERFORM 3520-CHECK-CODE THRU 3520-EXIT
023866         VARYING WS-CSUB FROM 1 BY 1
023867         UNTIL WS-CSUB > 3
023868     IF WS-SPARE-COVERS
023869         MOVE WS-SSUB TO WS-SPARE-SUB
023870     END-IF.
023871 3510-EXIT.
023872     EXIT.
023873*--------------------------------------------------------------*
023874*    3520-CHECK-CODE - ONE EQUIPMENT CODE OF THE GROUNDED BUS   *
023875*    MUST APPEAR SOMEWHERE IN THE SPARE'S CODES.                *
023876*--------------------------------------------------------------*
023877 3520-CHECK-CODE.
023878     MOVE WS-FL-EQUIPMENT-CAPS (WS-FSUB) (WS-CSUB:1)
023879         TO WS-NEED-CODE
023880     IF WS-NEED-CODE = SPACE
023881         GO TO 3520-EXIT
023882     END-IF
023883     MOVE ZERO TO WS-CODE-HITS
023884     INSPECT WS-FL-EQUIPMENT-CAPS (WS-SSUB)
023885         TALLYING WS-CODE-HITS FOR ALL WS-NEED-CODE
023886     IF WS-CODE-HITS = 0
023887         MOVE "N" TO WS-COVER-SWITCH
023888     END-IF.
023889 3520-EXIT.
023890     EXIT.
023900*--------------------------------------------------------------*
024000*    4000-CHECK-ROUTE - EVERY ROUTE ON TODAY'S RIDERSHIP FILE   *
024100*    SHOULD HAVE A VEHICLE ON THE FLEET MASTER.                 *
028700     MOVE WS-ROUTE-COUNT TO WS-SM-ROUTES
028800     MOVE WS-GROUNDED-COUNT TO WS-SM-GROUNDED
028900     MOVE WS-NO-VEHICLE-COUNT TO WS-SM-NO-VEHICLE
028950     MOVE WS-SPARE-COUNT TO WS-SM-SPARES
029000     MOVE "D" TO RW-FUNCTION
029100     MOVE "FLEETRPT" TO RW-REPORT-ID
029200     MOVE WS-SUMMARY-LINE TO RW-DETAIL-LINE
030400     END-IF
030500     CLOSE DAILY-ROUTE-RIDERSHIP-FILE
030600     CLOSE FLEET-CHECK-RPT
030650     CLOSE VEHICLE-SUB-FILE
030700     IF WS-GROUNDED-COUNT > 0
030800         MOVE 4 TO RETURN-CODE
030900     END-IF.
