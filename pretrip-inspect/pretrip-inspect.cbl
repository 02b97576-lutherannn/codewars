000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRETRIP.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    DAILY PRE-TRIP INSPECTION POSTING.  READS THE DAY'S        *
000900*    INSPECTION RESULTS (ONE ROW PER BUS PER RUN LEG) AND       *
001000*    CLASSES EACH DEFECT CODE BY THE DEFECT-CODE TABLE.  EVERY  *
001100*    DEFECT OPENS A REPAIR WORK ORDER AGAINST THE BUS'S         *
001200*    VH-EQUIPMENT-ID UNLESS ONE FOR THE SAME DEFECT IS STILL    *
001300*    OPEN; A SAFETY-CRITICAL DEFECT ALSO TAKES THE BUS OUT OF   *
001400*    SERVICE ON THE NEW FLEET MASTER SO THE MORNING FLEET CHECK *
001500*    GROUNDS IT.  A BUS OUT OF SERVICE WITH NO WORK ORDER LEFT  *
001600*    OPEN IS RETURNED TO SERVICE.  EVERY ROUTE LEG ON THE DAILY *
001700*    RIDERSHIP FILE WHOSE BUS (THE FLEET MASTER BUS, OR THE     *
001800*    SPARE ON VEHSUB) HAS NO INSPECTION FOR THAT LEG IS LISTED  *
001900*    FOR THE TRANSPORTATION SUPERVISOR.  AN UNKNOWN DEFECT CODE *
002000*    IS TREATED AS SAFETY-CRITICAL.                             *
002100*    RC 4 - A SAFETY DEFECT, AN UNKNOWN BUS, OR A MISSING       *
002200*    INSPECTION WAS LISTED, OR THE INSPECTION OR OPEN-ORDER     *
002220*    TABLE FILLED (BOTH ERR TOWARD LISTING OR KEEPING A BUS     *
002240*    OUT, SO THE NEW FLEET MASTER STILL GOES LIVE).  RC 8 - THE *
002260*    DEFECT, FLEET OR SUBSTITUTE TABLE FILLED, OR A WORK ORDER  *
002280*    COULD NOT BE WRITTEN.                                      *
002300*--------------------------------------------------------------*
002400*    MODIFICATION HISTORY                                      *
002500*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002525*    2026-10-15  DLS  INSPECTION AND OPEN-ORDER TABLE OVERFLOW *
002550*                     NOW RC 4 SO A BUS TAKEN OUT OF SERVICE   *
002575*                     STAYS OUT ON THE LIVE MASTER.            *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PRE-TRIP-INSPECTION-FILE ASSIGN TO PRETRIP
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-PI-FILE-STATUS.
003300     SELECT DEFECT-CODE-FILE ASSIGN TO DEFCODE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-DF-FILE-STATUS.
003600     SELECT FLEET-MASTER-FILE ASSIGN TO FLEETMST
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT NEW-FLEET-FILE ASSIGN TO FLEETMSO
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT VEHICLE-SUB-FILE ASSIGN TO VEHSUB
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-VS-FILE-STATUS.
004300     SELECT DAILY-ROUTE-RIDERSHIP-FILE ASSIGN TO RIDERSHP
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT WORK-ORDER-FILE ASSIGN TO WORKORDR
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS WO-ORDER-ID
004900         FILE STATUS IS WS-WO-FILE-STATUS.
005000     SELECT PRE-TRIP-RPT ASSIGN TO PRETRPT
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PRE-TRIP-INSPECTION-FILE
005500     RECORDING MODE IS F.
005600     COPY pretrip.
005700 FD  DEFECT-CODE-FILE
005800     RECORDING MODE IS F.
005900     COPY defcode.
006000 FD  FLEET-MASTER-FILE
006100     RECORDING MODE IS F.
006200     COPY fleetmst.
006300 FD  NEW-FLEET-FILE
006400     RECORDING MODE IS F.
006500 01  NEW-FLEET-RECORD               PIC X(60).
006600 FD  VEHICLE-SUB-FILE
006700     RECORDING MODE IS F.
006800     COPY vehsub.
006900 FD  DAILY-ROUTE-RIDERSHIP-FILE
007000     RECORDING MODE IS F.
007100     COPY ridershp.
007200 FD  WORK-ORDER-FILE.
007300     COPY workordr.
007400 FD  PRE-TRIP-RPT
007500     RECORDING MODE IS F.
007600 01  PRE-TRIP-RPT-LINE              PIC X(80).
007700 WORKING-STORAGE SECTION.
007800 01  WS-PI-FILE-STATUS              PIC X(02) VALUE SPACE.
007900 01  WS-DF-FILE-STATUS              PIC X(02) VALUE SPACE.
008000 01  WS-VS-FILE-STATUS              PIC X(02) VALUE SPACE.
008100 01  WS-WO-FILE-STATUS              PIC X(02) VALUE SPACE.
008200 01  WS-PI-EOF-SWITCH               PIC X(01) VALUE "N".
008300     88  WS-PI-EOF                      VALUE "Y".
008400 01  WS-DF-EOF-SWITCH               PIC X(01) VALUE "N".
008500     88  WS-DF-EOF                      VALUE "Y".
008600 01  WS-VH-EOF-SWITCH               PIC X(01) VALUE "N".
008700     88  WS-VH-EOF                      VALUE "Y".
008800 01  WS-VS-EOF-SWITCH               PIC X(01) VALUE "N".
008900     88  WS-VS-EOF                      VALUE "Y".
009000 01  WS-RIDE-EOF-SWITCH             PIC X(01) VALUE "N".
009100     88  WS-RIDE-EOF                    VALUE "Y".
009200 01  WS-WO-EOF-SWITCH               PIC X(01) VALUE "N".
009300     88  WS-WO-EOF                      VALUE "Y".
009400 01  WS-TIMESTAMP.
009500     05  WS-TS-DATE                 PIC 9(08).
009600     05  FILLER                     PIC X(13).
009700*    THE DEFECT-CODE TABLE.
009800 01  WS-DF-COUNT                    PIC 9(03) COMP VALUE ZERO.
009900 01  WS-DF-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010000 01  WS-DFSUB                       PIC 9(03) COMP.
010100 01  WS-DF-FOUND-SUB                PIC 9(03) COMP.
010200 01  WS-DEFECT-TABLE.
010300     05  WS-DF-ENTRY OCCURS 200 TIMES.
010400         10  WS-DF-CODE             PIC X(04).
010500         10  WS-DF-CLASS            PIC X(01).
010600         10  WS-DF-DESC             PIC X(20).
010700*    THE FLEET, IN MASTER FILE ORDER SO THE NEW MASTER IS
010800*    WRITTEN BACK ROW FOR ROW.
010900 01  WS-FLEET-COUNT                 PIC 9(03) COMP VALUE ZERO.
011000 01  WS-FLEET-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
011100 01  WS-FSUB                        PIC 9(03) COMP.
011200 01  WS-FL-FOUND-SUB                PIC 9(03) COMP.
011300 01  WS-FLEET-TABLE.
011400     05  WS-FL-ENTRY OCCURS 200 TIMES.
011500         10  WS-FL-VEHICLE-ID       PIC X(09).
011600         10  WS-FL-EQUIPMENT-ID     PIC X(09).
011700         10  WS-FL-ROUTE-ID         PIC X(05).
011800         10  WS-FL-VEHICLE-DESC     PIC X(30).
011900         10  WS-FL-FLEET-STATUS     PIC X(01).
012000             88  WS-FL-RETIRED          VALUE "R".
012100         10  WS-FL-SERVICE-FLAG     PIC X(01).
012200             88  WS-FL-OUT-OF-SERVICE   VALUE "O".
012300         10  WS-FL-SAFETY-SW        PIC X(01).
012400             88  WS-FL-SAFETY-TODAY     VALUE "Y".
012500*    THE MORNING SPARE SUBSTITUTIONS - THE SPARE RAN THE ROUTE.
012600 01  WS-SB-COUNT                    PIC 9(03) COMP VALUE ZERO.
012700 01  WS-SB-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
012800 01  WS-SBSUB                       PIC 9(03) COMP.
012900 01  WS-SUB-TABLE.
013000     05  WS-SB-ENTRY OCCURS 200 TIMES.
013100         10  WS-SB-ROUTE-ID         PIC X(05).
013200         10  WS-SB-VEHICLE-ID       PIC X(09).
013300*    WORK ORDERS STILL OPEN, WITH THE NOTE THAT NAMES A
013400*    PRE-TRIP DEFECT, AND THE HIGHEST ORDER NUMBER ON FILE FOR
013500*    TODAY.
013600 01  WS-OPEN-COUNT                  PIC 9(04) COMP VALUE ZERO.
013700 01  WS-OPEN-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
013800 01  WS-OSUB                        PIC 9(04) COMP.
013900 01  WS-OPEN-FOUND-SUB              PIC 9(04) COMP.
014000 01  WS-OPEN-ORDER-TABLE.
014100     05  WS-OO-ENTRY OCCURS 1000 TIMES.
014200         10  WS-OO-EQUIPMENT-ID     PIC X(09).
014300         10  WS-OO-DEFECT-KEY       PIC X(13).
014400 01  WS-WO-SEQ                      PIC 9(05) VALUE 90000.
014500 01  WS-WO-WRITTEN-SWITCH           PIC X(01).
014600     88  WS-WO-WRITTEN                  VALUE "Y".
014700 01  WS-WO-SAFETY-INTERVAL          PIC 9(02) VALUE ZERO.
014800 01  WS-WO-MINOR-INTERVAL           PIC 9(02) VALUE 05.
014900 01  WS-WO-NOTE.
015000     05  WS-WN-DEFECT-KEY.
015100         10  FILLER                 PIC X(09) VALUE "PRE-TRIP ".
015200         10  WS-WN-DEFECT-CODE      PIC X(04).
015300     05  FILLER                     PIC X(01) VALUE SPACE.
015400     05  WS-WN-CLASS                PIC X(06).
015500     05  FILLER                     PIC X(05) VALUE SPACE.
015600*    TODAY'S INSPECTIONS, BY BUS AND LEG.
015700 01  WS-IN-COUNT                    PIC 9(03) COMP VALUE ZERO.
015800 01  WS-IN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
015900 01  WS-INSUB                       PIC 9(03) COMP.
016000 01  WS-IN-FOUND-SUB                PIC 9(03) COMP.
016100 01  WS-INSPECTED-TABLE.
016200     05  WS-IN-ENTRY OCCURS 500 TIMES.
016300         10  WS-IN-VEHICLE-ID       PIC X(09).
016400         10  WS-IN-RUN-LEG          PIC X(01).
016500 01  WS-DSUB                        PIC 9(01) COMP.
016600 01  WS-LOOKUP-VEHICLE              PIC X(09).
016700 01  WS-LOOKUP-LEG                  PIC X(01).
016800 01  WS-DEFECT-CLASS                PIC X(01).
016900     88  WS-DEFECT-SAFETY               VALUE "S".
017000 01  WS-INSPECT-COUNT               PIC 9(05) COMP VALUE ZERO.
017100 01  WS-CLEAN-COUNT                 PIC 9(05) COMP VALUE ZERO.
017200 01  WS-UNKNOWN-BUS-COUNT           PIC 9(05) COMP VALUE ZERO.
017300 01  WS-SAFETY-COUNT                PIC 9(05) COMP VALUE ZERO.
017400 01  WS-MINOR-COUNT                 PIC 9(05) COMP VALUE ZERO.
017500 01  WS-ORDER-COUNT                 PIC 9(05) COMP VALUE ZERO.
017600 01  WS-OUT-COUNT                   PIC 9(05) COMP VALUE ZERO.
017700 01  WS-RETURN-COUNT                PIC 9(05) COMP VALUE ZERO.
017800 01  WS-MISSING-COUNT               PIC 9(05) COMP VALUE ZERO.
017900 01  WS-WO-FAIL-COUNT               PIC 9(05) COMP VALUE ZERO.
018000 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "PRETRIP".
018100 01  WS-EOD-SAFETY-LABEL            PIC X(24)
018200         VALUE "PRETRIP SAFETY DEFECTS".
018300 01  WS-EOD-MISSING-LABEL           PIC X(24)
018400         VALUE "PRETRIP MISSING".
018500 01  WS-EOD-METRIC-VALUE            PIC 9(07).
018600 01  WS-EOD-CAMPUS-CODE             PIC X(03) VALUE SPACE.
018700 01  WS-RUN-PROGRAM-ID              PIC X(10) VALUE "PRETRIP".
018800 01  WS-RUN-PHASE                   PIC X(05).
018900 01  WS-RUN-READ                    PIC 9(07).
019000 01  WS-RUN-WRITTEN                 PIC 9(07).
019100 01  WS-RUN-REJECTS                 PIC 9(07).
019200 01  WS-RUN-RC                      PIC 9(04).
019300 01  WS-REPORT-HEADING              PIC X(80)
019400         VALUE "PRE-TRIP INSPECTION POSTING".
019500 01  WS-COLUMN-HEADING.
019600     05  FILLER                     PIC X(40)
019700             VALUE "VEHICLE   LG ROUTE CODE CLASS  DEFECT   ".
019800     05  FILLER                     PIC X(40)
019900             VALUE "              ACTION".
020000 01  WS-DETAIL-LINE.
020100     05  WS-DL-VEHICLE-ID           PIC X(09).
020200     05  FILLER                     PIC X(01) VALUE SPACE.
020300     05  WS-DL-LEG                  PIC X(02).
020400     05  FILLER                     PIC X(01) VALUE SPACE.
020500     05  WS-DL-ROUTE-ID             PIC X(05).
020600     05  FILLER                     PIC X(01) VALUE SPACE.
020700     05  WS-DL-CODE                 PIC X(04).
020800     05  FILLER                     PIC X(01) VALUE SPACE.
020900     05  WS-DL-CLASS                PIC X(06).
021000     05  FILLER                     PIC X(01) VALUE SPACE.
021100     05  WS-DL-DESC                 PIC X(20).
021200     05  FILLER                     PIC X(03) VALUE SPACE.
021300     05  WS-DL-ACTION               PIC X(20).
021400     05  FILLER                     PIC X(06) VALUE SPACE.
021500 01  WS-ORDER-ACTION.
021600     05  FILLER                     PIC X(03) VALUE "WO ".
021700     05  WS-OA-ORDER-ID             PIC X(13).
021800     05  FILLER                     PIC X(04) VALUE SPACE.
021900 01  WS-SUMMARY-LINE.
022000     05  FILLER                     PIC X(14)
022100             VALUE "INSPECTIONS - ".
022200     05  WS-SM-INSPECTED            PIC ZZ,ZZ9.
022300     05  FILLER                     PIC X(10)
022400             VALUE "  CLEAN - ".
022500     05  WS-SM-CLEAN                PIC ZZ,ZZ9.
022600     05  FILLER                     PIC X(11)
022700             VALUE "  SAFETY - ".
022800     05  WS-SM-SAFETY               PIC ZZ,ZZ9.
022900     05  FILLER                     PIC X(10)
023000             VALUE "  MINOR - ".
023100     05  WS-SM-MINOR                PIC ZZ,ZZ9.
023200     05  FILLER                     PIC X(11) VALUE SPACE.
023300 01  WS-SUMMARY-LINE-2.
023400     05  FILLER                     PIC X(14)
023500             VALUE "WORK ORDERS - ".
023600     05  WS-SM-ORDERS               PIC ZZ,ZZ9.
023700     05  FILLER                     PIC X(18)
023800             VALUE "  OUT OF SERVICE -".
023900     05  WS-SM-OUT                  PIC ZZ,ZZ9.
024000     05  FILLER                     PIC X(13)
024100             VALUE "  RETURNED - ".
024200     05  WS-SM-RETURNED             PIC ZZ,ZZ9.
024300     05  FILLER                     PIC X(17) VALUE SPACE.
024400 01  WS-MISSING-TOTAL-LINE.
024500     05  FILLER                     PIC X(32)
024600             VALUE "ROUTE LEGS WITH NO INSPECTION - ".
024700     05  WS-SM-MISSING              PIC ZZ,ZZ9.
024800     05  FILLER                     PIC X(42) VALUE SPACE.
024900 PROCEDURE DIVISION.
025000*--------------------------------------------------------------*
025100*    0000-MAINLINE                                              *
025200*--------------------------------------------------------------*
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025500     PERFORM 2000-PROCESS-INSPECTION THRU 2000-EXIT
025600         UNTIL WS-PI-EOF
025700     PERFORM 3000-RETURN-TO-SERVICE THRU 3000-EXIT
025800         VARYING WS-FSUB FROM 1 BY 1
025900         UNTIL WS-FSUB > WS-FLEET-COUNT
026000     OPEN INPUT DAILY-ROUTE-RIDERSHIP-FILE
026100     PERFORM 4000-CHECK-ROUTE-LEG THRU 4000-EXIT
026200         UNTIL WS-RIDE-EOF
026300     CLOSE DAILY-ROUTE-RIDERSHIP-FILE
026400     PERFORM 5000-WRITE-FLEET THRU 5000-EXIT
026500     PERFORM 8000-FINALIZE THRU 8000-EXIT
026600     GOBACK.
026700*--------------------------------------------------------------*
026800*    1000-INITIALIZE - THE DEFECT CODES, THE FLEET, THE         *
026900*    MORNING SUBSTITUTIONS AND THE OPEN WORK ORDERS GO INTO     *
027000*    TABLES BEFORE THE FIRST INSPECTION IS READ.                *
027100*--------------------------------------------------------------*
027200 1000-INITIALIZE.
027300     MOVE "START" TO WS-RUN-PHASE
027400     MOVE ZERO TO WS-RUN-READ
027500     MOVE ZERO TO WS-RUN-WRITTEN
027600     MOVE ZERO TO WS-RUN-REJECTS
027700     MOVE ZERO TO WS-RUN-RC
027800     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
027900         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
028000         WS-RUN-RC
028100     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
028200     OPEN INPUT DEFECT-CODE-FILE
028300     IF WS-DF-FILE-STATUS = "35"
028400         DISPLAY "PRETRIP: NO DEFECT-CODE TABLE - EVERY DEFECT "
028500             "TREATED AS SAFETY-CRITICAL"
028600     ELSE
028700         PERFORM 1100-LOAD-DEFECT-CODE THRU 1100-EXIT
028800             UNTIL WS-DF-EOF
028900         CLOSE DEFECT-CODE-FILE
029000     END-IF
029100     OPEN INPUT FLEET-MASTER-FILE
029200     PERFORM 1200-LOAD-FLEET THRU 1200-EXIT
029300         UNTIL WS-VH-EOF
029400     CLOSE FLEET-MASTER-FILE
029500     OPEN INPUT VEHICLE-SUB-FILE
029600     IF WS-VS-FILE-STATUS = "35"
029700         SET WS-VS-EOF TO TRUE
029800     ELSE
029900         PERFORM 1300-LOAD-SUBSTITUTE THRU 1300-EXIT
030000             UNTIL WS-VS-EOF
030100         CLOSE VEHICLE-SUB-FILE
030200     END-IF
030300     OPEN I-O WORK-ORDER-FILE
030400     PERFORM 1400-LOAD-OPEN-ORDER THRU 1400-EXIT
030500         UNTIL WS-WO-EOF
030600     OPEN OUTPUT PRE-TRIP-RPT
030700     WRITE PRE-TRIP-RPT-LINE FROM WS-REPORT-HEADING
030800     WRITE PRE-TRIP-RPT-LINE FROM WS-COLUMN-HEADING
030900     OPEN INPUT PRE-TRIP-INSPECTION-FILE
031000     IF WS-PI-FILE-STATUS = "35"
031100         DISPLAY "PRETRIP: NO INSPECTION FILE - EVERY ROUTE LEG "
031200             "IS MISSING ITS INSPECTION"
031300         SET WS-PI-EOF TO TRUE
031400     ELSE
031500         PERFORM 2100-READ-INSPECTION THRU 2100-EXIT
031600     END-IF.
031700 1000-EXIT.
031800     EXIT.
031900*--------------------------------------------------------------*
032000*    1100-LOAD-DEFECT-CODE                                      *
032100*--------------------------------------------------------------*
032200 1100-LOAD-DEFECT-CODE.
032300     READ DEFECT-CODE-FILE
032400         AT END
032500             SET WS-DF-EOF TO TRUE
032600             GO TO 1100-EXIT
032700     END-READ
032800     IF WS-DF-COUNT >= 200
032900         ADD 1 TO WS-DF-DROP-COUNT
033000         GO TO 1100-EXIT
033100     END-IF
033200     ADD 1 TO WS-DF-COUNT
033300     MOVE DF-DEFECT-CODE TO WS-DF-CODE (WS-DF-COUNT)
033400     MOVE DF-DEFECT-CLASS TO WS-DF-CLASS (WS-DF-COUNT)
033500     MOVE DF-DEFECT-DESC TO WS-DF-DESC (WS-DF-COUNT).
033600 1100-EXIT.
033700     EXIT.
033800*--------------------------------------------------------------*
033900*    1200-LOAD-FLEET                                            *
034000*--------------------------------------------------------------*
034100 1200-LOAD-FLEET.
034200     READ FLEET-MASTER-FILE
034300         AT END
034400             SET WS-VH-EOF TO TRUE
034500             GO TO 1200-EXIT
034600     END-READ
034700     IF WS-FLEET-COUNT >= 200
034800         ADD 1 TO WS-FLEET-DROP-COUNT
034900         GO TO 1200-EXIT
035000     END-IF
035100     ADD 1 TO WS-FLEET-COUNT
035200     MOVE VH-VEHICLE-ID TO WS-FL-VEHICLE-ID (WS-FLEET-COUNT)
035300     MOVE VH-EQUIPMENT-ID TO WS-FL-EQUIPMENT-ID (WS-FLEET-COUNT)
035400     MOVE VH-ROUTE-ID TO WS-FL-ROUTE-ID (WS-FLEET-COUNT)
035500     MOVE VH-VEHICLE-DESC TO WS-FL-VEHICLE-DESC (WS-FLEET-COUNT)
035600     MOVE VH-FLEET-STATUS TO WS-FL-FLEET-STATUS (WS-FLEET-COUNT)
035700     MOVE VH-SERVICE-FLAG TO WS-FL-SERVICE-FLAG (WS-FLEET-COUNT)
035800     MOVE "N" TO WS-FL-SAFETY-SW (WS-FLEET-COUNT).
035900 1200-EXIT.
036000     EXIT.
036100*--------------------------------------------------------------*
036200*    1300-LOAD-SUBSTITUTE - A ROUTE THE MORNING FLEET CHECK     *
036300*    COULD NOT COVER HAS NO SPARE ON THE ROW.                   *
036400*--------------------------------------------------------------*
036500 1300-LOAD-SUBSTITUTE.
036600     READ VEHICLE-SUB-FILE
036700         AT END
036800             SET WS-VS-EOF TO TRUE
036900             GO TO 1300-EXIT
037000     END-READ
037100     IF VS-SPARE-VEHICLE = SPACE
037200         GO TO 1300-EXIT
037300     END-IF
037400     IF WS-SB-COUNT >= 200
037500         ADD 1 TO WS-SB-DROP-COUNT
037600         GO TO 1300-EXIT
037700     END-IF
037800     ADD 1 TO WS-SB-COUNT
037900     MOVE VS-ROUTE-ID TO WS-SB-ROUTE-ID (WS-SB-COUNT)
038000     MOVE VS-SPARE-VEHICLE TO WS-SB-VEHICLE-ID (WS-SB-COUNT).
038100 1300-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400*    1400-LOAD-OPEN-ORDER - TODAY'S ORDER NUMBERS ABOVE THE     *
038500*    PRE-TRIP BASE ALSO MOVE THE NEXT NUMBER PAST THEM, SO A    *
038600*    RERUN DOES NOT COLLIDE WITH ITS OWN ORDERS.                *
038700*--------------------------------------------------------------*
038800 1400-LOAD-OPEN-ORDER.
038900     READ WORK-ORDER-FILE NEXT RECORD
039000         AT END
039100             SET WS-WO-EOF TO TRUE
039200             GO TO 1400-EXIT
039300     END-READ
039400     IF WO-ORDER-DATE = WS-TS-DATE
039500             AND WO-ORDER-SEQ > WS-WO-SEQ
039600         MOVE WO-ORDER-SEQ TO WS-WO-SEQ
039700     END-IF
039800     IF NOT WO-STATUS-OPEN
039900         GO TO 1400-EXIT
040000     END-IF
040100     IF WS-OPEN-COUNT >= 1000
040200         ADD 1 TO WS-OPEN-DROP-COUNT
040300         GO TO 1400-EXIT
040400     END-IF
040500     ADD 1 TO WS-OPEN-COUNT
040600     MOVE WO-EQUIPMENT-ID TO WS-OO-EQUIPMENT-ID (WS-OPEN-COUNT)
040700     MOVE WO-NOTES (1:13) TO WS-OO-DEFECT-KEY (WS-OPEN-COUNT).
040800 1400-EXIT.
040900     EXIT.
041000*--------------------------------------------------------------*
041100*    2000-PROCESS-INSPECTION - ONE INSPECTION SHEET.  A BUS NOT *
041200*    ON THE FLEET MASTER CANNOT HAVE A WORK ORDER CUT; IT IS    *
041300*    LISTED FOR THE SUPERVISOR INSTEAD.                         *
041400*--------------------------------------------------------------*
041500 2000-PROCESS-INSPECTION.
041600     ADD 1 TO WS-INSPECT-COUNT
041700     IF WS-IN-COUNT < 500
041800         ADD 1 TO WS-IN-COUNT
041900         MOVE PI-VEHICLE-ID TO WS-IN-VEHICLE-ID (WS-IN-COUNT)
042000         MOVE PI-RUN-LEG TO WS-IN-RUN-LEG (WS-IN-COUNT)
042100     ELSE
042200         ADD 1 TO WS-IN-DROP-COUNT
042300     END-IF
042400     MOVE PI-VEHICLE-ID TO WS-LOOKUP-VEHICLE
042500     PERFORM 2300-FIND-VEHICLE THRU 2300-EXIT
042600     IF WS-FL-FOUND-SUB = 0
042700         ADD 1 TO WS-UNKNOWN-BUS-COUNT
042800         MOVE SPACE TO WS-DETAIL-LINE
042900         MOVE PI-VEHICLE-ID TO WS-DL-VEHICLE-ID
043000         PERFORM 2900-EDIT-LEG THRU 2900-EXIT
043100         MOVE "NOT ON FLEET MASTER" TO WS-DL-ACTION
043200         WRITE PRE-TRIP-RPT-LINE FROM WS-DETAIL-LINE
043300         GO TO 2000-NEXT
043400     END-IF
043500     IF PI-DEFECT-CODE (1) = SPACE
043600             AND PI-DEFECT-CODE (2) = SPACE
043700             AND PI-DEFECT-CODE (3) = SPACE
043800             AND PI-DEFECT-CODE (4) = SPACE
043900             AND PI-DEFECT-CODE (5) = SPACE
044000         ADD 1 TO WS-CLEAN-COUNT
044100         GO TO 2000-NEXT
044200     END-IF
044300     PERFORM 2200-POST-DEFECT THRU 2200-EXIT
044400         VARYING WS-DSUB FROM 1 BY 1
044500         UNTIL WS-DSUB > 5.
044600 2000-NEXT.
044700     PERFORM 2100-READ-INSPECTION THRU 2100-EXIT.
044800 2000-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------*
045100*    2100-READ-INSPECTION                                       *
045200*--------------------------------------------------------------*
045300 2100-READ-INSPECTION.
045400     READ PRE-TRIP-INSPECTION-FILE
045500         AT END
045600             SET WS-PI-EOF TO TRUE
045700     END-READ.
045800 2100-EXIT.
045900     EXIT.
046000*--------------------------------------------------------------*
046100*    2200-POST-DEFECT - CLASS THE CODE, TAKE THE BUS OUT OF     *
046200*    SERVICE ON A SAFETY DEFECT, AND OPEN THE REPAIR ORDER.     *
046300*--------------------------------------------------------------*
046400 2200-POST-DEFECT.
046500     IF PI-DEFECT-CODE (WS-DSUB) = SPACE
046600         GO TO 2200-EXIT
046700     END-IF
046800     MOVE SPACE TO WS-DETAIL-LINE
046900     MOVE PI-VEHICLE-ID TO WS-DL-VEHICLE-ID
047000     PERFORM 2900-EDIT-LEG THRU 2900-EXIT
047100     MOVE WS-FL-ROUTE-ID (WS-FL-FOUND-SUB) TO WS-DL-ROUTE-ID
047200     MOVE PI-DEFECT-CODE (WS-DSUB) TO WS-DL-CODE
047300     PERFORM 2400-FIND-DEFECT-CODE THRU 2400-EXIT
047400     IF WS-DF-FOUND-SUB = 0
047500         MOVE "S" TO WS-DEFECT-CLASS
047600         MOVE "UNKNOWN DEFECT CODE" TO WS-DL-DESC
047700     ELSE
047800         MOVE WS-DF-CLASS (WS-DF-FOUND-SUB) TO WS-DEFECT-CLASS
047900         MOVE WS-DF-DESC (WS-DF-FOUND-SUB) TO WS-DL-DESC
048000     END-IF
048100     MOVE PI-DEFECT-CODE (WS-DSUB) TO WS-WN-DEFECT-CODE
048200     IF WS-DEFECT-SAFETY
048300         ADD 1 TO WS-SAFETY-COUNT
048400         MOVE "SAFETY" TO WS-DL-CLASS
048500         MOVE "SAFETY" TO WS-WN-CLASS
048600         MOVE "Y" TO WS-FL-SAFETY-SW (WS-FL-FOUND-SUB)
048700     ELSE
048800         ADD 1 TO WS-MINOR-COUNT
048900         MOVE "MINOR" TO WS-DL-CLASS
049000         MOVE "MINOR" TO WS-WN-CLASS
049100     END-IF
049200     PERFORM 2500-OPEN-WORK-ORDER THRU 2500-EXIT
049300     WRITE PRE-TRIP-RPT-LINE FROM WS-DETAIL-LINE
049400     IF WS-DEFECT-SAFETY
049500             AND NOT WS-FL-OUT-OF-SERVICE (WS-FL-FOUND-SUB)
049600         MOVE "O" TO WS-FL-SERVICE-FLAG (WS-FL-FOUND-SUB)
049700         ADD 1 TO WS-OUT-COUNT
049800         MOVE SPACE TO WS-DL-CODE
049900         MOVE SPACE TO WS-DL-CLASS
050000         MOVE SPACE TO WS-DL-DESC
050100         MOVE "SET OUT OF SERVICE" TO WS-DL-ACTION
050200         WRITE PRE-TRIP-RPT-LINE FROM WS-DETAIL-LINE
050300     END-IF.
050400 2200-EXIT.
050500     EXIT.
050600*--------------------------------------------------------------*
050700*    2300-FIND-VEHICLE - WS-FL-FOUND-SUB COMES BACK POINTING AT *
050800*    WS-LOOKUP-VEHICLE'S FLEET ENTRY, OR ZERO.                  *
050900*--------------------------------------------------------------*
051000 2300-FIND-VEHICLE.
051100     MOVE ZERO TO WS-FL-FOUND-SUB
051200     PERFORM 2310-MATCH-VEHICLE THRU 2310-EXIT
051300         VARYING WS-FSUB FROM 1 BY 1
051400         UNTIL WS-FSUB > WS-FLEET-COUNT
051500             OR WS-FL-FOUND-SUB > 0.
051600 2300-EXIT.
051700     EXIT.
051800*--------------------------------------------------------------*
051900*    2310-MATCH-VEHICLE                                         *
052000*--------------------------------------------------------------*
052100 2310-MATCH-VEHICLE.
052200     IF WS-LOOKUP-VEHICLE = WS-FL-VEHICLE-ID (WS-FSUB)
052300         MOVE WS-FSUB TO WS-FL-FOUND-SUB
052400     END-IF.
052500 2310-EXIT.
052600     EXIT.
052700*--------------------------------------------------------------*
052800*    2400-FIND-DEFECT-CODE - WS-DF-FOUND-SUB COMES BACK         *
052900*    POINTING AT THE CODE'S TABLE ENTRY, OR ZERO.               *
053000*--------------------------------------------------------------*
053100 2400-FIND-DEFECT-CODE.
053200     MOVE ZERO TO WS-DF-FOUND-SUB
053300     PERFORM 2410-MATCH-DEFECT-CODE THRU 2410-EXIT
053400         VARYING WS-DFSUB FROM 1 BY 1
053500         UNTIL WS-DFSUB > WS-DF-COUNT
053600             OR WS-DF-FOUND-SUB > 0.
053700 2400-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------*
054000*    2410-MATCH-DEFECT-CODE                                     *
054100*--------------------------------------------------------------*
054200 2410-MATCH-DEFECT-CODE.
054300     IF PI-DEFECT-CODE (WS-DSUB) = WS-DF-CODE (WS-DFSUB)
054400         MOVE WS-DFSUB TO WS-DF-FOUND-SUB
054500     END-IF.
054600 2410-EXIT.
054700     EXIT.
054800*--------------------------------------------------------------*
054900*    2500-OPEN-WORK-ORDER - A DEFECT ALREADY WAITING ON AN OPEN *
055000*    PRE-TRIP ORDER FOR THE SAME EQUIPMENT (YESTERDAY'S, OR THE *
055100*    OTHER LEG'S) IS NOT ORDERED TWICE.  THE ORDER IS DUE       *
055200*    TODAY; A SAFETY ORDER ESCALATES THE DAY AFTER, A MINOR ONE *
055300*    AFTER A SCHOOL WEEK.                                       *
055400*--------------------------------------------------------------*
055500 2500-OPEN-WORK-ORDER.
055600     PERFORM 2510-FIND-OPEN-ORDER THRU 2510-EXIT
055700     IF WS-OPEN-FOUND-SUB > 0
055800         MOVE "ORDER ALREADY OPEN" TO WS-DL-ACTION
055900         GO TO 2500-EXIT
056000     END-IF
056100     MOVE SPACE TO WORK-ORDER-RECORD
056200     MOVE WS-TS-DATE TO WO-ORDER-DATE
056300     MOVE WS-FL-EQUIPMENT-ID (WS-FL-FOUND-SUB) TO WO-EQUIPMENT-ID
056400     MOVE WS-FL-VEHICLE-DESC (WS-FL-FOUND-SUB)
056500         TO WO-EQUIPMENT-NAME
056600     MOVE WS-TS-DATE TO WO-DUE-DATE
056700     IF WS-DEFECT-SAFETY
056800         MOVE WS-WO-SAFETY-INTERVAL TO WO-SERVICE-INTERVAL
056900     ELSE
057000         MOVE WS-WO-MINOR-INTERVAL TO WO-SERVICE-INTERVAL
057100     END-IF
057200     SET WO-STATUS-OPEN TO TRUE
057300     MOVE ZERO TO WO-COMPLETE-DATE
057400     MOVE WS-WO-NOTE TO WO-NOTES
057500     MOVE "N" TO WS-WO-WRITTEN-SWITCH
057600     PERFORM 2520-WRITE-ORDER THRU 2520-EXIT
057700         UNTIL WS-WO-WRITTEN
057800             OR WS-WO-SEQ = 99999
057900     IF NOT WS-WO-WRITTEN
058000         ADD 1 TO WS-WO-FAIL-COUNT
058100         MOVE "NO ORDER NUMBER LEFT" TO WS-DL-ACTION
058200         GO TO 2500-EXIT
058300     END-IF
058400     ADD 1 TO WS-ORDER-COUNT
058500     MOVE WO-ORDER-ID TO WS-OA-ORDER-ID
058600     MOVE WS-ORDER-ACTION TO WS-DL-ACTION
058700     IF WS-OPEN-COUNT < 1000
058800         ADD 1 TO WS-OPEN-COUNT
058900         MOVE WO-EQUIPMENT-ID
059000             TO WS-OO-EQUIPMENT-ID (WS-OPEN-COUNT)
059100         MOVE WS-WN-DEFECT-KEY TO WS-OO-DEFECT-KEY (WS-OPEN-COUNT)
059200     ELSE
059300         ADD 1 TO WS-OPEN-DROP-COUNT
059400     END-IF.
059500 2500-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------*
059800*    2510-FIND-OPEN-ORDER                                       *
059900*--------------------------------------------------------------*
060000 2510-FIND-OPEN-ORDER.
060100     MOVE ZERO TO WS-OPEN-FOUND-SUB
060200     PERFORM 2511-MATCH-OPEN-ORDER THRU 2511-EXIT
060300         VARYING WS-OSUB FROM 1 BY 1
060400         UNTIL WS-OSUB > WS-OPEN-COUNT
060500             OR WS-OPEN-FOUND-SUB > 0.
060600 2510-EXIT.
060700     EXIT.
060800*--------------------------------------------------------------*
060900*    2511-MATCH-OPEN-ORDER                                      *
061000*--------------------------------------------------------------*
061100 2511-MATCH-OPEN-ORDER.
061200     IF WS-FL-EQUIPMENT-ID (WS-FL-FOUND-SUB)
061300             = WS-OO-EQUIPMENT-ID (WS-OSUB)
061400             AND WS-WN-DEFECT-KEY = WS-OO-DEFECT-KEY (WS-OSUB)
061500         MOVE WS-OSUB TO WS-OPEN-FOUND-SUB
061600     END-IF.
061700 2511-EXIT.
061800     EXIT.
061900*--------------------------------------------------------------*
062000*    2520-WRITE-ORDER - THE NEXT FREE NUMBER ABOVE THE PRE-TRIP *
062100*    BASE; A NUMBER ALREADY TAKEN IS STEPPED PAST.              *
062200*--------------------------------------------------------------*
062300 2520-WRITE-ORDER.
062400     ADD 1 TO WS-WO-SEQ
062500     MOVE WS-WO-SEQ TO WO-ORDER-SEQ
062600     WRITE WORK-ORDER-RECORD
062700         INVALID KEY
062800             GO TO 2520-EXIT
062900     END-WRITE
063000     MOVE "Y" TO WS-WO-WRITTEN-SWITCH.
063100 2520-EXIT.
063200     EXIT.
063300*--------------------------------------------------------------*
063400*    2900-EDIT-LEG                                              *
063500*--------------------------------------------------------------*
063600 2900-EDIT-LEG.
063700     IF PI-RUN-LEG = "P"
063800         MOVE "PM" TO WS-DL-LEG
063900     ELSE
064000         MOVE "AM" TO WS-DL-LEG
064100     END-IF.
064200 2900-EXIT.
064300     EXIT.
064400*--------------------------------------------------------------*
064500*    3000-RETURN-TO-SERVICE - A BUS OUT OF SERVICE THAT HAD NO  *
064600*    SAFETY DEFECT TODAY AND HAS NO WORK ORDER LEFT OPEN ON ITS *
064700*    EQUIPMENT GOES BACK IN SERVICE.  AN OPEN-ORDER TABLE THAT  *
064800*    OVERFLOWED CANNOT SHOW THAT, SO NOTHING IS RETURNED.       *
064900*--------------------------------------------------------------*
065000 3000-RETURN-TO-SERVICE.
065100     IF NOT WS-FL-OUT-OF-SERVICE (WS-FSUB)
065200             OR WS-FL-SAFETY-TODAY (WS-FSUB)
065300             OR WS-OPEN-DROP-COUNT > 0
065400         GO TO 3000-EXIT
065500     END-IF
065600     MOVE ZERO TO WS-OPEN-FOUND-SUB
065700     PERFORM 3010-MATCH-EQUIPMENT THRU 3010-EXIT
065800         VARYING WS-OSUB FROM 1 BY 1
065900         UNTIL WS-OSUB > WS-OPEN-COUNT
066000             OR WS-OPEN-FOUND-SUB > 0
066100     IF WS-OPEN-FOUND-SUB > 0
066200         GO TO 3000-EXIT
066300     END-IF
066400     MOVE SPACE TO WS-FL-SERVICE-FLAG (WS-FSUB)
066500     ADD 1 TO WS-RETURN-COUNT
066600     MOVE SPACE TO WS-DETAIL-LINE
066700     MOVE WS-FL-VEHICLE-ID (WS-FSUB) TO WS-DL-VEHICLE-ID
066800     MOVE WS-FL-ROUTE-ID (WS-FSUB) TO WS-DL-ROUTE-ID
066900     MOVE "RETURNED TO SERVICE" TO WS-DL-ACTION
067000     WRITE PRE-TRIP-RPT-LINE FROM WS-DETAIL-LINE.
067100 3000-EXIT.
067200     EXIT.
067300*--------------------------------------------------------------*
067400*    3010-MATCH-EQUIPMENT                                       *
067500*--------------------------------------------------------------*
067600 3010-MATCH-EQUIPMENT.
067700     IF WS-FL-EQUIPMENT-ID (WS-FSUB)
067800             = WS-OO-EQUIPMENT-ID (WS-OSUB)
067900         MOVE WS-OSUB TO WS-OPEN-FOUND-SUB
068000     END-IF.
068100 3010-EXIT.
068200     EXIT.
068300*--------------------------------------------------------------*
068400*    4000-CHECK-ROUTE-LEG - THE BUS THAT RAN EACH ROUTE LEG ON  *
068500*    TODAY'S RIDERSHIP FILE MUST HAVE AN INSPECTION FOR THAT    *
068600*    LEG.  A ROUTE WITH NO BUS AT ALL IS THE FLEET CHECK'S TO   *
068700*    REPORT, NOT THIS RUN'S.                                    *
068800*--------------------------------------------------------------*
068900 4000-CHECK-ROUTE-LEG.
069000     READ DAILY-ROUTE-RIDERSHIP-FILE
069100         AT END
069200             SET WS-RIDE-EOF TO TRUE
069300             GO TO 4000-EXIT
069400     END-READ
069500     IF DAILY-ROUTE-RIDERSHIP-RECORD (1:3) = "###"
069600         SET WS-RIDE-EOF TO TRUE
069700         GO TO 4000-EXIT
069800     END-IF
069900     PERFORM 4100-FIND-ROUTE-BUS THRU 4100-EXIT
070000     IF WS-LOOKUP-VEHICLE = SPACE
070100         GO TO 4000-EXIT
070200     END-IF
070300     IF RR-RUN-LEG = "P"
070400         MOVE "P" TO WS-LOOKUP-LEG
070500     ELSE
070600         MOVE "A" TO WS-LOOKUP-LEG
070700     END-IF
070800     MOVE ZERO TO WS-IN-FOUND-SUB
070900     PERFORM 4200-MATCH-INSPECTION THRU 4200-EXIT
071000         VARYING WS-INSUB FROM 1 BY 1
071100         UNTIL WS-INSUB > WS-IN-COUNT
071200             OR WS-IN-FOUND-SUB > 0
071300     IF WS-IN-FOUND-SUB > 0
071400         GO TO 4000-EXIT
071500     END-IF
071600     ADD 1 TO WS-MISSING-COUNT
071700     MOVE SPACE TO WS-DETAIL-LINE
071800     MOVE WS-LOOKUP-VEHICLE TO WS-DL-VEHICLE-ID
071900     IF WS-LOOKUP-LEG = "P"
072000         MOVE "PM" TO WS-DL-LEG
072100     ELSE
072200         MOVE "AM" TO WS-DL-LEG
072300     END-IF
072400     MOVE RR-ROUTE-ID TO WS-DL-ROUTE-ID
072500     MOVE "NO PRE-TRIP ON FILE" TO WS-DL-ACTION
072600     WRITE PRE-TRIP-RPT-LINE FROM WS-DETAIL-LINE.
072700 4000-EXIT.
072800     EXIT.
072900*--------------------------------------------------------------*
073000*    4100-FIND-ROUTE-BUS - THE MORNING SPARE IF THE ROUTE GOT   *
073100*    ONE, ELSE THE FLEET MASTER BUS ASSIGNED TO THE ROUTE.      *
073200*    WS-LOOKUP-VEHICLE COMES BACK SPACES WHEN THERE IS NEITHER. *
073300*--------------------------------------------------------------*
073400 4100-FIND-ROUTE-BUS.
073500     MOVE SPACE TO WS-LOOKUP-VEHICLE
073600     PERFORM 4110-MATCH-SUBSTITUTE THRU 4110-EXIT
073700         VARYING WS-SBSUB FROM 1 BY 1
073800         UNTIL WS-SBSUB > WS-SB-COUNT
073900             OR WS-LOOKUP-VEHICLE NOT = SPACE
074000     IF WS-LOOKUP-VEHICLE NOT = SPACE
074100         GO TO 4100-EXIT
074200     END-IF
074300     PERFORM 4120-MATCH-ROUTE-BUS THRU 4120-EXIT
074400         VARYING WS-FSUB FROM 1 BY 1
074500         UNTIL WS-FSUB > WS-FLEET-COUNT
074600             OR WS-LOOKUP-VEHICLE NOT = SPACE.
074700 4100-EXIT.
074800     EXIT.
074900*--------------------------------------------------------------*
075000*    4110-MATCH-SUBSTITUTE                                      *
075100*--------------------------------------------------------------*
075200 4110-MATCH-SUBSTITUTE.
075300     IF RR-ROUTE-ID = WS-SB-ROUTE-ID (WS-SBSUB)
075400         MOVE WS-SB-VEHICLE-ID (WS-SBSUB) TO WS-LOOKUP-VEHICLE
075500     END-IF.
075600 4110-EXIT.
075700     EXIT.
075800*--------------------------------------------------------------*
075900*    4120-MATCH-ROUTE-BUS                                       *
076000*--------------------------------------------------------------*
076100 4120-MATCH-ROUTE-BUS.
076200     IF RR-ROUTE-ID = WS-FL-ROUTE-ID (WS-FSUB)
076300             AND NOT WS-FL-RETIRED (WS-FSUB)
076400         MOVE WS-FL-VEHICLE-ID (WS-FSUB) TO WS-LOOKUP-VEHICLE
076500     END-IF.
076600 4120-EXIT.
076700     EXIT.
076800*--------------------------------------------------------------*
076900*    4200-MATCH-INSPECTION                                      *
077000*--------------------------------------------------------------*
077100 4200-MATCH-INSPECTION.
077200     IF WS-LOOKUP-VEHICLE = WS-IN-VEHICLE-ID (WS-INSUB)
077300             AND WS-LOOKUP-LEG = WS-IN-RUN-LEG (WS-INSUB)
077400         MOVE WS-INSUB TO WS-IN-FOUND-SUB
077500     END-IF.
077600 4200-EXIT.
077700     EXIT.
077800*--------------------------------------------------------------*
077900*    5000-WRITE-FLEET - THE MASTER IS READ AGAIN IN THE SAME    *
078000*    ORDER IT WAS LOADED AND COPIED TO THE NEW MASTER WITH EACH *
078100*    BUS'S SERVICE FLAG FROM THE TABLE.  A ROW PAST A FULL      *
078200*    TABLE IS COPIED AS IT STANDS.                              *
078300*--------------------------------------------------------------*
078400 5000-WRITE-FLEET.
078500     OPEN INPUT FLEET-MASTER-FILE
078600     OPEN OUTPUT NEW-FLEET-FILE
078700     MOVE "N" TO WS-VH-EOF-SWITCH
078800     MOVE ZERO TO WS-FSUB
078900     PERFORM 5100-COPY-FLEET-ROW THRU 5100-EXIT
079000         UNTIL WS-VH-EOF
079100     CLOSE FLEET-MASTER-FILE
079200     CLOSE NEW-FLEET-FILE.
079300 5000-EXIT.
079400     EXIT.
079500*--------------------------------------------------------------*
079600*    5100-COPY-FLEET-ROW                                        *
079700*--------------------------------------------------------------*
079800 5100-COPY-FLEET-ROW.
079900     READ FLEET-MASTER-FILE
080000         AT END
080100             SET WS-VH-EOF TO TRUE
080200             GO TO 5100-EXIT
080300     END-READ
080400     ADD 1 TO WS-FSUB
080500     IF WS-FSUB <= WS-FLEET-COUNT
080600         MOVE WS-FL-SERVICE-FLAG (WS-FSUB) TO VH-SERVICE-FLAG
080700     END-IF
080800     WRITE NEW-FLEET-RECORD FROM FLEET-MASTER-RECORD.
080900 5100-EXIT.
081000     EXIT.
081100*--------------------------------------------------------------*
081200*    8000-FINALIZE - A FULL INSPECTION TABLE CAN ONLY LIST A    *
081225*    LEG AS MISSING ITS INSPECTION, AND A FULL OPEN-ORDER TABLE *
081250*    ONLY KEEPS A BUS OUT OR CUTS A SECOND ORDER, SO BOTH ARE   *
081275*    RC 4 AND THE SERVICE FLAGS SET TODAY ARE COPIED BACK.      *
081300*--------------------------------------------------------------*
081400 8000-FINALIZE.
081500     MOVE WS-INSPECT-COUNT TO WS-SM-INSPECTED
081600     MOVE WS-CLEAN-COUNT TO WS-SM-CLEAN
081700     MOVE WS-SAFETY-COUNT TO WS-SM-SAFETY
081800     MOVE WS-MINOR-COUNT TO WS-SM-MINOR
081900     WRITE PRE-TRIP-RPT-LINE FROM WS-SUMMARY-LINE
082000     MOVE WS-ORDER-COUNT TO WS-SM-ORDERS
082100     MOVE WS-OUT-COUNT TO WS-SM-OUT
082200     MOVE WS-RETURN-COUNT TO WS-SM-RETURNED
082300     WRITE PRE-TRIP-RPT-LINE FROM WS-SUMMARY-LINE-2
082400     MOVE WS-MISSING-COUNT TO WS-SM-MISSING
082500     WRITE PRE-TRIP-RPT-LINE FROM WS-MISSING-TOTAL-LINE
082600     IF WS-PI-FILE-STATUS NOT = "35"
082700         CLOSE PRE-TRIP-INSPECTION-FILE
082800     END-IF
082900     CLOSE WORK-ORDER-FILE
083000     CLOSE PRE-TRIP-RPT
083100     MOVE WS-SAFETY-COUNT TO WS-EOD-METRIC-VALUE
083200     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
083300         WS-EOD-SAFETY-LABEL WS-EOD-METRIC-VALUE
083400         WS-EOD-CAMPUS-CODE
083500     MOVE WS-MISSING-COUNT TO WS-EOD-METRIC-VALUE
083600     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
083700         WS-EOD-MISSING-LABEL WS-EOD-METRIC-VALUE
083800         WS-EOD-CAMPUS-CODE
083900     IF WS-SAFETY-COUNT > 0 OR WS-MISSING-COUNT > 0
084000             OR WS-UNKNOWN-BUS-COUNT > 0
084100         MOVE 4 TO RETURN-CODE
084200     END-IF
084300     IF WS-DF-DROP-COUNT > 0
084400         DISPLAY "PRETRIP: DEFECT TABLE FULL - DROPPED - "
084500             WS-DF-DROP-COUNT
084600         MOVE 8 TO RETURN-CODE
084700     END-IF
084800     IF WS-FLEET-DROP-COUNT > 0
084900         DISPLAY "PRETRIP: FLEET TABLE FULL - DROPPED - "
085000             WS-FLEET-DROP-COUNT
085100         MOVE 8 TO RETURN-CODE
085200     END-IF
085300     IF WS-SB-DROP-COUNT > 0
085400         DISPLAY "PRETRIP: SUBSTITUTE TABLE FULL - DROPPED - "
085500             WS-SB-DROP-COUNT
085600         MOVE 8 TO RETURN-CODE
085700     END-IF
085800     IF WS-OPEN-DROP-COUNT > 0
085900         DISPLAY "PRETRIP: OPEN ORDER TABLE FULL - DROPPED - "
086000             WS-OPEN-DROP-COUNT
086100         IF RETURN-CODE < 4
086133             MOVE 4 TO RETURN-CODE
086166         END-IF
086200     END-IF
086300     IF WS-IN-DROP-COUNT > 0
086400         DISPLAY "PRETRIP: INSPECTION TABLE FULL - DROPPED - "
086500             WS-IN-DROP-COUNT
086600         IF RETURN-CODE < 4
086633             MOVE 4 TO RETURN-CODE
086666         END-IF
086700     END-IF
086800     IF WS-WO-FAIL-COUNT > 0
086900         DISPLAY "PRETRIP: WORK ORDERS NOT WRITTEN - "
087000             WS-WO-FAIL-COUNT
087100         MOVE 8 TO RETURN-CODE
087200     END-IF
087300     MOVE "END" TO WS-RUN-PHASE
087400     MOVE WS-INSPECT-COUNT TO WS-RUN-READ
087500     MOVE WS-ORDER-COUNT TO WS-RUN-WRITTEN
087600     MOVE WS-UNKNOWN-BUS-COUNT TO WS-RUN-REJECTS
087700     MOVE RETURN-CODE TO WS-RUN-RC
087800     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
087900         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
088000         WS-RUN-RC
088100     MOVE WS-RUN-RC TO RETURN-CODE.
088200 8000-EXIT.
088300     EXIT.
088400 END PROGRAM PRETRIP.
