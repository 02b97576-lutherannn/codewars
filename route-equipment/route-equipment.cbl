000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RTEEQUIP.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    ROUTE EQUIPMENT CHECK.  EVERY RIDER WHOSE STUDENT-MASTER   *
000900*    ROW CARRIES A TRANSPORTATION-NEEDS CODE (L WHEELCHAIR      *
001000*    LIFT, H HARNESS SEAT, A BUS AIDE) IS CHECKED AGAINST THE   *
001100*    EQUIPMENT CODES OF THE BUS THAT RUNS THE ROUTE.  THE BUS   *
001200*    IS THE ONE THE FLEET MASTER ASSIGNS, UNLESS THE MORNING    *
001300*    FLEET CHECK (FLEETCHK) GROUNDED IT AND PUT A SPARE ON THE  *
001400*    ROUTE - THEN THE SPARE ON THE VEHSUB FILE IS THE BUS       *
001500*    CHECKED.  EVERY RIDER THE BUS CANNOT CARRY IS LISTED WITH  *
001600*    THE CODES IT LACKS, AND THE MISMATCH COUNTS GO TO THE      *
001700*    EOD SUMMARY, WHERE THE RIDER COUNT IS A CRITICAL METRIC.   *
001800*    ANY MISMATCH ENDS THE RUN RC 4; A FULL ROUTE TABLE RC 8.   *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT FLEET-MASTER-FILE ASSIGN TO FLEETMST
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT VEHICLE-SUB-FILE ASSIGN TO VEHSUB
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-VS-FILE-STATUS.
003100     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS SM-STUDENT-ID
003700         FILE STATUS IS WS-SM-FILE-STATUS.
003800     SELECT ROUTE-EQUIP-RPT ASSIGN TO EQUIPRPT
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  FLEET-MASTER-FILE
004300     RECORDING MODE IS F.
004400     COPY fleetmst.
004500 FD  VEHICLE-SUB-FILE
004600     RECORDING MODE IS F.
004700     COPY vehsub.
004800 FD  ROUTE-RIDER-FILE
004900     RECORDING MODE IS F.
005000     COPY rterider.
005100 FD  STUDENT-MASTER-FILE.
005200     COPY studmast.
005300 FD  ROUTE-EQUIP-RPT
005400     RECORDING MODE IS F.
005500 01  ROUTE-EQUIP-RPT-LINE           PIC X(80).
005600 WORKING-STORAGE SECTION.
005700 01  WS-VS-FILE-STATUS              PIC X(02) VALUE SPACE.
005800 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
005900 01  WS-VH-EOF-SWITCH               PIC X(01) VALUE "N".
006000     88  WS-VH-EOF                      VALUE "Y".
006100 01  WS-VS-EOF-SWITCH               PIC X(01) VALUE "N".
006200     88  WS-VS-EOF                      VALUE "Y".
006300 01  WS-RIDER-EOF-SWITCH            PIC X(01) VALUE "N".
006400     88  WS-RIDER-EOF                   VALUE "Y".
006500*    THE BUS ON EACH ROUTE TODAY AND WHAT IT IS FITTED WITH.
006600 01  WS-RT-COUNT                    PIC 9(03) COMP VALUE ZERO.
006700 01  WS-RT-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
006800 01  WS-RTSUB                       PIC 9(03) COMP.
006900 01  WS-RT-FOUND-SUB                PIC 9(03) COMP.
007000 01  WS-LOOKUP-ROUTE                PIC X(05).
007100 01  WS-ROUTE-TABLE.
007200     05  WS-RT-ENTRY OCCURS 300 TIMES.
007300         10  WS-RT-ROUTE-ID         PIC X(05).
007400         10  WS-RT-VEHICLE-ID       PIC X(09).
007500         10  WS-RT-EQUIPMENT-CAPS   PIC X(03).
007600         10  WS-RT-SUB-SW           PIC X(01).
007700             88  WS-RT-SUBSTITUTED      VALUE "Y".
007800 01  WS-CSUB                        PIC 9(01) COMP.
007900 01  WS-MISS-SUB                    PIC 9(01) COMP.
008000 01  WS-NEED-CODE                   PIC X(01).
008100 01  WS-CODE-HITS                   PIC 9(01) COMP.
008200 01  WS-MISSING-CODES               PIC X(03).
008300 01  WS-LAST-MISMATCH-ROUTE         PIC X(05) VALUE SPACE.
008400 01  WS-RIDER-COUNT                 PIC 9(07) COMP VALUE ZERO.
008500 01  WS-NEEDS-COUNT                 PIC 9(07) COMP VALUE ZERO.
008600 01  WS-NOT-ON-MASTER-COUNT         PIC 9(07) COMP VALUE ZERO.
008700 01  WS-MISMATCH-COUNT              PIC 9(07) COMP VALUE ZERO.
008800 01  WS-MISMATCH-ROUTE-COUNT        PIC 9(07) COMP VALUE ZERO.
008900 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "RTEEQUIP".
009000 01  WS-EOD-RIDER-LABEL             PIC X(24)
009100         VALUE "EQUIP MISMATCH RIDERS".
009200 01  WS-EOD-ROUTE-LABEL             PIC X(24)
009300         VALUE "EQUIP MISMATCH ROUTES".
009400 01  WS-EOD-METRIC-VALUE            PIC 9(07).
009500 01  WS-EOD-CAMPUS-CODE             PIC X(03) VALUE SPACE.
009600 01  WS-RUN-PROGRAM-ID              PIC X(10) VALUE "RTEEQUIP".
009700 01  WS-RUN-PHASE                   PIC X(05).
009800 01  WS-RUN-READ                    PIC 9(07).
009900 01  WS-RUN-WRITTEN                 PIC 9(07).
010000 01  WS-RUN-REJECTS                 PIC 9(07).
010100 01  WS-RUN-RC                      PIC 9(04).
010200 01  WS-REPORT-HEADING              PIC X(80)
010300         VALUE "ROUTE EQUIPMENT CHECK".
010400 01  WS-COLUMN-HEADING.
010500     05  FILLER                     PIC X(40)
010600             VALUE "ROUTE LG VEHICLE   SUB STUDENT   NAME   ".
010700     05  FILLER                     PIC X(40)
010800             VALUE "                  NEED  MISSING         ".
010900 01  WS-MISMATCH-LINE.
011000     05  WS-ML-ROUTE-ID             PIC X(05).
011100     05  FILLER                     PIC X(01) VALUE SPACE.
011200     05  WS-ML-LEG                  PIC X(02).
011300     05  FILLER                     PIC X(01) VALUE SPACE.
011400     05  WS-ML-VEHICLE-ID           PIC X(09).
011500     05  FILLER                     PIC X(01) VALUE SPACE.
011600     05  WS-ML-SUB                  PIC X(03).
011700     05  FILLER                     PIC X(01) VALUE SPACE.
011800     05  WS-ML-STUDENT-ID           PIC X(09).
011900     05  FILLER                     PIC X(01) VALUE SPACE.
012000     05  WS-ML-STUDENT-NAME         PIC X(24).
012100     05  FILLER                     PIC X(01) VALUE SPACE.
012200     05  WS-ML-NEEDS                PIC X(03).
012300     05  FILLER                     PIC X(03) VALUE SPACE.
012400     05  WS-ML-MISSING              PIC X(03).
012500     05  FILLER                     PIC X(13) VALUE SPACE.
012600 01  WS-TOTAL-LINE.
012700     05  FILLER                     PIC X(09) VALUE "RIDERS - ".
012800     05  WS-TL-RIDERS               PIC ZZZ,ZZ9.
012900     05  FILLER                     PIC X(14)
013000             VALUE "  WITH NEEDS -".
013100     05  WS-TL-NEEDS                PIC ZZZ,ZZ9.
013200     05  FILLER                     PIC X(13)
013300             VALUE "  MISMATCH - ".
013400     05  WS-TL-MISMATCH             PIC ZZZ,ZZ9.
013500     05  FILLER                     PIC X(11)
013600             VALUE "  ROUTES - ".
013700     05  WS-TL-ROUTES               PIC ZZ,ZZ9.
013800     05  FILLER                     PIC X(06) VALUE SPACE.
013900 PROCEDURE DIVISION.
014000*--------------------------------------------------------------*
014100*    0000-MAINLINE                                              *
014200*--------------------------------------------------------------*
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014500     PERFORM 2000-CHECK-RIDER THRU 2000-EXIT
014600         UNTIL WS-RIDER-EOF
014700     PERFORM 8000-FINALIZE THRU 8000-EXIT
014800     GOBACK.
014900*--------------------------------------------------------------*
015000*    1000-INITIALIZE - THE FLEET MASTER GIVES EACH ROUTE ITS    *
015100*    BUS; THE MORNING SUBSTITUTIONS THEN REPLACE ANY BUS THAT   *
015200*    IS IN THE SHOP.                                            *
015300*--------------------------------------------------------------*
015400 1000-INITIALIZE.
015500     MOVE "START" TO WS-RUN-PHASE
015600     MOVE ZERO TO WS-RUN-READ
015700     MOVE ZERO TO WS-RUN-WRITTEN
015800     MOVE ZERO TO WS-RUN-REJECTS
015900     MOVE ZERO TO WS-RUN-RC
016000     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
016100         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
016200         WS-RUN-RC
016300     OPEN INPUT FLEET-MASTER-FILE
016400     PERFORM 1100-LOAD-FLEET THRU 1100-EXIT
016500         UNTIL WS-VH-EOF
016600     CLOSE FLEET-MASTER-FILE
016700     OPEN INPUT VEHICLE-SUB-FILE
016800     IF WS-VS-FILE-STATUS = "35"
016900         DISPLAY "RTEEQUIP: NO VEHICLE SUBSTITUTION FILE - "
017000             "FLEET MASTER BUSES CHECKED"
017100         SET WS-VS-EOF TO TRUE
017200     END-IF
017300     PERFORM 1200-LOAD-SUBSTITUTE THRU 1200-EXIT
017400         UNTIL WS-VS-EOF
017500     IF WS-VS-FILE-STATUS NOT = "35"
017600         CLOSE VEHICLE-SUB-FILE
017700     END-IF
017800     OPEN INPUT ROUTE-RIDER-FILE
017900     OPEN INPUT STUDENT-MASTER-FILE
018000     OPEN OUTPUT ROUTE-EQUIP-RPT
018100     WRITE ROUTE-EQUIP-RPT-LINE FROM WS-REPORT-HEADING
018200     WRITE ROUTE-EQUIP-RPT-LINE FROM WS-COLUMN-HEADING
018300     PERFORM 2100-READ-RIDER THRU 2100-EXIT.
018400 1000-EXIT.
018500     EXIT.
018600*--------------------------------------------------------------*
018700*    1100-LOAD-FLEET - ONLY A BUS ASSIGNED TO A ROUTE AND NOT   *
018800*    RETIRED RUNS IT.                                           *
018900*--------------------------------------------------------------*
019000 1100-LOAD-FLEET.
019100     READ FLEET-MASTER-FILE
019200         AT END
019300             SET WS-VH-EOF TO TRUE
019400             GO TO 1100-EXIT
019500     END-READ
019600     IF VH-ROUTE-ID = SPACE
019700         OR VH-STATUS-RETIRED
019800         GO TO 1100-EXIT
019900     END-IF
020000     MOVE VH-ROUTE-ID TO WS-LOOKUP-ROUTE
020100     PERFORM 1300-ADD-ROUTE THRU 1300-EXIT
020200     IF WS-RT-FOUND-SUB = 0
020300         GO TO 1100-EXIT
020400     END-IF
020500     MOVE VH-VEHICLE-ID TO WS-RT-VEHICLE-ID (WS-RT-FOUND-SUB)
020600     MOVE VH-EQUIPMENT-CAPS
020700         TO WS-RT-EQUIPMENT-CAPS (WS-RT-FOUND-SUB).
020800 1100-EXIT.
020900     EXIT.
021000*--------------------------------------------------------------*
021100*    1200-LOAD-SUBSTITUTE - THE SPARE FLEETCHK PUT ON A         *
021200*    GROUNDED ROUTE IS THE BUS THAT RUNS IT.  NO SPARE AT ALL   *
021300*    LEAVES THE ROUTE WITH NO BUS AND NO EQUIPMENT.             *
021400*--------------------------------------------------------------*
021500 1200-LOAD-SUBSTITUTE.
021600     READ VEHICLE-SUB-FILE
021700         AT END
021800             SET WS-VS-EOF TO TRUE
021900             GO TO 1200-EXIT
022000     END-READ
022100     MOVE VS-ROUTE-ID TO WS-LOOKUP-ROUTE
022200     PERFORM 1300-ADD-ROUTE THRU 1300-EXIT
022300     IF WS-RT-FOUND-SUB = 0
022400         GO TO 1200-EXIT
022500     END-IF
022600     MOVE VS-SPARE-VEHICLE TO WS-RT-VEHICLE-ID (WS-RT-FOUND-SUB)
022700     MOVE VS-SPARE-CAPS TO WS-RT-EQUIPMENT-CAPS (WS-RT-FOUND-SUB)
022800     MOVE "Y" TO WS-RT-SUB-SW (WS-RT-FOUND-SUB).
022900 1200-EXIT.
023000     EXIT.
023100*--------------------------------------------------------------*
023200*    1300-ADD-ROUTE - WS-RT-FOUND-SUB COMES BACK POINTING AT    *
023300*    WS-LOOKUP-ROUTE'S ENTRY, ADDED IF NEW, OR ZERO WHEN THE    *
023400*    TABLE IS FULL.                                             *
023500*--------------------------------------------------------------*
023600 1300-ADD-ROUTE.
023700     PERFORM 2300-FIND-ROUTE THRU 2300-EXIT
023800     IF WS-RT-FOUND-SUB > 0
023900         GO TO 1300-EXIT
024000     END-IF
024100     IF WS-RT-COUNT >= 300
024200         ADD 1 TO WS-RT-DROP-COUNT
024300         GO TO 1300-EXIT
024400     END-IF
024500     ADD 1 TO WS-RT-COUNT
024600     MOVE WS-RT-COUNT TO WS-RT-FOUND-SUB
024700     MOVE WS-LOOKUP-ROUTE TO WS-RT-ROUTE-ID (WS-RT-COUNT)
024800     MOVE SPACE TO WS-RT-VEHICLE-ID (WS-RT-COUNT)
024900     MOVE SPACE TO WS-RT-EQUIPMENT-CAPS (WS-RT-COUNT)
025000     MOVE "N" TO WS-RT-SUB-SW (WS-RT-COUNT).
025100 1300-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------*
025400*    2000-CHECK-RIDER - EACH NEEDS CODE ON THE MASTER MUST BE   *
025500*    AMONG THE BUS'S EQUIPMENT CODES.  A ROUTE WITH NO BUS      *
025600*    CARRIES NOTHING.                                           *
025700*--------------------------------------------------------------*
025800 2000-CHECK-RIDER.
025900     ADD 1 TO WS-RIDER-COUNT
026000     MOVE SPACE TO SM-STUDENT-ID
026100     MOVE RA-STUDENT-ID TO SM-STUDENT-ID
026200     READ STUDENT-MASTER-FILE
026300         INVALID KEY
026400             ADD 1 TO WS-NOT-ON-MASTER-COUNT
026500             GO TO 2000-NEXT
026600     END-READ
026700     IF SM-TRANSPORT-NEEDS = SPACE
026800         GO TO 2000-NEXT
026900     END-IF
027000     ADD 1 TO WS-NEEDS-COUNT
027100     MOVE RA-ROUTE-ID TO WS-LOOKUP-ROUTE
027200     PERFORM 2300-FIND-ROUTE THRU 2300-EXIT
027300     MOVE SPACE TO WS-MISSING-CODES
027400     MOVE ZERO TO WS-MISS-SUB
027500     PERFORM 2200-CHECK-CODE THRU 2200-EXIT
027600         VARYING WS-CSUB FROM 1 BY 1
027700         UNTIL WS-CSUB > 3
027800     IF WS-MISS-SUB = 0
027900         GO TO 2000-NEXT
028000     END-IF
028100     ADD 1 TO WS-MISMATCH-COUNT
028200     IF RA-ROUTE-ID NOT = WS-LAST-MISMATCH-ROUTE
028300         ADD 1 TO WS-MISMATCH-ROUTE-COUNT
028400         MOVE RA-ROUTE-ID TO WS-LAST-MISMATCH-ROUTE
028500     END-IF
028600     PERFORM 2900-LIST-RIDER THRU 2900-EXIT.
028700 2000-NEXT.
028800     PERFORM 2100-READ-RIDER THRU 2100-EXIT.
028900 2000-EXIT.
029000     EXIT.
029100*--------------------------------------------------------------*
029200*    2100-READ-RIDER                                            *
029300*--------------------------------------------------------------*
029400 2100-READ-RIDER.
029500     READ ROUTE-RIDER-FILE
029600         AT END
029700             SET WS-RIDER-EOF TO TRUE
029800     END-READ.
029900 2100-EXIT.
030000     EXIT.
030100*--------------------------------------------------------------*
030200*    2200-CHECK-CODE - A NEEDS CODE THE BUS LACKS GOES ON THE   *
030300*    RIDER'S MISSING LIST.                                      *
030400*--------------------------------------------------------------*
030500 2200-CHECK-CODE.
030600     MOVE SM-TRANSPORT-NEEDS (WS-CSUB:1) TO WS-NEED-CODE
030700     IF WS-NEED-CODE = SPACE
030800         GO TO 2200-EXIT
030900     END-IF
031000     MOVE ZERO TO WS-CODE-HITS
031100     IF WS-RT-FOUND-SUB > 0
031200         INSPECT WS-RT-EQUIPMENT-CAPS (WS-RT-FOUND-SUB)
031300             TALLYING WS-CODE-HITS FOR ALL WS-NEED-CODE
031400     END-IF
031500     IF WS-CODE-HITS = 0
031600         ADD 1 TO WS-MISS-SUB
031700         MOVE WS-NEED-CODE TO WS-MISSING-CODES (WS-MISS-SUB:1)
031800     END-IF.
031900 2200-EXIT.
032000     EXIT.
032100*--------------------------------------------------------------*
032200*    2300-FIND-ROUTE - WS-RT-FOUND-SUB COMES BACK POINTING AT   *
032300*    WS-LOOKUP-ROUTE'S ENTRY, OR ZERO.                          *
032400*--------------------------------------------------------------*
032500 2300-FIND-ROUTE.
032600     MOVE ZERO TO WS-RT-FOUND-SUB
032700     PERFORM 2310-MATCH-ROUTE THRU 2310-EXIT
032800         VARYING WS-RTSUB FROM 1 BY 1
032900         UNTIL WS-RTSUB > WS-RT-COUNT
033000             OR WS-RT-FOUND-SUB > 0.
033100 2300-EXIT.
033200     EXIT.
033300*--------------------------------------------------------------*
033400*    2310-MATCH-ROUTE                                           *
033500*--------------------------------------------------------------*
033600 2310-MATCH-ROUTE.
033700     IF WS-LOOKUP-ROUTE = WS-RT-ROUTE-ID (WS-RTSUB)
033800         MOVE WS-RTSUB TO WS-RT-FOUND-SUB
033900     END-IF.
034000 2310-EXIT.
034100     EXIT.
034200*--------------------------------------------------------------*
034300*    2900-LIST-RIDER                                            *
034400*--------------------------------------------------------------*
034500 2900-LIST-RIDER.
034600     MOVE SPACE TO WS-ML-VEHICLE-ID
034700     MOVE SPACE TO WS-ML-SUB
034800     MOVE RA-ROUTE-ID TO WS-ML-ROUTE-ID
034900     IF RA-RUN-LEG = "P"
035000         MOVE "PM" TO WS-ML-LEG
035100     ELSE
035200         MOVE "AM" TO WS-ML-LEG
035300     END-IF
035400     IF WS-RT-FOUND-SUB > 0
035500         MOVE WS-RT-VEHICLE-ID (WS-RT-FOUND-SUB)
035600             TO WS-ML-VEHICLE-ID
035700         IF WS-RT-SUBSTITUTED (WS-RT-FOUND-SUB)
035800             MOVE "SUB" TO WS-ML-SUB
035900         END-IF
036000     END-IF
036100     IF WS-ML-VEHICLE-ID = SPACE
036200         MOVE "NO BUS" TO WS-ML-VEHICLE-ID
036300     END-IF
036400     MOVE RA-STUDENT-ID TO WS-ML-STUDENT-ID
036500     MOVE RA-STUDENT-NAME TO WS-ML-STUDENT-NAME
036600     MOVE SM-TRANSPORT-NEEDS TO WS-ML-NEEDS
036700     MOVE WS-MISSING-CODES TO WS-ML-MISSING
036800     WRITE ROUTE-EQUIP-RPT-LINE FROM WS-MISMATCH-LINE.
036900 2900-EXIT.
037000     EXIT.
037100*--------------------------------------------------------------*
037200*    8000-FINALIZE - BOTH MISMATCH COUNTS GO TO THE EOD         *
037300*    SUMMARY EVEN WHEN ZERO, SO A CLEAN NIGHT SHOWS AS CLEAN.   *
037400*--------------------------------------------------------------*
037500 8000-FINALIZE.
037600     MOVE WS-RIDER-COUNT TO WS-TL-RIDERS
037700     MOVE WS-NEEDS-COUNT TO WS-TL-NEEDS
037800     MOVE WS-MISMATCH-COUNT TO WS-TL-MISMATCH
037900     MOVE WS-MISMATCH-ROUTE-COUNT TO WS-TL-ROUTES
038000     WRITE ROUTE-EQUIP-RPT-LINE FROM WS-TOTAL-LINE
038100     CLOSE ROUTE-RIDER-FILE
038200     CLOSE STUDENT-MASTER-FILE
038300     CLOSE ROUTE-EQUIP-RPT
038400     MOVE WS-MISMATCH-COUNT TO WS-EOD-METRIC-VALUE
038500     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
038600         WS-EOD-RIDER-LABEL WS-EOD-METRIC-VALUE
038700         WS-EOD-CAMPUS-CODE
038800     MOVE WS-MISMATCH-ROUTE-COUNT TO WS-EOD-METRIC-VALUE
038900     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
039000         WS-EOD-ROUTE-LABEL WS-EOD-METRIC-VALUE
039100         WS-EOD-CAMPUS-CODE
039200     IF WS-MISMATCH-COUNT > 0
039300         MOVE 4 TO RETURN-CODE
039400     END-IF
039500     IF WS-RT-DROP-COUNT > 0
039600         DISPLAY "RTEEQUIP: ROUTE TABLE FULL - DROPPED - "
039700             WS-RT-DROP-COUNT
039800         MOVE 8 TO RETURN-CODE
039900     END-IF
040000     MOVE "END" TO WS-RUN-PHASE
040100     MOVE WS-RIDER-COUNT TO WS-RUN-READ
040200     MOVE WS-MISMATCH-COUNT TO WS-RUN-WRITTEN
040300     MOVE WS-NOT-ON-MASTER-COUNT TO WS-RUN-REJECTS
040400     MOVE RETURN-CODE TO WS-RUN-RC
040500     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
040600         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
040700         WS-RUN-RC
040800     MOVE WS-RUN-RC TO RETURN-CODE.
040900 8000-EXIT.
041000     EXIT.
041100 END PROGRAM RTEEQUIP.
