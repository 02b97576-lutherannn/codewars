000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RIDETIME.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    RIDER RIDE-TIME ANALYSIS.  EACH RIDER'S ONE-WAY TIME ON    *
000900*    THE BUS: ON THE MORNING LEG FROM THE STOP'S PICKUP TIME TO *
001000*    THE ROUTE'S CAMPUS ARRIVAL, ON THE AFTERNOON LEG FROM THE  *
001100*    CAMPUS DEPARTURE TO THE STOP'S DROP-OFF TIME (OR, WHERE    *
001200*    THE STOP HAS NO DROP-OFF TIME, THE MORNING RIDE RUN        *
001300*    BACKWARD).  LISTS EVERY RIDER OVER THE STATE MAXIMUM, AND  *
001400*    EVERY RIDER WHOSE RIDE CANNOT BE TIMED, THEN THE THREE     *
001500*    LONGEST RIDES ON EACH ROUTE AND LEG FOR THE ROUTING        *
001600*    COORDINATOR REBALANCING STOPS.  ANY RIDER LISTED ENDS THE  *
001700*    RUN RC 4.                                                  *
001800*    PARM = MAXIMUM RIDE IN MINUTES (NNN); DEFAULTS TO 60.      *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ROUTE-CAMPUS-TIME-FILE ASSIGN TO RTETIME
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT BUS-STOP-MASTER-FILE ASSIGN TO BUSSTOP
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT RIDE-TIME-RPT ASSIGN TO RIDERPT
003300         ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ROUTE-CAMPUS-TIME-FILE
003700     RECORDING MODE IS F.
003800     COPY rtetime.
003900 FD  BUS-STOP-MASTER-FILE
004000     RECORDING MODE IS F.
004100     COPY busstop.
004200 FD  ROUTE-RIDER-FILE
004300     RECORDING MODE IS F.
004400     COPY rterider.
004500 FD  RIDE-TIME-RPT
004600     RECORDING MODE IS F.
004700 01  RIDE-TIME-RPT-LINE             PIC X(80).
004800 WORKING-STORAGE SECTION.
004900 01  WS-RX-EOF-SWITCH               PIC X(01) VALUE "N".
005000     88  WS-RX-EOF                      VALUE "Y".
005100 01  WS-STOP-EOF-SWITCH             PIC X(01) VALUE "N".
005200     88  WS-STOP-EOF                    VALUE "Y".
005300 01  WS-RIDER-EOF-SWITCH            PIC X(01) VALUE "N".
005400     88  WS-RIDER-EOF                   VALUE "Y".
005500 01  WS-MAX-MINUTES                 PIC 9(03) VALUE 60.
005600 01  WS-LOOKUP-ROUTE                PIC X(05).
005700 01  WS-LOOKUP-LEG                  PIC X(01).
005800 01  WS-RIDER-LEG                   PIC X(01).
005900*    CAMPUS TIME BY ROUTE AND LEG, WITH THE LEG'S LONGEST RIDES.
006000 01  WS-RL-COUNT                    PIC 9(03) COMP VALUE ZERO.
006100 01  WS-RL-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
006200 01  WS-RLSUB                       PIC 9(03) COMP.
006300 01  WS-RL-FOUND-SUB                PIC 9(03) COMP.
006400 01  WS-ROUTE-LEG-TABLE.
006500     05  WS-RL-ENTRY OCCURS 300 TIMES.
006600         10  WS-RL-ROUTE-ID         PIC X(05).
006700         10  WS-RL-RUN-LEG          PIC X(01).
006800         10  WS-RL-CAMPUS-CODE      PIC X(03).
006900         10  WS-RL-CAMPUS-MINUTES   PIC 9(04) COMP.
007000         10  WS-RL-RIDERS           PIC 9(05) COMP.
007100         10  WS-RL-TOTAL-MINUTES    PIC 9(07) COMP.
007200         10  WS-RL-OVER-COUNT       PIC 9(05) COMP.
007300         10  WS-RL-LONG OCCURS 3 TIMES.
007400             15  WS-RL-LONG-MINUTES PIC 9(04) COMP.
007500             15  WS-RL-LONG-ID      PIC X(09).
007600             15  WS-RL-LONG-NAME    PIC X(30).
007700             15  WS-RL-LONG-STOP    PIC X(05).
007800*    EVERY STOP ON THE MASTER, WITH ITS TIMES IN MINUTES.
007900 01  WS-ST-COUNT                    PIC 9(04) COMP VALUE ZERO.
008000 01  WS-ST-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
008100 01  WS-STSUB                       PIC 9(04) COMP.
008200 01  WS-ST-FOUND-SUB                PIC 9(04) COMP.
008300 01  WS-STOP-TABLE.
008400     05  WS-ST-ENTRY OCCURS 2000 TIMES.
008500         10  WS-ST-ROUTE-ID         PIC X(05).
008600         10  WS-ST-STOP-ID          PIC X(05).
008700         10  WS-ST-PICKUP-MINUTES   PIC 9(04) COMP.
008800         10  WS-ST-DROPOFF-MINUTES  PIC 9(04) COMP.
008900 01  WS-CLOCK-TIME                  PIC 9(04).
009000 01  WS-CLOCK-HOURS                 PIC 9(02).
009100 01  WS-CLOCK-MINUTES               PIC 9(02).
009200 01  WS-TIME-MINUTES                PIC 9(04) COMP.
009300 01  WS-AM-SUB                      PIC 9(03) COMP.
009400 01  WS-RIDE-MINUTES                PIC S9(05) COMP.
009500 01  WS-LGSUB                       PIC 9(01) COMP.
009600 01  WS-SLOT-SUB                    PIC 9(01) COMP.
009700 01  WS-RIDER-COUNT                 PIC 9(07) COMP VALUE ZERO.
009800 01  WS-TIMED-COUNT                 PIC 9(07) COMP VALUE ZERO.
009900 01  WS-OVER-COUNT                  PIC 9(07) COMP VALUE ZERO.
010000 01  WS-UNTIMED-COUNT               PIC 9(07) COMP VALUE ZERO.
010100 01  WS-AVERAGE-MINUTES             PIC 9(04) COMP.
010200 01  WS-REPORT-HEADING              PIC X(80)
010300         VALUE "RIDER RIDE-TIME ANALYSIS".
010400 01  WS-OVER-HEADING.
010500     05  FILLER                     PIC X(22)
010600             VALUE "RIDERS OVER THE STATE ".
010700     05  WS-OH-MAX                  PIC ZZ9.
010800     05  FILLER                     PIC X(55)
010900             VALUE "-MINUTE MAXIMUM, OR NOT TIMED".
011000 01  WS-EXCEPTION-LINE.
011100     05  WS-XL-ROUTE-ID             PIC X(05).
011200     05  FILLER                     PIC X(01) VALUE SPACE.
011300     05  WS-XL-LEG                  PIC X(02).
011400     05  FILLER                     PIC X(01) VALUE SPACE.
011500     05  WS-XL-STUDENT-ID           PIC X(09).
011600     05  FILLER                     PIC X(01) VALUE SPACE.
011700     05  WS-XL-STUDENT-NAME         PIC X(24).
011800     05  FILLER                     PIC X(01) VALUE SPACE.
011900     05  WS-XL-STOP-ID              PIC X(05).
012000     05  FILLER                     PIC X(01) VALUE SPACE.
012100     05  WS-XL-MINUTES              PIC ZZZ9.
012200     05  FILLER                     PIC X(02) VALUE SPACE.
012300     05  WS-XL-NOTE                 PIC X(20).
012400     05  FILLER                     PIC X(04) VALUE SPACE.
012500 01  WS-ROUTE-HEADING               PIC X(80)
012600         VALUE "LONGEST RIDES BY ROUTE AND LEG".
012700 01  WS-ROUTE-LINE.
012800     05  FILLER                     PIC X(06) VALUE "ROUTE ".
012900     05  WS-RT-ROUTE-ID             PIC X(05).
013000     05  FILLER                     PIC X(01) VALUE SPACE.
013100     05  WS-RT-LEG                  PIC X(02).
013200     05  FILLER                     PIC X(08) VALUE " CAMPUS ".
013300     05  WS-RT-CAMPUS-CODE          PIC X(03).
013400     05  FILLER                     PIC X(09) VALUE "  RIDERS ".
013500     05  WS-RT-RIDERS               PIC ZZ,ZZ9.
013600     05  FILLER                     PIC X(10) VALUE "  AVERAGE ".
013700     05  WS-RT-AVERAGE              PIC ZZZ9.
013800     05  FILLER                     PIC X(07) VALUE "  OVER ".
013900     05  WS-RT-OVER                 PIC ZZ,ZZ9.
014000     05  FILLER                     PIC X(13) VALUE SPACE.
014100 01  WS-LONG-LINE.
014200     05  FILLER                     PIC X(04) VALUE SPACE.
014300     05  WS-LL-MINUTES              PIC ZZZ9.
014400     05  FILLER                     PIC X(06) VALUE " MIN  ".
014500     05  WS-LL-STUDENT-ID           PIC X(09).
014600     05  FILLER                     PIC X(02) VALUE SPACE.
014700     05  WS-LL-STUDENT-NAME         PIC X(30).
014800     05  FILLER                     PIC X(02) VALUE SPACE.
014900     05  WS-LL-STOP-ID              PIC X(05).
015000     05  FILLER                     PIC X(18) VALUE SPACE.
015100 01  WS-TOTAL-LINE.
015200     05  FILLER                     PIC X(09) VALUE "RIDERS - ".
015300     05  WS-TL-RIDERS               PIC ZZZ,ZZ9.
015400     05  FILLER                     PIC X(10) VALUE "  TIMED - ".
015500     05  WS-TL-TIMED                PIC ZZZ,ZZ9.
015600     05  FILLER                     PIC X(09) VALUE "  OVER - ".
015700     05  WS-TL-OVER                 PIC ZZZ,ZZ9.
015800     05  FILLER                     PIC X(14)
015900             VALUE "  NOT TIMED - ".
016000     05  WS-TL-UNTIMED              PIC ZZZ,ZZ9.
016100     05  FILLER                     PIC X(10) VALUE SPACE.
016200 LINKAGE SECTION.
016300 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
016400 01  LS-PARM-DATA                   PIC X(10).
016500 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
016600*--------------------------------------------------------------*
016700*    0000-MAINLINE                                              *
016800*--------------------------------------------------------------*
016900 0000-MAINLINE.
017000     IF LS-PARM-LENGTH >= 3
017100             AND LS-PARM-DATA (1:3) IS NUMERIC
017200             AND LS-PARM-DATA (1:3) NOT = "000"
017300         MOVE LS-PARM-DATA (1:3) TO WS-MAX-MINUTES
017400     END-IF
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017600     PERFORM 2000-TIME-RIDER THRU 2000-EXIT
017700         UNTIL WS-RIDER-EOF
017800     WRITE RIDE-TIME-RPT-LINE FROM WS-ROUTE-HEADING
017900     PERFORM 3000-PRINT-ROUTE-LEG THRU 3000-EXIT
018000         VARYING WS-RLSUB FROM 1 BY 1
018100         UNTIL WS-RLSUB > WS-RL-COUNT
018200     PERFORM 8000-FINALIZE THRU 8000-EXIT
018300     GOBACK.
018400*--------------------------------------------------------------*
018500*    1000-INITIALIZE - CAMPUS TIMES AND STOPS GO INTO TABLES    *
018600*    BEFORE THE RIDERS ARE READ.                                *
018700*--------------------------------------------------------------*
018800 1000-INITIALIZE.
018900     OPEN INPUT ROUTE-CAMPUS-TIME-FILE
019000     PERFORM 1100-LOAD-CAMPUS-TIME THRU 1100-EXIT
019100         UNTIL WS-RX-EOF
019200     CLOSE ROUTE-CAMPUS-TIME-FILE
019300     OPEN INPUT BUS-STOP-MASTER-FILE
019400     PERFORM 1200-LOAD-STOP THRU 1200-EXIT
019500         UNTIL WS-STOP-EOF
019600     CLOSE BUS-STOP-MASTER-FILE
019700     OPEN INPUT ROUTE-RIDER-FILE
019800     OPEN OUTPUT RIDE-TIME-RPT
019900     WRITE RIDE-TIME-RPT-LINE FROM WS-REPORT-HEADING
020000     MOVE WS-MAX-MINUTES TO WS-OH-MAX
020100     WRITE RIDE-TIME-RPT-LINE FROM WS-OVER-HEADING
020200     PERFORM 2100-READ-RIDER THRU 2100-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500*--------------------------------------------------------------*
020600*    1100-LOAD-CAMPUS-TIME                                      *
020700*--------------------------------------------------------------*
020800 1100-LOAD-CAMPUS-TIME.
020900     READ ROUTE-CAMPUS-TIME-FILE
021000         AT END
021100             SET WS-RX-EOF TO TRUE
021200             GO TO 1100-EXIT
021300     END-READ
021400     IF WS-RL-COUNT >= 300
021500         ADD 1 TO WS-RL-DROP-COUNT
021600         GO TO 1100-EXIT
021700     END-IF
021800     ADD 1 TO WS-RL-COUNT
021900     INITIALIZE WS-RL-ENTRY (WS-RL-COUNT)
022000     MOVE RX-ROUTE-ID TO WS-RL-ROUTE-ID (WS-RL-COUNT)
022100     MOVE RX-RUN-LEG TO WS-RL-RUN-LEG (WS-RL-COUNT)
022200     MOVE RX-CAMPUS-CODE TO WS-RL-CAMPUS-CODE (WS-RL-COUNT)
022300     MOVE RX-CAMPUS-TIME TO WS-CLOCK-TIME
022400     PERFORM 1500-CLOCK-TO-MINUTES THRU 1500-EXIT
022500     MOVE WS-TIME-MINUTES TO WS-RL-CAMPUS-MINUTES (WS-RL-COUNT).
022600 1100-EXIT.
022700     EXIT.
022800*--------------------------------------------------------------*
022900*    1200-LOAD-STOP                                             *
023000*--------------------------------------------------------------*
023100 1200-LOAD-STOP.
023200     READ BUS-STOP-MASTER-FILE
023300         AT END
023400             SET WS-STOP-EOF TO TRUE
023500             GO TO 1200-EXIT
023600     END-READ
023700     IF WS-ST-COUNT >= 2000
023800         ADD 1 TO WS-ST-DROP-COUNT
023900         GO TO 1200-EXIT
024000     END-IF
024100     ADD 1 TO WS-ST-COUNT
024200     MOVE BS-ROUTE-ID TO WS-ST-ROUTE-ID (WS-ST-COUNT)
024300     MOVE BS-STOP-ID TO WS-ST-STOP-ID (WS-ST-COUNT)
024400     MOVE BS-PICKUP-TIME TO WS-CLOCK-TIME
024500     PERFORM 1500-CLOCK-TO-MINUTES THRU 1500-EXIT
024600     MOVE WS-TIME-MINUTES TO WS-ST-PICKUP-MINUTES (WS-ST-COUNT)
024700     MOVE ZERO TO WS-ST-DROPOFF-MINUTES (WS-ST-COUNT)
024800     IF BS-DROPOFF-TIME IS NUMERIC
024900         MOVE BS-DROPOFF-TIME TO WS-CLOCK-TIME
025000         PERFORM 1500-CLOCK-TO-MINUTES THRU 1500-EXIT
025100         MOVE WS-TIME-MINUTES
025200             TO WS-ST-DROPOFF-MINUTES (WS-ST-COUNT)
025300     END-IF.
025400 1200-EXIT.
025500     EXIT.
025600*--------------------------------------------------------------*
025700*    1500-CLOCK-TO-MINUTES - HHMM TO MINUTES PAST MIDNIGHT.     *
025800*--------------------------------------------------------------*
025900 1500-CLOCK-TO-MINUTES.
026000     MOVE ZERO TO WS-TIME-MINUTES
026100     IF WS-CLOCK-TIME IS NOT NUMERIC
026200         GO TO 1500-EXIT
026300     END-IF
026400     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-CLOCK-HOURS
026500         REMAINDER WS-CLOCK-MINUTES
026600     COMPUTE WS-TIME-MINUTES = WS-CLOCK-HOURS * 60
026700         + WS-CLOCK-MINUTES.
026800 1500-EXIT.
026900     EXIT.
027000*--------------------------------------------------------------*
027100*    2000-TIME-RIDER - A RIDER WITH NO STOP ON THE MASTER, NO   *
027200*    CAMPUS TIME FOR THE ROUTE AND LEG, OR A RIDE THAT DOES NOT *
027300*    COME OUT POSITIVE IS LISTED AS NOT TIMED.                  *
027400*--------------------------------------------------------------*
027500 2000-TIME-RIDER.
027600     ADD 1 TO WS-RIDER-COUNT
027700     IF RA-RUN-LEG = "P"
027800         MOVE "P" TO WS-RIDER-LEG
027900     ELSE
028000         MOVE "A" TO WS-RIDER-LEG
028100     END-IF
028200     MOVE ZERO TO WS-RIDE-MINUTES
028300     PERFORM 2200-FIND-STOP THRU 2200-EXIT
028400     IF WS-ST-FOUND-SUB = 0
028500         MOVE "NO STOP ON MASTER" TO WS-XL-NOTE
028600         PERFORM 2900-LIST-RIDER THRU 2900-EXIT
028700         GO TO 2000-NEXT
028800     END-IF
028900     MOVE RA-ROUTE-ID TO WS-LOOKUP-ROUTE
029000     MOVE "A" TO WS-LOOKUP-LEG
029100     PERFORM 2300-FIND-ROUTE-LEG THRU 2300-EXIT
029200     MOVE WS-RL-FOUND-SUB TO WS-AM-SUB
029300     IF WS-RIDER-LEG = "P"
029400         MOVE "P" TO WS-LOOKUP-LEG
029500         PERFORM 2300-FIND-ROUTE-LEG THRU 2300-EXIT
029600     END-IF
029700     IF WS-RL-FOUND-SUB = 0
029800         MOVE "NO CAMPUS TIME" TO WS-XL-NOTE
029900         PERFORM 2900-LIST-RIDER THRU 2900-EXIT
030000         GO TO 2000-NEXT
030100     END-IF
030200     PERFORM 2400-RIDE-MINUTES THRU 2400-EXIT
030300     IF WS-RIDE-MINUTES <= 0
030400         MOVE "TIMES DO NOT TIE" TO WS-XL-NOTE
030500         PERFORM 2900-LIST-RIDER THRU 2900-EXIT
030600         GO TO 2000-NEXT
030700     END-IF
030800     ADD 1 TO WS-TIMED-COUNT
030900     ADD 1 TO WS-RL-RIDERS (WS-RL-FOUND-SUB)
031000     ADD WS-RIDE-MINUTES TO WS-RL-TOTAL-MINUTES (WS-RL-FOUND-SUB)
031100     PERFORM 2500-RANK-RIDE THRU 2500-EXIT
031200     IF WS-RIDE-MINUTES > WS-MAX-MINUTES
031300         ADD 1 TO WS-RL-OVER-COUNT (WS-RL-FOUND-SUB)
031400         ADD 1 TO WS-OVER-COUNT
031500         MOVE "OVER MAXIMUM" TO WS-XL-NOTE
031600         PERFORM 2900-LIST-RIDER THRU 2900-EXIT
031700     END-IF.
031800 2000-NEXT.
031900     PERFORM 2100-READ-RIDER THRU 2100-EXIT.
032000 2000-EXIT.
032100     EXIT.
032200*--------------------------------------------------------------*
032300*    2100-READ-RIDER                                            *
032400*--------------------------------------------------------------*
032500 2100-READ-RIDER.
032600     READ ROUTE-RIDER-FILE
032700         AT END
032800             SET WS-RIDER-EOF TO TRUE
032900     END-READ.
033000 2100-EXIT.
033100     EXIT.
033200*--------------------------------------------------------------*
033300*    2200-FIND-STOP - WS-ST-FOUND-SUB COMES BACK POINTING AT    *
033400*    THE RIDER'S STOP ON THE RIDER'S ROUTE, OR ZERO.            *
033500*--------------------------------------------------------------*
033600 2200-FIND-STOP.
033700     MOVE ZERO TO WS-ST-FOUND-SUB
033800     IF RA-STOP-ID = SPACE
033900         GO TO 2200-EXIT
034000     END-IF
034100     PERFORM 2210-MATCH-STOP THRU 2210-EXIT
034200         VARYING WS-STSUB FROM 1 BY 1
034300         UNTIL WS-STSUB > WS-ST-COUNT
034400             OR WS-ST-FOUND-SUB > 0.
034500 2200-EXIT.
034600     EXIT.
034700*--------------------------------------------------------------*
034800*    2210-MATCH-STOP                                            *
034900*--------------------------------------------------------------*
035000 2210-MATCH-STOP.
035100     IF RA-ROUTE-ID = WS-ST-ROUTE-ID (WS-STSUB)
035200             AND RA-STOP-ID = WS-ST-STOP-ID (WS-STSUB)
035300         MOVE WS-STSUB TO WS-ST-FOUND-SUB
035400     END-IF.
035500 2210-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------*
035800*    2300-FIND-ROUTE-LEG - WS-RL-FOUND-SUB COMES BACK POINTING  *
035900*    AT THE CAMPUS TIME FOR WS-LOOKUP-ROUTE AND -LEG, OR ZERO.  *
036000*--------------------------------------------------------------*
036100 2300-FIND-ROUTE-LEG.
036200     MOVE ZERO TO WS-RL-FOUND-SUB
036300     PERFORM 2310-MATCH-ROUTE-LEG THRU 2310-EXIT
036400         VARYING WS-RLSUB FROM 1 BY 1
036500         UNTIL WS-RLSUB > WS-RL-COUNT
036600             OR WS-RL-FOUND-SUB > 0.
036700 2300-EXIT.
036800     EXIT.
036900*--------------------------------------------------------------*
037000*    2310-MATCH-ROUTE-LEG                                       *
037100*--------------------------------------------------------------*
037200 2310-MATCH-ROUTE-LEG.
037300     IF WS-LOOKUP-ROUTE = WS-RL-ROUTE-ID (WS-RLSUB)
037400             AND WS-LOOKUP-LEG = WS-RL-RUN-LEG (WS-RLSUB)
037500         MOVE WS-RLSUB TO WS-RL-FOUND-SUB
037600     END-IF.
037700 2310-EXIT.
037800     EXIT.
037900*--------------------------------------------------------------*
038000*    2400-RIDE-MINUTES - AN AFTERNOON STOP WITH NO DROP-OFF     *
038100*    TIME RIDES AS LONG AS IT DOES IN THE MORNING, WHICH NEEDS  *
038200*    THE ROUTE'S MORNING CAMPUS TIME.                           *
038300*--------------------------------------------------------------*
038400 2400-RIDE-MINUTES.
038500     IF WS-RIDER-LEG = "A"
038600         COMPUTE WS-RIDE-MINUTES =
038700             WS-RL-CAMPUS-MINUTES (WS-RL-FOUND-SUB)
038800             - WS-ST-PICKUP-MINUTES (WS-ST-FOUND-SUB)
038900         GO TO 2400-EXIT
039000     END-IF
039100     IF WS-ST-DROPOFF-MINUTES (WS-ST-FOUND-SUB) > 0
039200         COMPUTE WS-RIDE-MINUTES =
039300             WS-ST-DROPOFF-MINUTES (WS-ST-FOUND-SUB)
039400             - WS-RL-CAMPUS-MINUTES (WS-RL-FOUND-SUB)
039500         GO TO 2400-EXIT
039600     END-IF
039700     IF WS-AM-SUB > 0
039800         COMPUTE WS-RIDE-MINUTES =
039900             WS-RL-CAMPUS-MINUTES (WS-AM-SUB)
040000             - WS-ST-PICKUP-MINUTES (WS-ST-FOUND-SUB)
040100     END-IF.
040200 2400-EXIT.
040300     EXIT.
040400*--------------------------------------------------------------*
040500*    2500-RANK-RIDE - KEEPS THE LEG'S THREE LONGEST RIDES,      *
040600*    LONGEST FIRST.                                             *
040700*--------------------------------------------------------------*
040800 2500-RANK-RIDE.
040900     MOVE ZERO TO WS-SLOT-SUB
041000     PERFORM 2510-FIND-SLOT THRU 2510-EXIT
041100         VARYING WS-LGSUB FROM 1 BY 1
041200         UNTIL WS-LGSUB > 3
041300             OR WS-SLOT-SUB > 0
041400     IF WS-SLOT-SUB = 0
041500         GO TO 2500-EXIT
041600     END-IF
041700     PERFORM 2520-SHIFT-DOWN THRU 2520-EXIT
041800         VARYING WS-LGSUB FROM 3 BY -1
041900         UNTIL WS-LGSUB <= WS-SLOT-SUB
042000     MOVE WS-RIDE-MINUTES
042100         TO WS-RL-LONG-MINUTES (WS-RL-FOUND-SUB, WS-SLOT-SUB)
042200     MOVE RA-STUDENT-ID
042300         TO WS-RL-LONG-ID (WS-RL-FOUND-SUB, WS-SLOT-SUB)
042400     MOVE RA-STUDENT-NAME
042500         TO WS-RL-LONG-NAME (WS-RL-FOUND-SUB, WS-SLOT-SUB)
042600     MOVE RA-STOP-ID
042700         TO WS-RL-LONG-STOP (WS-RL-FOUND-SUB, WS-SLOT-SUB).
042800 2500-EXIT.
042900     EXIT.
043000*--------------------------------------------------------------*
043100*    2510-FIND-SLOT                                             *
043200*--------------------------------------------------------------*
043300 2510-FIND-SLOT.
043400     IF WS-RIDE-MINUTES
043500             > WS-RL-LONG-MINUTES (WS-RL-FOUND-SUB, WS-LGSUB)
043600         MOVE WS-LGSUB TO WS-SLOT-SUB
043700     END-IF.
043800 2510-EXIT.
043900     EXIT.
044000*--------------------------------------------------------------*
044100*    2520-SHIFT-DOWN                                            *
044200*--------------------------------------------------------------*
044300 2520-SHIFT-DOWN.
044400     MOVE WS-RL-LONG (WS-RL-FOUND-SUB, WS-LGSUB - 1)
044500         TO WS-RL-LONG (WS-RL-FOUND-SUB, WS-LGSUB).
044600 2520-EXIT.
044700     EXIT.
044800*--------------------------------------------------------------*
044900*    2900-LIST-RIDER                                            *
045000*--------------------------------------------------------------*
045100 2900-LIST-RIDER.
045200     IF WS-XL-NOTE NOT = "OVER MAXIMUM"
045300         ADD 1 TO WS-UNTIMED-COUNT
045400     END-IF
045500     MOVE RA-ROUTE-ID TO WS-XL-ROUTE-ID
045600     IF WS-RIDER-LEG = "P"
045700         MOVE "PM" TO WS-XL-LEG
045800     ELSE
045900         MOVE "AM" TO WS-XL-LEG
046000     END-IF
046100     MOVE RA-STUDENT-ID TO WS-XL-STUDENT-ID
046200     MOVE RA-STUDENT-NAME TO WS-XL-STUDENT-NAME
046300     MOVE RA-STOP-ID TO WS-XL-STOP-ID
046400     IF WS-RIDE-MINUTES > 0
046500         MOVE WS-RIDE-MINUTES TO WS-XL-MINUTES
046600     ELSE
046700         MOVE ZERO TO WS-XL-MINUTES
046800     END-IF
046900     WRITE RIDE-TIME-RPT-LINE FROM WS-EXCEPTION-LINE.
047000 2900-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------*
047300*    3000-PRINT-ROUTE-LEG                                       *
047400*--------------------------------------------------------------*
047500 3000-PRINT-ROUTE-LEG.
047600     MOVE WS-RL-ROUTE-ID (WS-RLSUB) TO WS-RT-ROUTE-ID
047700     IF WS-RL-RUN-LEG (WS-RLSUB) = "P"
047800         MOVE "PM" TO WS-RT-LEG
047900     ELSE
048000         MOVE "AM" TO WS-RT-LEG
048100     END-IF
048200     MOVE WS-RL-CAMPUS-CODE (WS-RLSUB) TO WS-RT-CAMPUS-CODE
048300     MOVE WS-RL-RIDERS (WS-RLSUB) TO WS-RT-RIDERS
048400     MOVE ZERO TO WS-AVERAGE-MINUTES
048500     IF WS-RL-RIDERS (WS-RLSUB) > 0
048600         COMPUTE WS-AVERAGE-MINUTES ROUNDED =
048700             WS-RL-TOTAL-MINUTES (WS-RLSUB)
048800                 / WS-RL-RIDERS (WS-RLSUB)
048900     END-IF
049000     MOVE WS-AVERAGE-MINUTES TO WS-RT-AVERAGE
049100     MOVE WS-RL-OVER-COUNT (WS-RLSUB) TO WS-RT-OVER
049200     WRITE RIDE-TIME-RPT-LINE FROM WS-ROUTE-LINE
049300     PERFORM 3100-PRINT-LONG-RIDE THRU 3100-EXIT
049400         VARYING WS-LGSUB FROM 1 BY 1
049500         UNTIL WS-LGSUB > 3.
049600 3000-EXIT.
049700     EXIT.
049800*--------------------------------------------------------------*
049900*    3100-PRINT-LONG-RIDE                                       *
050000*--------------------------------------------------------------*
050100 3100-PRINT-LONG-RIDE.
050200     IF WS-RL-LONG-MINUTES (WS-RLSUB, WS-LGSUB) = 0
050300         GO TO 3100-EXIT
050400     END-IF
050500     MOVE WS-RL-LONG-MINUTES (WS-RLSUB, WS-LGSUB) TO WS-LL-MINUTES
050600     MOVE WS-RL-LONG-ID (WS-RLSUB, WS-LGSUB) TO WS-LL-STUDENT-ID
050700     MOVE WS-RL-LONG-NAME (WS-RLSUB, WS-LGSUB)
050800         TO WS-LL-STUDENT-NAME
050900     MOVE WS-RL-LONG-STOP (WS-RLSUB, WS-LGSUB) TO WS-LL-STOP-ID
051000     WRITE RIDE-TIME-RPT-LINE FROM WS-LONG-LINE.
051100 3100-EXIT.
051200     EXIT.
051300*--------------------------------------------------------------*
051400*    8000-FINALIZE - ANY RIDER OVER THE MAXIMUM OR NOT TIMED    *
051500*    ENDS THE RUN RC 4; A FULL TABLE LEAVES RIDERS UNTIMED AND  *
051600*    ENDS IT RC 8.                                              *
051700*--------------------------------------------------------------*
051800 8000-FINALIZE.
051900     MOVE WS-RIDER-COUNT TO WS-TL-RIDERS
052000     MOVE WS-TIMED-COUNT TO WS-TL-TIMED
052100     MOVE WS-OVER-COUNT TO WS-TL-OVER
052200     MOVE WS-UNTIMED-COUNT TO WS-TL-UNTIMED
052300     WRITE RIDE-TIME-RPT-LINE FROM WS-TOTAL-LINE
052400     IF WS-OVER-COUNT > 0
052500             OR WS-UNTIMED-COUNT > 0
052600         MOVE 4 TO RETURN-CODE
052700     END-IF
052800     IF WS-RL-DROP-COUNT > 0
052900         DISPLAY "RIDETIME: CAMPUS TIME TABLE FULL - DROPPED - "
053000             WS-RL-DROP-COUNT
053100         MOVE 8 TO RETURN-CODE
053200     END-IF
053300     IF WS-ST-DROP-COUNT > 0
053400         DISPLAY "RIDETIME: STOP TABLE FULL - DROPPED - "
053500             WS-ST-DROP-COUNT
053600         MOVE 8 TO RETURN-CODE
053700     END-IF
053800     CLOSE ROUTE-RIDER-FILE
053900     CLOSE RIDE-TIME-RPT.
054000 8000-EXIT.
054100     EXIT.
054200 END PROGRAM RIDETIME.
