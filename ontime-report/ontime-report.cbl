000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ONTIMRPT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    WEEKLY BUS ON-TIME ARRIVAL REPORT.  READS THE ARRIVAL LOG  *
000900*    FOR THE SEVEN DAYS ENDING TODAY AND COMPARES EACH ACTUAL   *
001000*    CAMPUS ARRIVAL WITH THE ROUTE'S SCHEDULED CAMPUS TIME ON   *
001100*    RTETIME - MORE THAN THE GRACE MINUTES PAST IT IS LATE.     *
001200*    PRINTS THE ON-TIME PERCENTAGE BY ROUTE AND LEG AND BY      *
001300*    DRIVER (THE ROUTE'S DRIVER ON THE DRIVER MASTER, OR THE    *
001400*    DRIVER THE LOG NAMES).  A ROUTE LEG LATE ON MORE DAYS THAN *
001500*    THE LIMIT IS FLAGGED A LATE ROUTE; ITS RIDERS ARE LISTED   *
001600*    AND A LATEBUS NOTICE GOES TO EACH FAMILY.  THE WEEK'S      *
001700*    LATE COUNTS ARE WRITTEN FOR THE RIDERSHIP TREND REPORT.    *
001800*    RC 4 - A LATE ROUTE, OR AN ARRIVAL THAT COULD NOT BE       *
001900*    MEASURED.  RC 8 - A TABLE FILLED.                          *
002000*    PARM = LATE-DAY LIMIT (NN); DEFAULTS TO 02.                *
002100*--------------------------------------------------------------*
002200*    MODIFICATION HISTORY                                      *
002300*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ARRIVAL-LOG-FILE ASSIGN TO ARRVLOG
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-AL-FILE-STATUS.
003100     SELECT ROUTE-CAMPUS-TIME-FILE ASSIGN TO RTETIME
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT DRIVER-MASTER-FILE ASSIGN TO DRVMASTR
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT LATE-NOTICE-FILE ASSIGN TO LATENTC
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT LATE-COUNT-FILE ASSIGN TO LATECNT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT ON-TIME-RPT ASSIGN TO ONTIMRPT
004200         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ARRIVAL-LOG-FILE
004600     RECORDING MODE IS F.
004700     COPY arrvlog.
004800 FD  ROUTE-CAMPUS-TIME-FILE
004900     RECORDING MODE IS F.
005000     COPY rtetime.
005100 FD  DRIVER-MASTER-FILE
005200     RECORDING MODE IS F.
005300     COPY drvmastr.
005400 FD  ROUTE-RIDER-FILE
005500     RECORDING MODE IS F.
005600     COPY rterider.
005700 FD  LATE-NOTICE-FILE
005800     RECORDING MODE IS F.
005900     COPY latentc.
006000 FD  LATE-COUNT-FILE
006100     RECORDING MODE IS F.
006200     COPY latecnt.
006300 FD  ON-TIME-RPT
006400     RECORDING MODE IS F.
006500 01  ON-TIME-RPT-LINE               PIC X(80).
006600 WORKING-STORAGE SECTION.
006700 01  WS-AL-FILE-STATUS              PIC X(02) VALUE SPACE.
006800 01  WS-AL-EOF-SWITCH               PIC X(01) VALUE "N".
006900     88  WS-AL-EOF                      VALUE "Y".
007000 01  WS-RX-EOF-SWITCH               PIC X(01) VALUE "N".
007100     88  WS-RX-EOF                      VALUE "Y".
007200 01  WS-DM-EOF-SWITCH               PIC X(01) VALUE "N".
007300     88  WS-DM-EOF                      VALUE "Y".
007400 01  WS-RIDER-EOF-SWITCH            PIC X(01) VALUE "N".
007500     88  WS-RIDER-EOF                   VALUE "Y".
007600 01  WS-LATE-DAY-LIMIT              PIC 9(02) VALUE 02.
007700 01  WS-GRACE-MINUTES               PIC 9(02) VALUE 05.
007800 01  WS-TIMESTAMP.
007900     05  WS-TS-DATE                 PIC 9(08).
008000     05  FILLER                     PIC X(13).
008100 01  WS-WEEK-START-INT              PIC 9(07).
008200 01  WS-WEEK-START-DATE             PIC 9(08).
008300 01  WS-EDIT-DATE                   PIC 9(08).
008400 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
008500     05  WS-ED-YYYY                 PIC X(04).
008600     05  WS-ED-MM                   PIC X(02).
008700     05  WS-ED-DD                   PIC X(02).
008800 01  WS-DATE-EDIT.
008900     05  WS-DE-MM                   PIC X(02).
009000     05  FILLER                     PIC X(01) VALUE "/".
009100     05  WS-DE-DD                   PIC X(02).
009200     05  FILLER                     PIC X(01) VALUE "/".
009300     05  WS-DE-YYYY                 PIC X(04).
009400 01  WS-CLOCK-TIME                  PIC 9(04).
009500 01  WS-CLOCK-HOURS                 PIC 9(02).
009600 01  WS-CLOCK-MINUTES               PIC 9(02).
009700 01  WS-TIME-MINUTES                PIC 9(04) COMP.
009800 01  WS-LOOKUP-ROUTE                PIC X(05).
009900 01  WS-LOOKUP-LEG                  PIC X(01).
010000 01  WS-LOOKUP-DRIVER               PIC X(09).
010100*    SCHEDULED CAMPUS TIME BY ROUTE AND LEG, WITH THE WEEK'S
010200*    RUNS AND LATE RUNS AND THE ROUTE'S OWN DRIVER.
010300 01  WS-RL-COUNT                    PIC 9(03) COMP VALUE ZERO.
010400 01  WS-RL-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010500 01  WS-RLSUB                       PIC 9(03) COMP.
010600 01  WS-RL-FOUND-SUB                PIC 9(03) COMP.
010700 01  WS-ROUTE-LEG-TABLE.
010800     05  WS-RL-ENTRY OCCURS 600 TIMES.
010900         10  WS-RL-ROUTE-ID         PIC X(05).
011000         10  WS-RL-RUN-LEG          PIC X(01).
011100         10  WS-RL-CAMPUS-MINUTES   PIC 9(04) COMP.
011200         10  WS-RL-DRIVER-SUB       PIC 9(03) COMP.
011300         10  WS-RL-RUN-DAYS         PIC 9(03) COMP.
011400         10  WS-RL-LATE-DAYS        PIC 9(03) COMP.
011500         10  WS-RL-LATE-SW          PIC X(01).
011600             88  WS-RL-LATE-ROUTE       VALUE "Y".
011700*    THE DRIVER MASTER, WITH THE WEEK'S RUNS AND LATE RUNS.
011800 01  WS-DR-COUNT                    PIC 9(03) COMP VALUE ZERO.
011900 01  WS-DR-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
012000 01  WS-DRSUB                       PIC 9(03) COMP.
012100 01  WS-DR-FOUND-SUB                PIC 9(03) COMP.
012200 01  WS-DRIVER-TABLE.
012300     05  WS-DR-ENTRY OCCURS 500 TIMES.
012400         10  WS-DR-DRIVER-ID        PIC X(09).
012500         10  WS-DR-DRIVER-NAME      PIC X(30).
012600         10  WS-DR-ROUTE-ID         PIC X(05).
012700         10  WS-DR-RUN-DAYS         PIC 9(03) COMP.
012800         10  WS-DR-LATE-DAYS        PIC 9(03) COMP.
012900 01  WS-ARRIVE-MINUTES              PIC 9(04) COMP.
013000 01  WS-PCT-RUNS                    PIC 9(03) COMP.
013100 01  WS-PCT-LATE                    PIC 9(03) COMP.
013200 01  WS-ON-TIME-PCT                 PIC 9(03).
013300 01  WS-LOG-COUNT                   PIC 9(07) COMP VALUE ZERO.
013400 01  WS-WEEK-COUNT                  PIC 9(07) COMP VALUE ZERO.
013500 01  WS-LATE-COUNT                  PIC 9(07) COMP VALUE ZERO.
013600 01  WS-UNMEASURED-COUNT            PIC 9(07) COMP VALUE ZERO.
013700 01  WS-LATE-ROUTE-COUNT            PIC 9(05) COMP VALUE ZERO.
013800 01  WS-NOTICE-COUNT                PIC 9(07) COMP VALUE ZERO.
013900 01  WS-NOTICE-DETAIL.
014000     05  WS-ND-ROUTE-ID             PIC X(05).
014100     05  FILLER                     PIC X(01) VALUE SPACE.
014200     05  WS-ND-LEG                  PIC X(02).
014300     05  FILLER                     PIC X(06) VALUE " LATE ".
014400     05  WS-ND-LATE-DAYS            PIC 9(02).
014500     05  FILLER                     PIC X(04) VALUE " OF ".
014600     05  WS-ND-RUN-DAYS             PIC 9(02).
014700     05  FILLER                     PIC X(05) VALUE " DAYS".
014800     05  FILLER                     PIC X(03) VALUE SPACE.
014900 01  WS-REPORT-HEADING              PIC X(80)
015000         VALUE "WEEKLY BUS ON-TIME ARRIVAL REPORT".
015100 01  WS-WEEK-HEADING.
015200     05  FILLER                     PIC X(08) VALUE "WEEK OF ".
015300     05  WS-WH-FROM                 PIC X(10).
015400     05  FILLER                     PIC X(06) VALUE " THRU ".
015500     05  WS-WH-THRU                 PIC X(10).
015600     05  FILLER                     PIC X(19)
015700             VALUE "   LATE ROUTE OVER".
015800     05  WS-WH-LIMIT                PIC Z9.
015900     05  FILLER                     PIC X(05) VALUE " DAYS".
016000     05  FILLER                     PIC X(20) VALUE SPACE.
016100 01  WS-EXCEPTION-HEADING           PIC X(80)
016200         VALUE "ARRIVALS NOT MEASURED".
016300 01  WS-EXCEPTION-LINE.
016400     05  WS-XL-DATE                 PIC X(10).
016500     05  FILLER                     PIC X(02) VALUE SPACE.
016600     05  WS-XL-ROUTE-ID             PIC X(05).
016700     05  FILLER                     PIC X(01) VALUE SPACE.
016800     05  WS-XL-LEG                  PIC X(02).
016900     05  FILLER                     PIC X(02) VALUE SPACE.
017000     05  WS-XL-TIME                 PIC X(04).
017100     05  FILLER                     PIC X(02) VALUE SPACE.
017200     05  WS-XL-NOTE                 PIC X(20).
017300     05  FILLER                     PIC X(32) VALUE SPACE.
017400 01  WS-ROUTE-HEADING.
017500     05  FILLER                     PIC X(40)
017600             VALUE "ROUTE LG  RUNS  LATE  ON-TIME   DRIVER  ".
017700     05  FILLER                     PIC X(40)
017800             VALUE "                        STATUS".
017900 01  WS-ROUTE-LINE.
018000     05  WS-RD-ROUTE-ID             PIC X(05).
018100     05  FILLER                     PIC X(01) VALUE SPACE.
018200     05  WS-RD-LEG                  PIC X(02).
018300     05  FILLER                     PIC X(03) VALUE SPACE.
018400     05  WS-RD-RUNS                 PIC ZZ9.
018500     05  FILLER                     PIC X(03) VALUE SPACE.
018600     05  WS-RD-LATE                 PIC ZZ9.
018700     05  FILLER                     PIC X(06) VALUE SPACE.
018800     05  WS-RD-PCT                  PIC ZZ9.
018900     05  FILLER                     PIC X(03) VALUE "%  ".
019000     05  WS-RD-DRIVER-NAME          PIC X(30).
019100     05  FILLER                     PIC X(02) VALUE SPACE.
019200     05  WS-RD-STATUS               PIC X(10).
019300     05  FILLER                     PIC X(06) VALUE SPACE.
019400 01  WS-DRIVER-HEADING.
019500     05  FILLER                     PIC X(40)
019600             VALUE "DRIVER    NAME                          ".
019700     05  FILLER                     PIC X(40)
019800             VALUE "  RUNS  LATE  ON-TIME".
019900 01  WS-DRIVER-LINE.
020000     05  WS-DD-DRIVER-ID            PIC X(09).
020100     05  FILLER                     PIC X(01) VALUE SPACE.
020200     05  WS-DD-DRIVER-NAME          PIC X(30).
020300     05  FILLER                     PIC X(03) VALUE SPACE.
020400     05  WS-DD-RUNS                 PIC ZZ9.
020500     05  FILLER                     PIC X(03) VALUE SPACE.
020600     05  WS-DD-LATE                 PIC ZZ9.
020700     05  FILLER                     PIC X(06) VALUE SPACE.
020800     05  WS-DD-PCT                  PIC ZZ9.
020900     05  FILLER                     PIC X(01) VALUE "%".
021000     05  FILLER                     PIC X(18) VALUE SPACE.
021100 01  WS-RIDER-HEADING.
021200     05  FILLER                     PIC X(40)
021300             VALUE "RIDERS ON LATE ROUTES - ROUTE LG STUDENT".
021400     05  FILLER                     PIC X(40)
021500             VALUE "   NAME".
021600 01  WS-RIDER-LINE.
021700     05  FILLER                     PIC X(24) VALUE SPACE.
021800     05  WS-RR-ROUTE-ID             PIC X(05).
021900     05  FILLER                     PIC X(01) VALUE SPACE.
022000     05  WS-RR-LEG                  PIC X(02).
022100     05  FILLER                     PIC X(01) VALUE SPACE.
022200     05  WS-RR-STUDENT-ID           PIC X(09).
022300     05  FILLER                     PIC X(01) VALUE SPACE.
022400     05  WS-RR-STUDENT-NAME         PIC X(30).
022500     05  FILLER                     PIC X(07) VALUE SPACE.
022600 01  WS-SUMMARY-LINE.
022700     05  FILLER                     PIC X(11)
022800             VALUE "ARRIVALS - ".
022900     05  WS-SM-ARRIVALS             PIC ZZ,ZZ9.
023000     05  FILLER                     PIC X(09)
023100             VALUE "  LATE - ".
023200     05  WS-SM-LATE                 PIC ZZ,ZZ9.
023300     05  FILLER                     PIC X(17)
023400             VALUE "  NOT MEASURED - ".
023500     05  WS-SM-UNMEASURED           PIC ZZ,ZZ9.
023600     05  FILLER                     PIC X(25) VALUE SPACE.
023700 01  WS-SUMMARY-LINE-2.
023800     05  FILLER                     PIC X(14)
023900             VALUE "LATE ROUTES - ".
024000     05  WS-SM-LATE-ROUTES          PIC ZZ9.
024100     05  FILLER                     PIC X(12)
024200             VALUE "  NOTICES - ".
024300     05  WS-SM-NOTICES              PIC ZZ,ZZ9.
024400     05  FILLER                     PIC X(45) VALUE SPACE.
024500 LINKAGE SECTION.
024600 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
024700 01  LS-PARM-DATA                   PIC X(10).
024800 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
024900*--------------------------------------------------------------*
025000*    0000-MAINLINE                                              *
025100*--------------------------------------------------------------*
025200 0000-MAINLINE.
025300     IF LS-PARM-LENGTH >= 2
025400             AND LS-PARM-DATA (1:2) IS NUMERIC
025500         MOVE LS-PARM-DATA (1:2) TO WS-LATE-DAY-LIMIT
025600     END-IF
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025800     PERFORM 2000-PROCESS-ARRIVAL THRU 2000-EXIT
025900         UNTIL WS-AL-EOF
026000     WRITE ON-TIME-RPT-LINE FROM WS-ROUTE-HEADING
026100     PERFORM 3000-PRINT-ROUTE-LEG THRU 3000-EXIT
026200         VARYING WS-RLSUB FROM 1 BY 1
026300         UNTIL WS-RLSUB > WS-RL-COUNT
026400     WRITE ON-TIME-RPT-LINE FROM WS-DRIVER-HEADING
026500     PERFORM 4000-PRINT-DRIVER THRU 4000-EXIT
026600         VARYING WS-DRSUB FROM 1 BY 1
026700         UNTIL WS-DRSUB > WS-DR-COUNT
026800     IF WS-LATE-ROUTE-COUNT > 0
026900         WRITE ON-TIME-RPT-LINE FROM WS-RIDER-HEADING
027000         OPEN INPUT ROUTE-RIDER-FILE
027100         PERFORM 5100-READ-RIDER THRU 5100-EXIT
027200         PERFORM 5000-LIST-RIDER THRU 5000-EXIT
027300             UNTIL WS-RIDER-EOF
027400         CLOSE ROUTE-RIDER-FILE
027500     END-IF
027600     PERFORM 8000-FINALIZE THRU 8000-EXIT
027700     GOBACK.
027800*--------------------------------------------------------------*
027900*    1000-INITIALIZE - SETS THE WEEK, AND LOADS THE CAMPUS      *
028000*    TIMES AND THE DRIVER MASTER BEFORE THE LOG IS READ.        *
028100*--------------------------------------------------------------*
028200 1000-INITIALIZE.
028300     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
028400     COMPUTE WS-WEEK-START-INT =
028500         FUNCTION INTEGER-OF-DATE (WS-TS-DATE) - 6
028600     COMPUTE WS-WEEK-START-DATE =
028700         FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT)
028800     OPEN INPUT ROUTE-CAMPUS-TIME-FILE
028900     PERFORM 1100-LOAD-CAMPUS-TIME THRU 1100-EXIT
029000         UNTIL WS-RX-EOF
029100     CLOSE ROUTE-CAMPUS-TIME-FILE
029200     OPEN INPUT DRIVER-MASTER-FILE
029300     PERFORM 1200-LOAD-DRIVER THRU 1200-EXIT
029400         UNTIL WS-DM-EOF
029500     CLOSE DRIVER-MASTER-FILE
029600     PERFORM 1300-ASSIGN-DRIVER THRU 1300-EXIT
029700         VARYING WS-RLSUB FROM 1 BY 1
029800         UNTIL WS-RLSUB > WS-RL-COUNT
029900     OPEN OUTPUT ON-TIME-RPT
030000     OPEN OUTPUT LATE-COUNT-FILE
030100     OPEN EXTEND LATE-NOTICE-FILE
030200     WRITE ON-TIME-RPT-LINE FROM WS-REPORT-HEADING
030300     MOVE WS-WEEK-START-DATE TO WS-EDIT-DATE
030400     PERFORM 1600-EDIT-DATE THRU 1600-EXIT
030500     MOVE WS-DATE-EDIT TO WS-WH-FROM
030600     MOVE WS-TS-DATE TO WS-EDIT-DATE
030700     PERFORM 1600-EDIT-DATE THRU 1600-EXIT
030800     MOVE WS-DATE-EDIT TO WS-WH-THRU
030900     MOVE WS-LATE-DAY-LIMIT TO WS-WH-LIMIT
031000     WRITE ON-TIME-RPT-LINE FROM WS-WEEK-HEADING
031100     WRITE ON-TIME-RPT-LINE FROM WS-EXCEPTION-HEADING
031200     OPEN INPUT ARRIVAL-LOG-FILE
031300     IF WS-AL-FILE-STATUS = "35"
031400         DISPLAY "ONTIMRPT: NO ARRIVAL LOG - NOTHING MEASURED"
031500         SET WS-AL-EOF TO TRUE
031600     ELSE
031700         PERFORM 2100-READ-ARRIVAL THRU 2100-EXIT
031800     END-IF.
031900 1000-EXIT.
032000     EXIT.
032100*--------------------------------------------------------------*
032200*    1100-LOAD-CAMPUS-TIME                                      *
032300*--------------------------------------------------------------*
032400 1100-LOAD-CAMPUS-TIME.
032500     READ ROUTE-CAMPUS-TIME-FILE
032600         AT END
032700             SET WS-RX-EOF TO TRUE
032800             GO TO 1100-EXIT
032900     END-READ
033000     IF WS-RL-COUNT >= 600
033100         ADD 1 TO WS-RL-DROP-COUNT
033200         GO TO 1100-EXIT
033300     END-IF
033400     ADD 1 TO WS-RL-COUNT
033500     INITIALIZE WS-RL-ENTRY (WS-RL-COUNT)
033600     MOVE RX-ROUTE-ID TO WS-RL-ROUTE-ID (WS-RL-COUNT)
033700     MOVE RX-RUN-LEG TO WS-RL-RUN-LEG (WS-RL-COUNT)
033800     MOVE RX-CAMPUS-TIME TO WS-CLOCK-TIME
033900     PERFORM 1500-CLOCK-TO-MINUTES THRU 1500-EXIT
034000     MOVE WS-TIME-MINUTES TO WS-RL-CAMPUS-MINUTES (WS-RL-COUNT)
034100     MOVE "N" TO WS-RL-LATE-SW (WS-RL-COUNT).
034200 1100-EXIT.
034300     EXIT.
034400*--------------------------------------------------------------*
034500*    1200-LOAD-DRIVER                                           *
034600*--------------------------------------------------------------*
034700 1200-LOAD-DRIVER.
034800     READ DRIVER-MASTER-FILE
034900         AT END
035000             SET WS-DM-EOF TO TRUE
035100             GO TO 1200-EXIT
035200     END-READ
035300     IF WS-DR-COUNT >= 500
035400         ADD 1 TO WS-DR-DROP-COUNT
035500         GO TO 1200-EXIT
035600     END-IF
035700     ADD 1 TO WS-DR-COUNT
035800     MOVE DM-DRIVER-ID TO WS-DR-DRIVER-ID (WS-DR-COUNT)
035900     MOVE DM-DRIVER-NAME TO WS-DR-DRIVER-NAME (WS-DR-COUNT)
036000     MOVE DM-ROUTE-ID TO WS-DR-ROUTE-ID (WS-DR-COUNT)
036100     MOVE ZERO TO WS-DR-RUN-DAYS (WS-DR-COUNT)
036200     MOVE ZERO TO WS-DR-LATE-DAYS (WS-DR-COUNT).
036300 1200-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------*
036600*    1300-ASSIGN-DRIVER - POINTS EACH ROUTE LEG AT THE DRIVER   *
036700*    THE DRIVER MASTER ASSIGNS TO THE ROUTE, OR ZERO.           *
036800*--------------------------------------------------------------*
036900 1300-ASSIGN-DRIVER.
037000     MOVE ZERO TO WS-DR-FOUND-SUB
037100     PERFORM 1310-MATCH-ROUTE-DRIVER THRU 1310-EXIT
037200         VARYING WS-DRSUB FROM 1 BY 1
037300         UNTIL WS-DRSUB > WS-DR-COUNT
037400             OR WS-DR-FOUND-SUB > 0
037500     MOVE WS-DR-FOUND-SUB TO WS-RL-DRIVER-SUB (WS-RLSUB).
037600 1300-EXIT.
037700     EXIT.
037800*--------------------------------------------------------------*
037900*    1310-MATCH-ROUTE-DRIVER                                    *
038000*--------------------------------------------------------------*
038100 1310-MATCH-ROUTE-DRIVER.
038200     IF WS-DR-ROUTE-ID (WS-DRSUB) = WS-RL-ROUTE-ID (WS-RLSUB)
038300         MOVE WS-DRSUB TO WS-DR-FOUND-SUB
038400     END-IF.
038500 1310-EXIT.
038600     EXIT.
038700*--------------------------------------------------------------*
038800*    1500-CLOCK-TO-MINUTES - HHMM TO MINUTES PAST MIDNIGHT.     *
038900*--------------------------------------------------------------*
039000 1500-CLOCK-TO-MINUTES.
039100     MOVE ZERO TO WS-TIME-MINUTES
039200     IF WS-CLOCK-TIME IS NOT NUMERIC
039300         GO TO 1500-EXIT
039400     END-IF
039500     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-CLOCK-HOURS
039600         REMAINDER WS-CLOCK-MINUTES
039700     COMPUTE WS-TIME-MINUTES = WS-CLOCK-HOURS * 60
039800         + WS-CLOCK-MINUTES.
039900 1500-EXIT.
040000     EXIT.
040100*--------------------------------------------------------------*
040200*    1600-EDIT-DATE - WS-EDIT-DATE (CCYYMMDD) TO MM/DD/CCYY.    *
040300*--------------------------------------------------------------*
040400 1600-EDIT-DATE.
040500     MOVE WS-ED-MM TO WS-DE-MM
040600     MOVE WS-ED-DD TO WS-DE-DD
040700     MOVE WS-ED-YYYY TO WS-DE-YYYY.
040800 1600-EXIT.
040900     EXIT.
041000*--------------------------------------------------------------*
041100*    2000-PROCESS-ARRIVAL - A ROW OUTSIDE THE WEEK IS SKIPPED.  *
041200*    A ROUTE LEG WITH NO CAMPUS TIME OR A ROW WITH NO ARRIVAL   *
041300*    TIME CANNOT BE MEASURED AND IS LISTED.  THE RUN COUNTS TO  *
041400*    THE ROUTE LEG AND TO THE DRIVER WHO RAN IT.                *
041500*--------------------------------------------------------------*
041600 2000-PROCESS-ARRIVAL.
041700     ADD 1 TO WS-LOG-COUNT
041800     IF AL-RUN-DATE IS NOT NUMERIC
041900             OR AL-RUN-DATE < WS-WEEK-START-DATE
042000             OR AL-RUN-DATE > WS-TS-DATE
042100         GO TO 2000-NEXT
042200     END-IF
042300     ADD 1 TO WS-WEEK-COUNT
042400     MOVE AL-ROUTE-ID TO WS-LOOKUP-ROUTE
042500     IF AL-LEG-PM
042600         MOVE "P" TO WS-LOOKUP-LEG
042700     ELSE
042800         MOVE "A" TO WS-LOOKUP-LEG
042900     END-IF
043000     PERFORM 2300-FIND-ROUTE-LEG THRU 2300-EXIT
043100     IF WS-RL-FOUND-SUB = 0
043200         MOVE "NO CAMPUS TIME" TO WS-XL-NOTE
043300         PERFORM 2900-LIST-ARRIVAL THRU 2900-EXIT
043400         GO TO 2000-NEXT
043500     END-IF
043600     IF AL-ARRIVE-TIME IS NOT NUMERIC
043700         MOVE "NO ARRIVAL TIME" TO WS-XL-NOTE
043800         PERFORM 2900-LIST-ARRIVAL THRU 2900-EXIT
043900         GO TO 2000-NEXT
044000     END-IF
044100     MOVE AL-ARRIVE-TIME TO WS-CLOCK-TIME
044200     PERFORM 1500-CLOCK-TO-MINUTES THRU 1500-EXIT
044300     MOVE WS-TIME-MINUTES TO WS-ARRIVE-MINUTES
044400     MOVE WS-RL-DRIVER-SUB (WS-RL-FOUND-SUB) TO WS-DR-FOUND-SUB
044500     IF AL-DRIVER-ID NOT = SPACE
044600         MOVE AL-DRIVER-ID TO WS-LOOKUP-DRIVER
044700         PERFORM 2400-FIND-DRIVER THRU 2400-EXIT
044800     END-IF
044900     ADD 1 TO WS-RL-RUN-DAYS (WS-RL-FOUND-SUB)
045000     IF WS-DR-FOUND-SUB > 0
045100         ADD 1 TO WS-DR-RUN-DAYS (WS-DR-FOUND-SUB)
045200     END-IF
045300     IF WS-ARRIVE-MINUTES >
045400             WS-RL-CAMPUS-MINUTES (WS-RL-FOUND-SUB)
045500             + WS-GRACE-MINUTES
045600         ADD 1 TO WS-LATE-COUNT
045700         ADD 1 TO WS-RL-LATE-DAYS (WS-RL-FOUND-SUB)
045800         IF WS-DR-FOUND-SUB > 0
045900             ADD 1 TO WS-DR-LATE-DAYS (WS-DR-FOUND-SUB)
046000         END-IF
046100     END-IF.
046200 2000-NEXT.
046300     PERFORM 2100-READ-ARRIVAL THRU 2100-EXIT.
046400 2000-EXIT.
046500     EXIT.
046600*--------------------------------------------------------------*
046700*    2100-READ-ARRIVAL                                          *
046800*--------------------------------------------------------------*
046900 2100-READ-ARRIVAL.
047000     READ ARRIVAL-LOG-FILE
047100         AT END
047200             SET WS-AL-EOF TO TRUE
047300     END-READ.
047400 2100-EXIT.
047500     EXIT.
047600*--------------------------------------------------------------*
047700*    2300-FIND-ROUTE-LEG - WS-RL-FOUND-SUB COMES BACK POINTING  *
047800*    AT WS-LOOKUP-ROUTE AND -LEG, OR ZERO.                      *
047900*--------------------------------------------------------------*
048000 2300-FIND-ROUTE-LEG.
048100     MOVE ZERO TO WS-RL-FOUND-SUB
048200     PERFORM 2310-MATCH-ROUTE-LEG THRU 2310-EXIT
048300         VARYING WS-RLSUB FROM 1 BY 1
048400         UNTIL WS-RLSUB > WS-RL-COUNT
048500             OR WS-RL-FOUND-SUB > 0.
048600 2300-EXIT.
048700     EXIT.
048800*--------------------------------------------------------------*
048900*    2310-MATCH-ROUTE-LEG                                       *
049000*--------------------------------------------------------------*
049100 2310-MATCH-ROUTE-LEG.
049200     IF WS-LOOKUP-ROUTE = WS-RL-ROUTE-ID (WS-RLSUB)
049300             AND WS-LOOKUP-LEG = WS-RL-RUN-LEG (WS-RLSUB)
049400         MOVE WS-RLSUB TO WS-RL-FOUND-SUB
049500     END-IF.
049600 2310-EXIT.
049700     EXIT.
049800*--------------------------------------------------------------*
049900*    2400-FIND-DRIVER - WS-DR-FOUND-SUB COMES BACK POINTING AT  *
050000*    WS-LOOKUP-DRIVER, OR ZERO WHEN THE DRIVER IS NOT ON THE    *
050100*    DRIVER MASTER.                                             *
050200*--------------------------------------------------------------*
050300 2400-FIND-DRIVER.
050400     MOVE ZERO TO WS-DR-FOUND-SUB
050500     PERFORM 2410-MATCH-DRIVER THRU 2410-EXIT
050600         VARYING WS-DRSUB FROM 1 BY 1
050700         UNTIL WS-DRSUB > WS-DR-COUNT
050800             OR WS-DR-FOUND-SUB > 0.
050900 2400-EXIT.
051000     EXIT.
051100*--------------------------------------------------------------*
051200*    2410-MATCH-DRIVER                                          *
051300*--------------------------------------------------------------*
051400 2410-MATCH-DRIVER.
051500     IF WS-LOOKUP-DRIVER = WS-DR-DRIVER-ID (WS-DRSUB)
051600         MOVE WS-DRSUB TO WS-DR-FOUND-SUB
051700     END-IF.
051800 2410-EXIT.
051900     EXIT.
052000*--------------------------------------------------------------*
052100*    2900-LIST-ARRIVAL                                          *
052200*--------------------------------------------------------------*
052300 2900-LIST-ARRIVAL.
052400     ADD 1 TO WS-UNMEASURED-COUNT
052500     MOVE AL-RUN-DATE TO WS-EDIT-DATE
052600     PERFORM 1600-EDIT-DATE THRU 1600-EXIT
052700     MOVE WS-DATE-EDIT TO WS-XL-DATE
052800     MOVE AL-ROUTE-ID TO WS-XL-ROUTE-ID
052900     IF WS-LOOKUP-LEG = "P"
053000         MOVE "PM" TO WS-XL-LEG
053100     ELSE
053200         MOVE "AM" TO WS-XL-LEG
053300     END-IF
053400     MOVE AL-ARRIVE-TIME TO WS-XL-TIME
053500     WRITE ON-TIME-RPT-LINE FROM WS-EXCEPTION-LINE.
053600 2900-EXIT.
053700     EXIT.
053800*--------------------------------------------------------------*
053900*    3000-PRINT-ROUTE-LEG - EVERY ROUTE LEG THAT RAN THIS WEEK  *
054000*    IS PRINTED AND WRITTEN TO THE LATE-COUNT FILE.  ONE LATE   *
054100*    ON MORE DAYS THAN THE LIMIT IS A LATE ROUTE.               *
054200*--------------------------------------------------------------*
054300 3000-PRINT-ROUTE-LEG.
054400     IF WS-RL-RUN-DAYS (WS-RLSUB) = 0
054500         GO TO 3000-EXIT
054600     END-IF
054700     MOVE SPACE TO WS-RD-STATUS
054800     IF WS-RL-LATE-DAYS (WS-RLSUB) > WS-LATE-DAY-LIMIT
054900         SET WS-RL-LATE-ROUTE (WS-RLSUB) TO TRUE
055000         ADD 1 TO WS-LATE-ROUTE-COUNT
055100         MOVE "LATE ROUTE" TO WS-RD-STATUS
055200     END-IF
055300     MOVE WS-RL-RUN-DAYS (WS-RLSUB) TO WS-PCT-RUNS
055400     MOVE WS-RL-LATE-DAYS (WS-RLSUB) TO WS-PCT-LATE
055500     PERFORM 3500-ON-TIME-PCT THRU 3500-EXIT
055600     MOVE WS-RL-ROUTE-ID (WS-RLSUB) TO WS-RD-ROUTE-ID
055700     IF WS-RL-RUN-LEG (WS-RLSUB) = "P"
055800         MOVE "PM" TO WS-RD-LEG
055900     ELSE
056000         MOVE "AM" TO WS-RD-LEG
056100     END-IF
056200     MOVE WS-RL-RUN-DAYS (WS-RLSUB) TO WS-RD-RUNS
056300     MOVE WS-RL-LATE-DAYS (WS-RLSUB) TO WS-RD-LATE
056400     MOVE WS-ON-TIME-PCT TO WS-RD-PCT
056500     IF WS-RL-DRIVER-SUB (WS-RLSUB) > 0
056600         MOVE WS-DR-DRIVER-NAME (WS-RL-DRIVER-SUB (WS-RLSUB))
056700             TO WS-RD-DRIVER-NAME
056800     ELSE
056900         MOVE "NO DRIVER ASSIGNED" TO WS-RD-DRIVER-NAME
057000     END-IF
057100     WRITE ON-TIME-RPT-LINE FROM WS-ROUTE-LINE
057200     MOVE SPACE TO LATE-COUNT-RECORD
057300     MOVE WS-RL-ROUTE-ID (WS-RLSUB) TO LC-ROUTE-ID
057400     MOVE WS-RL-RUN-LEG (WS-RLSUB) TO LC-RUN-LEG
057500     MOVE WS-TS-DATE TO LC-WEEK-ENDING
057600     MOVE WS-RL-RUN-DAYS (WS-RLSUB) TO LC-RUN-DAYS
057700     MOVE WS-RL-LATE-DAYS (WS-RLSUB) TO LC-LATE-DAYS
057800     MOVE WS-RL-LATE-SW (WS-RLSUB) TO LC-LATE-FLAG
057900     WRITE LATE-COUNT-RECORD.
058000 3000-EXIT.
058100     EXIT.
058200*--------------------------------------------------------------*
058300*    3500-ON-TIME-PCT - RUNS NOT LATE OVER RUNS, ROUNDED.       *
058400*--------------------------------------------------------------*
058500 3500-ON-TIME-PCT.
058600     MOVE ZERO TO WS-ON-TIME-PCT
058700     IF WS-PCT-RUNS > 0
058800         COMPUTE WS-ON-TIME-PCT ROUNDED =
058900             ((WS-PCT-RUNS - WS-PCT-LATE) * 100) / WS-PCT-RUNS
059000     END-IF.
059100 3500-EXIT.
059200     EXIT.
059300*--------------------------------------------------------------*
059400*    4000-PRINT-DRIVER - EVERY DRIVER WHO RAN THIS WEEK.        *
059500*--------------------------------------------------------------*
059600 4000-PRINT-DRIVER.
059700     IF WS-DR-RUN-DAYS (WS-DRSUB) = 0
059800         GO TO 4000-EXIT
059900     END-IF
060000     MOVE WS-DR-RUN-DAYS (WS-DRSUB) TO WS-PCT-RUNS
060100     MOVE WS-DR-LATE-DAYS (WS-DRSUB) TO WS-PCT-LATE
060200     PERFORM 3500-ON-TIME-PCT THRU 3500-EXIT
060300     MOVE WS-DR-DRIVER-ID (WS-DRSUB) TO WS-DD-DRIVER-ID
060400     MOVE WS-DR-DRIVER-NAME (WS-DRSUB) TO WS-DD-DRIVER-NAME
060500     MOVE WS-DR-RUN-DAYS (WS-DRSUB) TO WS-DD-RUNS
060600     MOVE WS-DR-LATE-DAYS (WS-DRSUB) TO WS-DD-LATE
060700     MOVE WS-ON-TIME-PCT TO WS-DD-PCT
060800     WRITE ON-TIME-RPT-LINE FROM WS-DRIVER-LINE.
060900 4000-EXIT.
061000     EXIT.
061100*--------------------------------------------------------------*
061200*    5000-LIST-RIDER - A RIDER ON A LATE ROUTE LEG IS LISTED    *
061300*    AND A LATEBUS NOTICE IS QUEUED FOR THE FAMILY.             *
061400*--------------------------------------------------------------*
061500 5000-LIST-RIDER.
061600     MOVE RA-ROUTE-ID TO WS-LOOKUP-ROUTE
061700     IF RA-RUN-LEG = "P"
061800         MOVE "P" TO WS-LOOKUP-LEG
061900     ELSE
062000         MOVE "A" TO WS-LOOKUP-LEG
062100     END-IF
062200     PERFORM 2300-FIND-ROUTE-LEG THRU 2300-EXIT
062300     IF WS-RL-FOUND-SUB = 0
062400         GO TO 5000-NEXT
062500     END-IF
062600     IF NOT WS-RL-LATE-ROUTE (WS-RL-FOUND-SUB)
062700         GO TO 5000-NEXT
062800     END-IF
062900     MOVE RA-ROUTE-ID TO WS-RR-ROUTE-ID
063000     IF WS-LOOKUP-LEG = "P"
063100         MOVE "PM" TO WS-RR-LEG
063200     ELSE
063300         MOVE "AM" TO WS-RR-LEG
063400     END-IF
063500     MOVE RA-STUDENT-ID TO WS-RR-STUDENT-ID
063600     MOVE RA-STUDENT-NAME TO WS-RR-STUDENT-NAME
063700     WRITE ON-TIME-RPT-LINE FROM WS-RIDER-LINE
063800     MOVE SPACE TO LATE-NOTICE-RECORD
063900     MOVE RA-STUDENT-ID TO LN-STUDENT-ID
064000     SET LN-TYPE-LATE-BUS TO TRUE
064100     MOVE RA-ROUTE-ID TO WS-ND-ROUTE-ID
064200     MOVE WS-RR-LEG TO WS-ND-LEG
064300     MOVE WS-RL-LATE-DAYS (WS-RL-FOUND-SUB) TO WS-ND-LATE-DAYS
064400     MOVE WS-RL-RUN-DAYS (WS-RL-FOUND-SUB) TO WS-ND-RUN-DAYS
064500     MOVE WS-NOTICE-DETAIL TO LN-EVENT-DETAIL
064600     WRITE LATE-NOTICE-RECORD
064700     ADD 1 TO WS-NOTICE-COUNT.
064800 5000-NEXT.
064900     PERFORM 5100-READ-RIDER THRU 5100-EXIT.
065000 5000-EXIT.
065100     EXIT.
065200*--------------------------------------------------------------*
065300*    5100-READ-RIDER                                            *
065400*--------------------------------------------------------------*
065500 5100-READ-RIDER.
065600     READ ROUTE-RIDER-FILE
065700         AT END
065800             SET WS-RIDER-EOF TO TRUE
065900     END-READ.
066000 5100-EXIT.
066100     EXIT.
066200*--------------------------------------------------------------*
066300*    8000-FINALIZE                                              *
066400*--------------------------------------------------------------*
066500 8000-FINALIZE.
066600     MOVE WS-WEEK-COUNT TO WS-SM-ARRIVALS
066700     MOVE WS-LATE-COUNT TO WS-SM-LATE
066800     MOVE WS-UNMEASURED-COUNT TO WS-SM-UNMEASURED
066900     WRITE ON-TIME-RPT-LINE FROM WS-SUMMARY-LINE
067000     MOVE WS-LATE-ROUTE-COUNT TO WS-SM-LATE-ROUTES
067100     MOVE WS-NOTICE-COUNT TO WS-SM-NOTICES
067200     WRITE ON-TIME-RPT-LINE FROM WS-SUMMARY-LINE-2
067300     IF WS-AL-FILE-STATUS NOT = "35"
067400         CLOSE ARRIVAL-LOG-FILE
067500     END-IF
067600     CLOSE LATE-NOTICE-FILE
067700     CLOSE LATE-COUNT-FILE
067800     CLOSE ON-TIME-RPT
067900     IF WS-LATE-ROUTE-COUNT > 0 OR WS-UNMEASURED-COUNT > 0
068000         MOVE 4 TO RETURN-CODE
068100     END-IF
068200     IF WS-RL-DROP-COUNT > 0
068300         DISPLAY "ONTIMRPT: CAMPUS TIME TABLE FULL - DROPPED - "
068400             WS-RL-DROP-COUNT
068500         MOVE 8 TO RETURN-CODE
068600     END-IF
068700     IF WS-DR-DROP-COUNT > 0
068800         DISPLAY "ONTIMRPT: DRIVER TABLE FULL - DROPPED - "
068900             WS-DR-DROP-COUNT
069000         MOVE 8 TO RETURN-CODE
069100     END-IF.
069200 8000-EXIT.
069300     EXIT.
069400 END PROGRAM ONTIMRPT.
