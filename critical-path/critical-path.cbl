000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CRITPATH.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    BATCH-WINDOW CRITICAL-PATH AND ELAPSED-TIME TREND.  JOINS  *
000900*    THE RUN-CONTROL HISTORY RUNLOG WRITES WITH THE JOB         *
001000*    NETWORK THE SCHEDULER RELEASES FROM, AND FOR ONE NIGHT     *
001100*    PRINTS EVERY STEP'S START, END, ELAPSED TIME, AND WAIT     *
001200*    (START LESS THE LATEST PREDECESSOR END, OR LESS THE        *
001300*    STREAM START FOR A STEP WITH NO PREDECESSOR), THEN THE     *
001400*    NIGHT'S CRITICAL PATH - THE CHAIN BACK FROM THE LAST STEP  *
001500*    TO FINISH THROUGH EACH STEP'S LATEST-ENDING PREDECESSOR -  *
001600*    SO A LATE MORNING NAMES THE CHAIN THAT MADE IT LATE.       *
001700*    EACH STEP IS TRENDED OVER THE LAST 30 NIGHTS: THE AVERAGE  *
001800*    ELAPSED TIME, AND THE GROWTH FROM THE EARLIER 15 NIGHTS    *
001900*    TO THE LATER 15 IN BOTH ELAPSED TIME AND RECORDS READ.  A  *
002000*    STEP WHOSE RUNTIME GROWS FASTER THAN ITS INPUT BY MORE     *
002100*    THAN THE MARGIN IS FLAGGED GROW.                           *
002200*    A NIGHT RUNS FROM NOON TO NOON AND CARRIES THE DATE OF     *
002300*    ITS MORNING.  WHILE A STEP IS STILL RUNNING THE REST OF    *
002400*    THE NETWORK IS PROJECTED AT EACH STEP'S 30-NIGHT AVERAGE,  *
002500*    AND THE WINDOW END - ACTUAL OR PROJECTED - IS COMPARED     *
002600*    WITH THE STREAM-COMPLETION LIMIT ON THE EOD THRESHOLD      *
002700*    FILE (SOURCE CRITPATH, LABEL STREAM COMPLETE HHMM, HIGH    *
002800*    LIMIT AS A CLOCK TIME - 0600 WHEN THERE IS NO ROW).        *
002900*    PARM (OPTIONAL) - THE NIGHT YYYYMMDD, TONIGHT WHEN         *
003000*    OMITTED.                                                   *
003100*    RC 4 - THE WINDOW END IS PAST THE LIMIT, OR A TABLE        *
003200*    FILLED.                                                    *
003300*--------------------------------------------------------------*
003400*    MODIFICATION HISTORY                                      *
003500*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
003600*--------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT JOB-NETWORK-FILE ASSIGN TO JOBNET
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-RN-FILE-STATUS.
004500     SELECT EOD-THRESHOLD-FILE ASSIGN TO EODTHRSH
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-TH-FILE-STATUS.
004800     SELECT CRITICAL-PATH-RPT ASSIGN TO CPATHRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  JOB-NETWORK-FILE
005300     RECORDING MODE IS F.
005400     COPY jobnet.
005500 FD  RUN-HISTORY-FILE
005600     RECORDING MODE IS F.
005700     COPY runctl.
005800 FD  EOD-THRESHOLD-FILE
005900     RECORDING MODE IS F.
006000     COPY eodthrsh.
006100 FD  CRITICAL-PATH-RPT
006200     RECORDING MODE IS F.
006300 01  CRITICAL-PATH-LINE             PIC X(80).
006400 WORKING-STORAGE SECTION.
006500     COPY rptwrit.
006600 01  WS-RW-SUB                      PIC 9(01) COMP.
006700 01  WS-RN-FILE-STATUS              PIC X(02) VALUE SPACE.
006800 01  WS-TH-FILE-STATUS              PIC X(02) VALUE SPACE.
006900 01  WS-JN-EOF-SWITCH               PIC X(01) VALUE "N".
007000     88  WS-JN-EOF                      VALUE "Y".
007100 01  WS-RN-EOF-SWITCH               PIC X(01) VALUE "N".
007200     88  WS-RN-EOF                      VALUE "Y".
007300 01  WS-TH-EOF-SWITCH               PIC X(01) VALUE "N".
007400     88  WS-TH-EOF                      VALUE "Y".
007500 01  WS-TIMESTAMP.
007600     05  WS-TS-DATE                 PIC 9(08).
007700     05  WS-TS-HOUR                 PIC 9(02).
007800     05  WS-TS-MINUTE               PIC 9(02).
007900     05  WS-TS-SECOND               PIC 9(02).
008000     05  FILLER                     PIC X(07).
008100 01  WS-NIGHT-DATE                  PIC 9(08).
008200*    TIMES ARE HELD AS SECONDS FROM MIDNIGHT OF THE BASE DAY,
008300*    31 DAYS BEFORE THE NIGHT - FAR ENOUGH BACK TO TAKE THE
008400*    EVENING THE 30-NIGHT TREND WINDOW OPENS ON.
008500 01  WS-NIGHT-INT                   PIC 9(08) COMP.
008600 01  WS-BASE-INT                    PIC 9(08) COMP.
008700 01  WS-ROW-INT                     PIC 9(08) COMP.
008800 01  WS-ROW-NIGHT                   PIC 9(08) COMP.
008900 01  WS-EARLY-LAST-NIGHT            PIC 9(08) COMP.
009000 01  WS-WINDOW-FIRST-NIGHT          PIC 9(08) COMP.
009100 01  WS-TREND-NIGHTS                PIC 9(02) VALUE 30.
009200 01  WS-HALF-NIGHTS                 PIC 9(02) VALUE 15.
009300 01  WS-SECS-PER-DAY                PIC 9(05) COMP VALUE 86400.
009400 01  WS-SECS-TO-NOON                PIC 9(05) COMP VALUE 43200.
009500 01  WS-ROW-SECS                    PIC 9(09) COMP.
009600 01  WS-NOW-SECS                    PIC 9(09) COMP VALUE ZERO.
009700 01  WS-NOW-TONIGHT-SWITCH          PIC X(01) VALUE "N".
009800     88  WS-NOW-TONIGHT                 VALUE "Y".
009900 01  WS-ROW-STAMP.
010000     05  WS-RS-DATE                 PIC 9(08).
010100     05  WS-RS-HOUR                 PIC 9(02).
010200     05  WS-RS-MINUTE               PIC 9(02).
010300     05  WS-RS-SECOND               PIC 9(02).
010400     05  FILLER                     PIC X(07).
010500*    GROWTH FLAG - RUNTIME GROWTH MUST BEAT INPUT GROWTH BY THE
010600*    MARGIN (PERCENTAGE POINTS), EACH HALF NEEDS THE MINIMUM
010700*    NIGHTS, AND A STEP UNDER A MINUTE IS TOO SHORT TO JUDGE.
010800 01  WS-GROWTH-MARGIN               PIC 9(03) VALUE 10.
010900 01  WS-GROWTH-MIN-NIGHTS           PIC 9(02) VALUE 3.
011000 01  WS-GROWTH-MIN-SECS             PIC 9(03) VALUE 60.
011100*    STREAM-COMPLETION LIMIT AS A CLOCK TIME HHMM.
011200 01  WS-LIMIT-SOURCE                PIC X(10) VALUE "CRITPATH".
011300 01  WS-LIMIT-LABEL                 PIC X(24)
011400         VALUE "STREAM COMPLETE HHMM".
011500 01  WS-LIMIT-HHMM                  PIC 9(04) VALUE 0600.
011600 01  WS-LIMIT-HHMM-X REDEFINES WS-LIMIT-HHMM.
011700     05  WS-LIMIT-HOUR              PIC 9(02).
011800     05  WS-LIMIT-MINUTE            PIC 9(02).
011900 01  WS-LIMIT-SECS                  PIC 9(09) COMP.
012000 01  WS-STEP-COUNT                  PIC 9(03) COMP VALUE ZERO.
012100 01  WS-STEP-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
012200 01  WS-SSUB                        PIC 9(03) COMP.
012300 01  WS-ESUB                        PIC 9(03) COMP.
012400 01  WS-FSUB                        PIC 9(03) COMP.
012500 01  WS-PSUB                        PIC 9(01) COMP.
012600 01  WS-FOUND-SUB                   PIC 9(03) COMP.
012700 01  WS-LOOKUP-PROGRAM              PIC X(10).
012800 01  WS-STEP-TABLE.
012900     05  WS-SP-ENTRY OCCURS 100 TIMES.
013000         10  WS-SP-STEP-NAME        PIC X(10).
013100         10  WS-SP-PROGRAM-ID       PIC X(10).
013200         10  WS-SP-PRED-ID OCCURS 3 TIMES
013300                                    PIC X(10).
013400         10  WS-SP-PRED-SUB OCCURS 3 TIMES
013500                                    PIC 9(03) COMP.
013600         10  WS-SP-STATE            PIC X(01).
013700             88  WS-SP-NOT-RUN          VALUE "N".
013800             88  WS-SP-RUNNING          VALUE "R".
013900             88  WS-SP-ENDED            VALUE "E".
014000         10  WS-SP-PROJ-SWITCH      PIC X(01).
014100             88  WS-SP-PROJECTED        VALUE "Y".
014200         10  WS-SP-START-SECS       PIC 9(09) COMP.
014300         10  WS-SP-END-SECS         PIC 9(09) COMP.
014400         10  WS-SP-READ             PIC 9(07).
014500         10  WS-SP-RETURN-CODE      PIC 9(04).
014600         10  WS-SP-OPEN-SWITCH      PIC X(01).
014700         10  WS-SP-OPEN-SECS        PIC 9(09) COMP.
014800         10  WS-SP-READY-SECS       PIC 9(09) COMP.
014900         10  WS-SP-WAIT-SECS        PIC 9(09) COMP.
015000         10  WS-SP-BIND-SUB         PIC 9(03) COMP.
015100         10  WS-SP-PATH-SWITCH      PIC X(01).
015200             88  WS-SP-ON-PATH          VALUE "Y".
015300         10  WS-SP-GROW-SWITCH      PIC X(01).
015400             88  WS-SP-GROWING          VALUE "Y".
015500         10  WS-SP-EARLY-NIGHTS     PIC 9(03) COMP.
015600         10  WS-SP-EARLY-SECS       PIC 9(09) COMP.
015700         10  WS-SP-EARLY-READ       PIC 9(09) COMP.
015800         10  WS-SP-LATE-NIGHTS      PIC 9(03) COMP.
015900         10  WS-SP-LATE-SECS        PIC 9(09) COMP.
016000         10  WS-SP-LATE-READ        PIC 9(09) COMP.
016100         10  WS-SP-AVG-SECS         PIC 9(09) COMP.
016200         10  WS-SP-RUN-PCT          PIC S9(05).
016300         10  WS-SP-READ-PCT         PIC S9(05).
016400 01  WS-STREAM-START-SECS           PIC 9(09) COMP VALUE ZERO.
016500 01  WS-WINDOW-END-SECS             PIC 9(09) COMP VALUE ZERO.
016600 01  WS-END-STEP-SUB                PIC 9(03) COMP VALUE ZERO.
016700 01  WS-END-VALUE                   PIC 9(09) COMP.
016800 01  WS-START-VALUE                 PIC 9(09) COMP.
016900 01  WS-WORK-SECS                   PIC 9(09) COMP.
017000 01  WS-EARLY-AVG                   PIC 9(09) COMP.
017100 01  WS-LATE-AVG                    PIC 9(09) COMP.
017200 01  WS-WORK-PCT                    PIC S9(09) COMP.
017300 01  WS-IN-PROGRESS-SWITCH          PIC X(01) VALUE "N".
017400     88  WS-IN-PROGRESS                 VALUE "Y".
017500 01  WS-PROJECTED-SWITCH            PIC X(01) VALUE "N".
017600     88  WS-WINDOW-PROJECTED            VALUE "Y".
017700 01  WS-CHANGED-SWITCH              PIC X(01).
017800     88  WS-PROJECTION-CHANGED          VALUE "Y".
017900 01  WS-PASS-COUNT                  PIC 9(03) COMP.
018000 01  WS-PATH-COUNT                  PIC 9(03) COMP VALUE ZERO.
018100 01  WS-PATH-TABLE.
018200     05  WS-PATH-SUB OCCURS 100 TIMES
018300                                    PIC 9(03) COMP.
018400 01  WS-RUN-RC                      PIC 9(04) VALUE ZERO.
018500 01  WS-GROW-COUNT                  PIC 9(03) COMP VALUE ZERO.
018600 01  WS-LATE-MINUTES                PIC 9(05).
018700 01  WS-FMT-SECS                    PIC 9(09) COMP.
018800 01  WS-FMT-DAYS                    PIC 9(05) COMP.
018900 01  WS-FMT-DAY-SECS                PIC 9(05) COMP.
019000 01  WS-FMT-HOUR                    PIC 9(02).
019100 01  WS-FMT-MINUTE                  PIC 9(02).
019200 01  WS-FMT-REM                     PIC 9(05) COMP.
019300 01  WS-FMT-TIME.
019400     05  WS-FT-HOUR                 PIC 9(02).
019500     05  FILLER                     PIC X(01) VALUE ":".
019600     05  WS-FT-MINUTE               PIC 9(02).
019700 01  WS-REPORT-TITLE                PIC X(50)
019800         VALUE "BATCH WINDOW CRITICAL PATH AND STEP TREND".
019900 01  WS-COLUMN-HEADING.
020000     05  FILLER                     PIC X(40)
020100             VALUE "STEP       PROGRAM  START END   ELAP WAI".
020200     05  FILLER                     PIC X(40)
020300             VALUE "T AVG30 NT  RUN%  REC%    READ FLAGS    ".
020400 01  WS-NIGHT-LINE.
020500     05  FILLER                     PIC X(12)
020600             VALUE "NIGHT OF -  ".
020700     05  WS-NL-NIGHT-DATE           PIC 9(08).
020800     05  FILLER                     PIC X(18)
020900             VALUE "  STREAM START -  ".
021000     05  WS-NL-START                PIC X(05).
021100     05  FILLER                     PIC X(37) VALUE SPACE.
021200 01  WS-NO-RUN-LINE                 PIC X(80)
021300         VALUE "NO NETWORK STEP STARTED THIS NIGHT".
021400 01  WS-DETAIL-LINE.
021500     05  WS-DL-STEP-NAME            PIC X(10).
021600     05  FILLER                     PIC X(01) VALUE SPACE.
021700     05  WS-DL-PROGRAM-ID           PIC X(08).
021800     05  FILLER                     PIC X(01) VALUE SPACE.
021900     05  WS-DL-START                PIC X(05).
022000     05  FILLER                     PIC X(01) VALUE SPACE.
022100     05  WS-DL-END                  PIC X(05).
022200     05  FILLER                     PIC X(01) VALUE SPACE.
022300     05  WS-DL-ELAPSED              PIC ZZZ9.
022400     05  FILLER                     PIC X(01) VALUE SPACE.
022500     05  WS-DL-WAIT                 PIC ZZZ9.
022600     05  FILLER                     PIC X(01) VALUE SPACE.
022700     05  WS-DL-AVERAGE              PIC ZZZZ9.
022800     05  FILLER                     PIC X(01) VALUE SPACE.
022900     05  WS-DL-NIGHTS               PIC Z9.
023000     05  FILLER                     PIC X(01) VALUE SPACE.
023100     05  WS-DL-RUN-PCT              PIC ----9.
023200     05  FILLER                     PIC X(01) VALUE SPACE.
023300     05  WS-DL-READ-PCT             PIC ----9.
023400     05  FILLER                     PIC X(01) VALUE SPACE.
023500     05  WS-DL-READ                 PIC ZZZZZZ9.
023600     05  FILLER                     PIC X(01) VALUE SPACE.
023700     05  WS-DL-PATH-FLAG            PIC X(02).
023800     05  FILLER                     PIC X(01) VALUE SPACE.
023900     05  WS-DL-STATE-FLAG           PIC X(04).
024000     05  FILLER                     PIC X(02) VALUE SPACE.
024100 01  WS-PATH-HEADER                 PIC X(80)
024200         VALUE "CRITICAL PATH - FIRST STEP TO LAST".
024300 01  WS-PATH-LINE.
024400     05  FILLER                     PIC X(04) VALUE SPACE.
024500     05  WS-PL-STEP-NAME            PIC X(10).
024600     05  FILLER                     PIC X(01) VALUE SPACE.
024700     05  WS-PL-PROGRAM-ID           PIC X(10).
024800     05  FILLER                     PIC X(08)
024900             VALUE "  READY ".
025000     05  WS-PL-READY                PIC X(05).
025100     05  FILLER                     PIC X(08)
025200             VALUE "  START ".
025300     05  WS-PL-START                PIC X(05).
025400     05  FILLER                     PIC X(06)
025500             VALUE "  END ".
025600     05  WS-PL-END                  PIC X(05).
025700     05  FILLER                     PIC X(07)
025800             VALUE "  ELAP ".
025900     05  WS-PL-ELAPSED              PIC ZZZ9.
026000     05  FILLER                     PIC X(01) VALUE SPACE.
026100     05  WS-PL-PROJ                 PIC X(04).
026200     05  FILLER                     PIC X(02) VALUE SPACE.
026300 01  WS-WINDOW-LINE.
026400     05  FILLER                     PIC X(14)
026500             VALUE "WINDOW END -  ".
026600     05  WS-WL-END                  PIC X(05).
026700     05  FILLER                     PIC X(01) VALUE SPACE.
026800     05  WS-WL-KIND                 PIC X(09).
026900     05  FILLER                     PIC X(10)
027000             VALUE "  LIMIT - ".
027100     05  WS-WL-LIMIT                PIC X(05).
027200     05  FILLER                     PIC X(02) VALUE SPACE.
027300     05  WS-WL-VERDICT              PIC X(12).
027400     05  WS-WL-LATE                 PIC ZZZZ9 BLANK WHEN ZERO.
027500     05  WS-WL-LATE-UNIT            PIC X(04).
027600     05  FILLER                     PIC X(13) VALUE SPACE.
027700 01  WS-SUMMARY-LINE.
027800     05  WS-SL-LABEL                PIC X(44).
027900     05  WS-SL-COUNT                PIC ZZ9.
028000     05  FILLER                     PIC X(33) VALUE SPACE.
028100 LINKAGE SECTION.
028200 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
028300 01  LS-PARM-DATA                   PIC X(10).
028400 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
028500*--------------------------------------------------------------*
028600*    0000-MAINLINE                                              *
028700*--------------------------------------------------------------*
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029000     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
029100     PERFORM 3000-STREAM-START THRU 3000-EXIT
029200         VARYING WS-SSUB FROM 1 BY 1
029300         UNTIL WS-SSUB > WS-STEP-COUNT
029400     IF WS-STREAM-START-SECS = ZERO
029500         MOVE WS-NO-RUN-LINE TO RW-DETAIL-LINE
029600         PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
029700         PERFORM 8000-FINALIZE THRU 8000-EXIT
029800         GOBACK
029900     END-IF
030000     PERFORM 4000-TREND-STEP THRU 4000-EXIT
030100         VARYING WS-SSUB FROM 1 BY 1
030200         UNTIL WS-SSUB > WS-STEP-COUNT
030300     PERFORM 5000-PROJECT-WINDOW THRU 5000-EXIT
030400     PERFORM 6000-CRITICAL-PATH THRU 6000-EXIT
030500     PERFORM 7000-PRINT-NIGHT THRU 7000-EXIT
030600     PERFORM 8000-FINALIZE THRU 8000-EXIT
030700     GOBACK.
030800*--------------------------------------------------------------*
030900*    1000-INITIALIZE - THE NIGHT, THE LIMIT, AND THE NETWORK.   *
031000*--------------------------------------------------------------*
031100 1000-INITIALIZE.
031200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
031300     MOVE WS-TS-DATE TO WS-NIGHT-DATE
031400     IF WS-TS-HOUR >= 12
031500         COMPUTE WS-NIGHT-INT =
031600             FUNCTION INTEGER-OF-DATE (WS-TS-DATE) + 1
031700         COMPUTE WS-NIGHT-DATE =
031800             FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT)
031900     END-IF
032000     IF LS-PARM-LENGTH >= 8
032100             AND LS-PARM-DATA (1:8) IS NUMERIC
032200         MOVE LS-PARM-DATA (1:8) TO WS-NIGHT-DATE
032300     END-IF
032400     COMPUTE WS-NIGHT-INT =
032500         FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE)
032600     COMPUTE WS-BASE-INT = WS-NIGHT-INT - WS-TREND-NIGHTS - 1
032700     COMPUTE WS-WINDOW-FIRST-NIGHT =
032800         WS-NIGHT-INT - WS-TREND-NIGHTS + 1
032900     COMPUTE WS-EARLY-LAST-NIGHT =
033000         WS-NIGHT-INT - WS-HALF-NIGHTS
033100*    "NOW", WHEN THE RUN IS INSIDE THE NIGHT BEING ANALYZED,
033200*    IS THE EARLIEST A STEP STILL TO COME CAN START.
033300     MOVE WS-TIMESTAMP TO WS-ROW-STAMP
033400     PERFORM 2400-STAMP-TO-SECS THRU 2400-EXIT
033500     IF WS-ROW-INT >= WS-BASE-INT
033600             AND WS-ROW-NIGHT = WS-NIGHT-INT
033700         MOVE WS-ROW-SECS TO WS-NOW-SECS
033800         SET WS-NOW-TONIGHT TO TRUE
033900     END-IF
034000     PERFORM 1100-LOAD-LIMIT THRU 1100-EXIT
034100     OPEN INPUT JOB-NETWORK-FILE
034200     PERFORM 1200-LOAD-STEP THRU 1200-EXIT
034300         UNTIL WS-JN-EOF
034400     CLOSE JOB-NETWORK-FILE
034500     OPEN OUTPUT CRITICAL-PATH-RPT
034600     MOVE "I" TO RW-FUNCTION
034700     MOVE "CPATHRPT" TO RW-REPORT-ID
034800     MOVE WS-REPORT-TITLE TO RW-REPORT-TITLE
034900     MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
035000     MOVE ZERO TO RW-LINES-PER-PAGE
035100     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT.
035200 1000-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------*
035500*    1100-LOAD-LIMIT - THE STREAM-COMPLETION ROW ON THE EOD     *
035600*    THRESHOLD FILE.  THE LIMIT IS A MORNING CLOCK TIME; ONE    *
035700*    AT OR AFTER NOON MEANS THE EVENING BEFORE.                 *
035800*--------------------------------------------------------------*
035900 1100-LOAD-LIMIT.
036000     OPEN INPUT EOD-THRESHOLD-FILE
036100     IF WS-TH-FILE-STATUS = "35"
036200         SET WS-TH-EOF TO TRUE
036300     ELSE
036400         PERFORM 1110-READ-THRESHOLD THRU 1110-EXIT
036500             UNTIL WS-TH-EOF
036600         CLOSE EOD-THRESHOLD-FILE
036700     END-IF
036800     COMPUTE WS-LIMIT-SECS =
036900         (WS-NIGHT-INT - WS-BASE-INT) * WS-SECS-PER-DAY
037000         + WS-LIMIT-HOUR * 3600 + WS-LIMIT-MINUTE * 60
037100     IF WS-LIMIT-HOUR >= 12
037200         SUBTRACT WS-SECS-PER-DAY FROM WS-LIMIT-SECS
037300     END-IF.
037400 1100-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------*
037700*    1110-READ-THRESHOLD                                        *
037800*--------------------------------------------------------------*
037900 1110-READ-THRESHOLD.
038000     READ EOD-THRESHOLD-FILE
038100         AT END
038200             SET WS-TH-EOF TO TRUE
038300         NOT AT END
038400             IF TH-SOURCE-PROGRAM = WS-LIMIT-SOURCE
038500                     AND TH-METRIC-LABEL = WS-LIMIT-LABEL
038600                     AND TH-HIGH-LIMIT IS NUMERIC
038700                     AND TH-HIGH-LIMIT < 2400
038800                 MOVE TH-HIGH-LIMIT TO WS-LIMIT-HHMM
038900             END-IF
039000     END-READ.
039100 1110-EXIT.
039200     EXIT.
039300*--------------------------------------------------------------*
039400*    1200-LOAD-STEP - ONE ENTRY PER NETWORK ROW; PREDECESSORS   *
039500*    ARE RESOLVED TO ENTRIES ONCE THE WHOLE NETWORK IS IN.      *
039600*--------------------------------------------------------------*
039700 1200-LOAD-STEP.
039800     READ JOB-NETWORK-FILE
039900         AT END
040000             SET WS-JN-EOF TO TRUE
040100             PERFORM 1300-RESOLVE-PREDS THRU 1300-EXIT
040200                 VARYING WS-SSUB FROM 1 BY 1
040300                 UNTIL WS-SSUB > WS-STEP-COUNT
040400             GO TO 1200-EXIT
040500     END-READ
040600     IF WS-STEP-COUNT >= 100
040700         ADD 1 TO WS-STEP-DROP-COUNT
040800         GO TO 1200-EXIT
040900     END-IF
041000     ADD 1 TO WS-STEP-COUNT
041100     MOVE WS-STEP-COUNT TO WS-SSUB
041200     INITIALIZE WS-SP-ENTRY (WS-SSUB)
041300     MOVE JN-STEP-NAME TO WS-SP-STEP-NAME (WS-SSUB)
041400     MOVE JN-PROGRAM-ID TO WS-SP-PROGRAM-ID (WS-SSUB)
041500     MOVE "N" TO WS-SP-STATE (WS-SSUB)
041600     MOVE "N" TO WS-SP-PROJ-SWITCH (WS-SSUB)
041700     MOVE "N" TO WS-SP-OPEN-SWITCH (WS-SSUB)
041800     MOVE "N" TO WS-SP-PATH-SWITCH (WS-SSUB)
041900     MOVE "N" TO WS-SP-GROW-SWITCH (WS-SSUB)
042000     MOVE JN-PRED-ID (1) TO WS-SP-PRED-ID (WS-SSUB 1)
042100     MOVE JN-PRED-ID (2) TO WS-SP-PRED-ID (WS-SSUB 2)
042200     MOVE JN-PRED-ID (3) TO WS-SP-PRED-ID (WS-SSUB 3).
042300 1200-EXIT.
042400     EXIT.
042500*--------------------------------------------------------------*
042600*    1300-RESOLVE-PREDS - A PREDECESSOR NOT IN THE NETWORK IS   *
042700*    DROPPED; IT CANNOT GATE ANYTHING WE CAN MEASURE.           *
042800*--------------------------------------------------------------*
042900 1300-RESOLVE-PREDS.
043000     PERFORM 1310-RESOLVE-ONE THRU 1310-EXIT
043100         VARYING WS-PSUB FROM 1 BY 1
043200         UNTIL WS-PSUB > 3.
043300 1300-EXIT.
043400     EXIT.
043500 1310-RESOLVE-ONE.
043600     MOVE ZERO TO WS-SP-PRED-SUB (WS-SSUB WS-PSUB)
043700     IF WS-SP-PRED-ID (WS-SSUB WS-PSUB) = SPACE
043800         GO TO 1310-EXIT
043900     END-IF
044000     MOVE WS-SP-PRED-ID (WS-SSUB WS-PSUB) TO WS-LOOKUP-PROGRAM
044100     PERFORM 2900-FIND-STEP THRU 2900-EXIT
044200     MOVE WS-FOUND-SUB TO WS-SP-PRED-SUB (WS-SSUB WS-PSUB).
044300 1310-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------*
044600*    2000-SCAN-HISTORY - PAIRS EACH END ROW WITH ITS PROGRAM'S  *
044700*    OPEN START ROW.  THE NIGHT BEING ANALYZED SETS THE STEP'S  *
044800*    TIMES; EVERY NIGHT IN THE TREND WINDOW FEEDS THE HALVES.   *
044900*--------------------------------------------------------------*
045000 2000-SCAN-HISTORY.
045100     OPEN INPUT RUN-HISTORY-FILE
045200     IF WS-RN-FILE-STATUS = "35"
045300         GO TO 2000-EXIT
045400     END-IF
045500     PERFORM 2100-READ-RUN-ROW THRU 2100-EXIT
045600         UNTIL WS-RN-EOF
045700     CLOSE RUN-HISTORY-FILE.
045800 2000-EXIT.
045900     EXIT.
046000*--------------------------------------------------------------*
046100*    2100-READ-RUN-ROW                                          *
046200*--------------------------------------------------------------*
046300 2100-READ-RUN-ROW.
046400     READ RUN-HISTORY-FILE
046500         AT END
046600             SET WS-RN-EOF TO TRUE
046700             GO TO 2100-EXIT
046800     END-READ
046900     MOVE RN-TIMESTAMP TO WS-ROW-STAMP
047000     IF WS-RS-DATE NOT NUMERIC
047100             OR WS-RS-HOUR NOT NUMERIC
047200             OR WS-RS-MINUTE NOT NUMERIC
047300             OR WS-RS-SECOND NOT NUMERIC
047400         GO TO 2100-EXIT
047500     END-IF
047600     PERFORM 2400-STAMP-TO-SECS THRU 2400-EXIT
047700     IF WS-ROW-INT < WS-BASE-INT
047800             OR WS-ROW-NIGHT > WS-NIGHT-INT
047900         GO TO 2100-EXIT
048000     END-IF
048100     MOVE RN-PROGRAM-ID TO WS-LOOKUP-PROGRAM
048200     PERFORM 2900-FIND-STEP THRU 2900-EXIT
048300     IF WS-FOUND-SUB = 0
048400         GO TO 2100-EXIT
048500     END-IF
048600     IF RN-PHASE-START
048700         PERFORM 2200-START-ROW THRU 2200-EXIT
048800     ELSE
048900         PERFORM 2300-END-ROW THRU 2300-EXIT
049000     END-IF.
049100 2100-EXIT.
049200     EXIT.
049300*--------------------------------------------------------------*
049400*    2200-START-ROW - A RERUN'S START REPLACES THE FAILED RUN'S *
049500*    SO THE NIGHT SHOWS THE RUN THAT COUNTED.                   *
049600*--------------------------------------------------------------*
049700 2200-START-ROW.
049800     MOVE "Y" TO WS-SP-OPEN-SWITCH (WS-FOUND-SUB)
049900     MOVE WS-ROW-SECS TO WS-SP-OPEN-SECS (WS-FOUND-SUB)
050000     IF WS-ROW-NIGHT = WS-NIGHT-INT
050100         MOVE "R" TO WS-SP-STATE (WS-FOUND-SUB)
050200         MOVE WS-ROW-SECS TO WS-SP-START-SECS (WS-FOUND-SUB)
050300         MOVE ZERO TO WS-SP-END-SECS (WS-FOUND-SUB)
050400     END-IF.
050500 2200-EXIT.
050600     EXIT.
050700*--------------------------------------------------------------*
050800*    2300-END-ROW - AN END WITH NO OPEN START IS IGNORED.  THE  *
050900*    RUN BELONGS TO THE NIGHT IT STARTED IN.                    *
051000*--------------------------------------------------------------*
051100 2300-END-ROW.
051200     IF WS-SP-OPEN-SWITCH (WS-FOUND-SUB) NOT = "Y"
051300         GO TO 2300-EXIT
051400     END-IF
051500     MOVE "N" TO WS-SP-OPEN-SWITCH (WS-FOUND-SUB)
051600     COMPUTE WS-WORK-SECS =
051700         WS-ROW-SECS - WS-SP-OPEN-SECS (WS-FOUND-SUB)
051800     COMPUTE WS-ROW-NIGHT = WS-BASE-INT +
051900         (WS-SP-OPEN-SECS (WS-FOUND-SUB) + WS-SECS-TO-NOON)
052000         / WS-SECS-PER-DAY
052100     IF WS-ROW-NIGHT = WS-NIGHT-INT
052200         MOVE "E" TO WS-SP-STATE (WS-FOUND-SUB)
052300         MOVE WS-ROW-SECS TO WS-SP-END-SECS (WS-FOUND-SUB)
052400         MOVE RN-RECORDS-READ TO WS-SP-READ (WS-FOUND-SUB)
052500         MOVE RN-RETURN-CODE TO WS-SP-RETURN-CODE (WS-FOUND-SUB)
052600     END-IF
052700     IF WS-ROW-NIGHT < WS-WINDOW-FIRST-NIGHT
052800         GO TO 2300-EXIT
052900     END-IF
053000     IF WS-ROW-NIGHT <= WS-EARLY-LAST-NIGHT
053100         ADD 1 TO WS-SP-EARLY-NIGHTS (WS-FOUND-SUB)
053200         ADD WS-WORK-SECS TO WS-SP-EARLY-SECS (WS-FOUND-SUB)
053300         ADD RN-RECORDS-READ TO WS-SP-EARLY-READ (WS-FOUND-SUB)
053400     ELSE
053500         ADD 1 TO WS-SP-LATE-NIGHTS (WS-FOUND-SUB)
053600         ADD WS-WORK-SECS TO WS-SP-LATE-SECS (WS-FOUND-SUB)
053700         ADD RN-RECORDS-READ TO WS-SP-LATE-READ (WS-FOUND-SUB)
053800     END-IF.
053900 2300-EXIT.
054000     EXIT.
054100*--------------------------------------------------------------*
054200*    2400-STAMP-TO-SECS - WS-ROW-STAMP TO SECONDS FROM THE BASE *
054300*    DAY, AND THE NIGHT (NOON TO NOON) THE MOMENT FALLS IN.     *
054400*--------------------------------------------------------------*
054500 2400-STAMP-TO-SECS.
054600     COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE (WS-RS-DATE)
054700     IF WS-ROW-INT < WS-BASE-INT
054800         GO TO 2400-EXIT
054900     END-IF
055000     COMPUTE WS-ROW-SECS =
055100         (WS-ROW-INT - WS-BASE-INT) * WS-SECS-PER-DAY
055200         + WS-RS-HOUR * 3600 + WS-RS-MINUTE * 60 + WS-RS-SECOND
055300     COMPUTE WS-ROW-NIGHT = WS-BASE-INT +
055400         (WS-ROW-SECS + WS-SECS-TO-NOON) / WS-SECS-PER-DAY.
055500 2400-EXIT.
055600     EXIT.
055700*--------------------------------------------------------------*
055800*    2900-FIND-STEP - WS-FOUND-SUB POINTS AT THE NETWORK STEP   *
055900*    THAT RUNS WS-LOOKUP-PROGRAM, OR ZERO.                      *
056000*--------------------------------------------------------------*
056100 2900-FIND-STEP.
056200     MOVE ZERO TO WS-FOUND-SUB
056300     PERFORM 2910-MATCH-STEP THRU 2910-EXIT
056400         VARYING WS-FSUB FROM 1 BY 1
056500         UNTIL WS-FSUB > WS-STEP-COUNT
056600             OR WS-FOUND-SUB > 0.
056700 2900-EXIT.
056800     EXIT.
056900 2910-MATCH-STEP.
057000     IF WS-LOOKUP-PROGRAM = WS-SP-PROGRAM-ID (WS-FSUB)
057100         MOVE WS-FSUB TO WS-FOUND-SUB
057200     END-IF.
057300 2910-EXIT.
057400     EXIT.
057500*--------------------------------------------------------------*
057600*    3000-STREAM-START - THE NIGHT'S FIRST STEP START.  A STEP  *
057700*    STILL RUNNING MEANS THE STREAM IS STILL IN PROGRESS.       *
057800*--------------------------------------------------------------*
057900 3000-STREAM-START.
058000     IF WS-SP-NOT-RUN (WS-SSUB)
058100         GO TO 3000-EXIT
058200     END-IF
058300     IF WS-STREAM-START-SECS = ZERO
058400             OR WS-SP-START-SECS (WS-SSUB) < WS-STREAM-START-SECS
058500         MOVE WS-SP-START-SECS (WS-SSUB) TO WS-STREAM-START-SECS
058600     END-IF
058700     IF WS-SP-RUNNING (WS-SSUB)
058800         SET WS-IN-PROGRESS TO TRUE
058900     END-IF.
059000 3000-EXIT.
059100     EXIT.
059200*--------------------------------------------------------------*
059300*    3200-COMPUTE-READY - WHEN WS-SSUB COULD START: THE LATEST  *
059400*    END AMONG ITS PREDECESSORS (WHICH BECOMES ITS BINDING      *
059500*    PREDECESSOR), OR THE STREAM START.                         *
059600*--------------------------------------------------------------*
059700 3200-COMPUTE-READY.
059800     MOVE WS-STREAM-START-SECS TO WS-SP-READY-SECS (WS-SSUB)
059900     MOVE ZERO TO WS-SP-BIND-SUB (WS-SSUB)
060000     PERFORM 3210-CHECK-PRED THRU 3210-EXIT
060100         VARYING WS-PSUB FROM 1 BY 1
060200         UNTIL WS-PSUB > 3.
060300 3200-EXIT.
060400     EXIT.
060500 3210-CHECK-PRED.
060600     MOVE WS-SP-PRED-SUB (WS-SSUB WS-PSUB) TO WS-ESUB
060700     IF WS-ESUB = 0
060800         GO TO 3210-EXIT
060900     END-IF
061000     PERFORM 3300-END-VALUE THRU 3300-EXIT
061100     IF WS-END-VALUE > WS-SP-READY-SECS (WS-SSUB)
061200         MOVE WS-END-VALUE TO WS-SP-READY-SECS (WS-SSUB)
061300         MOVE WS-ESUB TO WS-SP-BIND-SUB (WS-SSUB)
061400     END-IF.
061500 3210-EXIT.
061600     EXIT.
061700*--------------------------------------------------------------*
061800*    3300-END-VALUE - WS-ESUB'S ACTUAL END, ITS PROJECTED END,  *
061900*    OR ZERO WHEN IT HAS NEITHER.                               *
062000*--------------------------------------------------------------*
062100 3300-END-VALUE.
062200     MOVE ZERO TO WS-END-VALUE
062300     IF WS-SP-ENDED (WS-ESUB) OR WS-SP-PROJECTED (WS-ESUB)
062400         MOVE WS-SP-END-SECS (WS-ESUB) TO WS-END-VALUE
062500     END-IF.
062600 3300-EXIT.
062700     EXIT.
062800*--------------------------------------------------------------*
062900*    4000-TREND-STEP - 30-NIGHT AVERAGE, AND EARLY-HALF TO      *
063000*    LATE-HALF GROWTH IN RUNTIME AND IN RECORDS READ.           *
063100*--------------------------------------------------------------*
063200 4000-TREND-STEP.
063300     MOVE ZERO TO WS-SP-AVG-SECS (WS-SSUB)
063400     MOVE ZERO TO WS-SP-RUN-PCT (WS-SSUB)
063500     MOVE ZERO TO WS-SP-READ-PCT (WS-SSUB)
063600     IF WS-SP-EARLY-NIGHTS (WS-SSUB)
063700             + WS-SP-LATE-NIGHTS (WS-SSUB) > 0
063800         COMPUTE WS-SP-AVG-SECS (WS-SSUB) =
063900             (WS-SP-EARLY-SECS (WS-SSUB)
064000              + WS-SP-LATE-SECS (WS-SSUB))
064100             / (WS-SP-EARLY-NIGHTS (WS-SSUB)
064200              + WS-SP-LATE-NIGHTS (WS-SSUB))
064300     END-IF
064400     IF WS-SP-EARLY-NIGHTS (WS-SSUB) < WS-GROWTH-MIN-NIGHTS
064500             OR WS-SP-LATE-NIGHTS (WS-SSUB)
064600                 < WS-GROWTH-MIN-NIGHTS
064700         GO TO 4000-EXIT
064800     END-IF
064900     COMPUTE WS-EARLY-AVG = WS-SP-EARLY-SECS (WS-SSUB)
065000         / WS-SP-EARLY-NIGHTS (WS-SSUB)
065100     COMPUTE WS-LATE-AVG = WS-SP-LATE-SECS (WS-SSUB)
065200         / WS-SP-LATE-NIGHTS (WS-SSUB)
065300     IF WS-EARLY-AVG = 0
065400         MOVE 1 TO WS-EARLY-AVG
065500     END-IF
065600     COMPUTE WS-WORK-PCT =
065700         (WS-LATE-AVG - WS-EARLY-AVG) * 100 / WS-EARLY-AVG
065800     PERFORM 4100-CLAMP-PCT THRU 4100-EXIT
065900     MOVE WS-WORK-PCT TO WS-SP-RUN-PCT (WS-SSUB)
066000     COMPUTE WS-EARLY-AVG = WS-SP-EARLY-READ (WS-SSUB)
066100         / WS-SP-EARLY-NIGHTS (WS-SSUB)
066200     COMPUTE WS-LATE-AVG = WS-SP-LATE-READ (WS-SSUB)
066300         / WS-SP-LATE-NIGHTS (WS-SSUB)
066400*    A STEP THAT HAD NO INPUT BEFORE AND HAS SOME NOW HAS
066500*    GROWN WITHOUT LIMIT - IT IS NEVER FLAGGED FOR THAT.
066600     IF WS-EARLY-AVG = 0
066700         IF WS-LATE-AVG = 0
066800             MOVE ZERO TO WS-WORK-PCT
066900         ELSE
067000             MOVE 9999 TO WS-WORK-PCT
067100         END-IF
067200     ELSE
067300         COMPUTE WS-WORK-PCT =
067400             (WS-LATE-AVG - WS-EARLY-AVG) * 100 / WS-EARLY-AVG
067500         PERFORM 4100-CLAMP-PCT THRU 4100-EXIT
067600     END-IF
067700     MOVE WS-WORK-PCT TO WS-SP-READ-PCT (WS-SSUB)
067800     COMPUTE WS-LATE-AVG = WS-SP-LATE-SECS (WS-SSUB)
067900         / WS-SP-LATE-NIGHTS (WS-SSUB)
068000     IF WS-SP-RUN-PCT (WS-SSUB) >
068100             WS-SP-READ-PCT (WS-SSUB) + WS-GROWTH-MARGIN
068200             AND WS-SP-RUN-PCT (WS-SSUB) > 0
068300             AND WS-LATE-AVG >= WS-GROWTH-MIN-SECS
068400         MOVE "Y" TO WS-SP-GROW-SWITCH (WS-SSUB)
068500         ADD 1 TO WS-GROW-COUNT
068600     END-IF.
068700 4000-EXIT.
068800     EXIT.
068900 4100-CLAMP-PCT.
069000     IF WS-WORK-PCT > 9999
069100         MOVE 9999 TO WS-WORK-PCT
069200     END-IF
069300     IF WS-WORK-PCT < -9999
069400         MOVE -9999 TO WS-WORK-PCT
069500     END-IF.
069600 4100-EXIT.
069700     EXIT.
069800*--------------------------------------------------------------*
069900*    5000-PROJECT-WINDOW - WHILE A STEP IS STILL RUNNING, EVERY *
070000*    STEP NOT YET ENDED IS PROJECTED AT ITS 30-NIGHT AVERAGE    *
070100*    FROM WHEN ITS PREDECESSORS WILL BE DONE.  THE PASSES       *
070200*    REPEAT UNTIL NOTHING MOVES, SO THE NETWORK ROWS NEED NOT   *
070300*    BE IN DEPENDENCY ORDER.  ONCE NOTHING IS RUNNING A STEP    *
070400*    THAT NEVER STARTED DID NOT RUN TONIGHT.                    *
070500*--------------------------------------------------------------*
070600 5000-PROJECT-WINDOW.
070700     IF WS-IN-PROGRESS
070800         MOVE ZERO TO WS-PASS-COUNT
070900         SET WS-PROJECTION-CHANGED TO TRUE
071000         PERFORM 5100-PROJECT-PASS THRU 5100-EXIT
071100             UNTIL NOT WS-PROJECTION-CHANGED
071200                 OR WS-PASS-COUNT > WS-STEP-COUNT
071300     END-IF
071400     PERFORM 5200-WINDOW-END THRU 5200-EXIT
071500         VARYING WS-ESUB FROM 1 BY 1
071600         UNTIL WS-ESUB > WS-STEP-COUNT.
071700 5000-EXIT.
071800     EXIT.
071900 5100-PROJECT-PASS.
072000     ADD 1 TO WS-PASS-COUNT
072100     MOVE "N" TO WS-CHANGED-SWITCH
072200     PERFORM 5110-PROJECT-STEP THRU 5110-EXIT
072300         VARYING WS-SSUB FROM 1 BY 1
072400         UNTIL WS-SSUB > WS-STEP-COUNT.
072500 5100-EXIT.
072600     EXIT.
072700*--------------------------------------------------------------*
072800*    5110-PROJECT-STEP - A RUNNING STEP ENDS AT ITS START PLUS  *
072900*    ITS AVERAGE, BUT NO EARLIER THAN NOW; A STEP NOT STARTED   *
073000*    STARTS WHEN READY, BUT NO EARLIER THAN NOW.                *
073100*--------------------------------------------------------------*
073200 5110-PROJECT-STEP.
073300     IF WS-SP-ENDED (WS-SSUB)
073400         GO TO 5110-EXIT
073500     END-IF
073600     IF WS-SP-RUNNING (WS-SSUB)
073700         MOVE WS-SP-START-SECS (WS-SSUB) TO WS-START-VALUE
073800     ELSE
073900         PERFORM 3200-COMPUTE-READY THRU 3200-EXIT
074000         MOVE WS-SP-READY-SECS (WS-SSUB) TO WS-START-VALUE
074100         IF WS-NOW-TONIGHT
074200                 AND WS-NOW-SECS > WS-START-VALUE
074300             MOVE WS-NOW-SECS TO WS-START-VALUE
074400         END-IF
074500     END-IF
074600     COMPUTE WS-WORK-SECS =
074700         WS-START-VALUE + WS-SP-AVG-SECS (WS-SSUB)
074800     IF WS-NOW-TONIGHT
074900             AND WS-NOW-SECS > WS-WORK-SECS
075000         MOVE WS-NOW-SECS TO WS-WORK-SECS
075100     END-IF
075200     IF NOT WS-SP-PROJECTED (WS-SSUB)
075300             OR WS-WORK-SECS NOT = WS-SP-END-SECS (WS-SSUB)
075400         SET WS-PROJECTION-CHANGED TO TRUE
075500     END-IF
075600     MOVE "Y" TO WS-SP-PROJ-SWITCH (WS-SSUB)
075700     IF WS-SP-NOT-RUN (WS-SSUB)
075800         MOVE WS-START-VALUE TO WS-SP-START-SECS (WS-SSUB)
075900     END-IF
076000     MOVE WS-WORK-SECS TO WS-SP-END-SECS (WS-SSUB).
076100 5110-EXIT.
076200     EXIT.
076300*--------------------------------------------------------------*
076400*    5200-WINDOW-END - THE LATEST END, ACTUAL OR PROJECTED,     *
076500*    AND THE STEP THAT OWNS IT.                                 *
076600*--------------------------------------------------------------*
076700 5200-WINDOW-END.
076800     PERFORM 3300-END-VALUE THRU 3300-EXIT
076900     IF WS-END-VALUE > WS-WINDOW-END-SECS
077000         MOVE WS-END-VALUE TO WS-WINDOW-END-SECS
077100         MOVE WS-ESUB TO WS-END-STEP-SUB
077200         IF WS-SP-PROJECTED (WS-ESUB)
077300             SET WS-WINDOW-PROJECTED TO TRUE
077400         ELSE
077500             MOVE "N" TO WS-PROJECTED-SWITCH
077600         END-IF
077700     END-IF.
077800 5200-EXIT.
077900     EXIT.
078000*--------------------------------------------------------------*
078100*    6000-CRITICAL-PATH - SETTLES EVERY STEP'S READY TIME,      *
078200*    BINDING PREDECESSOR AND WAIT, THEN WALKS BACK FROM THE     *
078300*    LAST STEP TO FINISH THROUGH THE BINDING PREDECESSORS.      *
078400*--------------------------------------------------------------*
078500 6000-CRITICAL-PATH.
078600     PERFORM 6100-SETTLE-STEP THRU 6100-EXIT
078700         VARYING WS-SSUB FROM 1 BY 1
078800         UNTIL WS-SSUB > WS-STEP-COUNT
078900     MOVE WS-END-STEP-SUB TO WS-ESUB
079000     PERFORM 6200-WALK-BACK THRU 6200-EXIT
079100         UNTIL WS-ESUB = 0
079200             OR WS-PATH-COUNT >= WS-STEP-COUNT.
079300 6000-EXIT.
079400     EXIT.
079500 6100-SETTLE-STEP.
079600     MOVE ZERO TO WS-SP-WAIT-SECS (WS-SSUB)
079700     IF WS-SP-NOT-RUN (WS-SSUB)
079800             AND NOT WS-SP-PROJECTED (WS-SSUB)
079900         GO TO 6100-EXIT
080000     END-IF
080100     PERFORM 3200-COMPUTE-READY THRU 3200-EXIT
080200     IF WS-SP-START-SECS (WS-SSUB) > WS-SP-READY-SECS (WS-SSUB)
080300         COMPUTE WS-SP-WAIT-SECS (WS-SSUB) =
080400             WS-SP-START-SECS (WS-SSUB)
080500             - WS-SP-READY-SECS (WS-SSUB)
080600     END-IF.
080700 6100-EXIT.
080800     EXIT.
080900 6200-WALK-BACK.
081000     IF WS-SP-ON-PATH (WS-ESUB)
081100         MOVE ZERO TO WS-ESUB
081200         GO TO 6200-EXIT
081300     END-IF
081400     ADD 1 TO WS-PATH-COUNT
081500     MOVE WS-ESUB TO WS-PATH-SUB (WS-PATH-COUNT)
081600     MOVE "Y" TO WS-SP-PATH-SWITCH (WS-ESUB)
081700     MOVE WS-SP-BIND-SUB (WS-ESUB) TO WS-ESUB.
081800 6200-EXIT.
081900     EXIT.
082000*--------------------------------------------------------------*
082100*    7000-PRINT-NIGHT - THE STEP LIST IN NETWORK ORDER, THE     *
082200*    CRITICAL PATH FROM ITS FIRST STEP, AND THE WINDOW END      *
082300*    AGAINST THE LIMIT.                                         *
082400*--------------------------------------------------------------*
082500 7000-PRINT-NIGHT.
082600     MOVE WS-NIGHT-DATE TO WS-NL-NIGHT-DATE
082700     MOVE WS-STREAM-START-SECS TO WS-FMT-SECS
082800     PERFORM 9500-FORMAT-TIME THRU 9500-EXIT
082900     MOVE WS-FMT-TIME TO WS-NL-START
083000     MOVE WS-NIGHT-LINE TO RW-DETAIL-LINE
083100     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
083200     PERFORM 7100-PRINT-STEP THRU 7100-EXIT
083300         VARYING WS-SSUB FROM 1 BY 1
083400         UNTIL WS-SSUB > WS-STEP-COUNT
083500     MOVE SPACE TO RW-DETAIL-LINE
083600     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
083700     MOVE WS-PATH-HEADER TO RW-DETAIL-LINE
083800     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
083900     PERFORM 7200-PRINT-PATH-STEP THRU 7200-EXIT
084000         VARYING WS-FSUB FROM WS-PATH-COUNT BY -1
084100         UNTIL WS-FSUB < 1
084200     MOVE SPACE TO RW-DETAIL-LINE
084300     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
084400     PERFORM 7300-PRINT-WINDOW THRU 7300-EXIT.
084500 7000-EXIT.
084600     EXIT.
084700*--------------------------------------------------------------*
084800*    7100-PRINT-STEP - CP MARKS THE CRITICAL PATH; THE STATE    *
084900*    FLAG IS GROW, PROJ (TIMES PROJECTED), OR NRUN (DID NOT     *
085000*    RUN TONIGHT).                                              *
085100*--------------------------------------------------------------*
085200 7100-PRINT-STEP.
085300     MOVE SPACE TO WS-DETAIL-LINE
085400     MOVE WS-SP-STEP-NAME (WS-SSUB) TO WS-DL-STEP-NAME
085500     MOVE WS-SP-PROGRAM-ID (WS-SSUB) TO WS-DL-PROGRAM-ID
085600     MOVE ZERO TO WS-DL-ELAPSED
085700     MOVE ZERO TO WS-DL-WAIT
085800     MOVE ZERO TO WS-DL-READ
085900     IF WS-SP-ENDED (WS-SSUB) OR WS-SP-PROJECTED (WS-SSUB)
086000         MOVE WS-SP-START-SECS (WS-SSUB) TO WS-FMT-SECS
086100         PERFORM 9500-FORMAT-TIME THRU 9500-EXIT
086200         MOVE WS-FMT-TIME TO WS-DL-START
086300         MOVE WS-SP-END-SECS (WS-SSUB) TO WS-FMT-SECS
086400         PERFORM 9500-FORMAT-TIME THRU 9500-EXIT
086500         MOVE WS-FMT-TIME TO WS-DL-END
086600         COMPUTE WS-DL-ELAPSED ROUNDED =
086700             (WS-SP-END-SECS (WS-SSUB)
086800              - WS-SP-START-SECS (WS-SSUB)) / 60
086900         COMPUTE WS-DL-WAIT ROUNDED =
087000             WS-SP-WAIT-SECS (WS-SSUB) / 60
087100     END-IF
087200     IF WS-SP-RUNNING (WS-SSUB)
087300             AND NOT WS-SP-PROJECTED (WS-SSUB)
087400         MOVE WS-SP-START-SECS (WS-SSUB) TO WS-FMT-SECS
087500         PERFORM 9500-FORMAT-TIME THRU 9500-EXIT
087600         MOVE WS-FMT-TIME TO WS-DL-START
087700     END-IF
087800     IF WS-SP-ENDED (WS-SSUB)
087900         MOVE WS-SP-READ (WS-SSUB) TO WS-DL-READ
088000     END-IF
088100     COMPUTE WS-DL-AVERAGE ROUNDED =
088200         WS-SP-AVG-SECS (WS-SSUB) / 60
088300     COMPUTE WS-DL-NIGHTS = WS-SP-EARLY-NIGHTS (WS-SSUB)
088400         + WS-SP-LATE-NIGHTS (WS-SSUB)
088500     MOVE WS-SP-RUN-PCT (WS-SSUB) TO WS-DL-RUN-PCT
088600     MOVE WS-SP-READ-PCT (WS-SSUB) TO WS-DL-READ-PCT
088700     IF WS-SP-ON-PATH (WS-SSUB)
088800         MOVE "CP" TO WS-DL-PATH-FLAG
088900     END-IF
089000     EVALUATE TRUE
089100         WHEN WS-SP-GROWING (WS-SSUB)
089200             MOVE "GROW" TO WS-DL-STATE-FLAG
089300         WHEN WS-SP-PROJECTED (WS-SSUB)
089400             MOVE "PROJ" TO WS-DL-STATE-FLAG
089500         WHEN WS-SP-NOT-RUN (WS-SSUB)
089600             MOVE "NRUN" TO WS-DL-STATE-FLAG
089700     END-EVALUATE
089800     MOVE WS-DETAIL-LINE TO RW-DETAIL-LINE
089900     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
090000 7100-EXIT.
090100     EXIT.
090200*--------------------------------------------------------------*
090300*    7200-PRINT-PATH-STEP                                        *
090400*--------------------------------------------------------------*
090500 7200-PRINT-PATH-STEP.
090600     MOVE WS-PATH-SUB (WS-FSUB) TO WS-SSUB
090700     MOVE WS-SP-STEP-NAME (WS-SSUB) TO WS-PL-STEP-NAME
090800     MOVE WS-SP-PROGRAM-ID (WS-SSUB) TO WS-PL-PROGRAM-ID
090900     MOVE WS-SP-READY-SECS (WS-SSUB) TO WS-FMT-SECS
091000     PERFORM 9500-FORMAT-TIME THRU 9500-EXIT
091100     MOVE WS-FMT-TIME TO WS-PL-READY
091200     MOVE WS-SP-START-SECS (WS-SSUB) TO WS-FMT-SECS
091300     PERFORM 9500-FORMAT-TIME THRU 9500-EXIT
091400     MOVE WS-FMT-TIME TO WS-PL-START
091500     MOVE WS-SP-END-SECS (WS-SSUB) TO WS-FMT-SECS
091600     PERFORM 9500-FORMAT-TIME THRU 9500-EXIT
091700     MOVE WS-FMT-TIME TO WS-PL-END
091800     COMPUTE WS-PL-ELAPSED ROUNDED =
091900         (WS-SP-END-SECS (WS-SSUB)
092000          - WS-SP-START-SECS (WS-SSUB)) / 60
092100     MOVE SPACE TO WS-PL-PROJ
092200     IF WS-SP-PROJECTED (WS-SSUB)
092300         MOVE "PROJ" TO WS-PL-PROJ
092400     END-IF
092500     MOVE WS-PATH-LINE TO RW-DETAIL-LINE
092600     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
092700 7200-EXIT.
092800     EXIT.
092900*--------------------------------------------------------------*
093000*    7300-PRINT-WINDOW - RC 4 WHEN THE WINDOW ENDS, OR IS       *
093100*    PROJECTED TO END, PAST THE STREAM-COMPLETION LIMIT.        *
093200*--------------------------------------------------------------*
093300 7300-PRINT-WINDOW.
093400     MOVE SPACE TO WS-WL-VERDICT
093500     MOVE ZERO TO WS-WL-LATE
093600     MOVE SPACE TO WS-WL-LATE-UNIT
093700     MOVE WS-WINDOW-END-SECS TO WS-FMT-SECS
093800     PERFORM 9500-FORMAT-TIME THRU 9500-EXIT
093900     MOVE WS-FMT-TIME TO WS-WL-END
094000     IF WS-WINDOW-PROJECTED
094100         MOVE "PROJECTED" TO WS-WL-KIND
094200     ELSE
094300         MOVE "ACTUAL" TO WS-WL-KIND
094400     END-IF
094500     MOVE WS-LIMIT-HOUR TO WS-FT-HOUR
094600     MOVE WS-LIMIT-MINUTE TO WS-FT-MINUTE
094700     MOVE WS-FMT-TIME TO WS-WL-LIMIT
094800     IF WS-WINDOW-END-SECS > WS-LIMIT-SECS
094900         COMPUTE WS-LATE-MINUTES ROUNDED =
095000             (WS-WINDOW-END-SECS - WS-LIMIT-SECS) / 60
095100         MOVE "LATE BY" TO WS-WL-VERDICT
095200         MOVE WS-LATE-MINUTES TO WS-WL-LATE
095300         MOVE " MIN" TO WS-WL-LATE-UNIT
095400         MOVE 4 TO WS-RUN-RC
095500     ELSE
095600         MOVE "WITHIN LIMIT" TO WS-WL-VERDICT
095700     END-IF
095800     MOVE WS-WINDOW-LINE TO RW-DETAIL-LINE
095900     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
096000     MOVE "STEPS ON THE CRITICAL PATH" TO WS-SL-LABEL
096100     MOVE WS-PATH-COUNT TO WS-SL-COUNT
096200     PERFORM 8100-PUT-SUMMARY THRU 8100-EXIT
096300     MOVE "STEPS WITH RUNTIME GROWING FASTER THAN INPUT"
096400         TO WS-SL-LABEL
096500     MOVE WS-GROW-COUNT TO WS-SL-COUNT
096600     PERFORM 8100-PUT-SUMMARY THRU 8100-EXIT.
096700 7300-EXIT.
096800     EXIT.
096900*--------------------------------------------------------------*
097000*    8000-FINALIZE                                               *
097100*--------------------------------------------------------------*
097200 8000-FINALIZE.
097300     MOVE "F" TO RW-FUNCTION
097400     MOVE "CPATHRPT" TO RW-REPORT-ID
097500     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
097600     CLOSE CRITICAL-PATH-RPT
097700     IF WS-STEP-DROP-COUNT > 0
097800         DISPLAY "CRITPATH: STEP TABLE FULL - DROPPED - "
097900             WS-STEP-DROP-COUNT
098000         MOVE 4 TO WS-RUN-RC
098100     END-IF
098200     MOVE WS-RUN-RC TO RETURN-CODE.
098300 8000-EXIT.
098400     EXIT.
098500*--------------------------------------------------------------*
098600*    8100-PUT-SUMMARY                                            *
098700*--------------------------------------------------------------*
098800 8100-PUT-SUMMARY.
098900     MOVE WS-SUMMARY-LINE TO RW-DETAIL-LINE
099000     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
099100 8100-EXIT.
099200     EXIT.
099300*--------------------------------------------------------------*
099400*    9100-PUT-DETAIL                                             *
099500*--------------------------------------------------------------*
099600 9100-PUT-DETAIL.
099700     MOVE "D" TO RW-FUNCTION
099800     MOVE "CPATHRPT" TO RW-REPORT-ID
099900     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT.
100000 9100-EXIT.
100100     EXIT.
100200*--------------------------------------------------------------*
100300*    9500-FORMAT-TIME - WS-FMT-SECS AS A CLOCK TIME HH:MM.      *
100400*--------------------------------------------------------------*
100500 9500-FORMAT-TIME.
100600     DIVIDE WS-FMT-SECS BY WS-SECS-PER-DAY
100700         GIVING WS-FMT-DAYS REMAINDER WS-FMT-DAY-SECS
100800     DIVIDE WS-FMT-DAY-SECS BY 3600
100900         GIVING WS-FMT-HOUR REMAINDER WS-FMT-REM
101000     DIVIDE WS-FMT-REM BY 60
101100         GIVING WS-FMT-MINUTE
101200     MOVE WS-FMT-HOUR TO WS-FT-HOUR
101300     MOVE WS-FMT-MINUTE TO WS-FT-MINUTE.
101400 9500-EXIT.
101500     EXIT.
101600*--------------------------------------------------------------*
101700*    9000-PUT-REPORT-LINE - ONE CALL TO THE COMMON REPORT       *
101800*    WRITER, THEN WRITE WHATEVER LINES IT HANDS BACK.           *
101900*--------------------------------------------------------------*
102000 9000-PUT-REPORT-LINE.
102100     CALL "RPTWRITE" USING REPORT-WRITER-AREA
102200     PERFORM 9010-WRITE-OUT-LINE THRU 9010-EXIT
102300         VARYING WS-RW-SUB FROM 1 BY 1
102400         UNTIL WS-RW-SUB > RW-OUT-COUNT.
102500 9000-EXIT.
102600     EXIT.
102700*--------------------------------------------------------------*
102800*    9010-WRITE-OUT-LINE                                        *
102900*--------------------------------------------------------------*
103000 9010-WRITE-OUT-LINE.
103100     WRITE CRITICAL-PATH-LINE FROM RW-OUT-LINE (WS-RW-SUB).
103200 9010-EXIT.
103300     EXIT.
103400 END PROGRAM CRITPATH.
