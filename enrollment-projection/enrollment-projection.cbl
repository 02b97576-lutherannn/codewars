000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ENRPROJ.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    NEXT-YEAR ENROLLMENT PROJECTION BY CAMPUS AND GRADE.       *
000900*    THE GRADE-TO-GRADE SURVIVAL RATIO FOR A CAMPUS IS THE      *
001000*    SUM OVER THE CENSUS HISTORY YEARS OF NEXT YEAR'S HEADCOUNT *
001100*    IN THE HIGHER GRADE OVER THIS YEAR'S HEADCOUNT IN THE      *
001200*    LOWER ONE (ENRCENS, WRITTEN BY THE GRADE ROLLOVER).  THE   *
001300*    CURRENT TERM ROSTER, LESS THE REGISTRAR'S CONFIRMED        *
001400*    WITHDRAWALS, IS CARRIED UP ONE GRADE AT THAT RATIO; A      *
001500*    CAMPUS'S ENTRY GRADE (NOTHING ENROLLED BELOW IT) IS HELD   *
001600*    FLAT; GRADE 12 GRADUATES OUT; AND THE PRE-ENROLLMENT       *
001700*    LOTTERY ACCEPTANCES ARE ADDED ON TOP.  A GRADE WITH NO     *
001800*    HISTORY CARRIES AT 1.0000 IF THE CAMPUS TEACHES IT NOW     *
001900*    AND AT ZERO IF IT DOES NOT.                                *
002000*    FROM THE PROJECTED HEADCOUNT THE RUN DERIVES BUS RIDERS    *
002100*    (AT THE CAMPUS'S CURRENT MORNING RIDE RATE), CLASSROOM     *
002200*    SECTIONS (AT THE PROJCTL CLASS SIZE, ROUNDED UP) AND       *
002300*    WORKSHEET PACKETS (PROJCTL PAGES PER STUDENT), AND WRITES  *
002400*    TWO WHAT-IF FEEDS: A PROJECTED RIDERSHIP FILE (EVERY       *
002500*    REGULAR-SESSION ROUTE LEG SCALED BY ITS CAMPUS'S HEADCOUNT *
002600*    CHANGE) FOR CAPPLAN, AND A PROJECTED CLASSROOM ROSTER (ONE *
002700*    ROW PER SECTION) FOR SUPPLYORD IN WHATIF MODE.  BOTH CARRY *
002800*    THE USUAL CONTROL-TOTAL TRAILER.                           *
002900*    PARM (OPTIONAL) - NUMBER OF HISTORY YEARS, 01 TO 05.       *
003000*    RC 8 - TERM FILE TRAILER MISSING OR OUT OF BALANCE.        *
003100*    RC 4 - A TABLE FILLED; THE PROJECTION IS SHORT.            *
003200*--------------------------------------------------------------*
003300*    MODIFICATION HISTORY                                      *
003400*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
003500*--------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CENSUS-FILE ASSIGN TO ENRCENS
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CN-FILE-STATUS.
004200     SELECT TERM-ENROLLMENT-FILE ASSIGN TO TERMENR
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS SM-STUDENT-ID
004800         FILE STATUS IS WS-SM-FILE-STATUS.
004900     SELECT WITHDRAWAL-REQUEST-FILE ASSIGN TO WDLREQS
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-WDL-FILE-STATUS.
005200     SELECT LOTTERY-ACCEPT-FILE ASSIGN TO LOTACPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-LA-FILE-STATUS.
005500     SELECT PROJECTION-CONTROL-FILE ASSIGN TO PROJCTL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-PJ-FILE-STATUS.
005800     SELECT DAILY-ROUTE-RIDERSHIP-FILE ASSIGN TO RIDERSHP
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT PROJECTED-RIDERSHIP-FILE ASSIGN TO PROJRIDE
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT PROJECTED-ROSTER-FILE ASSIGN TO PROJROST
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT PROJECTION-RPT ASSIGN TO PROJRPT
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CENSUS-FILE
006900     RECORDING MODE IS F.
007000     COPY enrcens.
007100 FD  TERM-ENROLLMENT-FILE
007200     RECORDING MODE IS F.
007300     COPY termenr.
007400 FD  STUDENT-MASTER-FILE.
007500     COPY studmast.
007600 FD  WITHDRAWAL-REQUEST-FILE
007700     RECORDING MODE IS F.
007800     COPY wdlreq.
007900 FD  LOTTERY-ACCEPT-FILE
008000     RECORDING MODE IS F.
008100     COPY lotacpt.
008200 FD  PROJECTION-CONTROL-FILE
008300     RECORDING MODE IS F.
008400     COPY projctl.
008500 FD  DAILY-ROUTE-RIDERSHIP-FILE
008600     RECORDING MODE IS F.
008700     COPY ridershp.
008800 FD  PROJECTED-RIDERSHIP-FILE
008900     RECORDING MODE IS F.
009000 01  PROJECTED-RIDERSHIP-RECORD     PIC X(23).
009100 FD  PROJECTED-ROSTER-FILE
009200     RECORDING MODE IS F.
009300     COPY clasrost.
009400 FD  PROJECTION-RPT
009500     RECORDING MODE IS F.
009600 01  PROJECTION-LINE                PIC X(80).
009700 WORKING-STORAGE SECTION.
009800 01  WS-CN-FILE-STATUS              PIC X(02) VALUE SPACE.
009900 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
010000 01  WS-WDL-FILE-STATUS             PIC X(02) VALUE SPACE.
010100 01  WS-LA-FILE-STATUS              PIC X(02) VALUE SPACE.
010200 01  WS-PJ-FILE-STATUS              PIC X(02) VALUE SPACE.
010300 01  WS-CN-EOF-SWITCH               PIC X(01) VALUE "N".
010400     88  WS-CN-EOF                      VALUE "Y".
010500 01  WS-TE-EOF-SWITCH               PIC X(01) VALUE "N".
010600     88  WS-TE-EOF                      VALUE "Y".
010700 01  WS-WDL-EOF-SWITCH              PIC X(01) VALUE "N".
010800     88  WS-WDL-EOF                     VALUE "Y".
010900 01  WS-LA-EOF-SWITCH               PIC X(01) VALUE "N".
011000     88  WS-LA-EOF                      VALUE "Y".
011100 01  WS-PJ-EOF-SWITCH               PIC X(01) VALUE "N".
011200     88  WS-PJ-EOF                      VALUE "Y".
011300 01  WS-RR-EOF-SWITCH               PIC X(01) VALUE "N".
011400     88  WS-RR-EOF                      VALUE "Y".
011500 01  WS-HISTORY-YEARS               PIC 9(02) VALUE 5.
011600 01  WS-LATEST-YEAR                 PIC 9(04) VALUE ZERO.
011700 01  WS-FIRST-YEAR                  PIC 9(04) VALUE ZERO.
011800 01  WS-CENSUS-ROWS                 PIC 9(05) COMP VALUE ZERO.
011900*    PLANNING DEFAULTS FOR A GRADE WITH NO PROJCTL ROW.
012000 01  WS-DEFAULT-CLASS-SIZE          PIC 9(03) VALUE 25.
012100 01  WS-DEFAULT-PAGES               PIC 9(03) VALUE 20.
012200*    GRADE SUBSCRIPTS ARE GRADE LEVEL + 1 SO KINDERGARTEN
012300*    (GRADE 00) HAS A SLOT.
012400 01  WS-CONTROL-TABLE.
012500     05  WS-CT-ENTRY OCCURS 13 TIMES.
012600         10  WS-CT-CLASS-SIZE       PIC 9(03).
012700         10  WS-CT-PAGES            PIC 9(03).
012800 01  WS-CAMPUS-COUNT                PIC 9(02) COMP VALUE ZERO.
012900 01  WS-CAMPUS-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
013000 01  WS-CSUB                        PIC 9(02) COMP.
013100 01  WS-XSUB                        PIC 9(02) COMP.
013200 01  WS-OSUB                        PIC 9(02) COMP.
013300 01  WS-GSUB                        PIC 9(02) COMP.
013400 01  WS-PSUB                        PIC 9(02) COMP.
013500 01  WS-YSUB                        PIC 9(02) COMP.
013600 01  WS-NSUB                        PIC 9(02) COMP.
013700 01  WS-FIND-CAMPUS                 PIC X(03).
013800 01  WS-CAMPUS-FOUND-SW             PIC X(01).
013900     88  WS-CAMPUS-FOUND                VALUE "Y".
014000*    ONE ENTRY PER CAMPUS.  WS-CP-CENSUS IS INDEXED BY HISTORY
014100*    YEAR SLOT - SLOT 1 IS THE OLDEST YEAR IN THE WINDOW.
014200 01  WS-CAMPUS-TABLE.
014300     05  WS-CP-ENTRY OCCURS 50 TIMES.
014400         10  WS-CP-CAMPUS           PIC X(03).
014500         10  WS-CP-AM-RIDERS        PIC 9(05).
014600         10  WS-CP-ROSTER-TOTAL     PIC 9(05).
014700         10  WS-CP-PROJ-TOTAL       PIC 9(05).
014800         10  WS-CP-YEAR-SW OCCURS 6 TIMES
014900                                    PIC X(01).
015000         10  WS-CP-GRADE OCCURS 13 TIMES.
015100             15  WS-CP-CENSUS OCCURS 6 TIMES
015200                                    PIC 9(05).
015300             15  WS-CP-ROSTER       PIC 9(05).
015400             15  WS-CP-WITHDRAWN    PIC 9(05).
015500             15  WS-CP-ACCEPTED     PIC 9(05).
015600*    CAMPUS SUBSCRIPTS IN CAMPUS-CODE ORDER FOR THE REPORT.
015700 01  WS-ORDER-TABLE.
015800     05  WS-ORDER OCCURS 50 TIMES   PIC 9(02) COMP.
015900 01  WS-ORDER-HOLD                  PIC 9(02) COMP.
016000 01  WS-WD-COUNT                    PIC 9(04) COMP VALUE ZERO.
016100 01  WS-WD-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
016200 01  WS-WSUB                        PIC 9(04) COMP.
016300 01  WS-WD-TABLE.
016400     05  WS-WD-ID OCCURS 2000 TIMES PIC X(09).
016500 01  WS-WITHDRAWN-SW                PIC X(01).
016600     88  WS-WITHDRAWN                   VALUE "Y".
016700 01  WS-NO-MASTER-COUNT             PIC 9(05) COMP VALUE ZERO.
016800 01  WS-BAD-GRADE-COUNT             PIC 9(05) COMP VALUE ZERO.
016900 01  WS-ACCEPT-COUNT                PIC 9(05) COMP VALUE ZERO.
017000 01  WS-DEFAULT-RATIO-COUNT         PIC 9(05) COMP VALUE ZERO.
017100 01  WS-CAPPED-ROUTE-COUNT          PIC 9(05) COMP VALUE ZERO.
017200 01  WS-RATIO-NUM                   PIC 9(07).
017300 01  WS-RATIO-DEN                   PIC 9(07).
017400 01  WS-RATIO                       PIC 9V9999.
017500 01  WS-BASIS                       PIC X(05).
017600 01  WS-NET-BELOW                   PIC 9(05).
017700 01  WS-CARRIED                     PIC 9(05).
017800 01  WS-PROJECTED                   PIC 9(05).
017900 01  WS-RIDERS                      PIC 9(05).
018000 01  WS-SECTIONS                    PIC 9(04).
018100 01  WS-PACKETS                     PIC 9(07).
018200 01  WS-SEAT-BASE                   PIC 9(03).
018300 01  WS-SEAT-EXTRA                  PIC 9(03).
018400 01  WS-SECTION-NBR                 PIC 9(04).
018500 01  WS-NEW-ONBOARD                 PIC 9(05).
018600 01  WS-GRADE-NBR                   PIC 9(02).
018700 01  WS-ROOM-ID.
018800     05  FILLER                     PIC X(01) VALUE "P".
018900     05  WS-RI-SEQ                  PIC 9(05) VALUE ZERO.
019000 01  WS-TOTALS.
019100     05  WS-TT-ROSTER               PIC 9(06).
019200     05  WS-TT-WITHDRAWN            PIC 9(06).
019300     05  WS-TT-ACCEPTED             PIC 9(06).
019400     05  WS-TT-PROJECTED            PIC 9(06).
019500     05  WS-TT-RIDERS               PIC 9(06).
019600     05  WS-TT-SECTIONS             PIC 9(05).
019700     05  WS-TT-PACKETS              PIC 9(08).
019800 01  WS-DISTRICT-TOTALS.
019900     05  WS-DT-ROSTER               PIC 9(06) VALUE ZERO.
020000     05  WS-DT-WITHDRAWN            PIC 9(06) VALUE ZERO.
020100     05  WS-DT-ACCEPTED             PIC 9(06) VALUE ZERO.
020200     05  WS-DT-PROJECTED            PIC 9(06) VALUE ZERO.
020300     05  WS-DT-RIDERS               PIC 9(06) VALUE ZERO.
020400     05  WS-DT-SECTIONS             PIC 9(05) VALUE ZERO.
020500     05  WS-DT-PACKETS              PIC 9(08) VALUE ZERO.
020600 01  WS-TE-TRL-COUNT                PIC 9(07) VALUE ZERO.
020700 01  WS-TE-TRL-HASH                 PIC 9(10) VALUE ZERO.
020800 01  WS-TE-TRL-SEEN-SW              PIC X(01) VALUE "N".
020900     88  WS-TE-TRL-SEEN                 VALUE "Y".
021000 01  WS-TE-TRL-BAD-SW               PIC X(01) VALUE "N".
021100     88  WS-TE-TRL-BAD                  VALUE "Y".
021200 01  WS-RIDE-OUT-COUNT              PIC 9(07) VALUE ZERO.
021300 01  WS-RIDE-OUT-HASH               PIC 9(10) VALUE ZERO.
021400 01  WS-ROST-OUT-COUNT              PIC 9(07) VALUE ZERO.
021500 01  WS-ROST-OUT-HASH               PIC 9(10) VALUE ZERO.
021600     COPY trailrec.
021700 01  WS-REPORT-HEADING              PIC X(80)
021800         VALUE "ENROLLMENT PROJECTION BY CAMPUS AND GRADE".
021900 01  WS-HISTORY-LINE.
022000     05  FILLER                     PIC X(16)
022100             VALUE "CENSUS HISTORY ".
022200     05  WS-HL-FIRST-YEAR           PIC 9(04).
022300     05  FILLER                     PIC X(03) VALUE " - ".
022400     05  WS-HL-LATEST-YEAR          PIC 9(04).
022500     05  FILLER                     PIC X(13)
022600             VALUE "  CENSUS ROWS".
022700     05  WS-HL-ROWS                 PIC ZZ,ZZ9.
022800     05  FILLER                     PIC X(34) VALUE SPACE.
022900 01  WS-NO-HISTORY-LINE             PIC X(80)
023000         VALUE "NO CENSUS HISTORY - EVERY RATIO DEFAULTED".
023100 01  WS-COLUMN-HEADING.
023200     05  FILLER                     PIC X(38)
023300             VALUE "CMP GR   ENROL    WDL   RATIO   ACPT  ".
023400     05  FILLER                     PIC X(42)
023500             VALUE "  PROJ  RIDERS  SECT    PACKETS  BASIS".
023600 01  WS-DETAIL-LINE.
023700     05  WS-DL-CAMPUS               PIC X(03).
023800     05  FILLER                     PIC X(01) VALUE SPACE.
023900     05  WS-DL-GRADE                PIC 9(02).
024000     05  FILLER                     PIC X(02) VALUE SPACE.
024100     05  WS-DL-ROSTER               PIC ZZ,ZZ9.
024200     05  FILLER                     PIC X(02) VALUE SPACE.
024300     05  WS-DL-WITHDRAWN            PIC Z,ZZ9.
024400     05  FILLER                     PIC X(02) VALUE SPACE.
024500     05  WS-DL-RATIO                PIC 9.9999.
024600     05  FILLER                     PIC X(02) VALUE SPACE.
024700     05  WS-DL-ACCEPTED             PIC Z,ZZ9.
024800     05  FILLER                     PIC X(02) VALUE SPACE.
024900     05  WS-DL-PROJECTED            PIC ZZ,ZZ9.
025000     05  FILLER                     PIC X(02) VALUE SPACE.
025100     05  WS-DL-RIDERS               PIC ZZ,ZZ9.
025200     05  FILLER                     PIC X(02) VALUE SPACE.
025300     05  WS-DL-SECTIONS             PIC ZZZ9.
025400     05  FILLER                     PIC X(02) VALUE SPACE.
025500     05  WS-DL-PACKETS              PIC Z,ZZZ,ZZ9.
025600     05  FILLER                     PIC X(02) VALUE SPACE.
025700     05  WS-DL-BASIS                PIC X(05).
025800     05  FILLER                     PIC X(04) VALUE SPACE.
025900 01  WS-TOTAL-LINE.
026000     05  WS-TL-LABEL                PIC X(08).
026100     05  WS-TL-ROSTER               PIC ZZ,ZZ9.
026200     05  FILLER                     PIC X(02) VALUE SPACE.
026300     05  WS-TL-WITHDRAWN            PIC Z,ZZ9.
026400     05  FILLER                     PIC X(10) VALUE SPACE.
026500     05  WS-TL-ACCEPTED             PIC Z,ZZ9.
026600     05  FILLER                     PIC X(02) VALUE SPACE.
026700     05  WS-TL-PROJECTED            PIC ZZ,ZZ9.
026800     05  FILLER                     PIC X(02) VALUE SPACE.
026900     05  WS-TL-RIDERS               PIC ZZ,ZZ9.
027000     05  FILLER                     PIC X(02) VALUE SPACE.
027100     05  WS-TL-SECTIONS             PIC ZZZ9.
027200     05  FILLER                     PIC X(02) VALUE SPACE.
027300     05  WS-TL-PACKETS              PIC Z,ZZZ,ZZ9.
027400     05  FILLER                     PIC X(11) VALUE SPACE.
027500 01  WS-COUNT-LINE.
027600     05  WS-CL-LABEL                PIC X(40).
027700     05  WS-CL-COUNT                PIC ZZZ,ZZ9.
027800     05  FILLER                     PIC X(33) VALUE SPACE.
027900 LINKAGE SECTION.
028000 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
028100 01  LS-PARM-DATA                   PIC X(10).
028200 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
028300*--------------------------------------------------------------*
028400*    0000-MAINLINE                                              *
028500*--------------------------------------------------------------*
028600 0000-MAINLINE.
028700     IF LS-PARM-LENGTH >= 2
028800             AND LS-PARM-DATA (1:2) IS NUMERIC
028900             AND LS-PARM-DATA (1:2) >= "01"
029000             AND LS-PARM-DATA (1:2) <= "05"
029100         MOVE LS-PARM-DATA (1:2) TO WS-HISTORY-YEARS
029200     END-IF
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029400     PERFORM 2000-COUNT-STUDENT THRU 2000-EXIT
029500         UNTIL WS-TE-EOF
029600     PERFORM 3000-TALLY-RIDERS THRU 3000-EXIT
029700         UNTIL WS-RR-EOF
029800     CLOSE DAILY-ROUTE-RIDERSHIP-FILE
029900     PERFORM 3900-SORT-CAMPUSES THRU 3900-EXIT
030000     PERFORM 4000-PROJECT-CAMPUS THRU 4000-EXIT
030100         VARYING WS-OSUB FROM 1 BY 1
030200         UNTIL WS-OSUB > WS-CAMPUS-COUNT
030300     OPEN INPUT DAILY-ROUTE-RIDERSHIP-FILE
030400     MOVE "N" TO WS-RR-EOF-SWITCH
030500     PERFORM 5000-PROJECT-ROUTE THRU 5000-EXIT
030600         UNTIL WS-RR-EOF
030700     PERFORM 8000-FINALIZE THRU 8000-EXIT
030800     GOBACK.
030900*--------------------------------------------------------------*
031000*    1000-INITIALIZE                                             *
031100*--------------------------------------------------------------*
031200 1000-INITIALIZE.
031300     PERFORM 1050-SET-DEFAULTS THRU 1050-EXIT
031400         VARYING WS-GSUB FROM 1 BY 1
031500         UNTIL WS-GSUB > 13
031600     OPEN OUTPUT PROJECTION-RPT
031700     WRITE PROJECTION-LINE FROM WS-REPORT-HEADING
031800     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
031900     PERFORM 1200-LOAD-CENSUS THRU 1200-EXIT
032000     PERFORM 1300-LOAD-WITHDRAWALS THRU 1300-EXIT
032100     PERFORM 1400-LOAD-ACCEPTED THRU 1400-EXIT
032200     WRITE PROJECTION-LINE FROM WS-COLUMN-HEADING
032300     OPEN INPUT STUDENT-MASTER-FILE
032400     OPEN INPUT TERM-ENROLLMENT-FILE
032500     OPEN INPUT DAILY-ROUTE-RIDERSHIP-FILE
032600     OPEN OUTPUT PROJECTED-ROSTER-FILE
032700     OPEN OUTPUT PROJECTED-RIDERSHIP-FILE
032800     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
032900 1000-EXIT.
033000     EXIT.
033100*--------------------------------------------------------------*
033200*    1050-SET-DEFAULTS                                           *
033300*--------------------------------------------------------------*
033400 1050-SET-DEFAULTS.
033500     MOVE WS-DEFAULT-CLASS-SIZE TO WS-CT-CLASS-SIZE (WS-GSUB)
033600     MOVE WS-DEFAULT-PAGES TO WS-CT-PAGES (WS-GSUB).
033700 1050-EXIT.
033800     EXIT.
033900*--------------------------------------------------------------*
034000*    1100-LOAD-CONTROL - A MISSING CONTROL FILE LEAVES EVERY    *
034100*    GRADE ON THE DEFAULTS.                                     *
034200*--------------------------------------------------------------*
034300 1100-LOAD-CONTROL.
034400     OPEN INPUT PROJECTION-CONTROL-FILE
034500     IF WS-PJ-FILE-STATUS = "35"
034600         DISPLAY "ENRPROJ: PROJCTL MISSING - DEFAULTS USED"
034700         GO TO 1100-EXIT
034800     END-IF
034900     PERFORM 1110-READ-CONTROL THRU 1110-EXIT
035000         UNTIL WS-PJ-EOF
035100     CLOSE PROJECTION-CONTROL-FILE.
035200 1100-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------*
035500*    1110-READ-CONTROL                                           *
035600*--------------------------------------------------------------*
035700 1110-READ-CONTROL.
035800     READ PROJECTION-CONTROL-FILE
035900         AT END
036000             SET WS-PJ-EOF TO TRUE
036100             GO TO 1110-EXIT
036200     END-READ
036300     IF PJ-GRADE-LEVEL NOT NUMERIC
036400             OR PJ-GRADE-LEVEL > 12
036500         GO TO 1110-EXIT
036600     END-IF
036700     COMPUTE WS-GSUB = PJ-GRADE-LEVEL + 1
036800     IF PJ-CLASS-SIZE NUMERIC AND PJ-CLASS-SIZE > 0
036900         MOVE PJ-CLASS-SIZE TO WS-CT-CLASS-SIZE (WS-GSUB)
037000     END-IF
037100     IF PJ-PACKET-PAGES NUMERIC
037200         MOVE PJ-PACKET-PAGES TO WS-CT-PAGES (WS-GSUB)
037300     END-IF.
037400 1110-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------*
037700*    1200-LOAD-CENSUS - ONE PASS FINDS THE LATEST CENSUS YEAR,  *
037800*    A SECOND POSTS THE YEARS INSIDE THE HISTORY WINDOW.  A     *
037900*    YEAR THAT WAS CENSUSED TWICE (A ROLLOVER RERUN) KEEPS THE  *
038000*    LAST SET.                                                  *
038100*--------------------------------------------------------------*
038200 1200-LOAD-CENSUS.
038300     OPEN INPUT CENSUS-FILE
038400     IF WS-CN-FILE-STATUS = "35"
038500         WRITE PROJECTION-LINE FROM WS-NO-HISTORY-LINE
038600         GO TO 1200-EXIT
038700     END-IF
038800     PERFORM 1210-SCAN-CENSUS THRU 1210-EXIT
038900         UNTIL WS-CN-EOF
039000     CLOSE CENSUS-FILE
039100     IF WS-LATEST-YEAR = ZERO
039200         WRITE PROJECTION-LINE FROM WS-NO-HISTORY-LINE
039300         GO TO 1200-EXIT
039400     END-IF
039500     COMPUTE WS-FIRST-YEAR = WS-LATEST-YEAR - WS-HISTORY-YEARS
039600     MOVE "N" TO WS-CN-EOF-SWITCH
039700     OPEN INPUT CENSUS-FILE
039800     PERFORM 1220-POST-CENSUS THRU 1220-EXIT
039900         UNTIL WS-CN-EOF
040000     CLOSE CENSUS-FILE
040100     MOVE WS-FIRST-YEAR TO WS-HL-FIRST-YEAR
040200     MOVE WS-LATEST-YEAR TO WS-HL-LATEST-YEAR
040300     MOVE WS-CENSUS-ROWS TO WS-HL-ROWS
040400     WRITE PROJECTION-LINE FROM WS-HISTORY-LINE.
040500 1200-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800*    1210-SCAN-CENSUS                                            *
040900*--------------------------------------------------------------*
041000 1210-SCAN-CENSUS.
041100     READ CENSUS-FILE
041200         AT END
041300             SET WS-CN-EOF TO TRUE
041400         NOT AT END
041500             IF CN-SCHOOL-YEAR NUMERIC
041600                     AND CN-SCHOOL-YEAR > WS-LATEST-YEAR
041700                 MOVE CN-SCHOOL-YEAR TO WS-LATEST-YEAR
041800             END-IF
041900     END-READ.
042000 1210-EXIT.
042100     EXIT.
042200*--------------------------------------------------------------*
042300*    1220-POST-CENSUS                                            *
042400*--------------------------------------------------------------*
042500 1220-POST-CENSUS.
042600     READ CENSUS-FILE
042700         AT END
042800             SET WS-CN-EOF TO TRUE
042900             GO TO 1220-EXIT
043000     END-READ
043100     IF CN-SCHOOL-YEAR NOT NUMERIC
043200             OR CN-SCHOOL-YEAR < WS-FIRST-YEAR
043300             OR CN-GRADE-LEVEL NOT NUMERIC
043400             OR CN-GRADE-LEVEL > 12
043500             OR CN-HEADCOUNT NOT NUMERIC
043600         GO TO 1220-EXIT
043700     END-IF
043800     MOVE CN-CAMPUS-CODE TO WS-FIND-CAMPUS
043900     PERFORM 1900-FIND-CAMPUS THRU 1900-EXIT
044000     IF WS-CSUB = 0
044100         GO TO 1220-EXIT
044200     END-IF
044300     COMPUTE WS-YSUB = CN-SCHOOL-YEAR - WS-FIRST-YEAR + 1
044400     COMPUTE WS-GSUB = CN-GRADE-LEVEL + 1
044500     MOVE CN-HEADCOUNT TO WS-CP-CENSUS (WS-CSUB, WS-GSUB, WS-YSUB)
044600     MOVE "Y" TO WS-CP-YEAR-SW (WS-CSUB, WS-YSUB)
044700     ADD 1 TO WS-CENSUS-ROWS.
044800 1220-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------*
045100*    1300-LOAD-WITHDRAWALS - THE REGISTRAR'S CONFIRMED LEAVERS  *
045200*    COME OFF THE ROSTER BEFORE IT IS CARRIED FORWARD.          *
045300*--------------------------------------------------------------*
045400 1300-LOAD-WITHDRAWALS.
045500     OPEN INPUT WITHDRAWAL-REQUEST-FILE
045600     IF WS-WDL-FILE-STATUS = "35"
045700         GO TO 1300-EXIT
045800     END-IF
045900     PERFORM 1310-READ-WITHDRAWAL THRU 1310-EXIT
046000         UNTIL WS-WDL-EOF
046100     CLOSE WITHDRAWAL-REQUEST-FILE.
046200 1300-EXIT.
046300     EXIT.
046400*--------------------------------------------------------------*
046500*    1310-READ-WITHDRAWAL                                        *
046600*--------------------------------------------------------------*
046700 1310-READ-WITHDRAWAL.
046800     READ WITHDRAWAL-REQUEST-FILE
046900         AT END
047000             SET WS-WDL-EOF TO TRUE
047100         NOT AT END
047200             IF WS-WD-COUNT < 2000
047300                 ADD 1 TO WS-WD-COUNT
047400                 MOVE WD-STUDENT-ID TO WS-WD-ID (WS-WD-COUNT)
047500             ELSE
047600                 ADD 1 TO WS-WD-DROP-COUNT
047700             END-IF
047800     END-READ.
047900 1310-EXIT.
048000     EXIT.
048100*--------------------------------------------------------------*
048200*    1400-LOAD-ACCEPTED - LOTTERY WINNERS BY THE CAMPUS AND     *
048300*    GRADE THEY WON A SEAT IN.                                  *
048400*--------------------------------------------------------------*
048500 1400-LOAD-ACCEPTED.
048600     OPEN INPUT LOTTERY-ACCEPT-FILE
048700     IF WS-LA-FILE-STATUS = "35"
048800         GO TO 1400-EXIT
048900     END-IF
049000     PERFORM 1410-READ-ACCEPTED THRU 1410-EXIT
049100         UNTIL WS-LA-EOF
049200     CLOSE LOTTERY-ACCEPT-FILE.
049300 1400-EXIT.
049400     EXIT.
049500*--------------------------------------------------------------*
049600*    1410-READ-ACCEPTED                                          *
049700*--------------------------------------------------------------*
049800 1410-READ-ACCEPTED.
049900     READ LOTTERY-ACCEPT-FILE
050000         AT END
050100             SET WS-LA-EOF TO TRUE
050200             GO TO 1410-EXIT
050300     END-READ
050400     IF LA-GRADE-LEVEL NOT NUMERIC
050500             OR LA-GRADE-LEVEL > 12
050600         GO TO 1410-EXIT
050700     END-IF
050800     MOVE LA-CAMPUS-CODE TO WS-FIND-CAMPUS
050900     PERFORM 1900-FIND-CAMPUS THRU 1900-EXIT
051000     IF WS-CSUB = 0
051100         GO TO 1410-EXIT
051200     END-IF
051300     COMPUTE WS-GSUB = LA-GRADE-LEVEL + 1
051400     ADD 1 TO WS-CP-ACCEPTED (WS-CSUB, WS-GSUB)
051500     ADD 1 TO WS-ACCEPT-COUNT.
051600 1410-EXIT.
051700     EXIT.
051800*--------------------------------------------------------------*
051900*    1900-FIND-CAMPUS - WS-CSUB COMES BACK POINTING AT THE      *
052000*    CAMPUS IN WS-FIND-CAMPUS, ADDED ZEROED ON FIRST SIGHT, OR  *
052100*    ZERO WHEN THE TABLE IS FULL.                               *
052200*--------------------------------------------------------------*
052300 1900-FIND-CAMPUS.
052400     MOVE "N" TO WS-CAMPUS-FOUND-SW
052500     PERFORM 1910-MATCH-CAMPUS THRU 1910-EXIT
052600         VARYING WS-CSUB FROM 1 BY 1
052700         UNTIL WS-CSUB > WS-CAMPUS-COUNT
052800             OR WS-CAMPUS-FOUND
052900     IF WS-CAMPUS-FOUND
053000         SUBTRACT 1 FROM WS-CSUB
053100         GO TO 1900-EXIT
053200     END-IF
053300     IF WS-CAMPUS-COUNT >= 50
053400         ADD 1 TO WS-CAMPUS-DROP-COUNT
053500         MOVE ZERO TO WS-CSUB
053600         GO TO 1900-EXIT
053700     END-IF
053800     ADD 1 TO WS-CAMPUS-COUNT
053900     MOVE WS-CAMPUS-COUNT TO WS-CSUB
054000     INITIALIZE WS-CP-ENTRY (WS-CSUB)
054100     MOVE WS-FIND-CAMPUS TO WS-CP-CAMPUS (WS-CSUB)
054200     MOVE WS-CSUB TO WS-ORDER (WS-CSUB).
054300 1900-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------*
054600*    1910-MATCH-CAMPUS                                           *
054700*--------------------------------------------------------------*
054800 1910-MATCH-CAMPUS.
054900     IF WS-FIND-CAMPUS = WS-CP-CAMPUS (WS-CSUB)
055000         SET WS-CAMPUS-FOUND TO TRUE
055100     END-IF.
055200 1910-EXIT.
055300     EXIT.
055400*--------------------------------------------------------------*
055500*    2000-COUNT-STUDENT - A REGULAR-TERM STUDENT COUNTS UNDER   *
055600*    THE MASTER CAMPUS AT THE CURRENT GRADE, AND AGAIN AS A     *
055700*    WITHDRAWAL IF THE REGISTRAR HAS CONFIRMED THE LEAVE.       *
055800*--------------------------------------------------------------*
055900 2000-COUNT-STUDENT.
056000     IF TE-SESSION-SUMMER
056100         GO TO 2000-NEXT
056200     END-IF
056300     IF TE-GRADE-LEVEL NOT NUMERIC
056400             OR TE-GRADE-LEVEL > 12
056500         ADD 1 TO WS-BAD-GRADE-COUNT
056600         GO TO 2000-NEXT
056700     END-IF
056800     MOVE SPACE TO SM-STUDENT-ID
056900     MOVE TE-STUDENT-ID TO SM-STUDENT-ID
057000     READ STUDENT-MASTER-FILE
057100         INVALID KEY
057200             ADD 1 TO WS-NO-MASTER-COUNT
057300             GO TO 2000-NEXT
057400     END-READ
057500     MOVE SM-CAMPUS-CODE TO WS-FIND-CAMPUS
057600     PERFORM 1900-FIND-CAMPUS THRU 1900-EXIT
057700     IF WS-CSUB = 0
057800         GO TO 2000-NEXT
057900     END-IF
058000     COMPUTE WS-GSUB = TE-GRADE-LEVEL + 1
058100     ADD 1 TO WS-CP-ROSTER (WS-CSUB, WS-GSUB)
058200     ADD 1 TO WS-CP-ROSTER-TOTAL (WS-CSUB)
058300     PERFORM 2200-CHECK-WITHDRAWN THRU 2200-EXIT
058400     IF WS-WITHDRAWN
058500         ADD 1 TO WS-CP-WITHDRAWN (WS-CSUB, WS-GSUB)
058600     END-IF.
058700 2000-NEXT.
058800     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
058900 2000-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------*
059200*    2100-READ-ENROLLMENT - THE TERM FILE MUST END ON A         *
059300*    TRAILER THAT AGREES WITH WHAT WAS READ.                    *
059400*--------------------------------------------------------------*
059500 2100-READ-ENROLLMENT.
059600     READ TERM-ENROLLMENT-FILE
059700         AT END
059800             SET WS-TE-EOF TO TRUE
059900             IF NOT WS-TE-TRL-SEEN
060000                 DISPLAY "ENRPROJ: TERM FILE TRAILER MISSING"
060100                 SET WS-TE-TRL-BAD TO TRUE
060200             END-IF
060300             GO TO 2100-EXIT
060400     END-READ
060500     IF TERM-ENROLLMENT-RECORD (1:3) = "###"
060600         SET WS-TE-TRL-SEEN TO TRUE
060700         SET WS-TE-EOF TO TRUE
060800         MOVE TERM-ENROLLMENT-RECORD (1:20) TO TRAILER-RECORD
060900         IF TR-RECORD-COUNT NOT = WS-TE-TRL-COUNT
061000                 OR TR-HASH-TOTAL NOT = WS-TE-TRL-HASH
061100             DISPLAY "ENRPROJ: TERM FILE TRAILER MISMATCH"
061200             SET WS-TE-TRL-BAD TO TRUE
061300         END-IF
061400         GO TO 2100-EXIT
061500     END-IF
061600     ADD 1 TO WS-TE-TRL-COUNT
061700     IF TE-GRADE-LEVEL NUMERIC
061800         ADD TE-GRADE-LEVEL TO WS-TE-TRL-HASH
061900     END-IF.
062000 2100-EXIT.
062100     EXIT.
062200*--------------------------------------------------------------*
062300*    2200-CHECK-WITHDRAWN                                        *
062400*--------------------------------------------------------------*
062500 2200-CHECK-WITHDRAWN.
062600     MOVE "N" TO WS-WITHDRAWN-SW
062700     PERFORM 2210-MATCH-WITHDRAWN THRU 2210-EXIT
062800         VARYING WS-WSUB FROM 1 BY 1
062900         UNTIL WS-WSUB > WS-WD-COUNT
063000             OR WS-WITHDRAWN.
063100 2200-EXIT.
063200     EXIT.
063300*--------------------------------------------------------------*
063400*    2210-MATCH-WITHDRAWN                                        *
063500*--------------------------------------------------------------*
063600 2210-MATCH-WITHDRAWN.
063700     IF TE-STUDENT-ID = WS-WD-ID (WS-WSUB)
063800         SET WS-WITHDRAWN TO TRUE
063900     END-IF.
064000 2210-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------*
064300*    3000-TALLY-RIDERS - MORNING REGULAR-SESSION ONBOARD BY     *
064400*    CAMPUS GIVES EACH CAMPUS ITS CURRENT RIDE RATE.            *
064500*--------------------------------------------------------------*
064600 3000-TALLY-RIDERS.
064700     READ DAILY-ROUTE-RIDERSHIP-FILE
064800         AT END
064900             SET WS-RR-EOF TO TRUE
065000             GO TO 3000-EXIT
065100     END-READ
065200     IF DAILY-ROUTE-RIDERSHIP-RECORD (1:3) = "###"
065300             OR NOT RR-LEG-AM
065400             OR RR-SESSION-SUMMER
065500             OR RR-ONBOARD NOT NUMERIC
065600         GO TO 3000-EXIT
065700     END-IF
065800     MOVE RR-CAMPUS-CODE TO WS-FIND-CAMPUS
065900     PERFORM 1900-FIND-CAMPUS THRU 1900-EXIT
066000     IF WS-CSUB > 0
066100         ADD RR-ONBOARD TO WS-CP-AM-RIDERS (WS-CSUB)
066200     END-IF.
066300 3000-EXIT.
066400     EXIT.
066500*--------------------------------------------------------------*
066600*    3900-SORT-CAMPUSES - PUTS THE REPORT ORDER TABLE IN        *
066700*    CAMPUS-CODE ORDER.  THE CAMPUS TABLE ITSELF STAYS PUT.     *
066800*--------------------------------------------------------------*
066900 3900-SORT-CAMPUSES.
067000     PERFORM 3910-SORT-PASS THRU 3910-EXIT
067100         VARYING WS-OSUB FROM 1 BY 1
067200         UNTIL WS-OSUB >= WS-CAMPUS-COUNT.
067300 3900-EXIT.
067400     EXIT.
067500*--------------------------------------------------------------*
067600*    3910-SORT-PASS                                              *
067700*--------------------------------------------------------------*
067800 3910-SORT-PASS.
067900     PERFORM 3920-COMPARE-SWAP THRU 3920-EXIT
068000         VARYING WS-XSUB FROM 1 BY 1
068100         UNTIL WS-XSUB > WS-CAMPUS-COUNT - WS-OSUB.
068200 3910-EXIT.
068300     EXIT.
068400*--------------------------------------------------------------*
068500*    3920-COMPARE-SWAP                                           *
068600*--------------------------------------------------------------*
068700 3920-COMPARE-SWAP.
068800     COMPUTE WS-NSUB = WS-XSUB + 1
068900     MOVE WS-ORDER (WS-XSUB) TO WS-CSUB
069000     MOVE WS-ORDER (WS-NSUB) TO WS-PSUB
069100     IF WS-CP-CAMPUS (WS-CSUB) > WS-CP-CAMPUS (WS-PSUB)
069200         MOVE WS-ORDER (WS-XSUB) TO WS-ORDER-HOLD
069300         MOVE WS-ORDER (WS-NSUB) TO WS-ORDER (WS-XSUB)
069400         MOVE WS-ORDER-HOLD TO WS-ORDER (WS-NSUB)
069500     END-IF.
069600 3920-EXIT.
069700     EXIT.
069800*--------------------------------------------------------------*
069900*    4000-PROJECT-CAMPUS                                         *
070000*--------------------------------------------------------------*
070100 4000-PROJECT-CAMPUS.
070200     MOVE WS-ORDER (WS-OSUB) TO WS-CSUB
070300     INITIALIZE WS-TOTALS
070400     PERFORM 4100-PROJECT-GRADE THRU 4100-EXIT
070500         VARYING WS-GSUB FROM 1 BY 1
070600         UNTIL WS-GSUB > 13
070700     MOVE WS-TT-PROJECTED TO WS-CP-PROJ-TOTAL (WS-CSUB)
070800     MOVE SPACE TO WS-TOTAL-LINE
070900     MOVE WS-CP-CAMPUS (WS-CSUB) TO WS-TL-LABEL
071000     MOVE "ALL" TO WS-TL-LABEL (5:3)
071100     PERFORM 4400-PRINT-TOTAL THRU 4400-EXIT
071200     ADD WS-TT-ROSTER TO WS-DT-ROSTER
071300     ADD WS-TT-WITHDRAWN TO WS-DT-WITHDRAWN
071400     ADD WS-TT-ACCEPTED TO WS-DT-ACCEPTED
071500     ADD WS-TT-PROJECTED TO WS-DT-PROJECTED
071600     ADD WS-TT-RIDERS TO WS-DT-RIDERS
071700     ADD WS-TT-SECTIONS TO WS-DT-SECTIONS
071800     ADD WS-TT-PACKETS TO WS-DT-PACKETS.
071900 4000-EXIT.
072000     EXIT.
072100*--------------------------------------------------------------*
072200*    4100-PROJECT-GRADE - ENTRY GRADE HELD FLAT, ANY OTHER      *
072300*    GRADE CARRIED UP FROM THE GRADE BELOW AT ITS RATIO, THEN   *
072400*    THE LOTTERY ACCEPTANCES ADDED.                             *
072500*--------------------------------------------------------------*
072600 4100-PROJECT-GRADE.
072700     IF WS-GSUB > 1
072800         COMPUTE WS-PSUB = WS-GSUB - 1
072900     ELSE
073000         MOVE 1 TO WS-PSUB
073100     END-IF
073200     IF WS-GSUB = 1
073300             OR WS-CP-ROSTER (WS-CSUB, WS-PSUB) = 0
073400         MOVE 1 TO WS-RATIO
073500         MOVE "ENTRY" TO WS-BASIS
073600         COMPUTE WS-CARRIED = WS-CP-ROSTER (WS-CSUB, WS-GSUB)
073700             - WS-CP-WITHDRAWN (WS-CSUB, WS-GSUB)
073800     ELSE
073900         PERFORM 4110-COMPUTE-RATIO THRU 4110-EXIT
074000         COMPUTE WS-NET-BELOW = WS-CP-ROSTER (WS-CSUB, WS-PSUB)
074100             - WS-CP-WITHDRAWN (WS-CSUB, WS-PSUB)
074200         COMPUTE WS-CARRIED ROUNDED = WS-NET-BELOW * WS-RATIO
074300     END-IF
074400     COMPUTE WS-PROJECTED = WS-CARRIED
074500         + WS-CP-ACCEPTED (WS-CSUB, WS-GSUB)
074600     IF WS-PROJECTED = 0
074700             AND WS-CP-ROSTER (WS-CSUB, WS-GSUB) = 0
074800         GO TO 4100-EXIT
074900     END-IF
075000     MOVE ZERO TO WS-RIDERS
075100     IF WS-CP-ROSTER-TOTAL (WS-CSUB) > 0
075200         COMPUTE WS-RIDERS ROUNDED = WS-PROJECTED
075300             * WS-CP-AM-RIDERS (WS-CSUB)
075400             / WS-CP-ROSTER-TOTAL (WS-CSUB)
075500     END-IF
075600     COMPUTE WS-SECTIONS = (WS-PROJECTED
075700         + WS-CT-CLASS-SIZE (WS-GSUB) - 1)
075800         / WS-CT-CLASS-SIZE (WS-GSUB)
075900     COMPUTE WS-PACKETS = WS-PROJECTED * WS-CT-PAGES (WS-GSUB)
076000     PERFORM 4200-PRINT-GRADE THRU 4200-EXIT
076100     IF WS-SECTIONS > 0
076200         PERFORM 4300-WRITE-SECTIONS THRU 4300-EXIT
076300     END-IF
076400     ADD WS-CP-ROSTER (WS-CSUB, WS-GSUB) TO WS-TT-ROSTER
076500     ADD WS-CP-WITHDRAWN (WS-CSUB, WS-GSUB) TO WS-TT-WITHDRAWN
076600     ADD WS-CP-ACCEPTED (WS-CSUB, WS-GSUB) TO WS-TT-ACCEPTED
076700     ADD WS-PROJECTED TO WS-TT-PROJECTED
076800     ADD WS-RIDERS TO WS-TT-RIDERS
076900     ADD WS-SECTIONS TO WS-TT-SECTIONS
077000     ADD WS-PACKETS TO WS-TT-PACKETS.
077100 4100-EXIT.
077200     EXIT.
077300*--------------------------------------------------------------*
077400*    4110-COMPUTE-RATIO - A HISTORY YEAR COUNTS ONLY WHEN THE   *
077500*    LOWER GRADE HAD STUDENTS AND THE FOLLOWING YEAR WAS        *
077600*    CENSUSED FOR THE CAMPUS.                                   *
077700*--------------------------------------------------------------*
077800 4110-COMPUTE-RATIO.
077900     MOVE ZERO TO WS-RATIO-NUM
078000     MOVE ZERO TO WS-RATIO-DEN
078100     PERFORM 4120-ADD-RATIO-YEAR THRU 4120-EXIT
078200         VARYING WS-YSUB FROM 1 BY 1
078300         UNTIL WS-YSUB > WS-HISTORY-YEARS
078400     IF WS-RATIO-DEN > 0
078500         MOVE "HIST" TO WS-BASIS
078600         COMPUTE WS-RATIO ROUNDED = WS-RATIO-NUM / WS-RATIO-DEN
078700             ON SIZE ERROR
078800                 MOVE 9.9999 TO WS-RATIO
078900         END-COMPUTE
079000         GO TO 4110-EXIT
079100     END-IF
079200     ADD 1 TO WS-DEFAULT-RATIO-COUNT
079300     IF WS-CP-ROSTER (WS-CSUB, WS-GSUB) > 0
079400         MOVE 1 TO WS-RATIO
079500         MOVE "DEFLT" TO WS-BASIS
079600     ELSE
079700         MOVE ZERO TO WS-RATIO
079800         MOVE "NOGRD" TO WS-BASIS
079900     END-IF.
080000 4110-EXIT.
080100     EXIT.
080200*--------------------------------------------------------------*
080300*    4120-ADD-RATIO-YEAR                                         *
080400*--------------------------------------------------------------*
080500 4120-ADD-RATIO-YEAR.
080600     COMPUTE WS-NSUB = WS-YSUB + 1
080700     IF WS-CP-YEAR-SW (WS-CSUB, WS-NSUB) = "Y"
080800             AND WS-CP-CENSUS (WS-CSUB, WS-PSUB, WS-YSUB) > 0
080900         ADD WS-CP-CENSUS (WS-CSUB, WS-PSUB, WS-YSUB)
081000             TO WS-RATIO-DEN
081100         ADD WS-CP-CENSUS (WS-CSUB, WS-GSUB, WS-NSUB)
081200             TO WS-RATIO-NUM
081300     END-IF.
081400 4120-EXIT.
081500     EXIT.
081600*--------------------------------------------------------------*
081700*    4200-PRINT-GRADE                                            *
081800*--------------------------------------------------------------*
081900 4200-PRINT-GRADE.
082000     MOVE WS-CP-CAMPUS (WS-CSUB) TO WS-DL-CAMPUS
082100     COMPUTE WS-DL-GRADE = WS-GSUB - 1
082200     MOVE WS-CP-ROSTER (WS-CSUB, WS-GSUB) TO WS-DL-ROSTER
082300     MOVE WS-CP-WITHDRAWN (WS-CSUB, WS-GSUB) TO WS-DL-WITHDRAWN
082400     MOVE WS-RATIO TO WS-DL-RATIO
082500     MOVE WS-CP-ACCEPTED (WS-CSUB, WS-GSUB) TO WS-DL-ACCEPTED
082600     MOVE WS-PROJECTED TO WS-DL-PROJECTED
082700     MOVE WS-RIDERS TO WS-DL-RIDERS
082800     MOVE WS-SECTIONS TO WS-DL-SECTIONS
082900     MOVE WS-PACKETS TO WS-DL-PACKETS
083000     MOVE WS-BASIS TO WS-DL-BASIS
083100     WRITE PROJECTION-LINE FROM WS-DETAIL-LINE.
083200 4200-EXIT.
083300     EXIT.
083400*--------------------------------------------------------------*
083500*    4300-WRITE-SECTIONS - SPLITS THE PROJECTED HEADCOUNT AS    *
083600*    EVENLY AS IT GOES ACROSS THE SECTIONS, ONE PROJECTED       *
083700*    ROSTER ROW EACH, IN ASCENDING CLASSROOM-ID ORDER.          *
083800*--------------------------------------------------------------*
083900 4300-WRITE-SECTIONS.
084000     DIVIDE WS-PROJECTED BY WS-SECTIONS
084100         GIVING WS-SEAT-BASE REMAINDER WS-SEAT-EXTRA
084200     COMPUTE WS-GRADE-NBR = WS-GSUB - 1
084300     PERFORM 4310-WRITE-SECTION-ROW THRU 4310-EXIT
084400         VARYING WS-SECTION-NBR FROM 1 BY 1
084500         UNTIL WS-SECTION-NBR > WS-SECTIONS.
084600 4300-EXIT.
084700     EXIT.
084800*--------------------------------------------------------------*
084900*    4310-WRITE-SECTION-ROW                                      *
085000*--------------------------------------------------------------*
085100 4310-WRITE-SECTION-ROW.
085200     ADD 1 TO WS-RI-SEQ
085300     MOVE SPACE TO CLASSROOM-ROSTER-RECORD
085400     MOVE "PROJECTED" TO CR-TEACHER-NAME
085500     MOVE WS-GRADE-NBR TO CR-GRADE-LEVEL
085600     MOVE WS-ROOM-ID TO CR-CLASSROOM-ID
085700     MOVE WS-SEAT-BASE TO CR-STUDENT-COUNT
085800     IF WS-SECTION-NBR <= WS-SEAT-EXTRA
085900         ADD 1 TO CR-STUDENT-COUNT
086000     END-IF
086100     MOVE WS-CT-PAGES (WS-GSUB) TO CR-PACKET-PAGES
086200     MOVE WS-CP-CAMPUS (WS-CSUB) TO CR-CAMPUS-CODE
086300     WRITE CLASSROOM-ROSTER-RECORD
086400     ADD 1 TO WS-ROST-OUT-COUNT
086500     ADD CR-STUDENT-COUNT TO WS-ROST-OUT-HASH.
086600 4310-EXIT.
086700     EXIT.
086800*--------------------------------------------------------------*
086900*    4400-PRINT-TOTAL - WS-TOTALS INTO THE TOTAL LINE UNDER     *
087000*    WHATEVER LABEL THE CALLER SET.                             *
087100*--------------------------------------------------------------*
087200 4400-PRINT-TOTAL.
087300     MOVE WS-TT-ROSTER TO WS-TL-ROSTER
087400     MOVE WS-TT-WITHDRAWN TO WS-TL-WITHDRAWN
087500     MOVE WS-TT-ACCEPTED TO WS-TL-ACCEPTED
087600     MOVE WS-TT-PROJECTED TO WS-TL-PROJECTED
087700     MOVE WS-TT-RIDERS TO WS-TL-RIDERS
087800     MOVE WS-TT-SECTIONS TO WS-TL-SECTIONS
087900     MOVE WS-TT-PACKETS TO WS-TL-PACKETS
088000     WRITE PROJECTION-LINE FROM WS-TOTAL-LINE.
088100 4400-EXIT.
088200     EXIT.
088300*--------------------------------------------------------------*
088400*    5000-PROJECT-ROUTE - EVERY REGULAR-SESSION ROUTE LEG IS    *
088500*    SCALED BY ITS CAMPUS'S PROJECTED-OVER-CURRENT HEADCOUNT;   *
088600*    SUMMER LEGS AND CAMPUSES WITH NO CURRENT ROSTER PASS       *
088700*    THROUGH.  THE OLD TRAILER IS DROPPED FOR A FRESH ONE.      *
088800*--------------------------------------------------------------*
088900 5000-PROJECT-ROUTE.
089000     READ DAILY-ROUTE-RIDERSHIP-FILE
089100         AT END
089200             SET WS-RR-EOF TO TRUE
089300             GO TO 5000-EXIT
089400     END-READ
089500     IF DAILY-ROUTE-RIDERSHIP-RECORD (1:3) = "###"
089600         GO TO 5000-EXIT
089700     END-IF
089800     IF NOT RR-SESSION-SUMMER
089900             AND RR-ONBOARD NUMERIC
090000         MOVE RR-CAMPUS-CODE TO WS-FIND-CAMPUS
090100         PERFORM 1900-FIND-CAMPUS THRU 1900-EXIT
090200         IF WS-CSUB > 0
090300             IF WS-CP-ROSTER-TOTAL (WS-CSUB) > 0
090400                 PERFORM 5100-SCALE-ONBOARD THRU 5100-EXIT
090500             END-IF
090600         END-IF
090700     END-IF
090800     WRITE PROJECTED-RIDERSHIP-RECORD
090900         FROM DAILY-ROUTE-RIDERSHIP-RECORD
091000     ADD 1 TO WS-RIDE-OUT-COUNT
091100     IF RR-ONBOARD NUMERIC
091200         ADD RR-ONBOARD TO WS-RIDE-OUT-HASH
091300     END-IF.
091400 5000-EXIT.
091500     EXIT.
091600*--------------------------------------------------------------*
091700*    5100-SCALE-ONBOARD - A LEG PROJECTED PAST 999 IS HELD AT   *
091800*    999 AND COUNTED.                                           *
091900*--------------------------------------------------------------*
092000 5100-SCALE-ONBOARD.
092100     COMPUTE WS-NEW-ONBOARD ROUNDED = RR-ONBOARD
092200         * WS-CP-PROJ-TOTAL (WS-CSUB)
092300         / WS-CP-ROSTER-TOTAL (WS-CSUB)
092400     IF WS-NEW-ONBOARD > 999
092500         ADD 1 TO WS-CAPPED-ROUTE-COUNT
092600         MOVE 999 TO WS-NEW-ONBOARD
092700     END-IF
092800     MOVE WS-NEW-ONBOARD TO RR-ONBOARD.
092900 5100-EXIT.
093000     EXIT.
093100*--------------------------------------------------------------*
093200*    8000-FINALIZE                                               *
093300*--------------------------------------------------------------*
093400 8000-FINALIZE.
093500     MOVE WS-DT-ROSTER TO WS-TT-ROSTER
093600     MOVE WS-DT-WITHDRAWN TO WS-TT-WITHDRAWN
093700     MOVE WS-DT-ACCEPTED TO WS-TT-ACCEPTED
093800     MOVE WS-DT-PROJECTED TO WS-TT-PROJECTED
093900     MOVE WS-DT-RIDERS TO WS-TT-RIDERS
094000     MOVE WS-DT-SECTIONS TO WS-TT-SECTIONS
094100     MOVE WS-DT-PACKETS TO WS-TT-PACKETS
094200     MOVE SPACE TO WS-TOTAL-LINE
094300     MOVE "DISTRICT" TO WS-TL-LABEL
094400     PERFORM 4400-PRINT-TOTAL THRU 4400-EXIT
094500     MOVE "LOTTERY ACCEPTANCES ADDED" TO WS-CL-LABEL
094600     MOVE WS-ACCEPT-COUNT TO WS-CL-COUNT
094700     WRITE PROJECTION-LINE FROM WS-COUNT-LINE
094800     MOVE "GRADES WITH NO HISTORY (DEFLT/NOGRD)" TO WS-CL-LABEL
094900     MOVE WS-DEFAULT-RATIO-COUNT TO WS-CL-COUNT
095000     WRITE PROJECTION-LINE FROM WS-COUNT-LINE
095100     MOVE "NOT ON STUDENT MASTER - LEFT OUT" TO WS-CL-LABEL
095200     MOVE WS-NO-MASTER-COUNT TO WS-CL-COUNT
095300     WRITE PROJECTION-LINE FROM WS-COUNT-LINE
095400     MOVE "BAD GRADE LEVEL - LEFT OUT" TO WS-CL-LABEL
095500     MOVE WS-BAD-GRADE-COUNT TO WS-CL-COUNT
095600     WRITE PROJECTION-LINE FROM WS-COUNT-LINE
095700     MOVE "ROUTE LEGS HELD AT 999 ONBOARD" TO WS-CL-LABEL
095800     MOVE WS-CAPPED-ROUTE-COUNT TO WS-CL-COUNT
095900     WRITE PROJECTION-LINE FROM WS-COUNT-LINE
096000     PERFORM 8200-WRITE-TRAILERS THRU 8200-EXIT
096100     CLOSE TERM-ENROLLMENT-FILE
096200     CLOSE STUDENT-MASTER-FILE
096300     CLOSE DAILY-ROUTE-RIDERSHIP-FILE
096400     CLOSE PROJECTED-RIDERSHIP-FILE
096500     CLOSE PROJECTED-ROSTER-FILE
096600     CLOSE PROJECTION-RPT
096700     IF WS-CAMPUS-DROP-COUNT > 0
096800         DISPLAY "ENRPROJ: CAMPUS TABLE FULL - ROWS LEFT OUT - "
096900             WS-CAMPUS-DROP-COUNT
097000         MOVE 4 TO RETURN-CODE
097100     END-IF
097200     IF WS-WD-DROP-COUNT > 0
097300         DISPLAY "ENRPROJ: WITHDRAWAL TABLE FULL - "
097400             "WITHDRAWALS NOT SUBTRACTED - " WS-WD-DROP-COUNT
097500         MOVE 4 TO RETURN-CODE
097600     END-IF
097700     IF WS-TE-TRL-BAD
097800         MOVE 8 TO RETURN-CODE
097900     END-IF.
098000 8000-EXIT.
098100     EXIT.
098200*--------------------------------------------------------------*
098300*    8200-WRITE-TRAILERS - BOTH WHAT-IF FEEDS CARRY THE SAME    *
098400*    CONTROL-TOTAL TRAILER AS THE LIVE FILES THEY STAND IN FOR. *
098500*--------------------------------------------------------------*
098600 8200-WRITE-TRAILERS.
098700     MOVE "###" TO TR-TRAILER-TAG
098800     MOVE WS-RIDE-OUT-COUNT TO TR-RECORD-COUNT
098900     MOVE WS-RIDE-OUT-HASH TO TR-HASH-TOTAL
099000     MOVE SPACE TO PROJECTED-RIDERSHIP-RECORD
099100     MOVE TRAILER-RECORD TO PROJECTED-RIDERSHIP-RECORD (1:20)
099200     WRITE PROJECTED-RIDERSHIP-RECORD
099300     MOVE WS-ROST-OUT-COUNT TO TR-RECORD-COUNT
099400     MOVE WS-ROST-OUT-HASH TO TR-HASH-TOTAL
099500     MOVE SPACE TO CLASSROOM-ROSTER-RECORD
099600     MOVE TRAILER-RECORD TO CLASSROOM-ROSTER-RECORD (1:20)
099700     WRITE CLASSROOM-ROSTER-RECORD.
099800 8200-EXIT.
099900     EXIT.
100000 END PROGRAM ENRPROJ.
