000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EARLYWRN.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    WEEKLY STUDENT EARLY-WARNING REPORT.  SCORES EVERY         *
000900*    REGULAR-TERM STUDENT ON FIVE INDICATORS FOR THE SCHOOL     *
001000*    YEAR TO THE RUN DATE - ATTENDANCE RATE, TARDIES,           *
001100*    DISCIPLINE INCIDENTS, FAILED COURSE GRADES, AND BUS BUMPS  *
001200*    STILL ON THE BUMP HISTORY - AGAINST THE WATCH AND SEVERE   *
001300*    LEVELS ON THE EWCTL CARD, SO A STUDENT SLIPPING A LITTLE   *
001400*    ON SEVERAL FRONTS ADDS UP EVEN WHEN NO ONE REPORT CATCHES  *
001500*    THEM.  THE TOTAL SETS THE RISK TIER (HIGH, MODERATE,       *
001600*    LOW), AND THE SCORE IS COMPARED WITH THE LAST RUN'S FOR    *
001700*    THE TREND.  HIGH AND MODERATE STUDENTS PRINT AS A          *
001800*    CAMPUS CASELOAD LIST, HIGHEST SCORE FIRST, THROUGH THE     *
001900*    COMMON REPORT WRITER SO THE BURST RUN CAN SPLIT IT.        *
002000*    EVERY STUDENT'S SCORE ROW GOES TO EWSCORO, WHICH THE JCL   *
002100*    COPIES OVER EWSCORE FOR NEXT WEEK'S TREND AND THE PROFILE  *
002200*    SHEET'S HIGH-RISK FLAG.                                    *
002300*    THE ATTENDANCE RATE IS SCHOOL DAYS ON THE TERM CALENDAR    *
002400*    THROUGH THE RUN DATE LESS WHOLE-DAY ABSENCES (EXCUSED OR   *
002500*    NOT) AND SUSPENSION DAYS; A DAY WITH NO POSTED ROW IS      *
002600*    PRESENT, AS ON THE TRUANCY REPORT.  A FAILED COURSE IS A   *
002700*    POSTED F FOR ANY QUARTER OF THE SCHOOL YEAR.               *
002800*    PARM (OPTIONAL) - RUN DATE YYYYMMDD, TODAY WHEN OMITTED.   *
002900*    RC 4 - THE STUDENT TABLE FILLED; STUDENTS WERE NOT SCORED. *
003000*--------------------------------------------------------------*
003100*    MODIFICATION HISTORY                                      *
003200*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
003300*--------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CONTROL-FILE ASSIGN TO EWCTL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-EC-FILE-STATUS.
004000     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT TERM-ENROLLMENT-FILE ASSIGN TO TERMENR
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS SM-STUDENT-ID
004800         FILE STATUS IS WS-SM-FILE-STATUS.
004900     SELECT ATTENDANCE-FILE ASSIGN TO ATTENDF
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-AT-FILE-STATUS.
005200     SELECT INCIDENT-FILE ASSIGN TO INCIDENT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-IN-FILE-STATUS.
005500     SELECT COURSE-GRADE-FILE ASSIGN TO CRSGRADE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS CG-GRADE-KEY
005900         FILE STATUS IS WS-CG-FILE-STATUS.
006000     SELECT BUMP-HISTORY-FILE ASSIGN TO BUMPHIST
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-BH-FILE-STATUS.
006300     SELECT PRIOR-SCORE-FILE ASSIGN TO EWSCORE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-PS-FILE-STATUS.
006600     SELECT NEW-SCORE-FILE ASSIGN TO EWSCORO
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT EARLY-WARNING-RPT ASSIGN TO EWRPT
006900         ORGANIZATION IS SEQUENTIAL.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CONTROL-FILE
007300     RECORDING MODE IS F.
007400     COPY ewctl.
007500 FD  TERM-CALENDAR-FILE
007600     RECORDING MODE IS F.
007700     COPY calendar.
007800 FD  TERM-ENROLLMENT-FILE
007900     RECORDING MODE IS F.
008000     COPY termenr.
008100 FD  STUDENT-MASTER-FILE.
008200     COPY studmast.
008300 FD  ATTENDANCE-FILE
008400     RECORDING MODE IS F.
008500     COPY attend.
008600 FD  INCIDENT-FILE
008700     RECORDING MODE IS F.
008800     COPY incident.
008900 FD  COURSE-GRADE-FILE.
009000     COPY crsgrade.
009100 FD  BUMP-HISTORY-FILE
009200     RECORDING MODE IS F.
009300     COPY bumphist.
009400 FD  PRIOR-SCORE-FILE
009500     RECORDING MODE IS F.
009600     COPY ewscore.
009700 FD  NEW-SCORE-FILE
009800     RECORDING MODE IS F.
009900 01  NEW-SCORE-RECORD               PIC X(50).
010000 FD  EARLY-WARNING-RPT
010100     RECORDING MODE IS F.
010200 01  EARLY-WARNING-LINE             PIC X(80).
010300 WORKING-STORAGE SECTION.
010400 01  WS-EC-FILE-STATUS              PIC X(02) VALUE SPACE.
010500 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
010600 01  WS-AT-FILE-STATUS              PIC X(02) VALUE SPACE.
010700 01  WS-IN-FILE-STATUS              PIC X(02) VALUE SPACE.
010800 01  WS-CG-FILE-STATUS              PIC X(02) VALUE SPACE.
010900 01  WS-BH-FILE-STATUS              PIC X(02) VALUE SPACE.
011000 01  WS-PS-FILE-STATUS              PIC X(02) VALUE SPACE.
011100 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
011200     88  WS-CAL-EOF                     VALUE "Y".
011300 01  WS-TE-EOF-SWITCH               PIC X(01) VALUE "N".
011400     88  WS-TE-EOF                      VALUE "Y".
011500 01  WS-SIDE-EOF-SWITCH             PIC X(01) VALUE "N".
011600     88  WS-SIDE-EOF                    VALUE "Y".
011700 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
011800 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
011900     05  WS-RUN-YEAR                PIC 9(04).
012000     05  WS-RUN-MONTH               PIC 9(02).
012100     05  WS-RUN-DAY                 PIC 9(02).
012200 01  WS-TIMESTAMP.
012300     05  WS-TS-DATE                 PIC 9(08).
012400     05  FILLER                     PIC X(13).
012500*    THE DISTRICT RUNS A JULY-JUNE SCHOOL YEAR; THE GRADE FILE'S
012600*    SCHOOL YEAR IS THE CALENDAR YEAR THAT JULY FELL IN.
012700 01  WS-FY-START-MONTH              PIC 9(02) VALUE 07.
012800 01  WS-SCHOOL-YEAR                 PIC 9(04).
012900 01  WS-YEAR-START-DATE             PIC 9(08).
013000 01  WS-SCHOOL-DAYS                 PIC 9(03) COMP VALUE ZERO.
013100*    DEFAULT LEVELS FOR A MISSING CARD OR AN EMPTY FIELD.
013200 01  WS-LEVELS.
013300     05  WS-ATTEND-WATCH-PCT        PIC 9(03) VALUE 95.
013400     05  WS-ATTEND-SEVERE-PCT       PIC 9(03) VALUE 90.
013500     05  WS-TARDY-WATCH             PIC 9(03) VALUE 5.
013600     05  WS-TARDY-SEVERE            PIC 9(03) VALUE 10.
013700     05  WS-INCIDENT-WATCH          PIC 9(02) VALUE 1.
013800     05  WS-INCIDENT-SEVERE         PIC 9(02) VALUE 3.
013900     05  WS-FAILURE-WATCH           PIC 9(02) VALUE 1.
014000     05  WS-FAILURE-SEVERE          PIC 9(02) VALUE 2.
014100     05  WS-BUMP-WATCH              PIC 9(02) VALUE 2.
014200     05  WS-BUMP-SEVERE             PIC 9(02) VALUE 4.
014300     05  WS-HIGH-SCORE              PIC 9(02) VALUE 5.
014400     05  WS-MODERATE-SCORE          PIC 9(02) VALUE 2.
014500*    FIVE INDICATORS AT 2 POINTS EACH.
014600 01  WS-MAX-SCORE                   PIC 9(02) VALUE 10.
014700 01  WS-STUDENT-COUNT               PIC 9(04) COMP VALUE ZERO.
014800 01  WS-STUDENT-DROP-COUNT          PIC 9(05) COMP VALUE ZERO.
014900 01  WS-SSUB                        PIC 9(04) COMP.
015000 01  WS-PSUB                        PIC 9(04) COMP.
015100 01  WS-FOUND-SUB                   PIC 9(04) COMP.
015200 01  WS-LAST-SUB                    PIC 9(04) COMP VALUE ZERO.
015300 01  WS-LOOKUP-ID                   PIC X(09).
015400 01  WS-LAST-ID                     PIC X(09) VALUE SPACE.
015500 01  WS-STUDENT-TABLE.
015600     05  WS-ST-ENTRY OCCURS 2000 TIMES.
015700         10  WS-ST-STUDENT-ID       PIC X(09).
015800         10  WS-ST-NAME             PIC X(20).
015900         10  WS-ST-CAMPUS           PIC X(03).
016000         10  WS-ST-ABSENT-DAYS      PIC 9(03) COMP.
016100         10  WS-ST-TARDIES          PIC 9(03) COMP.
016200         10  WS-ST-INCIDENTS        PIC 9(02) COMP.
016300         10  WS-ST-FAILURES         PIC 9(02) COMP.
016400         10  WS-ST-BUMPS            PIC 9(02) COMP.
016500         10  WS-ST-ATTEND-PCT       PIC 9(03).
016600         10  WS-ST-SCORE            PIC 9(02).
016700         10  WS-ST-TIER             PIC X(01).
016800             88  WS-ST-ON-CASELOAD      VALUE "H" "M".
016900         10  WS-ST-PRIOR-SCORE      PIC 9(02).
017000         10  WS-ST-TREND            PIC X(01).
017100 01  WS-POINTS                      PIC 9(01).
017200 01  WS-PRESENT-DAYS                PIC 9(03).
017300 01  WS-NO-MASTER-COUNT             PIC 9(05) COMP VALUE ZERO.
017400 01  WS-TIER-COUNTS.
017500     05  WS-HIGH-COUNT              PIC 9(05) COMP VALUE ZERO.
017600     05  WS-MODERATE-COUNT          PIC 9(05) COMP VALUE ZERO.
017700     05  WS-LOW-COUNT               PIC 9(05) COMP VALUE ZERO.
017800     05  WS-WORSE-COUNT             PIC 9(05) COMP VALUE ZERO.
017900 01  WS-CAMPUS-COUNTS.
018000     05  WS-CC-HIGH                 PIC 9(05) COMP.
018100     05  WS-CC-MODERATE             PIC 9(05) COMP.
018200 01  WS-PRINT-SCORE                 PIC 9(02).
018300 01  WS-LAST-CAMPUS                 PIC X(03).
018400 01  WS-NEXT-CAMPUS                 PIC X(03).
018500 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "EARLYWRN".
018600 01  WS-EOD-HIGH-LABEL              PIC X(24)
018700         VALUE "EARLY WARNING HIGH RISK".
018800 01  WS-EOD-METRIC-VALUE            PIC 9(07).
018900 01  WS-EOD-CAMPUS-CODE             PIC X(03) VALUE SPACE.
019000 01  WS-RW-SUB                      PIC 9(01) COMP.
019100 01  WS-REPORT-TITLE                PIC X(50)
019200         VALUE "STUDENT EARLY-WARNING CASELOAD BY CAMPUS".
019300     COPY rptwrit.
019400 01  WS-RUN-LINE.
019500     05  FILLER                     PIC X(11)
019600             VALUE "RUN DATE - ".
019700     05  WS-RL-RUN-DATE             PIC 9(08).
019800     05  FILLER                     PIC X(17)
019900             VALUE "  SCHOOL DAYS - ".
020000     05  WS-RL-SCHOOL-DAYS          PIC ZZ9.
020100     05  FILLER                     PIC X(41) VALUE SPACE.
020200 01  WS-COLUMN-HEADING.
020300     05  FILLER                     PIC X(40)
020400             VALUE "STUDENT   NAME                 TIER SCR ".
020500     05  FILLER                     PIC X(40)
020600             VALUE "ATT% TRDY INC FAIL BUMP  TREND         ".
020700 01  WS-CAMPUS-HEADER.
020800     05  FILLER                     PIC X(07)
020900             VALUE "CAMPUS ".
021000     05  WS-CH-CAMPUS               PIC X(03).
021100     05  FILLER                     PIC X(70) VALUE SPACE.
021200 01  WS-DETAIL-LINE.
021300     05  WS-DL-STUDENT-ID           PIC X(09).
021400     05  FILLER                     PIC X(01) VALUE SPACE.
021500     05  WS-DL-NAME                 PIC X(20).
021600     05  FILLER                     PIC X(01) VALUE SPACE.
021700     05  WS-DL-TIER                 PIC X(04).
021800     05  FILLER                     PIC X(02) VALUE SPACE.
021900     05  WS-DL-SCORE                PIC Z9.
022000     05  FILLER                     PIC X(02) VALUE SPACE.
022100     05  WS-DL-ATTEND-PCT           PIC ZZ9.
022200     05  FILLER                     PIC X(02) VALUE SPACE.
022300     05  WS-DL-TARDIES              PIC ZZ9.
022400     05  FILLER                     PIC X(02) VALUE SPACE.
022500     05  WS-DL-INCIDENTS            PIC Z9.
022600     05  FILLER                     PIC X(03) VALUE SPACE.
022700     05  WS-DL-FAILURES             PIC Z9.
022800     05  FILLER                     PIC X(03) VALUE SPACE.
022900     05  WS-DL-BUMPS                PIC Z9.
023000     05  FILLER                     PIC X(02) VALUE SPACE.
023100     05  WS-DL-TREND                PIC X(04).
023200     05  FILLER                     PIC X(01) VALUE SPACE.
023300     05  WS-DL-TREND-FROM           PIC X(09).
023400     05  FILLER                     PIC X(01) VALUE SPACE.
023500 01  WS-TREND-FROM.
023600     05  FILLER                     PIC X(07) VALUE "(FROM ".
023700     05  WS-TF-PRIOR                PIC Z9.
023800 01  WS-CAMPUS-TOTAL-LINE.
023900     05  FILLER                     PIC X(07)
024000             VALUE "CAMPUS ".
024100     05  WS-CT-CAMPUS               PIC X(03).
024200     05  FILLER                     PIC X(10)
024300             VALUE "  HIGH -  ".
024400     05  WS-CT-HIGH                 PIC ZZ,ZZ9.
024500     05  FILLER                     PIC X(14)
024600             VALUE "  MODERATE -  ".
024700     05  WS-CT-MODERATE             PIC ZZ,ZZ9.
024800     05  FILLER                     PIC X(34) VALUE SPACE.
024900 01  WS-SUMMARY-LINE.
025000     05  WS-SL-LABEL                PIC X(40).
025100     05  WS-SL-COUNT                PIC ZZ,ZZ9.
025200     05  FILLER                     PIC X(34) VALUE SPACE.
025300 LINKAGE SECTION.
025400 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
025500 01  LS-PARM-DATA                   PIC X(10).
025600 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
025700*--------------------------------------------------------------*
025800*    0000-MAINLINE                                              *
025900*--------------------------------------------------------------*
026000 0000-MAINLINE.
026100     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
026200     MOVE WS-TS-DATE TO WS-RUN-DATE
026300     IF LS-PARM-LENGTH >= 8
026400             AND LS-PARM-DATA (1:8) IS NUMERIC
026500         MOVE LS-PARM-DATA (1:8) TO WS-RUN-DATE
026600     END-IF
026700     IF WS-RUN-MONTH >= WS-FY-START-MONTH
026800         MOVE WS-RUN-YEAR TO WS-SCHOOL-YEAR
026900     ELSE
027000         COMPUTE WS-SCHOOL-YEAR = WS-RUN-YEAR - 1
027100     END-IF
027200     COMPUTE WS-YEAR-START-DATE = WS-SCHOOL-YEAR * 10000
027300         + WS-FY-START-MONTH * 100 + 1
027400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027500     PERFORM 2000-SCAN-ATTEND THRU 2000-EXIT
027600     PERFORM 3000-SCAN-INCIDENTS THRU 3000-EXIT
027700     PERFORM 4000-SCAN-GRADES THRU 4000-EXIT
027800     PERFORM 5000-SCAN-BUMPS THRU 5000-EXIT
027900     PERFORM 6000-SCORE-STUDENT THRU 6000-EXIT
028000         VARYING WS-SSUB FROM 1 BY 1
028100         UNTIL WS-SSUB > WS-STUDENT-COUNT
028200     PERFORM 7000-PRINT-SECTIONS THRU 7000-EXIT
028300     PERFORM 8000-FINALIZE THRU 8000-EXIT
028400     GOBACK.
028500*--------------------------------------------------------------*
028600*    1000-INITIALIZE - LEVELS, SCHOOL DAYS TO DATE, THE         *
028700*    STUDENT TABLE FROM THE TERM FILE, AND LAST RUN'S SCORES.   *
028800*--------------------------------------------------------------*
028900 1000-INITIALIZE.
029000     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
029100     OPEN INPUT TERM-CALENDAR-FILE
029200     PERFORM 1200-COUNT-SCHOOL-DAY THRU 1200-EXIT
029300         UNTIL WS-CAL-EOF
029400     CLOSE TERM-CALENDAR-FILE
029500     OPEN INPUT STUDENT-MASTER-FILE
029600     OPEN INPUT TERM-ENROLLMENT-FILE
029700     PERFORM 1300-LOAD-STUDENT THRU 1300-EXIT
029800         UNTIL WS-TE-EOF
029900     CLOSE TERM-ENROLLMENT-FILE
030000     CLOSE STUDENT-MASTER-FILE
030100     PERFORM 1400-LOAD-PRIOR THRU 1400-EXIT
030200     OPEN OUTPUT NEW-SCORE-FILE
030300     OPEN OUTPUT EARLY-WARNING-RPT
030400     MOVE "I" TO RW-FUNCTION
030500     MOVE "EWRPT" TO RW-REPORT-ID
030600     MOVE WS-REPORT-TITLE TO RW-REPORT-TITLE
030700     MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
030800     MOVE ZERO TO RW-LINES-PER-PAGE
030900     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
031000     MOVE WS-RUN-DATE TO WS-RL-RUN-DATE
031100     MOVE WS-SCHOOL-DAYS TO WS-RL-SCHOOL-DAYS
031200     MOVE WS-RUN-LINE TO RW-DETAIL-LINE
031300     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
031400 1000-EXIT.
031500     EXIT.
031600*--------------------------------------------------------------*
031700*    1100-LOAD-CONTROL - A FIELD OVERRIDES ITS DEFAULT ONLY     *
031800*    WHEN IT IS NUMERIC AND NOT ZERO.                           *
031900*--------------------------------------------------------------*
032000 1100-LOAD-CONTROL.
032100     OPEN INPUT CONTROL-FILE
032200     IF WS-EC-FILE-STATUS = "35"
032300         DISPLAY "EARLYWRN: EWCTL MISSING - DEFAULTS USED"
032400         GO TO 1100-EXIT
032500     END-IF
032600     READ CONTROL-FILE
032700         AT END
032800             CLOSE CONTROL-FILE
032900             GO TO 1100-EXIT
033000     END-READ
033100     CLOSE CONTROL-FILE
033200     IF EC-ATTEND-WATCH-PCT NUMERIC AND EC-ATTEND-WATCH-PCT > 0
033300         MOVE EC-ATTEND-WATCH-PCT TO WS-ATTEND-WATCH-PCT
033400     END-IF
033500     IF EC-ATTEND-SEVERE-PCT NUMERIC
033600             AND EC-ATTEND-SEVERE-PCT > 0
033700         MOVE EC-ATTEND-SEVERE-PCT TO WS-ATTEND-SEVERE-PCT
033800     END-IF
033900     IF EC-TARDY-WATCH NUMERIC AND EC-TARDY-WATCH > 0
034000         MOVE EC-TARDY-WATCH TO WS-TARDY-WATCH
034100     END-IF
034200     IF EC-TARDY-SEVERE NUMERIC AND EC-TARDY-SEVERE > 0
034300         MOVE EC-TARDY-SEVERE TO WS-TARDY-SEVERE
034400     END-IF
034500     IF EC-INCIDENT-WATCH NUMERIC AND EC-INCIDENT-WATCH > 0
034600         MOVE EC-INCIDENT-WATCH TO WS-INCIDENT-WATCH
034700     END-IF
034800     IF EC-INCIDENT-SEVERE NUMERIC AND EC-INCIDENT-SEVERE > 0
034900         MOVE EC-INCIDENT-SEVERE TO WS-INCIDENT-SEVERE
035000     END-IF
035100     IF EC-FAILURE-WATCH NUMERIC AND EC-FAILURE-WATCH > 0
035200         MOVE EC-FAILURE-WATCH TO WS-FAILURE-WATCH
035300     END-IF
035400     IF EC-FAILURE-SEVERE NUMERIC AND EC-FAILURE-SEVERE > 0
035500         MOVE EC-FAILURE-SEVERE TO WS-FAILURE-SEVERE
035600     END-IF
035700     IF EC-BUMP-WATCH NUMERIC AND EC-BUMP-WATCH > 0
035800         MOVE EC-BUMP-WATCH TO WS-BUMP-WATCH
035900     END-IF
036000     IF EC-BUMP-SEVERE NUMERIC AND EC-BUMP-SEVERE > 0
036100         MOVE EC-BUMP-SEVERE TO WS-BUMP-SEVERE
036200     END-IF
036300     IF EC-HIGH-SCORE NUMERIC AND EC-HIGH-SCORE > 0
036400         MOVE EC-HIGH-SCORE TO WS-HIGH-SCORE
036500     END-IF
036600     IF EC-MODERATE-SCORE NUMERIC AND EC-MODERATE-SCORE > 0
036700         MOVE EC-MODERATE-SCORE TO WS-MODERATE-SCORE
036800     END-IF.
036900 1100-EXIT.
037000     EXIT.
037100*--------------------------------------------------------------*
037200*    1200-COUNT-SCHOOL-DAY - REGULAR-SESSION DAYS FROM THE      *
037300*    SCHOOL-YEAR START THROUGH THE RUN DATE.                    *
037400*--------------------------------------------------------------*
037500 1200-COUNT-SCHOOL-DAY.
037600     READ TERM-CALENDAR-FILE
037700         AT END
037800             SET WS-CAL-EOF TO TRUE
037900         NOT AT END
038000             IF NOT TC-SESSION-SUMMER
038100                     AND TC-CAL-DATE >= WS-YEAR-START-DATE
038200                     AND TC-CAL-DATE <= WS-RUN-DATE
038300                 ADD 1 TO WS-SCHOOL-DAYS
038400             END-IF
038500     END-READ.
038600 1200-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------*
038900*    1300-LOAD-STUDENT - ONE ENTRY PER REGULAR-TERM STUDENT,    *
039000*    CAMPUS FROM THE MASTER.  A STUDENT WITH NO MASTER ROW IS   *
039100*    SCORED UNDER ??? FOR THE OFFICE TO RESEARCH.               *
039200*--------------------------------------------------------------*
039300 1300-LOAD-STUDENT.
039400     READ TERM-ENROLLMENT-FILE
039500         AT END
039600             SET WS-TE-EOF TO TRUE
039700             GO TO 1300-EXIT
039800     END-READ
039900     IF TERM-ENROLLMENT-RECORD (1:3) = "###"
040000             OR TE-SESSION-SUMMER
040100         GO TO 1300-EXIT
040200     END-IF
040300     IF WS-STUDENT-COUNT >= 2000
040400         ADD 1 TO WS-STUDENT-DROP-COUNT
040500         GO TO 1300-EXIT
040600     END-IF
040700     ADD 1 TO WS-STUDENT-COUNT
040800     MOVE WS-STUDENT-COUNT TO WS-SSUB
040900     INITIALIZE WS-ST-ENTRY (WS-SSUB)
041000     MOVE TE-STUDENT-ID TO WS-ST-STUDENT-ID (WS-SSUB)
041100     MOVE TE-STUDENT-NAME TO WS-ST-NAME (WS-SSUB)
041200     MOVE "N" TO WS-ST-TREND (WS-SSUB)
041300     MOVE SPACE TO SM-STUDENT-ID
041400     MOVE TE-STUDENT-ID TO SM-STUDENT-ID
041500     READ STUDENT-MASTER-FILE
041600         INVALID KEY
041700             MOVE "???" TO WS-ST-CAMPUS (WS-SSUB)
041800             ADD 1 TO WS-NO-MASTER-COUNT
041900         NOT INVALID KEY
042000             MOVE SM-CAMPUS-CODE TO WS-ST-CAMPUS (WS-SSUB)
042100     END-READ.
042200 1300-EXIT.
042300     EXIT.
042400*--------------------------------------------------------------*
042500*    1400-LOAD-PRIOR - LAST RUN'S SCORE FOR EACH STUDENT STILL  *
042600*    ENROLLED.  NO FILE MEANS THIS IS THE FIRST RUN.            *
042700*--------------------------------------------------------------*
042800 1400-LOAD-PRIOR.
042900     MOVE "N" TO WS-SIDE-EOF-SWITCH
043000     OPEN INPUT PRIOR-SCORE-FILE
043100     IF WS-PS-FILE-STATUS = "35"
043200         GO TO 1400-EXIT
043300     END-IF
043400     PERFORM 1410-READ-PRIOR THRU 1410-EXIT
043500         UNTIL WS-SIDE-EOF
043600     CLOSE PRIOR-SCORE-FILE.
043700 1400-EXIT.
043800     EXIT.
043900*--------------------------------------------------------------*
044000*    1410-READ-PRIOR                                             *
044100*--------------------------------------------------------------*
044200 1410-READ-PRIOR.
044300     READ PRIOR-SCORE-FILE
044400         AT END
044500             SET WS-SIDE-EOF TO TRUE
044600             GO TO 1410-EXIT
044700     END-READ
044800     IF EW-RISK-SCORE NOT NUMERIC
044900         GO TO 1410-EXIT
045000     END-IF
045100     MOVE EW-STUDENT-ID TO WS-LOOKUP-ID
045200     PERFORM 2900-FIND-STUDENT THRU 2900-EXIT
045300     IF WS-FOUND-SUB > 0
045400         MOVE EW-RISK-SCORE TO WS-ST-PRIOR-SCORE (WS-FOUND-SUB)
045500         MOVE "S" TO WS-ST-TREND (WS-FOUND-SUB)
045600     END-IF.
045700 1410-EXIT.
045800     EXIT.
045900*--------------------------------------------------------------*
046000*    2000-SCAN-ATTEND - WHOLE-DAY ABSENCES AND SUSPENSION DAYS  *
046100*    COUNT AGAINST THE RATE; EVERY TARDY ROW IS A TARDY.        *
046200*--------------------------------------------------------------*
046300 2000-SCAN-ATTEND.
046400     MOVE "N" TO WS-SIDE-EOF-SWITCH
046500     OPEN INPUT ATTENDANCE-FILE
046600     IF WS-AT-FILE-STATUS = "35"
046700         GO TO 2000-EXIT
046800     END-IF
046900     PERFORM 2100-CHECK-ATTEND THRU 2100-EXIT
047000         UNTIL WS-SIDE-EOF
047100     CLOSE ATTENDANCE-FILE.
047200 2000-EXIT.
047300     EXIT.
047400*--------------------------------------------------------------*
047500*    2100-CHECK-ATTEND                                           *
047600*--------------------------------------------------------------*
047700 2100-CHECK-ATTEND.
047800     READ ATTENDANCE-FILE
047900         AT END
048000             SET WS-SIDE-EOF TO TRUE
048100             GO TO 2100-EXIT
048200     END-READ
048300     IF AT-ATTEND-DATE < WS-YEAR-START-DATE
048400             OR AT-ATTEND-DATE > WS-RUN-DATE
048500         GO TO 2100-EXIT
048600     END-IF
048700     MOVE AT-STUDENT-ID TO WS-LOOKUP-ID
048800     PERFORM 2900-FIND-STUDENT THRU 2900-EXIT
048900     IF WS-FOUND-SUB = 0
049000         GO TO 2100-EXIT
049100     END-IF
049200     IF AT-TARDY
049300             AND WS-ST-TARDIES (WS-FOUND-SUB) < 999
049400         ADD 1 TO WS-ST-TARDIES (WS-FOUND-SUB)
049500     END-IF
049600     IF (AT-ABSENT OR AT-SUSPENDED)
049700             AND (AT-PERIOD NOT NUMERIC OR AT-PERIOD = 0)
049800             AND WS-ST-ABSENT-DAYS (WS-FOUND-SUB) < 999
049900         ADD 1 TO WS-ST-ABSENT-DAYS (WS-FOUND-SUB)
050000     END-IF.
050100 2100-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------*
050400*    2900-FIND-STUDENT - WS-FOUND-SUB POINTS AT WS-LOOKUP-ID'S  *
050500*    ENTRY, OR ZERO.  THE SIDE FILES RUN IN STUDENT ORDER, SO   *
050600*    THE LAST HIT IS TRIED FIRST.                               *
050700*--------------------------------------------------------------*
050800 2900-FIND-STUDENT.
050900     IF WS-LOOKUP-ID = WS-LAST-ID
051000             AND WS-LAST-SUB > 0
051100         MOVE WS-LAST-SUB TO WS-FOUND-SUB
051200         GO TO 2900-EXIT
051300     END-IF
051400     MOVE ZERO TO WS-FOUND-SUB
051500     PERFORM 2910-CHECK-ENTRY THRU 2910-EXIT
051600         VARYING WS-PSUB FROM 1 BY 1
051700         UNTIL WS-PSUB > WS-STUDENT-COUNT
051800             OR WS-FOUND-SUB > 0
051900     MOVE WS-LOOKUP-ID TO WS-LAST-ID
052000     MOVE WS-FOUND-SUB TO WS-LAST-SUB.
052100 2900-EXIT.
052200     EXIT.
052300*--------------------------------------------------------------*
052400*    2910-CHECK-ENTRY                                            *
052500*--------------------------------------------------------------*
052600 2910-CHECK-ENTRY.
052700     IF WS-LOOKUP-ID = WS-ST-STUDENT-ID (WS-PSUB)
052800         MOVE WS-PSUB TO WS-FOUND-SUB
052900     END-IF.
053000 2910-EXIT.
053100     EXIT.
053200*--------------------------------------------------------------*
053300*    3000-SCAN-INCIDENTS - INCIDENTS DATED IN THE SCHOOL YEAR   *
053400*    TO THE RUN DATE.                                           *
053500*--------------------------------------------------------------*
053600 3000-SCAN-INCIDENTS.
053700     MOVE "N" TO WS-SIDE-EOF-SWITCH
053800     OPEN INPUT INCIDENT-FILE
053900     IF WS-IN-FILE-STATUS = "35"
054000         GO TO 3000-EXIT
054100     END-IF
054200     PERFORM 3100-CHECK-INCIDENT THRU 3100-EXIT
054300         UNTIL WS-SIDE-EOF
054400     CLOSE INCIDENT-FILE.
054500 3000-EXIT.
054600     EXIT.
054700*--------------------------------------------------------------*
054800*    3100-CHECK-INCIDENT                                         *
054900*--------------------------------------------------------------*
055000 3100-CHECK-INCIDENT.
055100     READ INCIDENT-FILE
055200         AT END
055300             SET WS-SIDE-EOF TO TRUE
055400             GO TO 3100-EXIT
055500     END-READ
055600     IF IN-INCIDENT-DATE < WS-YEAR-START-DATE
055700             OR IN-INCIDENT-DATE > WS-RUN-DATE
055800         GO TO 3100-EXIT
055900     END-IF
056000     MOVE IN-STUDENT-ID TO WS-LOOKUP-ID
056100     PERFORM 2900-FIND-STUDENT THRU 2900-EXIT
056200     IF WS-FOUND-SUB > 0
056300             AND WS-ST-INCIDENTS (WS-FOUND-SUB) < 99
056400         ADD 1 TO WS-ST-INCIDENTS (WS-FOUND-SUB)
056500     END-IF.
056600 3100-EXIT.
056700     EXIT.
056800*--------------------------------------------------------------*
056900*    4000-SCAN-GRADES - FAILED GRADES POSTED FOR THE SCHOOL     *
057000*    YEAR.                                                      *
057100*--------------------------------------------------------------*
057200 4000-SCAN-GRADES.
057300     MOVE "N" TO WS-SIDE-EOF-SWITCH
057400     OPEN INPUT COURSE-GRADE-FILE
057500     IF WS-CG-FILE-STATUS = "35"
057600         GO TO 4000-EXIT
057700     END-IF
057800     PERFORM 4100-CHECK-GRADE THRU 4100-EXIT
057900         UNTIL WS-SIDE-EOF
058000     CLOSE COURSE-GRADE-FILE.
058100 4000-EXIT.
058200     EXIT.
058300*--------------------------------------------------------------*
058400*    4100-CHECK-GRADE                                            *
058500*--------------------------------------------------------------*
058600 4100-CHECK-GRADE.
058700     READ COURSE-GRADE-FILE NEXT RECORD
058800         AT END
058900             SET WS-SIDE-EOF TO TRUE
059000             GO TO 4100-EXIT
059100     END-READ
059200     IF CG-SCHOOL-YEAR NOT = WS-SCHOOL-YEAR
059300             OR CG-LETTER-GRADE NOT = "F "
059400         GO TO 4100-EXIT
059500     END-IF
059600     MOVE CG-STUDENT-ID TO WS-LOOKUP-ID
059700     PERFORM 2900-FIND-STUDENT THRU 2900-EXIT
059800     IF WS-FOUND-SUB > 0
059900             AND WS-ST-FAILURES (WS-FOUND-SUB) < 99
060000         ADD 1 TO WS-ST-FAILURES (WS-FOUND-SUB)
060100     END-IF.
060200 4100-EXIT.
060300     EXIT.
060400*--------------------------------------------------------------*
060500*    5000-SCAN-BUMPS - EVERY BUMP STILL ON THE BUMP HISTORY.    *
060600*--------------------------------------------------------------*
060700 5000-SCAN-BUMPS.
060800     MOVE "N" TO WS-SIDE-EOF-SWITCH
060900     OPEN INPUT BUMP-HISTORY-FILE
061000     IF WS-BH-FILE-STATUS = "35"
061100         GO TO 5000-EXIT
061200     END-IF
061300     PERFORM 5100-CHECK-BUMP THRU 5100-EXIT
061400         UNTIL WS-SIDE-EOF
061500     CLOSE BUMP-HISTORY-FILE.
061600 5000-EXIT.
061700     EXIT.
061800*--------------------------------------------------------------*
061900*    5100-CHECK-BUMP                                             *
062000*--------------------------------------------------------------*
062100 5100-CHECK-BUMP.
062200     READ BUMP-HISTORY-FILE
062300         AT END
062400             SET WS-SIDE-EOF TO TRUE
062500             GO TO 5100-EXIT
062600     END-READ
062700     MOVE BH-STUDENT-ID TO WS-LOOKUP-ID
062800     PERFORM 2900-FIND-STUDENT THRU 2900-EXIT
062900     IF WS-FOUND-SUB > 0
063000             AND WS-ST-BUMPS (WS-FOUND-SUB) < 99
063100         ADD 1 TO WS-ST-BUMPS (WS-FOUND-SUB)
063200     END-IF.
063300 5100-EXIT.
063400     EXIT.
063500*--------------------------------------------------------------*
063600*    6000-SCORE-STUDENT - 1 POINT AT AN INDICATOR'S WATCH       *
063700*    LEVEL, 2 AT ITS SEVERE LEVEL; THE TOTAL SETS THE TIER AND  *
063800*    THE TREND AGAINST LAST RUN.  THE SCORE ROW GOES OUT HERE.  *
063900*--------------------------------------------------------------*
064000 6000-SCORE-STUDENT.
064100     MOVE 100 TO WS-ST-ATTEND-PCT (WS-SSUB)
064200     IF WS-SCHOOL-DAYS > 0
064300         IF WS-ST-ABSENT-DAYS (WS-SSUB) >= WS-SCHOOL-DAYS
064400             MOVE ZERO TO WS-ST-ATTEND-PCT (WS-SSUB)
064500         ELSE
064600             COMPUTE WS-PRESENT-DAYS = WS-SCHOOL-DAYS
064700                 - WS-ST-ABSENT-DAYS (WS-SSUB)
064800             COMPUTE WS-ST-ATTEND-PCT (WS-SSUB) =
064900                 WS-PRESENT-DAYS * 100 / WS-SCHOOL-DAYS
065000         END-IF
065100     END-IF
065200     MOVE ZERO TO WS-ST-SCORE (WS-SSUB)
065300     MOVE ZERO TO WS-POINTS
065400     IF WS-ST-ATTEND-PCT (WS-SSUB) < WS-ATTEND-SEVERE-PCT
065500         MOVE 2 TO WS-POINTS
065600     ELSE
065700         IF WS-ST-ATTEND-PCT (WS-SSUB) < WS-ATTEND-WATCH-PCT
065800             MOVE 1 TO WS-POINTS
065900         END-IF
066000     END-IF
066100     ADD WS-POINTS TO WS-ST-SCORE (WS-SSUB)
066200     MOVE ZERO TO WS-POINTS
066300     IF WS-ST-TARDIES (WS-SSUB) >= WS-TARDY-SEVERE
066400         MOVE 2 TO WS-POINTS
066500     ELSE
066600         IF WS-ST-TARDIES (WS-SSUB) >= WS-TARDY-WATCH
066700             MOVE 1 TO WS-POINTS
066800         END-IF
066900     END-IF
067000     ADD WS-POINTS TO WS-ST-SCORE (WS-SSUB)
067100     MOVE ZERO TO WS-POINTS
067200     IF WS-ST-INCIDENTS (WS-SSUB) >= WS-INCIDENT-SEVERE
067300         MOVE 2 TO WS-POINTS
067400     ELSE
067500         IF WS-ST-INCIDENTS (WS-SSUB) >= WS-INCIDENT-WATCH
067600             MOVE 1 TO WS-POINTS
067700         END-IF
067800     END-IF
067900     ADD WS-POINTS TO WS-ST-SCORE (WS-SSUB)
068000     MOVE ZERO TO WS-POINTS
068100     IF WS-ST-FAILURES (WS-SSUB) >= WS-FAILURE-SEVERE
068200         MOVE 2 TO WS-POINTS
068300     ELSE
068400         IF WS-ST-FAILURES (WS-SSUB) >= WS-FAILURE-WATCH
068500             MOVE 1 TO WS-POINTS
068600         END-IF
068700     END-IF
068800     ADD WS-POINTS TO WS-ST-SCORE (WS-SSUB)
068900     MOVE ZERO TO WS-POINTS
069000     IF WS-ST-BUMPS (WS-SSUB) >= WS-BUMP-SEVERE
069100         MOVE 2 TO WS-POINTS
069200     ELSE
069300         IF WS-ST-BUMPS (WS-SSUB) >= WS-BUMP-WATCH
069400             MOVE 1 TO WS-POINTS
069500         END-IF
069600     END-IF
069700     ADD WS-POINTS TO WS-ST-SCORE (WS-SSUB)
069800     EVALUATE TRUE
069900         WHEN WS-ST-SCORE (WS-SSUB) >= WS-HIGH-SCORE
070000             MOVE "H" TO WS-ST-TIER (WS-SSUB)
070100             ADD 1 TO WS-HIGH-COUNT
070200         WHEN WS-ST-SCORE (WS-SSUB) >= WS-MODERATE-SCORE
070300             MOVE "M" TO WS-ST-TIER (WS-SSUB)
070400             ADD 1 TO WS-MODERATE-COUNT
070500         WHEN OTHER
070600             MOVE "L" TO WS-ST-TIER (WS-SSUB)
070700             ADD 1 TO WS-LOW-COUNT
070800     END-EVALUATE
070900     IF WS-ST-TREND (WS-SSUB) NOT = "N"
071000         EVALUATE TRUE
071100             WHEN WS-ST-SCORE (WS-SSUB)
071200                     > WS-ST-PRIOR-SCORE (WS-SSUB)
071300                 MOVE "U" TO WS-ST-TREND (WS-SSUB)
071400                 ADD 1 TO WS-WORSE-COUNT
071500             WHEN WS-ST-SCORE (WS-SSUB)
071600                     < WS-ST-PRIOR-SCORE (WS-SSUB)
071700                 MOVE "D" TO WS-ST-TREND (WS-SSUB)
071800             WHEN OTHER
071900                 MOVE "S" TO WS-ST-TREND (WS-SSUB)
072000         END-EVALUATE
072100     END-IF
072200     PERFORM 6100-WRITE-SCORE THRU 6100-EXIT.
072300 6000-EXIT.
072400     EXIT.
072500*--------------------------------------------------------------*
072600*    6100-WRITE-SCORE                                            *
072700*--------------------------------------------------------------*
072800 6100-WRITE-SCORE.
072900     MOVE SPACE TO EARLY-WARNING-SCORE-RECORD
073000     MOVE WS-ST-STUDENT-ID (WS-SSUB) TO EW-STUDENT-ID
073100     MOVE WS-ST-CAMPUS (WS-SSUB) TO EW-CAMPUS-CODE
073200     MOVE WS-RUN-DATE TO EW-RUN-DATE
073300     MOVE WS-ST-ATTEND-PCT (WS-SSUB) TO EW-ATTEND-PCT
073400     MOVE WS-ST-TARDIES (WS-SSUB) TO EW-TARDIES
073500     MOVE WS-ST-INCIDENTS (WS-SSUB) TO EW-INCIDENTS
073600     MOVE WS-ST-FAILURES (WS-SSUB) TO EW-FAILURES
073700     MOVE WS-ST-BUMPS (WS-SSUB) TO EW-BUMPS
073800     MOVE WS-ST-SCORE (WS-SSUB) TO EW-RISK-SCORE
073900     MOVE WS-ST-TIER (WS-SSUB) TO EW-RISK-TIER
074000     MOVE WS-ST-PRIOR-SCORE (WS-SSUB) TO EW-PRIOR-SCORE
074100     MOVE WS-ST-TREND (WS-SSUB) TO EW-TREND
074200     WRITE NEW-SCORE-RECORD FROM EARLY-WARNING-SCORE-RECORD.
074300 6100-EXIT.
074400     EXIT.
074500*--------------------------------------------------------------*
074600*    7000-PRINT-SECTIONS - ONE SECTION PER CAMPUS IN CAMPUS     *
074700*    ORDER: A "CAMPUS XXX" HEADER, THE CASELOAD FROM THE        *
074800*    HIGHEST SCORE DOWN, AND THE CAMPUS'S TIER COUNTS.  THE     *
074900*    HEADER IS WHAT THE BURST RUN SPLITS THE KEPT REPORT ON.    *
075000*--------------------------------------------------------------*
075100 7000-PRINT-SECTIONS.
075200     MOVE LOW-VALUES TO WS-LAST-CAMPUS
075300     MOVE LOW-VALUES TO WS-NEXT-CAMPUS
075400     PERFORM 7100-PRINT-ONE-SECTION THRU 7100-EXIT
075500         UNTIL WS-NEXT-CAMPUS = HIGH-VALUES.
075600 7000-EXIT.
075700     EXIT.
075800*--------------------------------------------------------------*
075900*    7100-PRINT-ONE-SECTION                                     *
076000*--------------------------------------------------------------*
076100 7100-PRINT-ONE-SECTION.
076200     MOVE HIGH-VALUES TO WS-NEXT-CAMPUS
076300     PERFORM 7110-FIND-NEXT-CAMPUS THRU 7110-EXIT
076400         VARYING WS-PSUB FROM 1 BY 1
076500         UNTIL WS-PSUB > WS-STUDENT-COUNT
076600     IF WS-NEXT-CAMPUS = HIGH-VALUES
076700         GO TO 7100-EXIT
076800     END-IF
076900     MOVE WS-NEXT-CAMPUS TO WS-CH-CAMPUS
077000     MOVE WS-CAMPUS-HEADER TO RW-DETAIL-LINE
077100     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
077200     MOVE ZERO TO WS-CC-HIGH
077300     MOVE ZERO TO WS-CC-MODERATE
077400     PERFORM 7200-PRINT-SCORE-LEVEL THRU 7200-EXIT
077500         VARYING WS-PRINT-SCORE FROM WS-MAX-SCORE BY -1
077600         UNTIL WS-PRINT-SCORE < WS-MODERATE-SCORE
077700     MOVE WS-NEXT-CAMPUS TO WS-CT-CAMPUS
077800     MOVE WS-CC-HIGH TO WS-CT-HIGH
077900     MOVE WS-CC-MODERATE TO WS-CT-MODERATE
078000     MOVE WS-CAMPUS-TOTAL-LINE TO RW-DETAIL-LINE
078100     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
078200     MOVE WS-NEXT-CAMPUS TO WS-LAST-CAMPUS.
078300 7100-EXIT.
078400     EXIT.
078500*--------------------------------------------------------------*
078600*    7110-FIND-NEXT-CAMPUS - ONLY A CAMPUS WITH SOMEONE ON THE  *
078700*    CASELOAD GETS A SECTION.                                   *
078800*--------------------------------------------------------------*
078900 7110-FIND-NEXT-CAMPUS.
079000     IF WS-ST-ON-CASELOAD (WS-PSUB)
079100             AND WS-ST-CAMPUS (WS-PSUB) > WS-LAST-CAMPUS
079200             AND WS-ST-CAMPUS (WS-PSUB) < WS-NEXT-CAMPUS
079300         MOVE WS-ST-CAMPUS (WS-PSUB) TO WS-NEXT-CAMPUS
079400     END-IF.
079500 7110-EXIT.
079600     EXIT.
079700*--------------------------------------------------------------*
079800*    7200-PRINT-SCORE-LEVEL - THE CAMPUS'S STUDENTS AT ONE      *
079900*    SCORE, IN TERM-FILE ORDER.                                 *
080000*--------------------------------------------------------------*
080100 7200-PRINT-SCORE-LEVEL.
080200     PERFORM 7210-PRINT-STUDENT THRU 7210-EXIT
080300         VARYING WS-PSUB FROM 1 BY 1
080400         UNTIL WS-PSUB > WS-STUDENT-COUNT.
080500 7200-EXIT.
080600     EXIT.
080700*--------------------------------------------------------------*
080800*    7210-PRINT-STUDENT                                          *
080900*--------------------------------------------------------------*
081000 7210-PRINT-STUDENT.
081100     IF NOT WS-ST-ON-CASELOAD (WS-PSUB)
081200             OR WS-ST-CAMPUS (WS-PSUB) NOT = WS-NEXT-CAMPUS
081300             OR WS-ST-SCORE (WS-PSUB) NOT = WS-PRINT-SCORE
081400         GO TO 7210-EXIT
081500     END-IF
081600     MOVE WS-ST-STUDENT-ID (WS-PSUB) TO WS-DL-STUDENT-ID
081700     MOVE WS-ST-NAME (WS-PSUB) TO WS-DL-NAME
081800     IF WS-ST-TIER (WS-PSUB) = "H"
081900         MOVE "HIGH" TO WS-DL-TIER
082000         ADD 1 TO WS-CC-HIGH
082100     ELSE
082200         MOVE "MOD" TO WS-DL-TIER
082300         ADD 1 TO WS-CC-MODERATE
082400     END-IF
082500     MOVE WS-ST-SCORE (WS-PSUB) TO WS-DL-SCORE
082600     MOVE WS-ST-ATTEND-PCT (WS-PSUB) TO WS-DL-ATTEND-PCT
082700     MOVE WS-ST-TARDIES (WS-PSUB) TO WS-DL-TARDIES
082800     MOVE WS-ST-INCIDENTS (WS-PSUB) TO WS-DL-INCIDENTS
082900     MOVE WS-ST-FAILURES (WS-PSUB) TO WS-DL-FAILURES
083000     MOVE WS-ST-BUMPS (WS-PSUB) TO WS-DL-BUMPS
083100     MOVE SPACE TO WS-DL-TREND-FROM
083200     EVALUATE WS-ST-TREND (WS-PSUB)
083300         WHEN "U"
083400             MOVE "UP" TO WS-DL-TREND
083500         WHEN "D"
083600             MOVE "DOWN" TO WS-DL-TREND
083700         WHEN "S"
083800             MOVE "SAME" TO WS-DL-TREND
083900         WHEN OTHER
084000             MOVE "NEW" TO WS-DL-TREND
084100     END-EVALUATE
084200     IF WS-ST-TREND (WS-PSUB) = "U" OR "D"
084300         MOVE WS-ST-PRIOR-SCORE (WS-PSUB) TO WS-TF-PRIOR
084400         MOVE WS-TREND-FROM TO WS-DL-TREND-FROM
084500         MOVE ")" TO WS-DL-TREND-FROM (9:1)
084600     END-IF
084700     MOVE WS-DETAIL-LINE TO RW-DETAIL-LINE
084800     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
084900 7210-EXIT.
085000     EXIT.
085100*--------------------------------------------------------------*
085200*    8000-FINALIZE                                               *
085300*--------------------------------------------------------------*
085400 8000-FINALIZE.
085500     MOVE "STUDENTS SCORED" TO WS-SL-LABEL
085600     MOVE WS-STUDENT-COUNT TO WS-SL-COUNT
085700     PERFORM 8100-PUT-SUMMARY THRU 8100-EXIT
085800     MOVE "HIGH RISK" TO WS-SL-LABEL
085900     MOVE WS-HIGH-COUNT TO WS-SL-COUNT
086000     PERFORM 8100-PUT-SUMMARY THRU 8100-EXIT
086100     MOVE "MODERATE RISK" TO WS-SL-LABEL
086200     MOVE WS-MODERATE-COUNT TO WS-SL-COUNT
086300     PERFORM 8100-PUT-SUMMARY THRU 8100-EXIT
086400     MOVE "LOW RISK" TO WS-SL-LABEL
086500     MOVE WS-LOW-COUNT TO WS-SL-COUNT
086600     PERFORM 8100-PUT-SUMMARY THRU 8100-EXIT
086700     MOVE "SCORE UP SINCE LAST RUN" TO WS-SL-LABEL
086800     MOVE WS-WORSE-COUNT TO WS-SL-COUNT
086900     PERFORM 8100-PUT-SUMMARY THRU 8100-EXIT
087000     MOVE "NOT ON STUDENT MASTER - CAMPUS ???" TO WS-SL-LABEL
087100     MOVE WS-NO-MASTER-COUNT TO WS-SL-COUNT
087200     PERFORM 8100-PUT-SUMMARY THRU 8100-EXIT
087300     MOVE "F" TO RW-FUNCTION
087400     MOVE "EWRPT" TO RW-REPORT-ID
087500     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
087600     CLOSE NEW-SCORE-FILE
087700     CLOSE EARLY-WARNING-RPT
087800     MOVE WS-HIGH-COUNT TO WS-EOD-METRIC-VALUE
087900     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
088000         WS-EOD-HIGH-LABEL WS-EOD-METRIC-VALUE
088100         WS-EOD-CAMPUS-CODE
088200     MOVE ZERO TO RETURN-CODE
088300     IF WS-STUDENT-DROP-COUNT > 0
088400         DISPLAY "EARLYWRN: STUDENT TABLE FULL - NOT SCORED - "
088500             WS-STUDENT-DROP-COUNT
088600         MOVE 4 TO RETURN-CODE
088700     END-IF.
088800 8000-EXIT.
088900     EXIT.
089000*--------------------------------------------------------------*
089100*    8100-PUT-SUMMARY                                            *
089200*--------------------------------------------------------------*
089300 8100-PUT-SUMMARY.
089400     MOVE WS-SUMMARY-LINE TO RW-DETAIL-LINE
089500     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
089600 8100-EXIT.
089700     EXIT.
089800*--------------------------------------------------------------*
089900*    9100-PUT-DETAIL                                             *
090000*--------------------------------------------------------------*
090100 9100-PUT-DETAIL.
090200     MOVE "D" TO RW-FUNCTION
090300     MOVE "EWRPT" TO RW-REPORT-ID
090400     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT.
090500 9100-EXIT.
090600     EXIT.
090700*--------------------------------------------------------------*
090800*    9000-PUT-REPORT-LINE - ONE CALL TO THE COMMON REPORT       *
090900*    WRITER, THEN WRITE WHATEVER LINES IT HANDS BACK.           *
091000*--------------------------------------------------------------*
091100 9000-PUT-REPORT-LINE.
091200     CALL "RPTWRITE" USING REPORT-WRITER-AREA
091300     PERFORM 9010-WRITE-OUT-LINE THRU 9010-EXIT
091400         VARYING WS-RW-SUB FROM 1 BY 1
091500         UNTIL WS-RW-SUB > RW-OUT-COUNT.
091600 9000-EXIT.
091700     EXIT.
091800*--------------------------------------------------------------*
091900*    9010-WRITE-OUT-LINE                                        *
092000*--------------------------------------------------------------*
092100 9010-WRITE-OUT-LINE.
092200     WRITE EARLY-WARNING-LINE FROM RW-OUT-LINE (WS-RW-SUB).
092300 9010-EXIT.
092400     EXIT.
092500 END PROGRAM EARLYWRN.
