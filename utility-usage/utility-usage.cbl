000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UTILUSE.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    MONTHLY UTILITY USAGE AND ANOMALY REPORT.  TAKES THE       *
000900*    MONTH'S METER READINGS AGAINST THE UTILITY METER MASTER    *
001000*    AND MEASURES EACH METER'S USAGE FROM ITS LAST CLOSING      *
001100*    READING ON THE USAGE HISTORY (ALLOWING FOR DIALS THAT      *
001200*    ROLL OVER).  USAGE IS PUT PER SCHOOL DAY FROM THE TERM     *
001300*    CALENDAR - PER CALENDAR DAY IN A MONTH THE CALENDAR HAS NO *
001400*    SCHOOL DAYS IN - AND COMPARED WITH THE SAME MONTH LAST     *
001500*    YEAR AND WITH THE AVERAGE OF THE TWELVE MONTHS BEFORE      *
001600*    THIS ONE.  A METER MORE THAN ITS BAND PERCENT ABOVE OR     *
001700*    BELOW EITHER IS AN ANOMALY: IT OPENS A WORK ORDER AGAINST  *
001800*    THE CAMPUS (UNLESS ONE FOR THE METER IS STILL OPEN) AND    *
001900*    COUNTS TOWARD THE CAMPUS'S UTILITY ANOMALY METRIC ON THE   *
002000*    END-OF-DAY SUMMARY, WHERE THE THRESHOLD ROW RAISES THE     *
002100*    ALERT.  THE NEW USAGE HISTORY CARRIES THE MONTH'S ROWS     *
002200*    (REPLACING ANY FROM AN EARLIER RUN OF THE SAME MONTH).     *
002300*    THE MONTH'S COST POSTS TO THE GL JOURNAL AS UTILITY PAIRS  *
002400*    BY CAMPUS FUND, DATED THE LAST DAY OF THE MONTH AND ROUTED *
002500*    THROUGH GLPERIOD.  WHEN A TABLE FILLED OR A WORK ORDER     *
002550*    COULD NOT BE WRITTEN EVERY FUND'S PAIR IS HELD INSTEAD.    *
002600*    RC 4 - AN ANOMALY OR A READING EXCEPTION WAS LISTED.       *
002700*    RC 8 - THE POSTING WAS HELD, A TABLE FILLED, OR A WORK     *
002800*    ORDER COULD NOT BE WRITTEN; THE HISTORY IS NOT COPIED BACK.*
002900*    PARM = MONTH (YYYYMM); DEFAULTS TO LAST MONTH.             *
002933*    ROWS ROUTED OUT OF A CLOSED PERIOD ARE ALSO LISTED ON THE  *
002966*    PRIOR-PERIOD ADJUSTMENT REPORT.                            *
003000*--------------------------------------------------------------*
003100*    MODIFICATION HISTORY                                      *
003200*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
003233*    2026-10-15  DLS  FULL TABLE OR FAILED WORK ORDER HOLDS    *
003266*                     EVERY FUND'S UTILITY POSTING.            *
003277*    2026-10-15  DLS  LIST PRIOR-PERIOD ADJUSTMENTS ON THEIR   *
003288*                     OWN REPORT.                              *
003300*--------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT UTILITY-METER-FILE ASSIGN TO UTILMTR
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT UTILITY-READING-FILE ASSIGN TO UTILREAD
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-UR-FILE-STATUS.
004200     SELECT UTILITY-HISTORY-FILE ASSIGN TO UTILHIST
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-UH-FILE-STATUS.
004500     SELECT NEW-UTILITY-HISTORY-FILE ASSIGN TO UTILHSTO
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-TC-FILE-STATUS.
005000     SELECT WORK-ORDER-FILE ASSIGN TO WORKORDR
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS WO-ORDER-ID
005400         FILE STATUS IS WS-WO-FILE-STATUS.
005500     SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO CHARTACT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-CA-FILE-STATUS.
005800     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNL
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT UTILITY-USAGE-RPT ASSIGN TO UTILRPT
006100         ORGANIZATION IS SEQUENTIAL.
006133     SELECT PRIOR-PERIOD-RPT ASSIGN TO GLPPARPT
006166         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  UTILITY-METER-FILE
006500     RECORDING MODE IS F.
006600     COPY utilmtr.
006700 FD  UTILITY-READING-FILE
006800     RECORDING MODE IS F.
006900     COPY utilread.
007000 FD  UTILITY-HISTORY-FILE
007100     RECORDING MODE IS F.
007200     COPY utilhist.
007300 FD  NEW-UTILITY-HISTORY-FILE
007400     RECORDING MODE IS F.
007500 01  NEW-UTILITY-HISTORY-RECORD     PIC X(60).
007600 FD  TERM-CALENDAR-FILE
007700     RECORDING MODE IS F.
007800     COPY calendar.
007900 FD  WORK-ORDER-FILE.
008000     COPY workordr.
008100 FD  CHART-OF-ACCOUNTS-FILE
008200     RECORDING MODE IS F.
008300     COPY chartact.
008400 FD  GL-JOURNAL-FILE
008500     RECORDING MODE IS F.
008600     COPY gljournl.
008700 FD  UTILITY-USAGE-RPT
008800     RECORDING MODE IS F.
008900 01  UTILITY-USAGE-LINE             PIC X(80).
008925 FD  PRIOR-PERIOD-RPT
008950     RECORDING MODE IS F.
008975 01  PRIOR-PERIOD-LINE              PIC X(80).
009000 WORKING-STORAGE SECTION.
009100 01  WS-UR-FILE-STATUS              PIC X(02) VALUE SPACE.
009200 01  WS-UH-FILE-STATUS              PIC X(02) VALUE SPACE.
009300 01  WS-TC-FILE-STATUS              PIC X(02) VALUE SPACE.
009400 01  WS-WO-FILE-STATUS              PIC X(02) VALUE SPACE.
009500 01  WS-CA-FILE-STATUS              PIC X(02) VALUE SPACE.
009600 01  WS-UM-EOF-SWITCH               PIC X(01) VALUE "N".
009700     88  WS-UM-EOF                      VALUE "Y".
009800 01  WS-UR-EOF-SWITCH               PIC X(01) VALUE "N".
009900     88  WS-UR-EOF                      VALUE "Y".
010000 01  WS-UH-EOF-SWITCH               PIC X(01) VALUE "N".
010100     88  WS-UH-EOF                      VALUE "Y".
010200 01  WS-TC-EOF-SWITCH               PIC X(01) VALUE "N".
010300     88  WS-TC-EOF                      VALUE "Y".
010400 01  WS-WO-EOF-SWITCH               PIC X(01) VALUE "N".
010500     88  WS-WO-EOF                      VALUE "Y".
010600 01  WS-CA-EOF-SWITCH               PIC X(01) VALUE "N".
010700     88  WS-CA-EOF                      VALUE "Y".
010800 01  WS-TIMESTAMP.
010900     05  WS-TS-DATE                 PIC 9(08).
011000     05  FILLER                     PIC X(13).
011100 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
011200     05  WS-TS-YEAR                 PIC 9(04).
011300     05  WS-TS-MONTH                PIC 9(02).
011400     05  FILLER                     PIC X(15).
011500 01  WS-RUN-PERIOD                  PIC 9(06).
011600 01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
011700     05  WS-RUN-YEAR                PIC 9(04).
011800     05  WS-RUN-MON                 PIC 9(02).
011900 01  WS-PRIOR-YEAR-PERIOD           PIC 9(06).
012000 01  WS-MONTH-END-DATE              PIC 9(08).
012100 01  WS-DAYS-IN-MONTH-TABLE.
012200     05  FILLER                     PIC X(24)
012300             VALUE "312831303130313130313031".
012400 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE
012500                                    PIC 9(02) OCCURS 12 TIMES.
012600 01  WS-LAST-DAY                    PIC 9(02).
012700 01  WS-LEAP-REMAINDER              PIC 9(01).
012800 01  WS-LEAP-QUOTIENT               PIC 9(04).
012900*    A METER WITH NO BAND OF ITS OWN MAY STRAY THIS PERCENT
013000*    FROM LAST YEAR OR THE ROLLING AVERAGE.
013100 01  WS-DEFAULT-BAND-PCT            PIC 9(03) VALUE 025.
013200 01  WS-SCHOOL-DAYS                 PIC 9(03) COMP VALUE ZERO.
013300 01  WS-DAY-DIVISOR                 PIC 9(03).
013400*    THE METER MASTER, WITH WHAT THE HISTORY SAYS ABOUT EACH
013500*    METER AND THE MONTH'S READING.
013600 01  WS-MT-COUNT                    PIC 9(03) COMP VALUE ZERO.
013700 01  WS-MT-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
013800 01  WS-MTSUB                       PIC 9(03) COMP.
013900 01  WS-MT-SCAN-SUB                 PIC 9(03) COMP.
014000 01  WS-MT-FOUND-SUB                PIC 9(03) COMP.
014100 01  WS-METER-TABLE.
014200     05  WS-MT-ENTRY OCCURS 500 TIMES.
014300         10  WS-MT-METER-ID         PIC X(09).
014400         10  WS-MT-CAMPUS           PIC X(03).
014500         10  WS-MT-DESCRIPTION      PIC X(20).
014600         10  WS-MT-FUND             PIC X(03).
014700         10  WS-MT-UNIT-RATE        PIC 9(03)V9(05).
014800         10  WS-MT-ROLLOVER         PIC 9(09).
014900         10  WS-MT-BAND-PCT         PIC 9(03).
015000         10  WS-MT-STATUS           PIC X(01).
015100             88  WS-MT-ACTIVE           VALUE "A".
015200         10  WS-MT-LAST-PERIOD      PIC 9(06).
015300         10  WS-MT-LAST-READING     PIC 9(09).
015400         10  WS-MT-LY-SW            PIC X(01).
015500             88  WS-MT-LY-FOUND         VALUE "Y".
015600         10  WS-MT-LY-PER-DAY       PIC 9(07)V9.
015700         10  WS-MT-AVG-TOTAL        PIC 9(09)V9 COMP-3.
015800         10  WS-MT-AVG-COUNT        PIC 9(03) COMP.
015900         10  WS-MT-READ-SW          PIC X(01).
016000             88  WS-MT-READ             VALUE "Y".
016100         10  WS-MT-READING          PIC 9(09).
016200         10  WS-MT-READ-DATE        PIC 9(08).
016300         10  WS-MT-BILLED-COST      PIC 9(07)V99.
016400 01  WS-FIND-METER                  PIC X(09).
016500*    CAMPUSES WITH METERS, AND EACH ONE'S ANOMALIES.
016600 01  WS-CP-COUNT                    PIC 9(03) COMP VALUE ZERO.
016700 01  WS-CP-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
016800 01  WS-CPSUB                       PIC 9(03) COMP.
016900 01  WS-CP-FOUND-SUB                PIC 9(03) COMP.
017000 01  WS-CAMPUS-TABLE.
017100     05  WS-CP-ENTRY OCCURS 50 TIMES.
017200         10  WS-CP-CAMPUS           PIC X(03).
017300         10  WS-CP-ANOMALIES        PIC 9(05) COMP.
017400 01  WS-FIND-CAMPUS                 PIC X(03).
017500*    THE MONTH'S COST BY FUND.
017600 01  WS-FD-COUNT                    PIC 9(03) COMP VALUE ZERO.
017700 01  WS-FD-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
017800 01  WS-FDSUB                       PIC 9(03) COMP.
017900 01  WS-FD-FOUND-SUB                PIC 9(03) COMP.
018000 01  WS-FUND-TABLE.
018100     05  WS-FD-ENTRY OCCURS 20 TIMES.
018200         10  WS-FD-FUND             PIC X(03).
018300         10  WS-FD-COST             PIC 9(09)V99 COMP-3.
018400 01  WS-FIND-FUND                   PIC X(03).
018500*    UTILITY WORK ORDERS STILL OPEN, AND THE HIGHEST ORDER
018600*    NUMBER ON FILE FOR TODAY IN THE UTILITY RANGE.
018700 01  WS-OPEN-COUNT                  PIC 9(04) COMP VALUE ZERO.
018800 01  WS-OPEN-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
018900 01  WS-OSUB                        PIC 9(04) COMP.
019000 01  WS-OPEN-FOUND-SUB              PIC 9(04) COMP.
019100 01  WS-OPEN-ORDER-TABLE.
019200     05  WS-OO-ENTRY OCCURS 500 TIMES.
019300         10  WS-OO-EQUIPMENT-ID     PIC X(09).
019400         10  WS-OO-METER-KEY        PIC X(14).
019500 01  WS-WO-SEQ                      PIC 9(05) VALUE 70000.
019600 01  WS-WO-SEQ-LIMIT                PIC 9(05) VALUE 79999.
019700 01  WS-WO-INTERVAL                 PIC 9(02) VALUE 05.
019800 01  WS-WO-WRITTEN-SWITCH           PIC X(01).
019900     88  WS-WO-WRITTEN                  VALUE "Y".
020000 01  WS-WO-NOTE.
020100     05  WS-WN-METER-KEY.
020200         10  FILLER                 PIC X(05) VALUE "UTIL ".
020300         10  WS-WN-METER-ID         PIC X(09).
020400     05  FILLER                     PIC X(01) VALUE SPACE.
020500     05  WS-WN-FLAG                 PIC X(04).
020600     05  FILLER                     PIC X(01) VALUE SPACE.
020700     05  WS-WN-PCT                  PIC ZZZ9.
020800     05  FILLER                     PIC X(01) VALUE "%".
020900*    THE METER BEING MEASURED.
021000 01  WS-USAGE                       PIC 9(09).
021100 01  WS-PER-DAY                     PIC 9(07)V9.
021200 01  WS-BASE-PER-DAY                PIC 9(07)V9.
021300 01  WS-AVG-PER-DAY                 PIC 9(07)V9.
021400 01  WS-DEVIATION-PCT               PIC S9(07).
021500 01  WS-BAND-PCT                    PIC 9(03).
021600 01  WS-COST                        PIC 9(07)V99.
021700 01  WS-ANOMALY-FLAG                PIC X(01).
021800     88  WS-ANOMALY-HIGH                VALUE "H".
021900     88  WS-ANOMALY-LOW                 VALUE "L".
022000     88  WS-NO-ANOMALY                  VALUE " ".
022100 01  WS-ANOMALY-PCT                 PIC 9(07).
022200 01  WS-ANOMALY-BASIS               PIC X(06).
022300*    THE UTILITY CHART ROW.
022400 01  WS-UTILITY-SWITCH              PIC X(01) VALUE "N".
022500     88  WS-UTILITY-FOUND               VALUE "Y".
022600 01  WS-UT-FUND                     PIC X(03) VALUE SPACE.
022700 01  WS-UT-DR-ACCT                  PIC X(06) VALUE SPACE.
022800 01  WS-UT-CR-ACCT                  PIC X(06) VALUE SPACE.
022900*    GL POSTING.
023000 01  WS-EVENT-CODE                  PIC X(08).
023100 01  WS-EVENT-FUND                  PIC X(03).
023200 01  WS-EVENT-DR-ACCT               PIC X(06).
023300 01  WS-EVENT-CR-ACCT               PIC X(06).
023400 01  WS-EVENT-AMOUNT                PIC 9(09)V99.
023500 01  WS-POST-DATE                   PIC 9(08).
023600 01  WS-ROUTE-FLAG                  PIC X(01).
023700     88  WS-ROUTE-IN-PERIOD             VALUE " ".
023800     88  WS-ROUTE-PRIOR-PERIOD          VALUE "P".
023900     88  WS-ROUTE-UNCHECKED             VALUE "U".
024000     COPY utilstat REPLACING ==UTIL-STATUS-VALID==
024100         BY ==WS-GP-STATUS-VALID==
024200         ==UTIL-STATUS-INVALID==
024300         BY ==WS-GP-STATUS-INVALID==
024400         ==UTIL-STATUS-OVERFLOW==
024500         BY ==WS-GP-STATUS-OVERFLOW==
024600         ==UTIL-STATUS== BY ==WS-GP-STATUS==.
024700 01  WS-HELD-SWITCH                 PIC X(01) VALUE "N".
024800     88  WS-POSTING-HELD                VALUE "Y".
024900 01  WS-READ-COUNT                  PIC 9(05) COMP VALUE ZERO.
025000 01  WS-MEASURED-COUNT              PIC 9(05) COMP VALUE ZERO.
025100 01  WS-ANOMALY-COUNT               PIC 9(05) COMP VALUE ZERO.
025200 01  WS-EXCEPTION-COUNT             PIC 9(05) COMP VALUE ZERO.
025300 01  WS-ORDER-COUNT                 PIC 9(05) COMP VALUE ZERO.
025400 01  WS-WO-FAIL-COUNT               PIC 9(05) COMP VALUE ZERO.
025500 01  WS-JOURNAL-COUNT               PIC 9(05) COMP VALUE ZERO.
025550 01  WS-HELD-COUNT                  PIC 9(05) COMP VALUE ZERO.
025575 01  WS-ADJUSTMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
025600 01  WS-REPLACED-COUNT              PIC 9(05) COMP VALUE ZERO.
025700 01  WS-MONTH-COST                  PIC 9(09)V99 COMP-3
025800                                    VALUE ZERO.
025900 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "UTILUSE".
026000 01  WS-EOD-ANOMALY-LABEL           PIC X(24)
026100         VALUE "UTILITY ANOMALY METERS".
026200 01  WS-EOD-METRIC-VALUE            PIC 9(07).
026300 01  WS-EOD-CAMPUS-CODE             PIC X(03).
026400 01  WS-REPORT-HEADING.
026500     05  FILLER                     PIC X(30)
026600             VALUE "UTILITY USAGE AND ANOMALIES - ".
026700     05  FILLER                     PIC X(06) VALUE "MONTH ".
026800     05  WS-RH-PERIOD               PIC 9(06).
026900     05  FILLER                     PIC X(14)
027000             VALUE "  SCHOOL DAYS ".
027100     05  WS-RH-SCHOOL-DAYS          PIC ZZ9.
027200     05  FILLER                     PIC X(21) VALUE SPACE.
027300 01  WS-COLUMN-HEADING.
027400     05  FILLER                     PIC X(40)
027500             VALUE "METER     CMP       USAGE DAY    PER DAY".
027600     05  FILLER                     PIC X(40)
027700             VALUE "    LAST YR  12-MO AVG NOTE".
027800 01  WS-DETAIL-LINE.
027900     05  WS-DL-METER-ID             PIC X(09).
028000     05  FILLER                     PIC X(01) VALUE SPACE.
028100     05  WS-DL-CAMPUS               PIC X(03).
028200     05  FILLER                     PIC X(01) VALUE SPACE.
028300     05  WS-DL-USAGE                PIC ZZZ,ZZZ,ZZ9.
028400     05  FILLER                     PIC X(01) VALUE SPACE.
028500     05  WS-DL-DAYS                 PIC ZZ9.
028600     05  FILLER                     PIC X(01) VALUE SPACE.
028700     05  WS-DL-PER-DAY              PIC ZZZZ,ZZ9.9.
028800     05  FILLER                     PIC X(01) VALUE SPACE.
028900     05  WS-DL-LAST-YEAR            PIC ZZZZ,ZZ9.9.
029000     05  FILLER                     PIC X(01) VALUE SPACE.
029100     05  WS-DL-AVERAGE              PIC ZZZZ,ZZ9.9.
029200     05  FILLER                     PIC X(01) VALUE SPACE.
029300     05  WS-DL-NOTE                 PIC X(17).
029400 01  WS-ANOMALY-NOTE.
029500     05  WS-AN-FLAG                 PIC X(04).
029600     05  FILLER                     PIC X(01) VALUE SPACE.
029700     05  WS-AN-PCT                  PIC ZZZ9.
029800     05  FILLER                     PIC X(02) VALUE "% ".
029900     05  WS-AN-BASIS                PIC X(06).
030000 01  WS-EVENT-LINE.
030100     05  WS-EV-EVENT                PIC X(08).
030200     05  FILLER                     PIC X(02) VALUE SPACE.
030300     05  WS-EV-FUND                 PIC X(03).
030400     05  FILLER                     PIC X(02) VALUE SPACE.
030500     05  WS-EV-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
030600     05  FILLER                     PIC X(02) VALUE SPACE.
030700     05  WS-EV-NOTE                 PIC X(24).
030800     05  FILLER                     PIC X(25) VALUE SPACE.
030900 01  WS-COUNT-LINE.
031000     05  FILLER                     PIC X(11)
031100             VALUE "READINGS - ".
031200     05  WS-CL-READINGS             PIC ZZ,ZZ9.
031300     05  FILLER                     PIC X(13)
031400             VALUE "  MEASURED - ".
031500     05  WS-CL-MEASURED             PIC ZZ,ZZ9.
031600     05  FILLER                     PIC X(14)
031700             VALUE "  ANOMALIES - ".
031800     05  WS-CL-ANOMALIES            PIC ZZ,ZZ9.
031900     05  FILLER                     PIC X(15)
032000             VALUE "  EXCEPTIONS - ".
032100     05  WS-CL-EXCEPTIONS           PIC ZZ,ZZ9.
032200     05  FILLER                     PIC X(03) VALUE SPACE.
032300 01  WS-ORDER-LINE.
032400     05  FILLER                     PIC X(22)
032500             VALUE "WORK ORDERS OPENED -  ".
032600     05  WS-OL-ORDERS               PIC ZZ,ZZ9.
032700     05  FILLER                     PIC X(52) VALUE SPACE.
032800 01  WS-TOTAL-LINE.
032900     05  FILLER                     PIC X(24)
033000             VALUE "MONTH'S COST -".
033100     05  WS-TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
033200     05  FILLER                     PIC X(42) VALUE SPACE.
033203 01  WS-ADJUST-HEADING-1            PIC X(80)
033206         VALUE "PRIOR-PERIOD ADJUSTMENTS FROM CLOSED PERIODS".
033209 01  WS-ADJUST-HEADING-2.
033212     05  FILLER                     PIC X(39)
033215             VALUE "EVENT    FND ACCOUNT D         AMOUNT  ".
033218     05  FILLER                     PIC X(41)
033221             VALUE "DATED     POSTED".
033224 01  WS-ADJUST-LINE.
033227     05  WS-AJ-EVENT                PIC X(08).
033230     05  FILLER                     PIC X(01) VALUE SPACE.
033233     05  WS-AJ-FUND                 PIC X(03).
033236     05  FILLER                     PIC X(01) VALUE SPACE.
033239     05  WS-AJ-ACCOUNT              PIC X(06).
033242     05  FILLER                     PIC X(02) VALUE SPACE.
033245     05  WS-AJ-DR-CR                PIC X(01).
033248     05  FILLER                     PIC X(01) VALUE SPACE.
033251     05  WS-AJ-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
033254     05  FILLER                     PIC X(02) VALUE SPACE.
033257     05  WS-AJ-DATED                PIC 9(08).
033260     05  FILLER                     PIC X(02) VALUE SPACE.
033263     05  WS-AJ-POSTED               PIC 9(08).
033266     05  FILLER                     PIC X(23) VALUE SPACE.
033269 01  WS-ADJUST-SUMMARY-LINE.
033272     05  FILLER                     PIC X(28)
033275             VALUE "PRIOR-PERIOD ADJUSTMENTS -  ".
033278     05  WS-AS-COUNT                PIC ZZ,ZZ9.
033281     05  FILLER                     PIC X(46) VALUE SPACE.
033300 LINKAGE SECTION.
033400 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
033500 01  LS-PARM-DATA                   PIC X(10).
033600 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
033700*--------------------------------------------------------------*
033800*    0000-MAINLINE                                              *
033900*--------------------------------------------------------------*
034000 0000-MAINLINE.
034100     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
034200     MOVE WS-TS-YEAR TO WS-RUN-YEAR
034300     MOVE WS-TS-MONTH TO WS-RUN-MON
034400     IF WS-RUN-MON = 1
034500         MOVE 12 TO WS-RUN-MON
034600         SUBTRACT 1 FROM WS-RUN-YEAR
034700     ELSE
034800         SUBTRACT 1 FROM WS-RUN-MON
034900     END-IF
035000     IF LS-PARM-LENGTH >= 6
035100             AND LS-PARM-DATA (1:6) IS NUMERIC
035200         MOVE LS-PARM-DATA (1:6) TO WS-RUN-PERIOD
035300     END-IF
035400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035500     PERFORM 2000-PROCESS-METER THRU 2000-EXIT
035600         VARYING WS-MTSUB FROM 1 BY 1
035700         UNTIL WS-MTSUB > WS-MT-COUNT
035800     PERFORM 3000-POST-FUND THRU 3000-EXIT
035900         VARYING WS-FDSUB FROM 1 BY 1
036000         UNTIL WS-FDSUB > WS-FD-COUNT
036100     PERFORM 8000-FINALIZE THRU 8000-EXIT
036200     GOBACK.
036300*--------------------------------------------------------------*
036400*    1000-INITIALIZE - WORKS OUT THE MONTH'S LAST DAY AND       *
036500*    SCHOOL DAYS, LOADS THE UTILITY CHART ROW AND THE METERS,   *
036600*    ASKS GLPERIOD WHERE THE MONTH-END DATE POSTS, TAKES IN THE *
036700*    MONTH'S READINGS, CARRIES THE USAGE HISTORY FORWARD AND    *
036800*    NOTES THE UTILITY WORK ORDERS STILL OPEN.                  *
036900*--------------------------------------------------------------*
037000 1000-INITIALIZE.
037100     MOVE WS-DAYS-IN-MONTH (WS-RUN-MON) TO WS-LAST-DAY
037200     IF WS-RUN-MON = 2
037300         DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
037400             REMAINDER WS-LEAP-REMAINDER
037500         IF WS-LEAP-REMAINDER = 0
037600             MOVE 29 TO WS-LAST-DAY
037700         END-IF
037800     END-IF
037900     COMPUTE WS-MONTH-END-DATE = WS-RUN-PERIOD * 100 + WS-LAST-DAY
038000     COMPUTE WS-PRIOR-YEAR-PERIOD = WS-RUN-PERIOD - 100
038100     OPEN INPUT TERM-CALENDAR-FILE
038200     IF WS-TC-FILE-STATUS = "35"
038300         SET WS-TC-EOF TO TRUE
038400     ELSE
038500         PERFORM 1300-COUNT-SCHOOL-DAY THRU 1300-EXIT
038600             UNTIL WS-TC-EOF
038700         CLOSE TERM-CALENDAR-FILE
038800     END-IF
038900     IF WS-SCHOOL-DAYS > 0
039000         MOVE WS-SCHOOL-DAYS TO WS-DAY-DIVISOR
039100     ELSE
039200         MOVE WS-LAST-DAY TO WS-DAY-DIVISOR
039300     END-IF
039400     OPEN INPUT CHART-OF-ACCOUNTS-FILE
039500     IF WS-CA-FILE-STATUS = "35"
039600         SET WS-CA-EOF TO TRUE
039700     ELSE
039800         PERFORM 1100-LOAD-CHART THRU 1100-EXIT
039900             UNTIL WS-CA-EOF
040000         CLOSE CHART-OF-ACCOUNTS-FILE
040100     END-IF
040200     OPEN INPUT UTILITY-METER-FILE
040300     PERFORM 1200-LOAD-METER THRU 1200-EXIT
040400         UNTIL WS-UM-EOF
040500     CLOSE UTILITY-METER-FILE
040600     CALL "GLPERIOD" USING WS-MONTH-END-DATE WS-POST-DATE
040700         WS-ROUTE-FLAG WS-GP-STATUS
040800     IF WS-ROUTE-UNCHECKED
040900         DISPLAY "UTILUSE: PERIOD FILE MISSING - POSTED AS DATED"
041100     END-IF
041200     IF WS-GP-STATUS-INVALID
041300         DISPLAY "UTILUSE: MONTH REJECTED BY PERIOD CHECK - "
041400             WS-RUN-PERIOD
041500         SET WS-POSTING-HELD TO TRUE
041600     END-IF
041700     OPEN OUTPUT GL-JOURNAL-FILE
041800     OPEN OUTPUT UTILITY-USAGE-RPT
041825     OPEN OUTPUT PRIOR-PERIOD-RPT
041850     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-1
041875     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-2
041900     MOVE SPACE TO WS-DETAIL-LINE
042000     MOVE WS-RUN-PERIOD TO WS-RH-PERIOD
042100     MOVE WS-SCHOOL-DAYS TO WS-RH-SCHOOL-DAYS
042200     WRITE UTILITY-USAGE-LINE FROM WS-REPORT-HEADING
042300     WRITE UTILITY-USAGE-LINE FROM WS-COLUMN-HEADING
042400     OPEN INPUT UTILITY-READING-FILE
042500     IF WS-UR-FILE-STATUS = "35"
042600         DISPLAY "UTILUSE: NO READING FILE - EVERY METER UNREAD"
042700         SET WS-UR-EOF TO TRUE
042800     ELSE
042900         PERFORM 1400-LOAD-READING THRU 1400-EXIT
043000             UNTIL WS-UR-EOF
043100         CLOSE UTILITY-READING-FILE
043200     END-IF
043300     OPEN OUTPUT NEW-UTILITY-HISTORY-FILE
043400     OPEN INPUT UTILITY-HISTORY-FILE
043500     IF WS-UH-FILE-STATUS = "35"
043600         SET WS-UH-EOF TO TRUE
043700     ELSE
043800         PERFORM 1500-CARRY-HISTORY THRU 1500-EXIT
043900             UNTIL WS-UH-EOF
044000         CLOSE UTILITY-HISTORY-FILE
044100     END-IF
044200     OPEN I-O WORK-ORDER-FILE
044300     PERFORM 1600-LOAD-OPEN-ORDER THRU 1600-EXIT
044400         UNTIL WS-WO-EOF.
044500 1000-EXIT.
044600     EXIT.
044700*--------------------------------------------------------------*
044800*    1100-LOAD-CHART - ONLY THE UTILITY ROW MATTERS HERE.  ITS  *
044900*    DEBIT FUND IS THE FUND FOR A METER THAT CARRIES NONE OF    *
045000*    ITS OWN.                                                   *
045100*--------------------------------------------------------------*
045200 1100-LOAD-CHART.
045300     READ CHART-OF-ACCOUNTS-FILE
045400         AT END
045500             SET WS-CA-EOF TO TRUE
045600             GO TO 1100-EXIT
045700     END-READ
045800     IF CA-EVENT-CODE = "UTILITY"
045900         SET WS-UTILITY-FOUND TO TRUE
046000         MOVE CA-DEBIT-FUND TO WS-UT-FUND
046100         MOVE CA-DEBIT-ACCOUNT TO WS-UT-DR-ACCT
046200         MOVE CA-CREDIT-ACCOUNT TO WS-UT-CR-ACCT
046300     END-IF.
046400 1100-EXIT.
046500     EXIT.
046600*--------------------------------------------------------------*
046700*    1200-LOAD-METER                                            *
046800*--------------------------------------------------------------*
046900 1200-LOAD-METER.
047000     READ UTILITY-METER-FILE
047100         AT END
047200             SET WS-UM-EOF TO TRUE
047300             GO TO 1200-EXIT
047400     END-READ
047500     IF WS-MT-COUNT >= 500
047600         ADD 1 TO WS-MT-DROP-COUNT
047700         GO TO 1200-EXIT
047800     END-IF
047900     ADD 1 TO WS-MT-COUNT
048000     INITIALIZE WS-MT-ENTRY (WS-MT-COUNT)
048100     MOVE UM-METER-ID TO WS-MT-METER-ID (WS-MT-COUNT)
048200     MOVE UM-CAMPUS-CODE TO WS-MT-CAMPUS (WS-MT-COUNT)
048300     MOVE UM-DESCRIPTION TO WS-MT-DESCRIPTION (WS-MT-COUNT)
048400     IF UM-FUND = SPACE
048500         MOVE WS-UT-FUND TO WS-MT-FUND (WS-MT-COUNT)
048600     ELSE
048700         MOVE UM-FUND TO WS-MT-FUND (WS-MT-COUNT)
048800     END-IF
048900     MOVE UM-UNIT-RATE TO WS-MT-UNIT-RATE (WS-MT-COUNT)
049000     MOVE UM-ROLLOVER-READING TO WS-MT-ROLLOVER (WS-MT-COUNT)
049100     IF UM-BAND-PCT = ZERO
049200         MOVE WS-DEFAULT-BAND-PCT TO WS-MT-BAND-PCT (WS-MT-COUNT)
049300     ELSE
049400         MOVE UM-BAND-PCT TO WS-MT-BAND-PCT (WS-MT-COUNT)
049500     END-IF
049600     MOVE UM-METER-STATUS TO WS-MT-STATUS (WS-MT-COUNT)
049700     MOVE "N" TO WS-MT-LY-SW (WS-MT-COUNT)
049800     MOVE "N" TO WS-MT-READ-SW (WS-MT-COUNT)
049900     MOVE UM-CAMPUS-CODE TO WS-FIND-CAMPUS
050000     PERFORM 2400-FIND-CAMPUS THRU 2400-EXIT.
050100 1200-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------*
050400*    1300-COUNT-SCHOOL-DAY                                      *
050500*--------------------------------------------------------------*
050600 1300-COUNT-SCHOOL-DAY.
050700     READ TERM-CALENDAR-FILE
050800         AT END
050900             SET WS-TC-EOF TO TRUE
051000             GO TO 1300-EXIT
051100     END-READ
051200     IF TC-CAL-DATE (1:6) = WS-RUN-PERIOD
051300         ADD 1 TO WS-SCHOOL-DAYS
051400     END-IF.
051500 1300-EXIT.
051600     EXIT.
051700*--------------------------------------------------------------*
051800*    1400-LOAD-READING - A READING OUTSIDE THE MONTH OR FOR A   *
051900*    METER NOT ON THE MASTER IS LISTED AND SKIPPED.  A SECOND   *
052000*    READING FOR A METER IS LISTED; THE LATER ONE STANDS.       *
052100*--------------------------------------------------------------*
052200 1400-LOAD-READING.
052300     READ UTILITY-READING-FILE
052400         AT END
052500             SET WS-UR-EOF TO TRUE
052600             GO TO 1400-EXIT
052700     END-READ
052800     ADD 1 TO WS-READ-COUNT
052900     IF UR-READ-DATE (1:6) NOT = WS-RUN-PERIOD
053000         MOVE UR-METER-ID TO WS-DL-METER-ID
053100         MOVE SPACE TO WS-DL-CAMPUS
053200         MOVE "WRONG MONTH" TO WS-DL-NOTE
053300         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
053400         GO TO 1400-EXIT
053500     END-IF
053600     MOVE UR-METER-ID TO WS-FIND-METER
053700     PERFORM 2300-FIND-METER THRU 2300-EXIT
053800     IF WS-MT-FOUND-SUB = 0
053900         MOVE UR-METER-ID TO WS-DL-METER-ID
054000         MOVE SPACE TO WS-DL-CAMPUS
054100         MOVE "NOT ON MASTER" TO WS-DL-NOTE
054200         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
054300         GO TO 1400-EXIT
054400     END-IF
054500     IF WS-MT-READ (WS-MT-FOUND-SUB)
054600         MOVE UR-METER-ID TO WS-DL-METER-ID
054700         MOVE WS-MT-CAMPUS (WS-MT-FOUND-SUB) TO WS-DL-CAMPUS
054800         MOVE "DUPLICATE READING" TO WS-DL-NOTE
054900         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
055000         IF UR-READ-DATE < WS-MT-READ-DATE (WS-MT-FOUND-SUB)
055100             GO TO 1400-EXIT
055200         END-IF
055300     END-IF
055400     MOVE "Y" TO WS-MT-READ-SW (WS-MT-FOUND-SUB)
055500     MOVE UR-READING TO WS-MT-READING (WS-MT-FOUND-SUB)
055600     MOVE UR-READ-DATE TO WS-MT-READ-DATE (WS-MT-FOUND-SUB)
055700     MOVE UR-BILLED-COST TO WS-MT-BILLED-COST (WS-MT-FOUND-SUB).
055800 1400-EXIT.
055900     EXIT.
056000*--------------------------------------------------------------*
056100*    1500-CARRY-HISTORY - EVERY ROW GOES TO THE NEW HISTORY     *
056200*    BUT THIS MONTH'S FROM AN EARLIER RUN, WHICH THIS RUN       *
056300*    REPLACES.  A ROW BEFORE THIS MONTH GIVES ITS METER THE     *
056400*    LATEST CLOSING READING, LAST YEAR'S USAGE PER DAY FOR THE  *
056500*    SAME MONTH, AND THE TWELVE MONTHS FOR THE ROLLING AVERAGE. *
056600*--------------------------------------------------------------*
056700 1500-CARRY-HISTORY.
056800     READ UTILITY-HISTORY-FILE
056900         AT END
057000             SET WS-UH-EOF TO TRUE
057100             GO TO 1500-EXIT
057200     END-READ
057300     IF UH-PERIOD = WS-RUN-PERIOD
057400         ADD 1 TO WS-REPLACED-COUNT
057500         GO TO 1500-EXIT
057600     END-IF
057700     WRITE NEW-UTILITY-HISTORY-RECORD FROM UTILITY-HISTORY-RECORD
057800     IF UH-PERIOD > WS-RUN-PERIOD
057900         GO TO 1500-EXIT
058000     END-IF
058100     MOVE UH-METER-ID TO WS-FIND-METER
058200     PERFORM 2300-FIND-METER THRU 2300-EXIT
058300     IF WS-MT-FOUND-SUB = 0
058400         GO TO 1500-EXIT
058500     END-IF
058600     IF UH-PERIOD > WS-MT-LAST-PERIOD (WS-MT-FOUND-SUB)
058700         MOVE UH-PERIOD TO WS-MT-LAST-PERIOD (WS-MT-FOUND-SUB)
058800         MOVE UH-CLOSING-READING
058900             TO WS-MT-LAST-READING (WS-MT-FOUND-SUB)
059000     END-IF
059100     IF UH-BASELINE OR UH-PERIOD < WS-PRIOR-YEAR-PERIOD
059200         GO TO 1500-EXIT
059300     END-IF
059400     IF UH-PERIOD = WS-PRIOR-YEAR-PERIOD
059500         MOVE "Y" TO WS-MT-LY-SW (WS-MT-FOUND-SUB)
059600         MOVE UH-USAGE-PER-DAY
059700             TO WS-MT-LY-PER-DAY (WS-MT-FOUND-SUB)
059800     END-IF
059900     ADD UH-USAGE-PER-DAY TO WS-MT-AVG-TOTAL (WS-MT-FOUND-SUB)
060000     ADD 1 TO WS-MT-AVG-COUNT (WS-MT-FOUND-SUB).
060100 1500-EXIT.
060200     EXIT.
060300*--------------------------------------------------------------*
060400*    1600-LOAD-OPEN-ORDER - TODAY'S ORDER NUMBERS IN THE        *
060500*    UTILITY RANGE ALSO MOVE THE NEXT NUMBER PAST THEM, SO A    *
060600*    RERUN DOES NOT COLLIDE WITH ITS OWN ORDERS.                *
060700*--------------------------------------------------------------*
060800 1600-LOAD-OPEN-ORDER.
060900     READ WORK-ORDER-FILE NEXT RECORD
061000         AT END
061100             SET WS-WO-EOF TO TRUE
061200             GO TO 1600-EXIT
061300     END-READ
061400     IF WO-ORDER-DATE = WS-TS-DATE
061500             AND WO-ORDER-SEQ > WS-WO-SEQ
061600             AND WO-ORDER-SEQ <= WS-WO-SEQ-LIMIT
061700         MOVE WO-ORDER-SEQ TO WS-WO-SEQ
061800     END-IF
061900     IF NOT WO-STATUS-OPEN
062000             OR WO-NOTES (1:5) NOT = "UTIL "
062100         GO TO 1600-EXIT
062200     END-IF
062300     IF WS-OPEN-COUNT >= 500
062400         ADD 1 TO WS-OPEN-DROP-COUNT
062500         GO TO 1600-EXIT
062600     END-IF
062700     ADD 1 TO WS-OPEN-COUNT
062800     MOVE WO-EQUIPMENT-ID TO WS-OO-EQUIPMENT-ID (WS-OPEN-COUNT)
062900     MOVE WO-NOTES (1:14) TO WS-OO-METER-KEY (WS-OPEN-COUNT).
063000 1600-EXIT.
063100     EXIT.
063200*--------------------------------------------------------------*
063300*    2000-PROCESS-METER - ONE METER.  A METER'S FIRST READING   *
063400*    ONLY SETS ITS BASELINE.  A READING BELOW THE LAST ONE ON A *
063500*    METER THAT DOES NOT ROLL OVER IS LISTED AND NOT POSTED.    *
063600*--------------------------------------------------------------*
063700 2000-PROCESS-METER.
063800     MOVE SPACE TO WS-DETAIL-LINE
063900     MOVE WS-MT-METER-ID (WS-MTSUB) TO WS-DL-METER-ID
064000     MOVE WS-MT-CAMPUS (WS-MTSUB) TO WS-DL-CAMPUS
064100     IF NOT WS-MT-READ (WS-MTSUB)
064200         IF WS-MT-ACTIVE (WS-MTSUB)
064300             MOVE "NO READING" TO WS-DL-NOTE
064400             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
064500         END-IF
064600         GO TO 2000-EXIT
064700     END-IF
064800     MOVE ZERO TO WS-USAGE
064900     MOVE ZERO TO WS-PER-DAY
065000     SET WS-NO-ANOMALY TO TRUE
065100     IF WS-MT-LAST-PERIOD (WS-MTSUB) = ZERO
065200         MOVE "FIRST READING" TO WS-DL-NOTE
065300         PERFORM 2500-PRICE-USAGE THRU 2500-EXIT
065400         MOVE SPACE TO UTILITY-HISTORY-RECORD
065500         SET UH-BASELINE TO TRUE
065600         PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
065700         WRITE UTILITY-USAGE-LINE FROM WS-DETAIL-LINE
065800         GO TO 2000-EXIT
065900     END-IF
066000     IF WS-MT-READING (WS-MTSUB) >= WS-MT-LAST-READING (WS-MTSUB)
066100         COMPUTE WS-USAGE = WS-MT-READING (WS-MTSUB)
066200             - WS-MT-LAST-READING (WS-MTSUB)
066300     ELSE
066400         IF WS-MT-ROLLOVER (WS-MTSUB) = ZERO
066500             MOVE "BELOW LAST READ" TO WS-DL-NOTE
066600             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
066700             GO TO 2000-EXIT
066800         END-IF
066900         COMPUTE WS-USAGE = WS-MT-ROLLOVER (WS-MTSUB)
067000             - WS-MT-LAST-READING (WS-MTSUB)
067100             + WS-MT-READING (WS-MTSUB) + 1
067200     END-IF
067300     ADD 1 TO WS-MEASURED-COUNT
067400     COMPUTE WS-PER-DAY ROUNDED = WS-USAGE / WS-DAY-DIVISOR
067500     MOVE WS-USAGE TO WS-DL-USAGE
067600     MOVE WS-DAY-DIVISOR TO WS-DL-DAYS
067700     MOVE WS-PER-DAY TO WS-DL-PER-DAY
067800     PERFORM 2200-CHECK-BAND THRU 2200-EXIT
067900     PERFORM 2500-PRICE-USAGE THRU 2500-EXIT
068000     MOVE SPACE TO UTILITY-HISTORY-RECORD
068100     MOVE WS-ANOMALY-FLAG TO UH-ANOMALY-FLAG
068200     PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
068300     IF NOT WS-NO-ANOMALY
068400         ADD 1 TO WS-ANOMALY-COUNT
068500         MOVE WS-MT-CAMPUS (WS-MTSUB) TO WS-FIND-CAMPUS
068600         PERFORM 2400-FIND-CAMPUS THRU 2400-EXIT
068700         IF WS-CP-FOUND-SUB > 0
068800             ADD 1 TO WS-CP-ANOMALIES (WS-CP-FOUND-SUB)
068900         END-IF
069000         PERFORM 2600-OPEN-WORK-ORDER THRU 2600-EXIT
069100     END-IF
069200     WRITE UTILITY-USAGE-LINE FROM WS-DETAIL-LINE.
069300 2000-EXIT.
069400     EXIT.
069500*--------------------------------------------------------------*
069600*    2200-CHECK-BAND - LAST YEAR'S SAME MONTH IS TRIED FIRST,   *
069700*    THEN THE ROLLING AVERAGE.  A MONTH WITH NOTHING TO COMPARE *
069800*    AGAINST (OR A ZERO BASE) CANNOT BE AN ANOMALY.             *
069900*--------------------------------------------------------------*
070000 2200-CHECK-BAND.
070100     MOVE WS-MT-BAND-PCT (WS-MTSUB) TO WS-BAND-PCT
070200     IF WS-MT-AVG-COUNT (WS-MTSUB) > 0
070300         COMPUTE WS-AVG-PER-DAY ROUNDED =
070400             WS-MT-AVG-TOTAL (WS-MTSUB)
070500             / WS-MT-AVG-COUNT (WS-MTSUB)
070600         MOVE WS-AVG-PER-DAY TO WS-DL-AVERAGE
070700     ELSE
070800         MOVE ZERO TO WS-AVG-PER-DAY
070900     END-IF
071000     IF WS-MT-LY-FOUND (WS-MTSUB)
071100         MOVE WS-MT-LY-PER-DAY (WS-MTSUB) TO WS-DL-LAST-YEAR
071200         MOVE WS-MT-LY-PER-DAY (WS-MTSUB) TO WS-BASE-PER-DAY
071300         MOVE "LST YR" TO WS-ANOMALY-BASIS
071400         PERFORM 2250-COMPARE-BASE THRU 2250-EXIT
071500     END-IF
071600     IF WS-NO-ANOMALY AND WS-MT-AVG-COUNT (WS-MTSUB) > 0
071700         MOVE WS-AVG-PER-DAY TO WS-BASE-PER-DAY
071800         MOVE "12 AVG" TO WS-ANOMALY-BASIS
071900         PERFORM 2250-COMPARE-BASE THRU 2250-EXIT
072000     END-IF
072100     IF WS-NO-ANOMALY
072200         GO TO 2200-EXIT
072300     END-IF
072400     IF WS-ANOMALY-HIGH
072500         MOVE "HIGH" TO WS-AN-FLAG
072600     ELSE
072700         MOVE "LOW" TO WS-AN-FLAG
072800     END-IF
072900     IF WS-ANOMALY-PCT > 9999
073000         MOVE 9999 TO WS-ANOMALY-PCT
073100     END-IF
073200     MOVE WS-ANOMALY-PCT TO WS-AN-PCT
073300     MOVE WS-ANOMALY-BASIS TO WS-AN-BASIS
073400     MOVE WS-ANOMALY-NOTE TO WS-DL-NOTE.
073500 2200-EXIT.
073600     EXIT.
073700*--------------------------------------------------------------*
073800*    2250-COMPARE-BASE - THE PERCENT THE MONTH'S USAGE PER DAY  *
073900*    STANDS ABOVE OR BELOW WS-BASE-PER-DAY.                     *
074000*--------------------------------------------------------------*
074100 2250-COMPARE-BASE.
074200     IF WS-BASE-PER-DAY = ZERO
074300         GO TO 2250-EXIT
074400     END-IF
074500     COMPUTE WS-DEVIATION-PCT ROUNDED =
074600         (WS-PER-DAY - WS-BASE-PER-DAY) * 100 / WS-BASE-PER-DAY
074700     IF WS-DEVIATION-PCT > WS-BAND-PCT
074800         SET WS-ANOMALY-HIGH TO TRUE
074900         MOVE WS-DEVIATION-PCT TO WS-ANOMALY-PCT
075000         GO TO 2250-EXIT
075100     END-IF
075200     IF WS-DEVIATION-PCT < 0 - WS-BAND-PCT
075300         SET WS-ANOMALY-LOW TO TRUE
075400         COMPUTE WS-ANOMALY-PCT = 0 - WS-DEVIATION-PCT
075500     END-IF.
075600 2250-EXIT.
075700     EXIT.
075800*--------------------------------------------------------------*
075900*    2300-FIND-METER - WS-MT-FOUND-SUB COMES BACK POINTING AT   *
076000*    WS-FIND-METER'S TABLE ENTRY, OR ZERO.                      *
076100*--------------------------------------------------------------*
076200 2300-FIND-METER.
076300     MOVE ZERO TO WS-MT-FOUND-SUB
076400     PERFORM 2310-MATCH-METER THRU 2310-EXIT
076500         VARYING WS-MT-SCAN-SUB FROM 1 BY 1
076600         UNTIL WS-MT-SCAN-SUB > WS-MT-COUNT
076700             OR WS-MT-FOUND-SUB > 0.
076800 2300-EXIT.
076900     EXIT.
077000*--------------------------------------------------------------*
077100*    2310-MATCH-METER                                           *
077200*--------------------------------------------------------------*
077300 2310-MATCH-METER.
077400     IF WS-FIND-METER = WS-MT-METER-ID (WS-MT-SCAN-SUB)
077500         MOVE WS-MT-SCAN-SUB TO WS-MT-FOUND-SUB
077600     END-IF.
077700 2310-EXIT.
077800     EXIT.
077900*--------------------------------------------------------------*
078000*    2400-FIND-CAMPUS - WS-CP-FOUND-SUB COMES BACK POINTING AT  *
078100*    WS-FIND-CAMPUS'S ENTRY, ADDED IF NEW, OR ZERO WHEN THE     *
078200*    TABLE IS FULL.                                             *
078300*--------------------------------------------------------------*
078400 2400-FIND-CAMPUS.
078500     MOVE ZERO TO WS-CP-FOUND-SUB
078600     PERFORM 2410-MATCH-CAMPUS THRU 2410-EXIT
078700         VARYING WS-CPSUB FROM 1 BY 1
078800         UNTIL WS-CPSUB > WS-CP-COUNT
078900             OR WS-CP-FOUND-SUB > 0
079000     IF WS-CP-FOUND-SUB > 0
079100         GO TO 2400-EXIT
079200     END-IF
079300     IF WS-CP-COUNT >= 50
079400         ADD 1 TO WS-CP-DROP-COUNT
079500         GO TO 2400-EXIT
079600     END-IF
079700     ADD 1 TO WS-CP-COUNT
079800     MOVE WS-FIND-CAMPUS TO WS-CP-CAMPUS (WS-CP-COUNT)
079900     MOVE ZERO TO WS-CP-ANOMALIES (WS-CP-COUNT)
080000     MOVE WS-CP-COUNT TO WS-CP-FOUND-SUB.
080100 2400-EXIT.
080200     EXIT.
080300*--------------------------------------------------------------*
080400*    2410-MATCH-CAMPUS                                          *
080500*--------------------------------------------------------------*
080600 2410-MATCH-CAMPUS.
080700     IF WS-FIND-CAMPUS = WS-CP-CAMPUS (WS-CPSUB)
080800         MOVE WS-CPSUB TO WS-CP-FOUND-SUB
080900     END-IF.
081000 2410-EXIT.
081100     EXIT.
081200*--------------------------------------------------------------*
081300*    2500-PRICE-USAGE - THE BILLED COST WHEN THE READING HAS    *
081400*    ONE, ELSE THE USAGE AT THE METER'S UNIT RATE; ADDED TO THE *
081500*    METER'S FUND FOR POSTING.                                  *
081600*--------------------------------------------------------------*
081700 2500-PRICE-USAGE.
081800     IF WS-MT-BILLED-COST (WS-MTSUB) > ZERO
081900         MOVE WS-MT-BILLED-COST (WS-MTSUB) TO WS-COST
082000     ELSE
082100         COMPUTE WS-COST ROUNDED =
082200             WS-USAGE * WS-MT-UNIT-RATE (WS-MTSUB)
082300     END-IF
082400     ADD WS-COST TO WS-MONTH-COST
082500     MOVE WS-MT-FUND (WS-MTSUB) TO WS-FIND-FUND
082600     PERFORM 2510-FIND-FUND THRU 2510-EXIT
082700     IF WS-FD-FOUND-SUB > 0
082800         ADD WS-COST TO WS-FD-COST (WS-FD-FOUND-SUB)
082900     END-IF.
083000 2500-EXIT.
083100     EXIT.
083200*--------------------------------------------------------------*
083300*    2510-FIND-FUND - WS-FD-FOUND-SUB COMES BACK POINTING AT    *
083400*    THE ENTRY FOR WS-FIND-FUND, ADDING IT WHEN NEW, OR ZERO    *
083500*    WHEN THE TABLE IS FULL.                                    *
083600*--------------------------------------------------------------*
083700 2510-FIND-FUND.
083800     MOVE ZERO TO WS-FD-FOUND-SUB
083900     PERFORM 2520-MATCH-FUND THRU 2520-EXIT
084000         VARYING WS-FDSUB FROM 1 BY 1
084100         UNTIL WS-FDSUB > WS-FD-COUNT
084200             OR WS-FD-FOUND-SUB > 0
084300     IF WS-FD-FOUND-SUB > 0
084400         GO TO 2510-EXIT
084500     END-IF
084600     IF WS-FD-COUNT >= 20
084700         ADD 1 TO WS-FD-DROP-COUNT
084800         GO TO 2510-EXIT
084900     END-IF
085000     ADD 1 TO WS-FD-COUNT
085100     MOVE WS-FIND-FUND TO WS-FD-FUND (WS-FD-COUNT)
085200     MOVE ZERO TO WS-FD-COST (WS-FD-COUNT)
085300     MOVE WS-FD-COUNT TO WS-FD-FOUND-SUB.
085400 2510-EXIT.
085500     EXIT.
085600*--------------------------------------------------------------*
085700*    2520-MATCH-FUND                                            *
085800*--------------------------------------------------------------*
085900 2520-MATCH-FUND.
086000     IF WS-FIND-FUND = WS-FD-FUND (WS-FDSUB)
086100         MOVE WS-FDSUB TO WS-FD-FOUND-SUB
086200     END-IF.
086300 2520-EXIT.
086400     EXIT.
086500*--------------------------------------------------------------*
086600*    2600-OPEN-WORK-ORDER - THE ORDER IS CUT AGAINST THE        *
086700*    CAMPUS AND NAMES THE METER; ONE STILL OPEN FOR THE SAME    *
086800*    METER IS NOT OPENED TWICE.                                 *
086900*--------------------------------------------------------------*
087000 2600-OPEN-WORK-ORDER.
087100     MOVE WS-MT-METER-ID (WS-MTSUB) TO WS-WN-METER-ID
087200     MOVE WS-AN-FLAG TO WS-WN-FLAG
087300     MOVE WS-ANOMALY-PCT TO WS-WN-PCT
087400     MOVE ZERO TO WS-OPEN-FOUND-SUB
087500     PERFORM 2610-MATCH-OPEN-ORDER THRU 2610-EXIT
087600         VARYING WS-OSUB FROM 1 BY 1
087700         UNTIL WS-OSUB > WS-OPEN-COUNT
087800             OR WS-OPEN-FOUND-SUB > 0
087900     IF WS-OPEN-FOUND-SUB > 0
088000         GO TO 2600-EXIT
088100     END-IF
088200     MOVE SPACE TO WORK-ORDER-RECORD
088300     MOVE WS-TS-DATE TO WO-ORDER-DATE
088400     MOVE WS-MT-CAMPUS (WS-MTSUB) TO WO-EQUIPMENT-ID
088500     STRING "METER " DELIMITED BY SIZE
088600         WS-MT-METER-ID (WS-MTSUB) DELIMITED BY SIZE
088700         " " DELIMITED BY SIZE
088800         WS-MT-DESCRIPTION (WS-MTSUB) DELIMITED BY SIZE
088900         INTO WO-EQUIPMENT-NAME
089000     END-STRING
089100     MOVE WS-TS-DATE TO WO-DUE-DATE
089200     MOVE WS-WO-INTERVAL TO WO-SERVICE-INTERVAL
089300     SET WO-STATUS-OPEN TO TRUE
089400     MOVE ZERO TO WO-COMPLETE-DATE
089500     MOVE WS-WO-NOTE TO WO-NOTES
089600     MOVE "N" TO WS-WO-WRITTEN-SWITCH
089700     PERFORM 2620-WRITE-ORDER THRU 2620-EXIT
089800         UNTIL WS-WO-WRITTEN
089900             OR WS-WO-SEQ >= WS-WO-SEQ-LIMIT
090000     IF NOT WS-WO-WRITTEN
090100         ADD 1 TO WS-WO-FAIL-COUNT
090200         GO TO 2600-EXIT
090300     END-IF
090400     ADD 1 TO WS-ORDER-COUNT
090500     IF WS-OPEN-COUNT < 500
090600         ADD 1 TO WS-OPEN-COUNT
090700         MOVE WO-EQUIPMENT-ID
090800             TO WS-OO-EQUIPMENT-ID (WS-OPEN-COUNT)
090900         MOVE WS-WN-METER-KEY TO WS-OO-METER-KEY (WS-OPEN-COUNT)
091000     ELSE
091100         ADD 1 TO WS-OPEN-DROP-COUNT
091200     END-IF.
091300 2600-EXIT.
091400     EXIT.
091500*--------------------------------------------------------------*
091600*    2610-MATCH-OPEN-ORDER                                      *
091700*--------------------------------------------------------------*
091800 2610-MATCH-OPEN-ORDER.
091900     IF WS-MT-CAMPUS (WS-MTSUB) = WS-OO-EQUIPMENT-ID (WS-OSUB)
092000             AND WS-WN-METER-KEY = WS-OO-METER-KEY (WS-OSUB)
092100         MOVE WS-OSUB TO WS-OPEN-FOUND-SUB
092200     END-IF.
092300 2610-EXIT.
092400     EXIT.
092500*--------------------------------------------------------------*
092600*    2620-WRITE-ORDER - THE NEXT FREE NUMBER IN THE UTILITY     *
092700*    RANGE; A NUMBER ALREADY TAKEN IS STEPPED PAST.             *
092800*--------------------------------------------------------------*
092900 2620-WRITE-ORDER.
093000     ADD 1 TO WS-WO-SEQ
093100     MOVE WS-WO-SEQ TO WO-ORDER-SEQ
093200     WRITE WORK-ORDER-RECORD
093300         INVALID KEY
093400             GO TO 2620-EXIT
093500     END-WRITE
093600     MOVE "Y" TO WS-WO-WRITTEN-SWITCH.
093700 2620-EXIT.
093800     EXIT.
093900*--------------------------------------------------------------*
094000*    2700-WRITE-HISTORY - THE CALLER HAS CLEARED THE RECORD AND *
094100*    SET THE ENTRY TYPE OR ANOMALY FLAG.                        *
094200*--------------------------------------------------------------*
094300 2700-WRITE-HISTORY.
094400     MOVE WS-MT-METER-ID (WS-MTSUB) TO UH-METER-ID
094500     MOVE WS-RUN-PERIOD TO UH-PERIOD
094600     MOVE WS-MT-READING (WS-MTSUB) TO UH-CLOSING-READING
094700     MOVE WS-USAGE TO UH-USAGE
094800     MOVE WS-DAY-DIVISOR TO UH-SCHOOL-DAYS
094900     MOVE WS-PER-DAY TO UH-USAGE-PER-DAY
095000     MOVE WS-COST TO UH-COST
095100     WRITE NEW-UTILITY-HISTORY-RECORD FROM UTILITY-HISTORY-RECORD.
095200 2700-EXIT.
095300     EXIT.
095400*--------------------------------------------------------------*
095500*    2800-WRITE-EXCEPTION - THE CALLER HAS SET THE METER,       *
095600*    CAMPUS AND NOTE ON THE DETAIL LINE.                        *
095700*--------------------------------------------------------------*
095800 2800-WRITE-EXCEPTION.
095900     ADD 1 TO WS-EXCEPTION-COUNT
096000     WRITE UTILITY-USAGE-LINE FROM WS-DETAIL-LINE
096100     MOVE SPACE TO WS-DETAIL-LINE.
096200 2800-EXIT.
096300     EXIT.
096400*--------------------------------------------------------------*
096500*    3000-POST-FUND - THE FUND'S UTILITY COST POSTS AS ONE      *
096600*    BALANCED PAIR FROM THE UTILITY CHART ROW: UTILITY EXPENSE  *
096700*    DEBITED, THE PAYABLE CREDITED.  A FULL METER, CAMPUS, FUND *
096733*    OR OPEN-ORDER TABLE, OR A WORK ORDER NOT WRITTEN, LEAVES   *
096766*    THE MONTH INCOMPLETE, SO EVERY FUND IS HELD.               *
096800*--------------------------------------------------------------*
096900 3000-POST-FUND.
097000     MOVE "UTILITY" TO WS-EVENT-CODE
097100     MOVE WS-FD-FUND (WS-FDSUB) TO WS-EVENT-FUND
097200     MOVE WS-FD-COST (WS-FDSUB) TO WS-EVENT-AMOUNT
097300     MOVE WS-UT-DR-ACCT TO WS-EVENT-DR-ACCT
097400     MOVE WS-UT-CR-ACCT TO WS-EVENT-CR-ACCT
097414     IF WS-MT-DROP-COUNT > 0 OR WS-CP-DROP-COUNT > 0
097428             OR WS-FD-DROP-COUNT > 0 OR WS-OPEN-DROP-COUNT > 0
097442             OR WS-WO-FAIL-COUNT > 0
097456         PERFORM 3200-HOLD-EVENT THRU 3200-EXIT
097470         GO TO 3000-EXIT
097484     END-IF
097500     IF WS-UTILITY-FOUND
097600         PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
097700     ELSE
097800         PERFORM 3200-HOLD-EVENT THRU 3200-EXIT
097900     END-IF.
098000 3000-EXIT.
098100     EXIT.
098200*--------------------------------------------------------------*
098300*    3100-POST-ONE-EVENT                                        *
098400*--------------------------------------------------------------*
098500 3100-POST-ONE-EVENT.
098600     IF WS-EVENT-AMOUNT = ZERO
098700         GO TO 3100-EXIT
098800     END-IF
098900     IF WS-POSTING-HELD
099000         PERFORM 3200-HOLD-EVENT THRU 3200-EXIT
099100         GO TO 3100-EXIT
099200     END-IF
099300     MOVE SPACE TO WS-EVENT-LINE
099400     MOVE WS-EVENT-CODE TO WS-EV-EVENT
099500     MOVE WS-EVENT-FUND TO WS-EV-FUND
099600     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
099700     IF WS-ROUTE-PRIOR-PERIOD
099800         MOVE "POSTED - PRIOR PERIOD" TO WS-EV-NOTE
099900     ELSE
100000         MOVE "POSTED" TO WS-EV-NOTE
100100     END-IF
100200     WRITE UTILITY-USAGE-LINE FROM WS-EVENT-LINE
100300     MOVE SPACE TO GL-JOURNAL-RECORD
100400     MOVE WS-POST-DATE TO GJ-BATCH-DATE
100500     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
100600     MOVE WS-EVENT-FUND TO GJ-FUND
100700     MOVE WS-EVENT-DR-ACCT TO GJ-ACCOUNT
100800     SET GJ-DEBIT TO TRUE
100900     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
101000     PERFORM 3300-WRITE-JOURNAL THRU 3300-EXIT
101100     MOVE SPACE TO GL-JOURNAL-RECORD
101200     MOVE WS-POST-DATE TO GJ-BATCH-DATE
101300     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
101400     MOVE WS-EVENT-FUND TO GJ-FUND
101500     MOVE WS-EVENT-CR-ACCT TO GJ-ACCOUNT
101600     SET GJ-CREDIT TO TRUE
101700     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
101800     PERFORM 3300-WRITE-JOURNAL THRU 3300-EXIT.
101900 3100-EXIT.
102000     EXIT.
102100*--------------------------------------------------------------*
102200*    3200-HOLD-EVENT - NO CHART ROW, NO POSTING PERIOD, A FULL  *
102250*    TABLE OR A WORK ORDER NOT WRITTEN; THE RUN ENDS RC 8 SO    *
102300*    THE HISTORY IS NOT COPIED BACK AND THE MONTH CAN BE RERUN  *
102400*    ONCE CORRECTED.                                            *
102500*--------------------------------------------------------------*
102600 3200-HOLD-EVENT.
102700     IF WS-EVENT-AMOUNT = ZERO
102800         GO TO 3200-EXIT
102900     END-IF
103000     MOVE SPACE TO WS-EVENT-LINE
103100     MOVE WS-EVENT-CODE TO WS-EV-EVENT
103200     MOVE WS-EVENT-FUND TO WS-EV-FUND
103300     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
103400     IF WS-POSTING-HELD
103500         MOVE "BAD MONTH - HELD" TO WS-EV-NOTE
103600     ELSE
103700         MOVE "NO CHART ROW - HELD" TO WS-EV-NOTE
103800     END-IF
103812     IF WS-WO-FAIL-COUNT > 0
103824         MOVE "ORDER NOT WRITTEN - HELD" TO WS-EV-NOTE
103836     END-IF
103848     IF WS-MT-DROP-COUNT > 0 OR WS-CP-DROP-COUNT > 0
103860             OR WS-FD-DROP-COUNT > 0 OR WS-OPEN-DROP-COUNT > 0
103872         MOVE "TABLE FULL - HELD" TO WS-EV-NOTE
103884     END-IF
103900     WRITE UTILITY-USAGE-LINE FROM WS-EVENT-LINE
104000     ADD 1 TO WS-HELD-COUNT.
104100 3200-EXIT.
104200     EXIT.
104300*--------------------------------------------------------------*
104400*    3300-WRITE-JOURNAL - A ROW ROUTED OUT OF A CLOSED PERIOD   *
104500*    IS FLAGGED AND LISTED ON THE ADJUSTMENT REPORT WITH THE    *
104550*    DATE IT WOULD HAVE CARRIED.                                *
104600*--------------------------------------------------------------*
104700 3300-WRITE-JOURNAL.
104800     IF WS-ROUTE-PRIOR-PERIOD
104900         SET GJ-PRIOR-PERIOD-ADJ TO TRUE
104910         MOVE GJ-EVENT-CODE TO WS-AJ-EVENT
104920         MOVE GJ-FUND TO WS-AJ-FUND
104930         MOVE GJ-ACCOUNT TO WS-AJ-ACCOUNT
104940         MOVE GJ-DR-CR TO WS-AJ-DR-CR
104950         MOVE GJ-AMOUNT TO WS-AJ-AMOUNT
104960         MOVE WS-MONTH-END-DATE TO WS-AJ-DATED
104970         MOVE GJ-BATCH-DATE TO WS-AJ-POSTED
104980         WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-LINE
104990         ADD 1 TO WS-ADJUSTMENT-COUNT
105000     END-IF
105100     WRITE GL-JOURNAL-RECORD
105200     ADD 1 TO WS-JOURNAL-COUNT.
105300 3300-EXIT.
105400     EXIT.
105500*--------------------------------------------------------------*
105600*    8000-FINALIZE - EACH CAMPUS WITH METERS REPORTS ITS        *
105700*    ANOMALY COUNT TO THE END-OF-DAY SUMMARY, ZERO INCLUDED.    *
105800*--------------------------------------------------------------*
105900 8000-FINALIZE.
106000     MOVE WS-READ-COUNT TO WS-CL-READINGS
106100     MOVE WS-MEASURED-COUNT TO WS-CL-MEASURED
106200     MOVE WS-ANOMALY-COUNT TO WS-CL-ANOMALIES
106300     MOVE WS-EXCEPTION-COUNT TO WS-CL-EXCEPTIONS
106400     WRITE UTILITY-USAGE-LINE FROM WS-COUNT-LINE
106500     MOVE WS-ORDER-COUNT TO WS-OL-ORDERS
106600     WRITE UTILITY-USAGE-LINE FROM WS-ORDER-LINE
106700     MOVE WS-MONTH-COST TO WS-TL-AMOUNT
106800     WRITE UTILITY-USAGE-LINE FROM WS-TOTAL-LINE
106833     MOVE WS-ADJUSTMENT-COUNT TO WS-AS-COUNT
106866     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-SUMMARY-LINE
106900     PERFORM 8100-WRITE-CAMPUS-METRIC THRU 8100-EXIT
107000         VARYING WS-CPSUB FROM 1 BY 1
107100         UNTIL WS-CPSUB > WS-CP-COUNT
107150     MOVE ZERO TO RETURN-CODE
107200     IF WS-ANOMALY-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
107250             OR WS-ROUTE-UNCHECKED
107300         MOVE 4 TO RETURN-CODE
107350     END-IF
107400     IF WS-HELD-COUNT > 0
107450         MOVE 8 TO RETURN-CODE
107500     END-IF
107600     IF WS-REPLACED-COUNT > 0
107700         DISPLAY "UTILUSE: EARLIER RUN OF THE MONTH REPLACED - "
107800             WS-REPLACED-COUNT
107900     END-IF
108000     IF WS-MT-DROP-COUNT > 0
108100         DISPLAY "UTILUSE: METER TABLE FULL - DROPPED - "
108200             WS-MT-DROP-COUNT
108300         MOVE 8 TO RETURN-CODE
108400     END-IF
108500     IF WS-CP-DROP-COUNT > 0
108600         DISPLAY "UTILUSE: CAMPUS TABLE FULL - DROPPED - "
108700             WS-CP-DROP-COUNT
108800         MOVE 8 TO RETURN-CODE
108900     END-IF
109000     IF WS-FD-DROP-COUNT > 0
109100         DISPLAY "UTILUSE: FUND TABLE FULL - DROPPED - "
109200             WS-FD-DROP-COUNT
109300         MOVE 8 TO RETURN-CODE
109400     END-IF
109500     IF WS-OPEN-DROP-COUNT > 0
109600         DISPLAY "UTILUSE: OPEN ORDER TABLE FULL - DROPPED - "
109700             WS-OPEN-DROP-COUNT
109800         MOVE 8 TO RETURN-CODE
109900     END-IF
110000     IF WS-WO-FAIL-COUNT > 0
110100         DISPLAY "UTILUSE: WORK ORDERS NOT WRITTEN - "
110200             WS-WO-FAIL-COUNT
110300         MOVE 8 TO RETURN-CODE
110400     END-IF
110500     CLOSE NEW-UTILITY-HISTORY-FILE
110600     CLOSE WORK-ORDER-FILE
110700     CLOSE GL-JOURNAL-FILE
110800     CLOSE UTILITY-USAGE-RPT
110850     CLOSE PRIOR-PERIOD-RPT.
110900 8000-EXIT.
111000     EXIT.
111100*--------------------------------------------------------------*
111200*    8100-WRITE-CAMPUS-METRIC                                   *
111300*--------------------------------------------------------------*
111400 8100-WRITE-CAMPUS-METRIC.
111500     MOVE WS-CP-ANOMALIES (WS-CPSUB) TO WS-EOD-METRIC-VALUE
111600     MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-EOD-CAMPUS-CODE
111700     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
111800         WS-EOD-ANOMALY-LABEL WS-EOD-METRIC-VALUE
111900         WS-EOD-CAMPUS-CODE.
112000 8100-EXIT.
112100     EXIT.
112200 END PROGRAM UTILUSE.
