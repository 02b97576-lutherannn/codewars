000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEPRECN.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    MONTHLY EQUIPMENT DEPRECIATION.  MATCHES THE EQUIPMENT     *
000900*    MASTER AGAINST THE FIXED-ASSET BOOK BY EQUIPMENT ID AND    *
001000*    CARRIES THE BOOK FORWARD:                                  *
001100*      - AN ITEM NEW TO THE BOOK IS ADDED AT ITS ACQUISITION    *
001200*        COST, SALVAGE AT EQ-SALVAGE-PCT OF COST, WITH THE      *
001300*        MONTHS BEFORE THIS ONE TAKEN AS OPENING ACCUMULATED    *
001400*        DEPRECIATION (NOT EXPENSED AGAIN).                     *
001500*      - EACH ACTIVE ITEM TAKES STRAIGHT-LINE DEPRECIATION FOR  *
001600*        EVERY MONTH SINCE ITS LAST RUN, STOPPING AT SALVAGE.   *
001700*      - A BUS RETIRED ON THE FLEET MASTER, OR AN ITEM DROPPED  *
001800*        FROM THE EQUIPMENT MASTER, IS DISPOSED AND ITS         *
001900*        REMAINING BOOK VALUE WRITTEN OFF.                      *
002000*    THE MONTH'S DEPRECIATION (DEPREC) AND WRITE-OFFS (ASSETWO) *
002100*    POST TO THE GL JOURNAL AS BALANCED PAIRS BY FUND, DATED    *
002200*    THE LAST DAY OF THE MONTH AND ROUTED THROUGH GLPERIOD.     *
002300*    THE JUNE RUN ALSO PRINTS THE YEAR-END FIXED-ASSET          *
002400*    SCHEDULE BY FUND.  A MISSING CHART ROW, A REJECTED MONTH   *
002500*    OR A FULL TABLE HOLDS EVERY POSTING BEFORE ANY JOURNAL ROW *
002550*    IS WRITTEN AND ENDS RC 8 SO THE BOOK IS NOT COPIED BACK.   *
002600*    PARM = MONTH (YYYYMM); DEFAULTS TO LAST MONTH.             *
002700*--------------------------------------------------------------*
002800*    MODIFICATION HISTORY                                      *
002900*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002925*    2026-10-15  DLS  CHECK THE CHART ROWS AND TABLE LIMITS     *
002950*                     BEFORE POSTING, SO A HELD RUN WRITES NO   *
002975*                     JOURNAL ROW AT ALL.                       *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EQUIPMENT-MASTER-FILE ASSIGN TO EQUIPMST
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT ASSET-BOOK-FILE ASSIGN TO ASSETBK
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-FA-FILE-STATUS.
003900     SELECT NEW-ASSET-BOOK-FILE ASSIGN TO ASSETBKO
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT FLEET-MASTER-FILE ASSIGN TO FLEETMST
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-VH-FILE-STATUS.
004400     SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO CHARTACT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CA-FILE-STATUS.
004700     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNL
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT DEPRECIATION-RPT ASSIGN TO DEPRRPT
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT ASSET-SCHEDULE-RPT ASSIGN TO FASCHED
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT PRIOR-PERIOD-RPT ASSIGN TO GLPPARPT
005400         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  EQUIPMENT-MASTER-FILE
005800     RECORDING MODE IS F.
005900     COPY equipmst.
006000 FD  ASSET-BOOK-FILE
006100     RECORDING MODE IS F.
006200 01  ASSET-BOOK-IN.
006300     05  FI-EQUIPMENT-ID            PIC X(09).
006400     05  FILLER                     PIC X(91).
006500 FD  NEW-ASSET-BOOK-FILE
006600     RECORDING MODE IS F.
006700 01  NEW-ASSET-BOOK-RECORD          PIC X(100).
006800 FD  FLEET-MASTER-FILE
006900     RECORDING MODE IS F.
007000     COPY fleetmst.
007100 FD  CHART-OF-ACCOUNTS-FILE
007200     RECORDING MODE IS F.
007300     COPY chartact.
007400 FD  GL-JOURNAL-FILE
007500     RECORDING MODE IS F.
007600     COPY gljournl.
007700 FD  DEPRECIATION-RPT
007800     RECORDING MODE IS F.
007900 01  DEPRECIATION-LINE              PIC X(80).
008000 FD  ASSET-SCHEDULE-RPT
008100     RECORDING MODE IS F.
008200 01  ASSET-SCHEDULE-LINE            PIC X(80).
008300 FD  PRIOR-PERIOD-RPT
008400     RECORDING MODE IS F.
008500 01  PRIOR-PERIOD-LINE              PIC X(80).
008600 WORKING-STORAGE SECTION.
008700     COPY fabook.
008800 01  WS-FA-FILE-STATUS              PIC X(02) VALUE SPACE.
008900 01  WS-VH-FILE-STATUS              PIC X(02) VALUE SPACE.
009000 01  WS-CA-FILE-STATUS              PIC X(02) VALUE SPACE.
009100 01  WS-VH-EOF-SWITCH               PIC X(01) VALUE "N".
009200     88  WS-VH-EOF                      VALUE "Y".
009300 01  WS-CA-EOF-SWITCH               PIC X(01) VALUE "N".
009400     88  WS-CA-EOF                      VALUE "Y".
009500 01  WS-EQ-KEY                      PIC X(09).
009600 01  WS-FA-KEY                      PIC X(09).
009700 01  WS-TIMESTAMP.
009800     05  WS-TS-DATE                 PIC 9(08).
009900     05  FILLER                     PIC X(13).
010000 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
010100     05  WS-TS-YEAR                 PIC 9(04).
010200     05  WS-TS-MONTH                PIC 9(02).
010300     05  FILLER                     PIC X(15).
010400 01  WS-RUN-PERIOD                  PIC 9(06).
010500 01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
010600     05  WS-RUN-YEAR                PIC 9(04).
010700     05  WS-RUN-MON                 PIC 9(02).
010800 01  WS-MONTH-END-DATE              PIC 9(08).
010900 01  WS-DAYS-IN-MONTH-TABLE.
011000     05  FILLER                     PIC X(24)
011100             VALUE "312831303130313130313031".
011200 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE
011300                                    PIC 9(02) OCCURS 12 TIMES.
011400 01  WS-LAST-DAY                    PIC 9(02).
011500 01  WS-LEAP-REMAINDER              PIC 9(01).
011600 01  WS-LEAP-QUOTIENT               PIC 9(04).
011700 01  WS-FY-START-MONTH              PIC 9(02) VALUE 07.
011800 01  WS-FISCAL-YEAR                 PIC 9(04).
011900 01  WS-FY-FROM-DATE                PIC 9(08).
012000 01  WS-FY-THRU-DATE                PIC 9(08).
012100*    MONTHS ARE COUNTED AS YEAR * 12 + MONTH SO A SPAN OF
012200*    PERIODS IS A SUBTRACTION.
012300 01  WS-RUN-MONTHS                  PIC 9(06) COMP.
012400 01  WS-FROM-MONTHS                 PIC 9(06) COMP.
012500 01  WS-MONTHS-DUE                  PIC 9(04) COMP.
012600 01  WS-WORK-PERIOD                 PIC 9(06).
012700 01  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
012800     05  WS-WP-YEAR                 PIC 9(04).
012900     05  WS-WP-MONTH                PIC 9(02).
013000 01  WS-MONTHLY-AMOUNT              PIC 9(07)V99.
013100 01  WS-CHARGE                      PIC 9(09)V99.
013200 01  WS-REMAINING-BASE              PIC S9(09)V99.
013300 01  WS-NET-BOOK                    PIC S9(09)V99.
013400*    RETIRED BUSES' EQUIPMENT IDS FROM THE FLEET MASTER.
013500 01  WS-RT-COUNT                    PIC 9(03) COMP VALUE ZERO.
013600 01  WS-RT-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
013700 01  WS-RTSUB                       PIC 9(03) COMP.
013800 01  WS-RETIRED-SWITCH              PIC X(01).
013900     88  WS-RETIRED                     VALUE "Y".
014000 01  WS-RETIRED-TABLE.
014100     05  WS-RT-EQUIPMENT-ID OCCURS 500 TIMES
014200                                    PIC X(09).
014300*    THE DEPREC AND ASSETWO CHART ROWS.
014400 01  WS-DEPREC-SWITCH               PIC X(01) VALUE "N".
014500     88  WS-DEPREC-FOUND                VALUE "Y".
014600 01  WS-DP-FUND                     PIC X(03) VALUE SPACE.
014700 01  WS-DP-DR-ACCT                  PIC X(06) VALUE SPACE.
014800 01  WS-DP-CR-ACCT                  PIC X(06) VALUE SPACE.
014900 01  WS-WRITEOFF-SWITCH             PIC X(01) VALUE "N".
015000     88  WS-WRITEOFF-FOUND              VALUE "Y".
015100 01  WS-WO-DR-ACCT                  PIC X(06) VALUE SPACE.
015200 01  WS-WO-CR-ACCT                  PIC X(06) VALUE SPACE.
015300*    THE MONTH'S POSTINGS AND THE YEAR-END SCHEDULE BY FUND.
015400 01  WS-FD-COUNT                    PIC 9(02) COMP VALUE ZERO.
015500 01  WS-FD-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
015600 01  WS-FDSUB                       PIC 9(02) COMP.
015700 01  WS-FD-FOUND-SUB                PIC 9(02) COMP.
015800 01  WS-FUND-TABLE.
015900     05  WS-FD-ENTRY OCCURS 20 TIMES.
016000         10  WS-FD-FUND             PIC X(03).
016100         10  WS-FD-DEPRECIATION     PIC 9(09)V99.
016200         10  WS-FD-WRITE-OFF        PIC 9(09)V99.
016300         10  WS-FD-END-COST         PIC 9(11)V99.
016400         10  WS-FD-ADDITIONS        PIC 9(11)V99.
016500         10  WS-FD-DISPOSALS        PIC 9(11)V99.
016600         10  WS-FD-YEAR-DEPR        PIC 9(11)V99.
016700         10  WS-FD-DISPOSED-ACCUM   PIC 9(11)V99.
016800         10  WS-FD-END-ACCUM        PIC 9(11)V99.
016900 01  WS-FIND-FUND                   PIC X(03).
017000*    GL POSTING.
017100 01  WS-EVENT-CODE                  PIC X(08).
017200 01  WS-EVENT-FUND                  PIC X(03).
017300 01  WS-EVENT-DR-ACCT               PIC X(06).
017400 01  WS-EVENT-CR-ACCT               PIC X(06).
017500 01  WS-EVENT-AMOUNT                PIC 9(09)V99.
017600 01  WS-POST-DATE                   PIC 9(08).
017700 01  WS-ROUTE-FLAG                  PIC X(01).
017800     88  WS-ROUTE-IN-PERIOD             VALUE " ".
017900     88  WS-ROUTE-PRIOR-PERIOD          VALUE "P".
018000     88  WS-ROUTE-UNCHECKED             VALUE "U".
018100     COPY utilstat REPLACING ==UTIL-STATUS-VALID==
018200         BY ==WS-GP-STATUS-VALID==
018300         ==UTIL-STATUS-INVALID==
018400         BY ==WS-GP-STATUS-INVALID==
018500         ==UTIL-STATUS-OVERFLOW==
018600         BY ==WS-GP-STATUS-OVERFLOW==
018700         ==UTIL-STATUS== BY ==WS-GP-STATUS==.
018800 01  WS-HELD-SWITCH                 PIC X(01) VALUE "N".
018900     88  WS-POSTING-HELD                VALUE "Y".
018950 01  WS-HOLD-REASON                 PIC X(24) VALUE SPACE.
019000 01  WS-ASSET-COUNT                 PIC 9(05) COMP VALUE ZERO.
019100 01  WS-ADDED-COUNT                 PIC 9(05) COMP VALUE ZERO.
019200 01  WS-DEPRECIATED-COUNT           PIC 9(05) COMP VALUE ZERO.
019300 01  WS-DISPOSED-COUNT              PIC 9(05) COMP VALUE ZERO.
019400 01  WS-NO-LIFE-COUNT               PIC 9(05) COMP VALUE ZERO.
019500 01  WS-JOURNAL-COUNT               PIC 9(05) COMP VALUE ZERO.
019600 01  WS-ADJUSTMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
019700 01  WS-REPORT-HEADING.
019800     05  FILLER                     PIC X(30)
019900             VALUE "EQUIPMENT DEPRECIATION - MONTH".
020000     05  FILLER                     PIC X(01) VALUE SPACE.
020100     05  WS-RH-PERIOD               PIC 9(06).
020200     05  FILLER                     PIC X(43) VALUE SPACE.
020300 01  WS-COLUMN-HEADING.
020400     05  FILLER                     PIC X(40)
020500             VALUE "EQUIP ID  FND ACTION          THIS RUN ".
020600     05  FILLER                     PIC X(40)
020700             VALUE "   ACCUMULATED  NET BOOK VALUE".
020800 01  WS-DETAIL-LINE.
020900     05  WS-DL-EQUIPMENT-ID         PIC X(09).
021000     05  FILLER                     PIC X(01) VALUE SPACE.
021100     05  WS-DL-FUND                 PIC X(03).
021200     05  FILLER                     PIC X(01) VALUE SPACE.
021300     05  WS-DL-ACTION               PIC X(12).
021400     05  FILLER                     PIC X(01) VALUE SPACE.
021500     05  WS-DL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
021600     05  FILLER                     PIC X(02) VALUE SPACE.
021700     05  WS-DL-ACCUM                PIC Z,ZZZ,ZZ9.99.
021800     05  FILLER                     PIC X(02) VALUE SPACE.
021900     05  WS-DL-NET-BOOK             PIC Z,ZZZ,ZZ9.99.
022000     05  FILLER                     PIC X(13) VALUE SPACE.
022100 01  WS-EVENT-LINE.
022200     05  WS-EV-EVENT                PIC X(08).
022300     05  FILLER                     PIC X(02) VALUE SPACE.
022400     05  WS-EV-FUND                 PIC X(03).
022500     05  FILLER                     PIC X(02) VALUE SPACE.
022600     05  WS-EV-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
022700     05  FILLER                     PIC X(02) VALUE SPACE.
022800     05  WS-EV-NOTE                 PIC X(24).
022900     05  FILLER                     PIC X(25) VALUE SPACE.
023000 01  WS-SUMMARY-LINE.
023100     05  FILLER                     PIC X(09) VALUE "ASSETS - ".
023200     05  WS-SL-ASSETS               PIC ZZ,ZZ9.
023300     05  FILLER                     PIC X(10) VALUE "  ADDED - ".
023400     05  WS-SL-ADDED                PIC ZZ,ZZ9.
023500     05  FILLER                     PIC X(16)
023600             VALUE "  DEPRECIATED - ".
023700     05  WS-SL-DEPRECIATED          PIC ZZ,ZZ9.
023800     05  FILLER                     PIC X(13)
023900             VALUE "  DISPOSED - ".
024000     05  WS-SL-DISPOSED             PIC ZZ,ZZ9.
024100     05  FILLER                     PIC X(08) VALUE SPACE.
024200 01  WS-SCHEDULE-HEADING.
024300     05  FILLER                     PIC X(39)
024400             VALUE "FIXED-ASSET SCHEDULE - FISCAL YEAR END ".
024500     05  WS-SH-FISCAL-YEAR          PIC 9(04).
024600     05  FILLER                     PIC X(37) VALUE SPACE.
024700 01  WS-SCHEDULE-COST-HEADING.
024800     05  FILLER                     PIC X(40)
024900             VALUE "FND  COST     BEGINNING      ADDITIONS  ".
025000     05  FILLER                     PIC X(40)
025100             VALUE "     DISPOSALS         ENDING".
025200 01  WS-SCHEDULE-DEPR-HEADING.
025300     05  FILLER                     PIC X(40)
025400             VALUE "     ACCUM    BEGINNING   DEPRECIATION  ".
025500     05  FILLER                     PIC X(40)
025600             VALUE "     DISPOSALS         ENDING".
025700 01  WS-SCHEDULE-LINE.
025800     05  WS-SC-FUND                 PIC X(03).
025900     05  FILLER                     PIC X(02) VALUE SPACE.
026000     05  WS-SC-LABEL                PIC X(05).
026100     05  FILLER                     PIC X(01) VALUE SPACE.
026200     05  WS-SC-BEGINNING            PIC ZZZ,ZZZ,ZZ9.99.
026300     05  FILLER                     PIC X(01) VALUE SPACE.
026400     05  WS-SC-ADDED                PIC ZZZ,ZZZ,ZZ9.99.
026500     05  FILLER                     PIC X(01) VALUE SPACE.
026600     05  WS-SC-REMOVED              PIC ZZZ,ZZZ,ZZ9.99.
026700     05  FILLER                     PIC X(01) VALUE SPACE.
026800     05  WS-SC-ENDING               PIC ZZZ,ZZZ,ZZ9.99.
026900     05  FILLER                     PIC X(10) VALUE SPACE.
027000 01  WS-BOOK-VALUE-LINE.
027100     05  WS-BV-FUND                 PIC X(03).
027200     05  FILLER                     PIC X(02) VALUE SPACE.
027300     05  FILLER                     PIC X(20)
027400             VALUE "ENDING BOOK VALUE   ".
027500     05  FILLER                     PIC X(31) VALUE SPACE.
027600     05  WS-BV-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
027700     05  FILLER                     PIC X(10) VALUE SPACE.
027800 01  WS-ADJUST-HEADING-1            PIC X(80)
027900         VALUE "PRIOR-PERIOD ADJUSTMENTS FROM CLOSED PERIODS".
028000 01  WS-ADJUST-HEADING-2.
028100     05  FILLER                     PIC X(39)
028200             VALUE "EVENT    FND ACCOUNT D         AMOUNT  ".
028300     05  FILLER                     PIC X(41)
028400             VALUE "DATED     POSTED".
028500 01  WS-ADJUST-LINE.
028600     05  WS-AJ-EVENT                PIC X(08).
028700     05  FILLER                     PIC X(01) VALUE SPACE.
028800     05  WS-AJ-FUND                 PIC X(03).
028900     05  FILLER                     PIC X(01) VALUE SPACE.
029000     05  WS-AJ-ACCOUNT              PIC X(06).
029100     05  FILLER                     PIC X(02) VALUE SPACE.
029200     05  WS-AJ-DR-CR                PIC X(01).
029300     05  FILLER                     PIC X(01) VALUE SPACE.
029400     05  WS-AJ-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
029500     05  FILLER                     PIC X(02) VALUE SPACE.
029600     05  WS-AJ-DATED                PIC 9(08).
029700     05  FILLER                     PIC X(02) VALUE SPACE.
029800     05  WS-AJ-POSTED               PIC 9(08).
029900     05  FILLER                     PIC X(23) VALUE SPACE.
030000 01  WS-ADJUST-SUMMARY-LINE.
030100     05  FILLER                     PIC X(28)
030200             VALUE "PRIOR-PERIOD ADJUSTMENTS -  ".
030300     05  WS-AS-COUNT                PIC ZZ,ZZ9.
030400     05  FILLER                     PIC X(46) VALUE SPACE.
030500 LINKAGE SECTION.
030600 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
030700 01  LS-PARM-DATA                   PIC X(10).
030800 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
030900*--------------------------------------------------------------*
031000*    0000-MAINLINE                                              *
031100*--------------------------------------------------------------*
031200 0000-MAINLINE.
031300     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
031400     MOVE WS-TS-YEAR TO WS-RUN-YEAR
031500     MOVE WS-TS-MONTH TO WS-RUN-MON
031600     IF WS-RUN-MON = 1
031700         MOVE 12 TO WS-RUN-MON
031800         SUBTRACT 1 FROM WS-RUN-YEAR
031900     ELSE
032000         SUBTRACT 1 FROM WS-RUN-MON
032100     END-IF
032200     IF LS-PARM-LENGTH >= 6
032300             AND LS-PARM-DATA (1:6) IS NUMERIC
032400         MOVE LS-PARM-DATA (1:6) TO WS-RUN-PERIOD
032500     END-IF
032600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032700     PERFORM 2000-MATCH-ASSET THRU 2000-EXIT
032800         UNTIL WS-EQ-KEY = HIGH-VALUES
032900             AND WS-FA-KEY = HIGH-VALUES
032950     PERFORM 2950-CHECK-POSTING THRU 2950-EXIT
033000     PERFORM 3000-POST-FUND THRU 3000-EXIT
033100         VARYING WS-FDSUB FROM 1 BY 1
033200         UNTIL WS-FDSUB > WS-FD-COUNT
033300     IF WS-RUN-MON = 06
033400         PERFORM 4000-PRINT-SCHEDULE THRU 4000-EXIT
033500     END-IF
033600     PERFORM 8000-FINALIZE THRU 8000-EXIT
033700     GOBACK.
033800*--------------------------------------------------------------*
033900*    1000-INITIALIZE - WORKS OUT THE MONTH'S LAST DAY AND       *
034000*    FISCAL YEAR, LOADS THE CHART ROWS AND THE RETIRED BUSES,   *
034100*    ASKS GLPERIOD WHERE THE MONTH-END DATE POSTS, AND PRIMES   *
034200*    THE TWO MATCH FILES.                                       *
034300*--------------------------------------------------------------*
034400 1000-INITIALIZE.
034500     MOVE WS-DAYS-IN-MONTH (WS-RUN-MON) TO WS-LAST-DAY
034600     IF WS-RUN-MON = 2
034700         DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
034800             REMAINDER WS-LEAP-REMAINDER
034900         IF WS-LEAP-REMAINDER = 0
035000             MOVE 29 TO WS-LAST-DAY
035100         END-IF
035200     END-IF
035300     COMPUTE WS-MONTH-END-DATE = WS-RUN-PERIOD * 100 + WS-LAST-DAY
035400     COMPUTE WS-RUN-MONTHS = WS-RUN-YEAR * 12 + WS-RUN-MON
035500     MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
035600     IF WS-RUN-MON >= WS-FY-START-MONTH
035700         ADD 1 TO WS-FISCAL-YEAR
035800     END-IF
035900     COMPUTE WS-FY-FROM-DATE =
036000         (WS-FISCAL-YEAR - 1) * 10000 + WS-FY-START-MONTH * 100
036100             + 1
036200     COMPUTE WS-FY-THRU-DATE = WS-FISCAL-YEAR * 10000 + 0630
036300     OPEN INPUT CHART-OF-ACCOUNTS-FILE
036400     IF WS-CA-FILE-STATUS = "35"
036500         SET WS-CA-EOF TO TRUE
036600     ELSE
036700         PERFORM 1100-LOAD-CHART THRU 1100-EXIT
036800             UNTIL WS-CA-EOF
036900         CLOSE CHART-OF-ACCOUNTS-FILE
037000     END-IF
037100     OPEN INPUT FLEET-MASTER-FILE
037200     IF WS-VH-FILE-STATUS = "35"
037300         SET WS-VH-EOF TO TRUE
037400     ELSE
037500         PERFORM 1200-LOAD-RETIRED THRU 1200-EXIT
037600             UNTIL WS-VH-EOF
037700         CLOSE FLEET-MASTER-FILE
037800     END-IF
037900     IF WS-RT-DROP-COUNT > 0
038000         DISPLAY "DEPRECN: RETIRED TABLE FULL - DROPPED - "
038100             WS-RT-DROP-COUNT
038200     END-IF
038300     CALL "GLPERIOD" USING WS-MONTH-END-DATE WS-POST-DATE
038400         WS-ROUTE-FLAG WS-GP-STATUS
038500     IF WS-ROUTE-UNCHECKED
038600         DISPLAY "DEPRECN: PERIOD FILE MISSING - POSTED AS DATED"
038700         MOVE 4 TO RETURN-CODE
038800     END-IF
038900     IF WS-GP-STATUS-INVALID
039000         DISPLAY "DEPRECN: MONTH REJECTED BY PERIOD CHECK - "
039100             WS-RUN-PERIOD
039200         SET WS-POSTING-HELD TO TRUE
039300     END-IF
039400     OPEN INPUT EQUIPMENT-MASTER-FILE
039500     OPEN INPUT ASSET-BOOK-FILE
039600     IF WS-FA-FILE-STATUS = "35"
039700         DISPLAY "DEPRECN: ASSET BOOK MISSING - STARTING NEW"
039800         MOVE HIGH-VALUES TO WS-FA-KEY
039900     ELSE
040000         PERFORM 1400-READ-BOOK THRU 1400-EXIT
040100     END-IF
040200     PERFORM 1300-READ-EQUIPMENT THRU 1300-EXIT
040300     OPEN OUTPUT NEW-ASSET-BOOK-FILE
040400     OPEN OUTPUT GL-JOURNAL-FILE
040500     OPEN OUTPUT DEPRECIATION-RPT
040600     OPEN OUTPUT PRIOR-PERIOD-RPT
040700     MOVE WS-RUN-PERIOD TO WS-RH-PERIOD
040800     WRITE DEPRECIATION-LINE FROM WS-REPORT-HEADING
040900     WRITE DEPRECIATION-LINE FROM WS-COLUMN-HEADING
041000     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-1
041100     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-2.
041200 1000-EXIT.
041300     EXIT.
041400*--------------------------------------------------------------*
041500*    1100-LOAD-CHART - ONLY THE DEPREC AND ASSETWO ROWS MATTER  *
041600*    HERE.  THE DEPREC DEBIT FUND IS THE FUND FOR AN ITEM THAT  *
041700*    CARRIES NONE OF ITS OWN.                                   *
041800*--------------------------------------------------------------*
041900 1100-LOAD-CHART.
042000     READ CHART-OF-ACCOUNTS-FILE
042100         AT END
042200             SET WS-CA-EOF TO TRUE
042300             GO TO 1100-EXIT
042400     END-READ
042500     IF CA-EVENT-CODE = "DEPREC"
042600         SET WS-DEPREC-FOUND TO TRUE
042700         MOVE CA-DEBIT-FUND TO WS-DP-FUND
042800         MOVE CA-DEBIT-ACCOUNT TO WS-DP-DR-ACCT
042900         MOVE CA-CREDIT-ACCOUNT TO WS-DP-CR-ACCT
043000     END-IF
043100     IF CA-EVENT-CODE = "ASSETWO"
043200         SET WS-WRITEOFF-FOUND TO TRUE
043300         MOVE CA-DEBIT-ACCOUNT TO WS-WO-DR-ACCT
043400         MOVE CA-CREDIT-ACCOUNT TO WS-WO-CR-ACCT
043500     END-IF.
043600 1100-EXIT.
043700     EXIT.
043800*--------------------------------------------------------------*
043900*    1200-LOAD-RETIRED                                          *
044000*--------------------------------------------------------------*
044100 1200-LOAD-RETIRED.
044200     READ FLEET-MASTER-FILE
044300         AT END
044400             SET WS-VH-EOF TO TRUE
044500             GO TO 1200-EXIT
044600     END-READ
044700     IF NOT VH-STATUS-RETIRED
044800             OR VH-EQUIPMENT-ID = SPACE
044900         GO TO 1200-EXIT
045000     END-IF
045100     IF WS-RT-COUNT >= 500
045200         ADD 1 TO WS-RT-DROP-COUNT
045300         GO TO 1200-EXIT
045400     END-IF
045500     ADD 1 TO WS-RT-COUNT
045600     MOVE VH-EQUIPMENT-ID TO WS-RT-EQUIPMENT-ID (WS-RT-COUNT).
045700 1200-EXIT.
045800     EXIT.
045900*--------------------------------------------------------------*
046000*    1300-READ-EQUIPMENT                                        *
046100*--------------------------------------------------------------*
046200 1300-READ-EQUIPMENT.
046300     READ EQUIPMENT-MASTER-FILE
046400         AT END
046500             MOVE HIGH-VALUES TO WS-EQ-KEY
046600         NOT AT END
046700             MOVE EQ-EQUIPMENT-ID TO WS-EQ-KEY
046800     END-READ.
046900 1300-EXIT.
047000     EXIT.
047100*--------------------------------------------------------------*
047200*    1400-READ-BOOK                                             *
047300*--------------------------------------------------------------*
047400 1400-READ-BOOK.
047500     READ ASSET-BOOK-FILE
047600         AT END
047700             MOVE HIGH-VALUES TO WS-FA-KEY
047800         NOT AT END
047900             MOVE FI-EQUIPMENT-ID TO WS-FA-KEY
048000     END-READ.
048100 1400-EXIT.
048200     EXIT.
048300*--------------------------------------------------------------*
048400*    2000-MATCH-ASSET - ONE BOOK ROW OUT PER EQUIPMENT ID ON    *
048500*    EITHER FILE.                                               *
048600*--------------------------------------------------------------*
048700 2000-MATCH-ASSET.
048800     EVALUATE TRUE
048900         WHEN WS-EQ-KEY < WS-FA-KEY
049000             PERFORM 2100-ADD-ASSET THRU 2100-EXIT
049100             PERFORM 2200-CARRY-ASSET THRU 2200-EXIT
049200             PERFORM 1300-READ-EQUIPMENT THRU 1300-EXIT
049300         WHEN WS-EQ-KEY = WS-FA-KEY
049400             MOVE ASSET-BOOK-IN TO ASSET-BOOK-RECORD
049500             PERFORM 2200-CARRY-ASSET THRU 2200-EXIT
049600             PERFORM 1300-READ-EQUIPMENT THRU 1300-EXIT
049700             PERFORM 1400-READ-BOOK THRU 1400-EXIT
049800         WHEN OTHER
049900             MOVE ASSET-BOOK-IN TO ASSET-BOOK-RECORD
050000             IF NOT FA-STATUS-DISPOSED
050100                 SET FA-DROPPED-FROM-MASTER TO TRUE
050200                 PERFORM 2400-DISPOSE-ASSET THRU 2400-EXIT
050300             END-IF
050400             PERFORM 2900-WRITE-BOOK THRU 2900-EXIT
050500             PERFORM 1400-READ-BOOK THRU 1400-EXIT
050600     END-EVALUATE.
050700 2000-EXIT.
050800     EXIT.
050900*--------------------------------------------------------------*
051000*    2100-ADD-ASSET - A NEW BOOK ROW FROM THE EQUIPMENT MASTER. *
051100*    THE MONTHS FROM ACQUISITION UP TO LAST MONTH GO IN AS      *
051200*    OPENING ACCUMULATED DEPRECIATION, SO ONLY THIS MONTH IS    *
051300*    EXPENSED BY THIS RUN.                                      *
051400*--------------------------------------------------------------*
051500 2100-ADD-ASSET.
051600     MOVE SPACE TO ASSET-BOOK-RECORD
051700     MOVE EQ-EQUIPMENT-ID TO FA-EQUIPMENT-ID
051800     IF EQ-FUND = SPACE
051900         MOVE WS-DP-FUND TO FA-FUND
052000     ELSE
052100         MOVE EQ-FUND TO FA-FUND
052200     END-IF
052300     MOVE EQ-ACQUIRE-DATE TO FA-ACQUIRE-DATE
052400     MOVE EQ-ACQUIRE-COST TO FA-COST
052500     IF EQ-SALVAGE-PCT IS NUMERIC
052600         COMPUTE FA-SALVAGE ROUNDED =
052700             EQ-ACQUIRE-COST * EQ-SALVAGE-PCT / 100
052800     ELSE
052900         MOVE ZERO TO FA-SALVAGE
053000     END-IF
053100     COMPUTE FA-LIFE-MONTHS = EQ-EXPECTED-LIFE-YRS * 12
053200     MOVE ZERO TO FA-ACCUM-DEPR
053300     MOVE ZERO TO FA-DISPOSE-DATE
053400     MOVE ZERO TO FA-WRITE-OFF
053500     MOVE WS-FISCAL-YEAR TO FA-FYTD-YEAR
053600     MOVE ZERO TO FA-FYTD-DEPR
053700     SET FA-STATUS-ACTIVE TO TRUE
053800     ADD 1 TO WS-ADDED-COUNT
053900     MOVE FA-ACQUIRE-DATE (1:6) TO WS-WORK-PERIOD
054000     IF WS-WP-YEAR = ZERO OR WS-WP-MONTH = ZERO
054100         COMPUTE WS-FROM-MONTHS = WS-RUN-MONTHS - 1
054200     ELSE
054300         COMPUTE WS-FROM-MONTHS =
054400             WS-WP-YEAR * 12 + WS-WP-MONTH - 1
054500     END-IF
054600     IF WS-FROM-MONTHS >= WS-RUN-MONTHS
054700         PERFORM 2600-MONTHS-TO-PERIOD THRU 2600-EXIT
054800         MOVE WS-WORK-PERIOD TO FA-LAST-PERIOD
054900         GO TO 2100-EXIT
055000     END-IF
055100     COMPUTE WS-MONTHS-DUE = WS-RUN-MONTHS - 1 - WS-FROM-MONTHS
055200     PERFORM 2500-MONTHLY-AMOUNT THRU 2500-EXIT
055300     COMPUTE WS-CHARGE = WS-MONTHLY-AMOUNT * WS-MONTHS-DUE
055400     COMPUTE WS-REMAINING-BASE = FA-COST - FA-SALVAGE
055500     IF WS-CHARGE >= WS-REMAINING-BASE
055600         MOVE WS-REMAINING-BASE TO WS-CHARGE
055700     END-IF
055800     MOVE WS-CHARGE TO FA-ACCUM-DEPR
055900     COMPUTE WS-FROM-MONTHS = WS-RUN-MONTHS - 1
056000     PERFORM 2600-MONTHS-TO-PERIOD THRU 2600-EXIT
056100     MOVE WS-WORK-PERIOD TO FA-LAST-PERIOD
056200     MOVE SPACE TO WS-DETAIL-LINE
056300     MOVE "ADDED" TO WS-DL-ACTION
056400     MOVE ZERO TO WS-DL-AMOUNT
056500     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
056600 2100-EXIT.
056700     EXIT.
056800*--------------------------------------------------------------*
056900*    2200-CARRY-ASSET - RETIRES A BUS THE FLEET MASTER SHOWS    *
057000*    RETIRED, OTHERWISE DEPRECIATES, THEN WRITES THE ROW.       *
057100*--------------------------------------------------------------*
057200 2200-CARRY-ASSET.
057300     IF FA-STATUS-DISPOSED
057400         GO TO 2200-WRITE
057500     END-IF
057600     MOVE "N" TO WS-RETIRED-SWITCH
057700     PERFORM 2210-MATCH-RETIRED THRU 2210-EXIT
057800         VARYING WS-RTSUB FROM 1 BY 1
057900         UNTIL WS-RTSUB > WS-RT-COUNT
058000             OR WS-RETIRED
058100     IF WS-RETIRED
058200         SET FA-RETIRED-IN-FLEET TO TRUE
058300         PERFORM 2400-DISPOSE-ASSET THRU 2400-EXIT
058400     ELSE
058500         PERFORM 2300-DEPRECIATE THRU 2300-EXIT
058600     END-IF.
058700 2200-WRITE.
058800     PERFORM 2900-WRITE-BOOK THRU 2900-EXIT.
058900 2200-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------*
059200*    2210-MATCH-RETIRED                                         *
059300*--------------------------------------------------------------*
059400 2210-MATCH-RETIRED.
059500     IF FA-EQUIPMENT-ID = WS-RT-EQUIPMENT-ID (WS-RTSUB)
059600         SET WS-RETIRED TO TRUE
059700     END-IF.
059800 2210-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------*
060100*    2300-DEPRECIATE - ONE MONTH'S STRAIGHT-LINE CHARGE FOR     *
060200*    EACH MONTH SINCE THE LAST RUN, NEVER PAST SALVAGE.  A      *
060300*    MONTH ALREADY TAKEN (A RERUN) CHARGES NOTHING.             *
060400*--------------------------------------------------------------*
060500 2300-DEPRECIATE.
060600     IF NOT FA-STATUS-ACTIVE
060700         GO TO 2300-EXIT
060800     END-IF
060900     MOVE FA-LAST-PERIOD TO WS-WORK-PERIOD
061000     COMPUTE WS-FROM-MONTHS = WS-WP-YEAR * 12 + WS-WP-MONTH
061100     IF WS-FROM-MONTHS >= WS-RUN-MONTHS
061200         GO TO 2300-EXIT
061300     END-IF
061400     IF FA-LIFE-MONTHS = ZERO
061500         ADD 1 TO WS-NO-LIFE-COUNT
061600         MOVE SPACE TO WS-DETAIL-LINE
061700         MOVE "NO LIFE SET" TO WS-DL-ACTION
061800         MOVE ZERO TO WS-DL-AMOUNT
061900         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
062000         GO TO 2300-EXIT
062100     END-IF
062200     COMPUTE WS-MONTHS-DUE = WS-RUN-MONTHS - WS-FROM-MONTHS
062300     PERFORM 2500-MONTHLY-AMOUNT THRU 2500-EXIT
062400     COMPUTE WS-CHARGE = WS-MONTHLY-AMOUNT * WS-MONTHS-DUE
062500     COMPUTE WS-REMAINING-BASE = FA-COST - FA-SALVAGE
062600         - FA-ACCUM-DEPR
062700     MOVE SPACE TO WS-DETAIL-LINE
062800     MOVE "DEPRECIATED" TO WS-DL-ACTION
062900     IF WS-CHARGE >= WS-REMAINING-BASE
063000         MOVE WS-REMAINING-BASE TO WS-CHARGE
063100         SET FA-STATUS-FULL TO TRUE
063200         MOVE "TO SALVAGE" TO WS-DL-ACTION
063300     END-IF
063400     IF FA-FYTD-YEAR NOT = WS-FISCAL-YEAR
063500         MOVE WS-FISCAL-YEAR TO FA-FYTD-YEAR
063600         MOVE ZERO TO FA-FYTD-DEPR
063700     END-IF
063800     ADD WS-CHARGE TO FA-ACCUM-DEPR
063900     ADD WS-CHARGE TO FA-FYTD-DEPR
064000     MOVE WS-RUN-PERIOD TO FA-LAST-PERIOD
064100     ADD 1 TO WS-DEPRECIATED-COUNT
064200     MOVE FA-FUND TO WS-FIND-FUND
064300     PERFORM 2700-FIND-FUND THRU 2700-EXIT
064400     IF WS-FD-FOUND-SUB > 0
064500         ADD WS-CHARGE TO WS-FD-DEPRECIATION (WS-FD-FOUND-SUB)
064600     END-IF
064700     MOVE WS-CHARGE TO WS-DL-AMOUNT
064800     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
064900 2300-EXIT.
065000     EXIT.
065100*--------------------------------------------------------------*
065200*    2400-DISPOSE-ASSET - WRITES OFF WHAT IS LEFT OF THE BOOK   *
065300*    VALUE AS OF THE END OF THE MONTH.                          *
065400*--------------------------------------------------------------*
065500 2400-DISPOSE-ASSET.
065600     COMPUTE WS-NET-BOOK = FA-COST - FA-ACCUM-DEPR
065700     IF WS-NET-BOOK < ZERO
065800         MOVE ZERO TO WS-NET-BOOK
065900     END-IF
066000     MOVE WS-NET-BOOK TO FA-WRITE-OFF
066100     MOVE WS-MONTH-END-DATE TO FA-DISPOSE-DATE
066200     SET FA-STATUS-DISPOSED TO TRUE
066300     ADD 1 TO WS-DISPOSED-COUNT
066400     MOVE FA-FUND TO WS-FIND-FUND
066500     PERFORM 2700-FIND-FUND THRU 2700-EXIT
066600     IF WS-FD-FOUND-SUB > 0
066700         ADD WS-NET-BOOK TO WS-FD-WRITE-OFF (WS-FD-FOUND-SUB)
066800     END-IF
066900     MOVE SPACE TO WS-DETAIL-LINE
067000     IF FA-RETIRED-IN-FLEET
067100         MOVE "RETIRED" TO WS-DL-ACTION
067200     ELSE
067300         MOVE "OFF MASTER" TO WS-DL-ACTION
067400     END-IF
067500     MOVE WS-NET-BOOK TO WS-DL-AMOUNT
067600     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
067700 2400-EXIT.
067800     EXIT.
067900*--------------------------------------------------------------*
068000*    2500-MONTHLY-AMOUNT - DEPRECIABLE BASE OVER THE LIFE IN    *
068100*    MONTHS.                                                    *
068200*--------------------------------------------------------------*
068300 2500-MONTHLY-AMOUNT.
068400     MOVE ZERO TO WS-MONTHLY-AMOUNT
068500     IF FA-LIFE-MONTHS > ZERO
068600         COMPUTE WS-MONTHLY-AMOUNT ROUNDED =
068700             (FA-COST - FA-SALVAGE) / FA-LIFE-MONTHS
068800     END-IF.
068900 2500-EXIT.
069000     EXIT.
069100*--------------------------------------------------------------*
069200*    2600-MONTHS-TO-PERIOD - WS-FROM-MONTHS BACK TO YYYYMM IN   *
069300*    WS-WORK-PERIOD.                                            *
069400*--------------------------------------------------------------*
069500 2600-MONTHS-TO-PERIOD.
069600     COMPUTE WS-WP-YEAR = (WS-FROM-MONTHS - 1) / 12
069700     COMPUTE WS-WP-MONTH = WS-FROM-MONTHS - WS-WP-YEAR * 12.
069800 2600-EXIT.
069900     EXIT.
070000*--------------------------------------------------------------*
070100*    2700-FIND-FUND - WS-FD-FOUND-SUB COMES BACK POINTING AT    *
070200*    THE ENTRY FOR WS-FIND-FUND, ADDING IT WHEN NEW, OR ZERO    *
070300*    WHEN THE TABLE IS FULL.                                    *
070400*--------------------------------------------------------------*
070500 2700-FIND-FUND.
070600     MOVE ZERO TO WS-FD-FOUND-SUB
070700     PERFORM 2710-MATCH-FUND THRU 2710-EXIT
070800         VARYING WS-FDSUB FROM 1 BY 1
070900         UNTIL WS-FDSUB > WS-FD-COUNT
071000             OR WS-FD-FOUND-SUB > 0
071100     IF WS-FD-FOUND-SUB > 0
071200         GO TO 2700-EXIT
071300     END-IF
071400     IF WS-FD-COUNT >= 20
071500         ADD 1 TO WS-FD-DROP-COUNT
071600         GO TO 2700-EXIT
071700     END-IF
071800     ADD 1 TO WS-FD-COUNT
071900     MOVE WS-FD-COUNT TO WS-FD-FOUND-SUB
072000     INITIALIZE WS-FD-ENTRY (WS-FD-FOUND-SUB)
072100     MOVE WS-FIND-FUND TO WS-FD-FUND (WS-FD-FOUND-SUB).
072200 2700-EXIT.
072300     EXIT.
072400*--------------------------------------------------------------*
072500*    2710-MATCH-FUND                                            *
072600*--------------------------------------------------------------*
072700 2710-MATCH-FUND.
072800     IF WS-FIND-FUND = WS-FD-FUND (WS-FDSUB)
072900         MOVE WS-FDSUB TO WS-FD-FOUND-SUB
073000     END-IF.
073100 2710-EXIT.
073200     EXIT.
073300*--------------------------------------------------------------*
073400*    2800-WRITE-DETAIL - THE CALLER HAS SET THE ACTION AND      *
073500*    AMOUNT; THE REST COMES FROM THE BOOK ROW.                  *
073600*--------------------------------------------------------------*
073700 2800-WRITE-DETAIL.
073800     MOVE FA-EQUIPMENT-ID TO WS-DL-EQUIPMENT-ID
073900     MOVE FA-FUND TO WS-DL-FUND
074000     MOVE FA-ACCUM-DEPR TO WS-DL-ACCUM
074100     IF FA-STATUS-DISPOSED
074200         MOVE ZERO TO WS-DL-NET-BOOK
074300     ELSE
074400         COMPUTE WS-NET-BOOK = FA-COST - FA-ACCUM-DEPR
074500         MOVE WS-NET-BOOK TO WS-DL-NET-BOOK
074600     END-IF
074700     WRITE DEPRECIATION-LINE FROM WS-DETAIL-LINE.
074800 2800-EXIT.
074900     EXIT.
075000*--------------------------------------------------------------*
075100*    2900-WRITE-BOOK - WRITES THE ROW FORWARD AND ADDS IT TO    *
075200*    ITS FUND'S YEAR-END SCHEDULE FIGURES.                      *
075300*--------------------------------------------------------------*
075400 2900-WRITE-BOOK.
075500     WRITE NEW-ASSET-BOOK-RECORD FROM ASSET-BOOK-RECORD
075600     ADD 1 TO WS-ASSET-COUNT
075700     MOVE FA-FUND TO WS-FIND-FUND
075800     PERFORM 2700-FIND-FUND THRU 2700-EXIT
075900     IF WS-FD-FOUND-SUB = 0
076000         GO TO 2900-EXIT
076100     END-IF
076200     IF FA-ACQUIRE-DATE >= WS-FY-FROM-DATE
076300             AND FA-ACQUIRE-DATE <= WS-FY-THRU-DATE
076400         ADD FA-COST TO WS-FD-ADDITIONS (WS-FD-FOUND-SUB)
076500     END-IF
076600     IF FA-FYTD-YEAR = WS-FISCAL-YEAR
076700         ADD FA-FYTD-DEPR TO WS-FD-YEAR-DEPR (WS-FD-FOUND-SUB)
076800     END-IF
076900     IF FA-STATUS-DISPOSED
077000         IF FA-DISPOSE-DATE >= WS-FY-FROM-DATE
077100                 AND FA-DISPOSE-DATE <= WS-FY-THRU-DATE
077200             ADD FA-COST TO WS-FD-DISPOSALS (WS-FD-FOUND-SUB)
077300             ADD FA-ACCUM-DEPR
077400                 TO WS-FD-DISPOSED-ACCUM (WS-FD-FOUND-SUB)
077500         END-IF
077600     ELSE
077700         ADD FA-COST TO WS-FD-END-COST (WS-FD-FOUND-SUB)
077800         ADD FA-ACCUM-DEPR TO WS-FD-END-ACCUM (WS-FD-FOUND-SUB)
077900     END-IF.
078000 2900-EXIT.
078100     EXIT.
078102*--------------------------------------------------------------*
078104*    2950-CHECK-POSTING - EVERYTHING THAT CAN HOLD THE POSTING  *
078106*    IS CHECKED HERE, BEFORE THE FIRST JOURNAL ROW, SO A HELD   *
078108*    RUN LEAVES NOTHING IN THE JOURNAL FOR THE RERUN TO DOUBLE: *
078110*    A MONTH THE PERIOD CHECK REJECTED, A FULL FUND OR RETIRED  *
078112*    TABLE (THE FUND TOTALS OR DISPOSALS ARE SHORT), OR A FUND  *
078114*    WITH AN AMOUNT AND NO CHART ROW TO POST IT.                *
078116*--------------------------------------------------------------*
078118 2950-CHECK-POSTING.
078120     IF WS-POSTING-HELD
078122         MOVE "BAD MONTH - HELD" TO WS-HOLD-REASON
078124         GO TO 2950-EXIT
078126     END-IF
078128     IF WS-FD-DROP-COUNT > 0
078130         MOVE "FUND TABLE FULL - HELD" TO WS-HOLD-REASON
078132         SET WS-POSTING-HELD TO TRUE
078134         GO TO 2950-EXIT
078136     END-IF
078138     IF WS-RT-DROP-COUNT > 0
078140         MOVE "RETIRED TBL FULL - HELD" TO WS-HOLD-REASON
078142         SET WS-POSTING-HELD TO TRUE
078144         GO TO 2950-EXIT
078146     END-IF
078148     PERFORM 2960-CHECK-FUND THRU 2960-EXIT
078150         VARYING WS-FDSUB FROM 1 BY 1
078152         UNTIL WS-FDSUB > WS-FD-COUNT
078154             OR WS-POSTING-HELD.
078156 2950-EXIT.
078158     EXIT.
078160*--------------------------------------------------------------*
078162*    2960-CHECK-FUND                                            *
078164*--------------------------------------------------------------*
078166 2960-CHECK-FUND.
078168     IF (WS-FD-DEPRECIATION (WS-FDSUB) > ZERO
078170             AND NOT WS-DEPREC-FOUND)
078172         OR (WS-FD-WRITE-OFF (WS-FDSUB) > ZERO
078174             AND NOT WS-WRITEOFF-FOUND)
078176         MOVE "NO CHART ROW - HELD" TO WS-HOLD-REASON
078178         SET WS-POSTING-HELD TO TRUE
078180     END-IF.
078182 2960-EXIT.
078184     EXIT.
078200*--------------------------------------------------------------*
078300*    3000-POST-FUND - THE FUND'S DEPRECIATION AND WRITE-OFFS    *
078400*    POST AS BALANCED PAIRS FROM THEIR CHART ROWS.              *
078500*--------------------------------------------------------------*
078600 3000-POST-FUND.
078700     MOVE WS-FD-FUND (WS-FDSUB) TO WS-EVENT-FUND
078800     MOVE "DEPREC" TO WS-EVENT-CODE
078900     MOVE WS-FD-DEPRECIATION (WS-FDSUB) TO WS-EVENT-AMOUNT
079000     MOVE WS-DP-DR-ACCT TO WS-EVENT-DR-ACCT
079100     MOVE WS-DP-CR-ACCT TO WS-EVENT-CR-ACCT
079200     IF WS-DEPREC-FOUND
079300         PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
079400     ELSE
079500         PERFORM 3200-HOLD-EVENT THRU 3200-EXIT
079600     END-IF
079700     MOVE "ASSETWO" TO WS-EVENT-CODE
079800     MOVE WS-FD-WRITE-OFF (WS-FDSUB) TO WS-EVENT-AMOUNT
079900     MOVE WS-WO-DR-ACCT TO WS-EVENT-DR-ACCT
080000     MOVE WS-WO-CR-ACCT TO WS-EVENT-CR-ACCT
080100     IF WS-WRITEOFF-FOUND
080200         PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
080300     ELSE
080400         PERFORM 3200-HOLD-EVENT THRU 3200-EXIT
080500     END-IF.
080600 3000-EXIT.
080700     EXIT.
080800*--------------------------------------------------------------*
080900*    3100-POST-ONE-EVENT                                        *
081000*--------------------------------------------------------------*
081100 3100-POST-ONE-EVENT.
081200     IF WS-EVENT-AMOUNT = ZERO
081300         GO TO 3100-EXIT
081400     END-IF
081500     IF WS-POSTING-HELD
081600         PERFORM 3200-HOLD-EVENT THRU 3200-EXIT
081700         GO TO 3100-EXIT
081800     END-IF
081900     MOVE SPACE TO WS-EVENT-LINE
082000     MOVE WS-EVENT-CODE TO WS-EV-EVENT
082100     MOVE WS-EVENT-FUND TO WS-EV-FUND
082200     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
082300     IF WS-ROUTE-PRIOR-PERIOD
082400         MOVE "POSTED - PRIOR PERIOD" TO WS-EV-NOTE
082500     ELSE
082600         MOVE "POSTED" TO WS-EV-NOTE
082700     END-IF
082800     WRITE DEPRECIATION-LINE FROM WS-EVENT-LINE
082900     MOVE SPACE TO GL-JOURNAL-RECORD
083000     MOVE WS-POST-DATE TO GJ-BATCH-DATE
083100     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
083200     MOVE WS-EVENT-FUND TO GJ-FUND
083300     MOVE WS-EVENT-DR-ACCT TO GJ-ACCOUNT
083400     SET GJ-DEBIT TO TRUE
083500     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
083600     PERFORM 3300-WRITE-JOURNAL THRU 3300-EXIT
083700     MOVE SPACE TO GL-JOURNAL-RECORD
083800     MOVE WS-POST-DATE TO GJ-BATCH-DATE
083900     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
084000     MOVE WS-EVENT-FUND TO GJ-FUND
084100     MOVE WS-EVENT-CR-ACCT TO GJ-ACCOUNT
084200     SET GJ-CREDIT TO TRUE
084300     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
084400     PERFORM 3300-WRITE-JOURNAL THRU 3300-EXIT.
084500 3100-EXIT.
084600     EXIT.
084700*--------------------------------------------------------------*
084800*    3200-HOLD-EVENT - THE POSTING IS HELD (2950); THE RUN      *
084900*    ENDS RC 8 SO THE BOOK IS NOT COPIED BACK.                  *
085000*--------------------------------------------------------------*
085100 3200-HOLD-EVENT.
085200     IF WS-EVENT-AMOUNT = ZERO
085300         GO TO 3200-EXIT
085400     END-IF
085500     MOVE SPACE TO WS-EVENT-LINE
085600     MOVE WS-EVENT-CODE TO WS-EV-EVENT
085700     MOVE WS-EVENT-FUND TO WS-EV-FUND
085800     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
085900     IF WS-POSTING-HELD
086000         MOVE WS-HOLD-REASON TO WS-EV-NOTE
086100     ELSE
086200         MOVE "NO CHART ROW - HELD" TO WS-EV-NOTE
086300     END-IF
086400     WRITE DEPRECIATION-LINE FROM WS-EVENT-LINE
086500     MOVE 8 TO RETURN-CODE.
086600 3200-EXIT.
086700     EXIT.
086800*--------------------------------------------------------------*
086900*    3300-WRITE-JOURNAL - A ROW ROUTED OUT OF A CLOSED PERIOD   *
087000*    IS FLAGGED AND LISTED ON THE ADJUSTMENT REPORT WITH THE    *
087100*    DATE IT WOULD HAVE CARRIED.                                *
087200*--------------------------------------------------------------*
087300 3300-WRITE-JOURNAL.
087400     IF WS-ROUTE-PRIOR-PERIOD
087500         SET GJ-PRIOR-PERIOD-ADJ TO TRUE
087600         MOVE GJ-EVENT-CODE TO WS-AJ-EVENT
087700         MOVE GJ-FUND TO WS-AJ-FUND
087800         MOVE GJ-ACCOUNT TO WS-AJ-ACCOUNT
087900         MOVE GJ-DR-CR TO WS-AJ-DR-CR
088000         MOVE GJ-AMOUNT TO WS-AJ-AMOUNT
088100         MOVE WS-MONTH-END-DATE TO WS-AJ-DATED
088200         MOVE GJ-BATCH-DATE TO WS-AJ-POSTED
088300         WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-LINE
088400         ADD 1 TO WS-ADJUSTMENT-COUNT
088500     END-IF
088600     WRITE GL-JOURNAL-RECORD
088700     ADD 1 TO WS-JOURNAL-COUNT.
088800 3300-EXIT.
088900     EXIT.
089000*--------------------------------------------------------------*
089100*    4000-PRINT-SCHEDULE - THE JUNE RUN'S FIXED-ASSET SCHEDULE, *
089200*    COST AND ACCUMULATED DEPRECIATION ROLLED FORWARD BY FUND.  *
089300*    BEGINNING FIGURES ARE BACKED OUT OF THE ENDING ONES.       *
089400*--------------------------------------------------------------*
089500 4000-PRINT-SCHEDULE.
089600     OPEN OUTPUT ASSET-SCHEDULE-RPT
089700     MOVE WS-FISCAL-YEAR TO WS-SH-FISCAL-YEAR
089800     WRITE ASSET-SCHEDULE-LINE FROM WS-SCHEDULE-HEADING
089900     WRITE ASSET-SCHEDULE-LINE FROM WS-SCHEDULE-COST-HEADING
090000     WRITE ASSET-SCHEDULE-LINE FROM WS-SCHEDULE-DEPR-HEADING
090100     PERFORM 4100-PRINT-FUND-SCHEDULE THRU 4100-EXIT
090200         VARYING WS-FDSUB FROM 1 BY 1
090300         UNTIL WS-FDSUB > WS-FD-COUNT
090400     CLOSE ASSET-SCHEDULE-RPT.
090500 4000-EXIT.
090600     EXIT.
090700*--------------------------------------------------------------*
090800*    4100-PRINT-FUND-SCHEDULE                                   *
090900*--------------------------------------------------------------*
091000 4100-PRINT-FUND-SCHEDULE.
091100     MOVE SPACE TO WS-SCHEDULE-LINE
091200     MOVE WS-FD-FUND (WS-FDSUB) TO WS-SC-FUND
091300     MOVE "COST" TO WS-SC-LABEL
091400     COMPUTE WS-SC-BEGINNING = WS-FD-END-COST (WS-FDSUB)
091500         - WS-FD-ADDITIONS (WS-FDSUB) + WS-FD-DISPOSALS (WS-FDSUB)
091600     MOVE WS-FD-ADDITIONS (WS-FDSUB) TO WS-SC-ADDED
091700     MOVE WS-FD-DISPOSALS (WS-FDSUB) TO WS-SC-REMOVED
091800     MOVE WS-FD-END-COST (WS-FDSUB) TO WS-SC-ENDING
091900     WRITE ASSET-SCHEDULE-LINE FROM WS-SCHEDULE-LINE
092000     MOVE SPACE TO WS-SCHEDULE-LINE
092100     MOVE "ACCUM" TO WS-SC-LABEL
092200     COMPUTE WS-SC-BEGINNING = WS-FD-END-ACCUM (WS-FDSUB)
092300         - WS-FD-YEAR-DEPR (WS-FDSUB)
092400         + WS-FD-DISPOSED-ACCUM (WS-FDSUB)
092500     MOVE WS-FD-YEAR-DEPR (WS-FDSUB) TO WS-SC-ADDED
092600     MOVE WS-FD-DISPOSED-ACCUM (WS-FDSUB) TO WS-SC-REMOVED
092700     MOVE WS-FD-END-ACCUM (WS-FDSUB) TO WS-SC-ENDING
092800     WRITE ASSET-SCHEDULE-LINE FROM WS-SCHEDULE-LINE
092900     MOVE WS-FD-FUND (WS-FDSUB) TO WS-BV-FUND
093000     COMPUTE WS-BV-AMOUNT = WS-FD-END-COST (WS-FDSUB)
093100         - WS-FD-END-ACCUM (WS-FDSUB)
093200     WRITE ASSET-SCHEDULE-LINE FROM WS-BOOK-VALUE-LINE.
093300 4100-EXIT.
093400     EXIT.
093500*--------------------------------------------------------------*
093600*    8000-FINALIZE                                              *
093700*--------------------------------------------------------------*
093800 8000-FINALIZE.
093900     MOVE WS-ASSET-COUNT TO WS-SL-ASSETS
094000     MOVE WS-ADDED-COUNT TO WS-SL-ADDED
094100     MOVE WS-DEPRECIATED-COUNT TO WS-SL-DEPRECIATED
094200     MOVE WS-DISPOSED-COUNT TO WS-SL-DISPOSED
094300     WRITE DEPRECIATION-LINE FROM WS-SUMMARY-LINE
094400     MOVE WS-ADJUSTMENT-COUNT TO WS-AS-COUNT
094500     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-SUMMARY-LINE
094600     IF WS-FD-DROP-COUNT > 0
094700         DISPLAY "DEPRECN: FUND TABLE FULL - DROPPED - "
094800             WS-FD-DROP-COUNT
094900         MOVE 8 TO RETURN-CODE
095000     END-IF
095025     IF WS-RT-DROP-COUNT > 0
095050         MOVE 8 TO RETURN-CODE
095075     END-IF
095100     IF WS-NO-LIFE-COUNT > 0 AND RETURN-CODE < 4
095200         MOVE 4 TO RETURN-CODE
095300     END-IF
095400     CLOSE EQUIPMENT-MASTER-FILE
095500     IF WS-FA-FILE-STATUS NOT = "35"
095600         CLOSE ASSET-BOOK-FILE
095700     END-IF
095800     CLOSE NEW-ASSET-BOOK-FILE
095900     CLOSE GL-JOURNAL-FILE
096000     CLOSE DEPRECIATION-RPT
096100     CLOSE PRIOR-PERIOD-RPT.
096200 8000-EXIT.
096300     EXIT.
