000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FUELRECN.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    MONTHLY FUEL-CARD RECONCILIATION.  IMPORTS THE CARD        *
000900*    VENDOR'S TRANSACTION FILE FOR ONE MONTH AND MATCHES EACH   *
001000*    CHARGE TO THE DRIVERS' FUEL LOG BY VEHICLE, ROUTE AND      *
001100*    DATE.  THE VEHICLE GIVES THE ROUTE FROM THE FLEET MASTER   *
001200*    UNLESS THE DRIVER KEYED ONE AT THE PUMP (A SPARE BUS       *
001300*    COVERING ANOTHER ROUTE).  EXCEPTIONS LISTED:               *
001400*      - A CARD FILL WITH NO FUEL LOG ENTRY FOR THE ROUTE-DAY.  *
001500*      - A LOGGED FILL WITH NO CARD CHARGE FOR THE ROUTE-DAY.   *
001600*      - A FILL OVER THE VEHICLE'S TANK SIZE.                   *
001700*      - A PRICE PER GALLON MORE THAN WS-PRICE-TOLERANCE-PCT    *
001800*        OFF THE MONTH'S AVERAGE CARD PRICE.                    *
001900*    THE MATCHED FUEL LOG (FUELMTCH) CARRIES EVERY LOG ROW FOR  *
002000*    THE MONTH WITH ITS MILES, AND THE BILLED CARD GALLONS AND  *
002100*    COST ONLY WHERE THE ROUTE-DAY MATCHED - FUELCOST CUTS THE  *
002200*    STATE CLAIM FROM IT.  THE MATCHED TOTAL POSTS TO THE GL    *
002300*    JOURNAL AS FUELCARD, DATED THE LAST DAY OF THE MONTH AND   *
002400*    ROUTED THROUGH GLPERIOD.  A MISSING CARD FILE OR CHART ROW *
002500*    ENDS RC 8 SO THE CLAIM STEP DOES NOT RUN; SO DOES A FULL   *
002533*    FLEET OR FUEL LOG TABLE, AND THEN THE FUELCARD PAIR IS     *
002566*    HELD RATHER THAN POSTED FROM AN INCOMPLETE MATCH.          *
002600*    PARM = MONTH (YYYYMM); DEFAULTS TO LAST MONTH.             *
002633*    ROWS ROUTED OUT OF A CLOSED PERIOD ARE ALSO LISTED ON THE  *
002666*    PRIOR-PERIOD ADJUSTMENT REPORT.                            *
002700*--------------------------------------------------------------*
002800*    MODIFICATION HISTORY                                      *
002900*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002933*    2026-10-15  DLS  FULL FLEET OR FUEL LOG TABLE HOLDS THE   *
002966*                     FUELCARD POSTING.                        *
002977*    2026-10-15  DLS  LIST PRIOR-PERIOD ADJUSTMENTS ON THEIR   *
002988*                     OWN REPORT.                              *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FUEL-CARD-FILE ASSIGN TO FUELCARD
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-FT-FILE-STATUS.
003700     SELECT FLEET-MASTER-FILE ASSIGN TO FLEETMST
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-VH-FILE-STATUS.
004000     SELECT ROUTE-FUEL-LOG ASSIGN TO FUELLOG
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT FUEL-MATCH-FILE ASSIGN TO FUELMTCH
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO CHARTACT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CA-FILE-STATUS.
004700     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNL
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT FUEL-RECON-RPT ASSIGN TO FUELRRPT
005000         ORGANIZATION IS SEQUENTIAL.
005033     SELECT PRIOR-PERIOD-RPT ASSIGN TO GLPPARPT
005066         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  FUEL-CARD-FILE
005400     RECORDING MODE IS F.
005500     COPY fcardtxn.
005600 FD  FLEET-MASTER-FILE
005700     RECORDING MODE IS F.
005800     COPY fleetmst.
005900 FD  ROUTE-FUEL-LOG
006000     RECORDING MODE IS F.
006100     COPY fuellog.
006200 FD  FUEL-MATCH-FILE
006300     RECORDING MODE IS F.
006400 01  FUEL-MATCH-RECORD              PIC X(35).
006500 FD  CHART-OF-ACCOUNTS-FILE
006600     RECORDING MODE IS F.
006700     COPY chartact.
006800 FD  GL-JOURNAL-FILE
006900     RECORDING MODE IS F.
007000     COPY gljournl.
007100 FD  FUEL-RECON-RPT
007200     RECORDING MODE IS F.
007300 01  FUEL-RECON-LINE                PIC X(80).
007325 FD  PRIOR-PERIOD-RPT
007350     RECORDING MODE IS F.
007375 01  PRIOR-PERIOD-LINE              PIC X(80).
007400 WORKING-STORAGE SECTION.
007500 01  WS-FT-FILE-STATUS              PIC X(02) VALUE SPACE.
007600 01  WS-VH-FILE-STATUS              PIC X(02) VALUE SPACE.
007700 01  WS-CA-FILE-STATUS              PIC X(02) VALUE SPACE.
007800 01  WS-FT-EOF-SWITCH               PIC X(01) VALUE "N".
007900     88  WS-FT-EOF                      VALUE "Y".
008000 01  WS-VH-EOF-SWITCH               PIC X(01) VALUE "N".
008100     88  WS-VH-EOF                      VALUE "Y".
008200 01  WS-FL-EOF-SWITCH               PIC X(01) VALUE "N".
008300     88  WS-FL-EOF                      VALUE "Y".
008400 01  WS-CA-EOF-SWITCH               PIC X(01) VALUE "N".
008500     88  WS-CA-EOF                      VALUE "Y".
008600 01  WS-CARD-SWITCH                 PIC X(01) VALUE "Y".
008700     88  WS-CARD-FILE-PRESENT           VALUE "Y".
008800     88  WS-CARD-FILE-MISSING           VALUE "N".
008900 01  WS-TIMESTAMP.
009000     05  WS-TS-DATE                 PIC 9(08).
009100     05  FILLER                     PIC X(13).
009200 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
009300     05  WS-TS-YEAR                 PIC 9(04).
009400     05  WS-TS-MONTH                PIC 9(02).
009500     05  FILLER                     PIC X(15).
009600 01  WS-RUN-PERIOD                  PIC 9(06).
009700 01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
009800     05  WS-RUN-YEAR                PIC 9(04).
009900     05  WS-RUN-MON                 PIC 9(02).
010000 01  WS-ROW-PERIOD                  PIC 9(06).
010100 01  WS-MONTH-END-DATE              PIC 9(08).
010200 01  WS-DAYS-IN-MONTH-TABLE.
010300     05  FILLER                     PIC X(24)
010400             VALUE "312831303130313130313031".
010500 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE
010600                                    PIC 9(02) OCCURS 12 TIMES.
010700 01  WS-LAST-DAY                    PIC 9(02).
010800 01  WS-LEAP-REMAINDER              PIC 9(01).
010900 01  WS-LEAP-QUOTIENT               PIC 9(04).
011000*    A CARD PRICE MORE THAN THIS PERCENT ABOVE OR BELOW THE
011100*    MONTH'S AVERAGE PRICE PER GALLON IS AN OUTLIER.
011200 01  WS-PRICE-TOLERANCE-PCT         PIC 9(02) VALUE 10.
011300 01  WS-MONTH-GALLONS               PIC 9(07)V999 COMP-3
011400                                    VALUE ZERO.
011500 01  WS-MONTH-AMOUNT                PIC 9(09)V99 COMP-3
011600                                    VALUE ZERO.
011700 01  WS-AVERAGE-PRICE               PIC 9(02)V999 VALUE ZERO.
011800 01  WS-PRICE-SPREAD                PIC 9(02)V999 VALUE ZERO.
011900 01  WS-PRICE-LOW                   PIC 9(02)V999 VALUE ZERO.
012000 01  WS-PRICE-HIGH                  PIC 9(02)V999 VALUE ZERO.
012100 01  WS-TXN-PRICE                   PIC 9(02)V999.
012200*    THE FLEET - VEHICLE TO ROUTE AND TANK SIZE.
012300 01  WS-VT-COUNT                    PIC 9(03) COMP VALUE ZERO.
012400 01  WS-VT-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
012500 01  WS-VTSUB                       PIC 9(03) COMP.
012600 01  WS-VT-FOUND-SUB                PIC 9(03) COMP.
012700 01  WS-VEHICLE-TABLE.
012800     05  WS-VT-ENTRY OCCURS 500 TIMES.
012900         10  WS-VT-VEHICLE-ID       PIC X(09).
013000         10  WS-VT-ROUTE-ID         PIC X(05).
013100         10  WS-VT-TANK-GALLONS     PIC 9(03).
013200*    THE MONTH'S FUEL LOG, ONE ENTRY PER ROUTE-DAY, WITH THE
013300*    CARD CHARGES MATCHED TO IT.
013400 01  WS-LG-COUNT                    PIC 9(05) COMP VALUE ZERO.
013500 01  WS-LG-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
013600 01  WS-LGSUB                       PIC 9(05) COMP.
013700 01  WS-LG-FOUND-SUB                PIC 9(05) COMP.
013800 01  WS-LOG-TABLE.
013900     05  WS-LG-ENTRY OCCURS 6000 TIMES.
014000         10  WS-LG-ROUTE-ID         PIC X(05).
014100         10  WS-LG-POST-DATE        PIC 9(08).
014200         10  WS-LG-MILES            PIC 9(05)V9 COMP-3.
014300         10  WS-LG-GALLONS          PIC 9(05)V9 COMP-3.
014400         10  WS-LG-COST             PIC 9(07)V99 COMP-3.
014500         10  WS-LG-CARD-GALLONS     PIC 9(05)V999 COMP-3.
014600         10  WS-LG-CARD-AMOUNT      PIC 9(07)V99 COMP-3.
014700         10  WS-LG-CARD-COUNT       PIC 9(03) COMP.
014800 01  WS-FIND-ROUTE                  PIC X(05).
014900 01  WS-FIND-DATE                   PIC 9(08).
015000*    THE MATCHED FUEL LOG ROW - FUELLOG.CPY LAYOUT.
015100 01  WS-MATCHED-FUEL.
015200     05  WS-MF-POST-DATE            PIC 9(08).
015300     05  WS-MF-ROUTE-ID             PIC X(05).
015400     05  WS-MF-MILES                PIC 9(04)V9.
015500     05  WS-MF-FUEL-GALLONS         PIC 9(04)V9.
015600     05  WS-MF-FUEL-COST            PIC 9(05)V99.
015700     05  FILLER                     PIC X(05) VALUE SPACE.
015800*    THE FUELCARD CHART ROW.
015900 01  WS-FUELCARD-SWITCH             PIC X(01) VALUE "N".
016000     88  WS-FUELCARD-FOUND              VALUE "Y".
016100 01  WS-FC-FUND                     PIC X(03) VALUE SPACE.
016200 01  WS-FC-DR-ACCT                  PIC X(06) VALUE SPACE.
016300 01  WS-FC-CR-ACCT                  PIC X(06) VALUE SPACE.
016400*    GL POSTING.
016500 01  WS-EVENT-CODE                  PIC X(08).
016600 01  WS-EVENT-FUND                  PIC X(03).
016700 01  WS-EVENT-DR-ACCT               PIC X(06).
016800 01  WS-EVENT-CR-ACCT               PIC X(06).
016900 01  WS-EVENT-AMOUNT                PIC 9(09)V99.
017000 01  WS-POST-DATE                   PIC 9(08).
017100 01  WS-ROUTE-FLAG                  PIC X(01).
017200     88  WS-ROUTE-IN-PERIOD             VALUE " ".
017300     88  WS-ROUTE-PRIOR-PERIOD          VALUE "P".
017400     88  WS-ROUTE-UNCHECKED             VALUE "U".
017500     COPY utilstat REPLACING ==UTIL-STATUS-VALID==
017600         BY ==WS-GP-STATUS-VALID==
017700         ==UTIL-STATUS-INVALID==
017800         BY ==WS-GP-STATUS-INVALID==
017900         ==UTIL-STATUS-OVERFLOW==
018000         BY ==WS-GP-STATUS-OVERFLOW==
018100         ==UTIL-STATUS== BY ==WS-GP-STATUS==.
018200 01  WS-HELD-SWITCH                 PIC X(01) VALUE "N".
018300     88  WS-POSTING-HELD                VALUE "Y".
018400 01  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
018500 01  WS-MATCHED-COUNT               PIC 9(05) COMP VALUE ZERO.
018600 01  WS-EXCEPTION-COUNT             PIC 9(05) COMP VALUE ZERO.
018700 01  WS-JOURNAL-COUNT               PIC 9(05) COMP VALUE ZERO.
018750 01  WS-ADJUSTMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
018800 01  WS-CARD-TOTAL                  PIC 9(09)V99 COMP-3
018900                                    VALUE ZERO.
019000 01  WS-MATCHED-TOTAL               PIC 9(09)V99 COMP-3
019100                                    VALUE ZERO.
019200 01  WS-UNMATCHED-TOTAL             PIC 9(09)V99 COMP-3
019300                                    VALUE ZERO.
019400 01  WS-REPORT-HEADING.
019500     05  FILLER                     PIC X(30)
019600             VALUE "FUEL-CARD RECONCILIATION - MON".
019700     05  FILLER                     PIC X(03) VALUE "TH ".
019800     05  WS-RH-PERIOD               PIC 9(06).
019900     05  FILLER                     PIC X(41) VALUE SPACE.
020000 01  WS-COLUMN-HEADING.
020100     05  FILLER                     PIC X(40)
020200             VALUE "TXN ID       VEHICLE   ROUTE DATE       ".
020300     05  FILLER                     PIC X(40)
020400             VALUE "GALLONS    AMOUNT  EXCEPTION".
020500 01  WS-EXCEPTION-LINE.
020600     05  WS-EX-TXN-ID               PIC X(12).
020700     05  FILLER                     PIC X(01) VALUE SPACE.
020800     05  WS-EX-VEHICLE-ID           PIC X(09).
020900     05  FILLER                     PIC X(01) VALUE SPACE.
021000     05  WS-EX-ROUTE-ID             PIC X(05).
021100     05  FILLER                     PIC X(01) VALUE SPACE.
021200     05  WS-EX-DATE                 PIC 9(08).
021300     05  FILLER                     PIC X(01) VALUE SPACE.
021400     05  WS-EX-GALLONS              PIC Z,ZZ9.999.
021500     05  FILLER                     PIC X(01) VALUE SPACE.
021600     05  WS-EX-AMOUNT               PIC ZZ,ZZ9.99.
021700     05  FILLER                     PIC X(02) VALUE SPACE.
021800     05  WS-EX-NOTE                 PIC X(20).
021900     05  FILLER                     PIC X(01) VALUE SPACE.
022000 01  WS-EVENT-LINE.
022100     05  WS-EV-EVENT                PIC X(08).
022200     05  FILLER                     PIC X(02) VALUE SPACE.
022300     05  WS-EV-FUND                 PIC X(03).
022400     05  FILLER                     PIC X(02) VALUE SPACE.
022500     05  WS-EV-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
022600     05  FILLER                     PIC X(02) VALUE SPACE.
022700     05  WS-EV-NOTE                 PIC X(24).
022800     05  FILLER                     PIC X(25) VALUE SPACE.
022900 01  WS-COUNT-LINE.
023000     05  FILLER                     PIC X(15)
023100             VALUE "CARD CHARGES - ".
023200     05  WS-CL-CHARGES              PIC ZZ,ZZ9.
023300     05  FILLER                     PIC X(12)
023400             VALUE "  MATCHED - ".
023500     05  WS-CL-MATCHED              PIC ZZ,ZZ9.
023600     05  FILLER                     PIC X(15)
023700             VALUE "  EXCEPTIONS - ".
023800     05  WS-CL-EXCEPTIONS           PIC ZZ,ZZ9.
023900     05  FILLER                     PIC X(20) VALUE SPACE.
024000 01  WS-TOTAL-LINE.
024100     05  WS-TL-LABEL                PIC X(24).
024200     05  WS-TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
024300     05  FILLER                     PIC X(42) VALUE SPACE.
024400 01  WS-PRICE-LINE.
024500     05  FILLER                     PIC X(24)
024600             VALUE "AVERAGE PRICE/GALLON -  ".
024700     05  FILLER                     PIC X(08) VALUE SPACE.
024800     05  WS-PL-PRICE                PIC Z9.999.
024900     05  FILLER                     PIC X(42) VALUE SPACE.
024903 01  WS-ADJUST-HEADING-1            PIC X(80)
024906         VALUE "PRIOR-PERIOD ADJUSTMENTS FROM CLOSED PERIODS".
024909 01  WS-ADJUST-HEADING-2.
024912     05  FILLER                     PIC X(39)
024915             VALUE "EVENT    FND ACCOUNT D         AMOUNT  ".
024918     05  FILLER                     PIC X(41)
024921             VALUE "DATED     POSTED".
024924 01  WS-ADJUST-LINE.
024927     05  WS-AJ-EVENT                PIC X(08).
024930     05  FILLER                     PIC X(01) VALUE SPACE.
024933     05  WS-AJ-FUND                 PIC X(03).
024936     05  FILLER                     PIC X(01) VALUE SPACE.
024939     05  WS-AJ-ACCOUNT              PIC X(06).
024942     05  FILLER                     PIC X(02) VALUE SPACE.
024945     05  WS-AJ-DR-CR                PIC X(01).
024948     05  FILLER                     PIC X(01) VALUE SPACE.
024951     05  WS-AJ-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
024954     05  FILLER                     PIC X(02) VALUE SPACE.
024957     05  WS-AJ-DATED                PIC 9(08).
024960     05  FILLER                     PIC X(02) VALUE SPACE.
024963     05  WS-AJ-POSTED               PIC 9(08).
024966     05  FILLER                     PIC X(23) VALUE SPACE.
024969 01  WS-ADJUST-SUMMARY-LINE.
024972     05  FILLER                     PIC X(28)
024975             VALUE "PRIOR-PERIOD ADJUSTMENTS -  ".
024978     05  WS-AS-COUNT                PIC ZZ,ZZ9.
024981     05  FILLER                     PIC X(46) VALUE SPACE.
025000 LINKAGE SECTION.
025100 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
025200 01  LS-PARM-DATA                   PIC X(10).
025300 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
025400*--------------------------------------------------------------*
025500*    0000-MAINLINE                                              *
025600*--------------------------------------------------------------*
025700 0000-MAINLINE.
025800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
025900     MOVE WS-TS-YEAR TO WS-RUN-YEAR
026000     MOVE WS-TS-MONTH TO WS-RUN-MON
026100     IF WS-RUN-MON = 1
026200         MOVE 12 TO WS-RUN-MON
026300         SUBTRACT 1 FROM WS-RUN-YEAR
026400     ELSE
026500         SUBTRACT 1 FROM WS-RUN-MON
026600     END-IF
026700     IF LS-PARM-LENGTH >= 6
026800             AND LS-PARM-DATA (1:6) IS NUMERIC
026900         MOVE LS-PARM-DATA (1:6) TO WS-RUN-PERIOD
027000     END-IF
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027200     IF WS-CARD-FILE-PRESENT
027300         PERFORM 2000-MATCH-CHARGE THRU 2000-EXIT
027400             UNTIL WS-FT-EOF
027500     END-IF
027600     PERFORM 3000-CHECK-LOG-ROW THRU 3000-EXIT
027700         VARYING WS-LGSUB FROM 1 BY 1
027800         UNTIL WS-LGSUB > WS-LG-COUNT
027900     PERFORM 4000-POST-MATCHED THRU 4000-EXIT
028000     PERFORM 8000-FINALIZE THRU 8000-EXIT
028100     GOBACK.
028200*--------------------------------------------------------------*
028300*    1000-INITIALIZE - WORKS OUT THE MONTH'S LAST DAY, LOADS    *
028400*    THE FUELCARD CHART ROW, THE FLEET AND THE MONTH'S FUEL     *
028500*    LOG, ASKS GLPERIOD WHERE THE MONTH-END DATE POSTS, AND     *
028600*    TAKES THE MONTH'S AVERAGE CARD PRICE IN A FIRST PASS OF    *
028700*    THE CARD FILE BEFORE REOPENING IT TO MATCH.                *
028800*--------------------------------------------------------------*
028900 1000-INITIALIZE.
029000     MOVE WS-DAYS-IN-MONTH (WS-RUN-MON) TO WS-LAST-DAY
029100     IF WS-RUN-MON = 2
029200         DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
029300             REMAINDER WS-LEAP-REMAINDER
029400         IF WS-LEAP-REMAINDER = 0
029500             MOVE 29 TO WS-LAST-DAY
029600         END-IF
029700     END-IF
029800     COMPUTE WS-MONTH-END-DATE = WS-RUN-PERIOD * 100 + WS-LAST-DAY
029900     OPEN INPUT CHART-OF-ACCOUNTS-FILE
030000     IF WS-CA-FILE-STATUS = "35"
030100         SET WS-CA-EOF TO TRUE
030200     ELSE
030300         PERFORM 1100-LOAD-CHART THRU 1100-EXIT
030400             UNTIL WS-CA-EOF
030500         CLOSE CHART-OF-ACCOUNTS-FILE
030600     END-IF
030700     OPEN INPUT FLEET-MASTER-FILE
030800     IF WS-VH-FILE-STATUS = "35"
030900         DISPLAY "FUELRECN: FLEET MASTER MISSING - "
031000             "NO VEHICLE WILL MATCH"
031100         SET WS-VH-EOF TO TRUE
031200     ELSE
031300         PERFORM 1200-LOAD-FLEET THRU 1200-EXIT
031400             UNTIL WS-VH-EOF
031500         CLOSE FLEET-MASTER-FILE
031600     END-IF
031700     OPEN INPUT ROUTE-FUEL-LOG
031800     PERFORM 1300-LOAD-FUEL-LOG THRU 1300-EXIT
031900         UNTIL WS-FL-EOF
032000     CLOSE ROUTE-FUEL-LOG
032100     CALL "GLPERIOD" USING WS-MONTH-END-DATE WS-POST-DATE
032200         WS-ROUTE-FLAG WS-GP-STATUS
032300     IF WS-ROUTE-UNCHECKED
032400         DISPLAY "FUELRECN: PERIOD FILE MISSING - POSTED AS DATED"
032500         MOVE 4 TO RETURN-CODE
032600     END-IF
032700     IF WS-GP-STATUS-INVALID
032800         DISPLAY "FUELRECN: MONTH REJECTED BY PERIOD CHECK - "
032900             WS-RUN-PERIOD
033000         SET WS-POSTING-HELD TO TRUE
033100     END-IF
033200     OPEN OUTPUT FUEL-MATCH-FILE
033300     OPEN OUTPUT GL-JOURNAL-FILE
033400     OPEN OUTPUT FUEL-RECON-RPT
033425     OPEN OUTPUT PRIOR-PERIOD-RPT
033450     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-1
033475     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-2
033500     MOVE WS-RUN-PERIOD TO WS-RH-PERIOD
033600     WRITE FUEL-RECON-LINE FROM WS-REPORT-HEADING
033700     WRITE FUEL-RECON-LINE FROM WS-COLUMN-HEADING
033800     OPEN INPUT FUEL-CARD-FILE
033900     IF WS-FT-FILE-STATUS = "35"
034000         DISPLAY "FUELRECN: CARD FILE MISSING - NOTHING MATCHED"
034100         SET WS-CARD-FILE-MISSING TO TRUE
034200         GO TO 1000-EXIT
034300     END-IF
034400     PERFORM 1400-TOTAL-PRICE THRU 1400-EXIT
034500         UNTIL WS-FT-EOF
034600     CLOSE FUEL-CARD-FILE
034700     IF WS-MONTH-GALLONS > 0
034800         COMPUTE WS-AVERAGE-PRICE ROUNDED =
034900             WS-MONTH-AMOUNT / WS-MONTH-GALLONS
035000         COMPUTE WS-PRICE-SPREAD ROUNDED =
035100             WS-AVERAGE-PRICE * WS-PRICE-TOLERANCE-PCT / 100
035200         COMPUTE WS-PRICE-LOW =
035300             WS-AVERAGE-PRICE - WS-PRICE-SPREAD
035400         COMPUTE WS-PRICE-HIGH =
035500             WS-AVERAGE-PRICE + WS-PRICE-SPREAD
035600     END-IF
035700     MOVE "N" TO WS-FT-EOF-SWITCH
035800     OPEN INPUT FUEL-CARD-FILE
035900     PERFORM 2100-READ-CARD THRU 2100-EXIT.
036000 1000-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------*
036300*    1100-LOAD-CHART - ONLY THE FUELCARD ROW MATTERS HERE.      *
036400*--------------------------------------------------------------*
036500 1100-LOAD-CHART.
036600     READ CHART-OF-ACCOUNTS-FILE
036700         AT END
036800             SET WS-CA-EOF TO TRUE
036900             GO TO 1100-EXIT
037000     END-READ
037100     IF CA-EVENT-CODE = "FUELCARD"
037200         SET WS-FUELCARD-FOUND TO TRUE
037300         MOVE CA-DEBIT-FUND TO WS-FC-FUND
037400         MOVE CA-DEBIT-ACCOUNT TO WS-FC-DR-ACCT
037500         MOVE CA-CREDIT-ACCOUNT TO WS-FC-CR-ACCT
037600     END-IF.
037700 1100-EXIT.
037800     EXIT.
037900*--------------------------------------------------------------*
038000*    1200-LOAD-FLEET - A TANK SIZE NOT YET ON THE MASTER IS     *
038100*    CARRIED AS ZERO AND NOT CHECKED.                           *
038200*--------------------------------------------------------------*
038300 1200-LOAD-FLEET.
038400     READ FLEET-MASTER-FILE
038500         AT END
038600             SET WS-VH-EOF TO TRUE
038700             GO TO 1200-EXIT
038800     END-READ
038900     IF WS-VT-COUNT >= 500
039000         ADD 1 TO WS-VT-DROP-COUNT
039100         GO TO 1200-EXIT
039200     END-IF
039300     ADD 1 TO WS-VT-COUNT
039400     MOVE VH-VEHICLE-ID TO WS-VT-VEHICLE-ID (WS-VT-COUNT)
039500     MOVE VH-ROUTE-ID TO WS-VT-ROUTE-ID (WS-VT-COUNT)
039600     IF VH-TANK-GALLONS IS NUMERIC
039700         MOVE VH-TANK-GALLONS TO WS-VT-TANK-GALLONS (WS-VT-COUNT)
039800     ELSE
039900         MOVE ZERO TO WS-VT-TANK-GALLONS (WS-VT-COUNT)
040000     END-IF.
040100 1200-EXIT.
040200     EXIT.
040300*--------------------------------------------------------------*
040400*    1300-LOAD-FUEL-LOG - THE MONTH'S ROWS ONLY; TWO ROWS FOR   *
040500*    ONE ROUTE-DAY ARE ADDED TOGETHER.                          *
040600*--------------------------------------------------------------*
040700 1300-LOAD-FUEL-LOG.
040800     READ ROUTE-FUEL-LOG
040900         AT END
041000             SET WS-FL-EOF TO TRUE
041100             GO TO 1300-EXIT
041200     END-READ
041300     MOVE FL-POST-DATE (1:6) TO WS-ROW-PERIOD
041400     IF WS-ROW-PERIOD NOT = WS-RUN-PERIOD
041500         GO TO 1300-EXIT
041600     END-IF
041700     MOVE FL-ROUTE-ID TO WS-FIND-ROUTE
041800     MOVE FL-POST-DATE TO WS-FIND-DATE
041900     PERFORM 2400-FIND-LOG-ENTRY THRU 2400-EXIT
042000     IF WS-LG-FOUND-SUB = 0
042100         IF WS-LG-COUNT >= 6000
042200             ADD 1 TO WS-LG-DROP-COUNT
042300             GO TO 1300-EXIT
042400         END-IF
042500         ADD 1 TO WS-LG-COUNT
042600         MOVE WS-LG-COUNT TO WS-LG-FOUND-SUB
042700         MOVE FL-ROUTE-ID TO WS-LG-ROUTE-ID (WS-LG-COUNT)
042800         MOVE FL-POST-DATE TO WS-LG-POST-DATE (WS-LG-COUNT)
042900         MOVE ZERO TO WS-LG-MILES (WS-LG-COUNT)
043000         MOVE ZERO TO WS-LG-GALLONS (WS-LG-COUNT)
043100         MOVE ZERO TO WS-LG-COST (WS-LG-COUNT)
043200         MOVE ZERO TO WS-LG-CARD-GALLONS (WS-LG-COUNT)
043300         MOVE ZERO TO WS-LG-CARD-AMOUNT (WS-LG-COUNT)
043400         MOVE ZERO TO WS-LG-CARD-COUNT (WS-LG-COUNT)
043500     END-IF
043600     ADD FL-MILES TO WS-LG-MILES (WS-LG-FOUND-SUB)
043700     ADD FL-FUEL-GALLONS TO WS-LG-GALLONS (WS-LG-FOUND-SUB)
043800     ADD FL-FUEL-COST TO WS-LG-COST (WS-LG-FOUND-SUB).
043900 1300-EXIT.
044000     EXIT.
044100*--------------------------------------------------------------*
044200*    1400-TOTAL-PRICE - FIRST PASS: THE MONTH'S CARD GALLONS    *
044300*    AND DOLLARS FOR THE AVERAGE PRICE PER GALLON.              *
044400*--------------------------------------------------------------*
044500 1400-TOTAL-PRICE.
044600     PERFORM 2100-READ-CARD THRU 2100-EXIT
044700     IF WS-FT-EOF
044800         GO TO 1400-EXIT
044900     END-IF
045000     MOVE FT-TXN-DATE (1:6) TO WS-ROW-PERIOD
045100     IF WS-ROW-PERIOD = WS-RUN-PERIOD
045200         ADD FT-GALLONS TO WS-MONTH-GALLONS
045300         ADD FT-AMOUNT TO WS-MONTH-AMOUNT
045400     END-IF.
045500 1400-EXIT.
045600     EXIT.
045700*--------------------------------------------------------------*
045800*    2000-MATCH-CHARGE - CHECKS ONE CARD CHARGE AGAINST THE     *
045900*    FLEET AND THE FUEL LOG.  EACH EXCEPTION PRINTS ITS OWN     *
046000*    LINE; ONLY A CHARGE FOUND ON THE LOG COUNTS AS MATCHED.    *
046100*--------------------------------------------------------------*
046200 2000-MATCH-CHARGE.
046300     MOVE SPACE TO WS-EXCEPTION-LINE
046400     MOVE FT-TXN-ID TO WS-EX-TXN-ID
046500     MOVE FT-VEHICLE-ID TO WS-EX-VEHICLE-ID
046600     MOVE FT-ROUTE-ID TO WS-EX-ROUTE-ID
046700     MOVE FT-TXN-DATE TO WS-EX-DATE
046800     MOVE FT-GALLONS TO WS-EX-GALLONS
046900     MOVE FT-AMOUNT TO WS-EX-AMOUNT
047000     MOVE FT-TXN-DATE (1:6) TO WS-ROW-PERIOD
047100     IF WS-ROW-PERIOD NOT = WS-RUN-PERIOD
047200         MOVE "NOT IN MONTH" TO WS-EX-NOTE
047300         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
047400         GO TO 2000-NEXT
047500     END-IF
047600     ADD 1 TO WS-CARD-COUNT
047700     ADD FT-AMOUNT TO WS-CARD-TOTAL
047800     MOVE ZERO TO WS-VT-FOUND-SUB
047900     PERFORM 2210-CHECK-VEHICLE THRU 2210-EXIT
048000         VARYING WS-VTSUB FROM 1 BY 1
048100         UNTIL WS-VTSUB > WS-VT-COUNT
048200             OR WS-VT-FOUND-SUB > 0
048300     MOVE FT-ROUTE-ID TO WS-FIND-ROUTE
048400     IF WS-FIND-ROUTE = SPACE
048500             AND WS-VT-FOUND-SUB > 0
048600         MOVE WS-VT-ROUTE-ID (WS-VT-FOUND-SUB) TO WS-FIND-ROUTE
048700     END-IF
048800     MOVE WS-FIND-ROUTE TO WS-EX-ROUTE-ID
048900     IF WS-VT-FOUND-SUB = 0
049000         MOVE "VEHICLE NOT ON FLEET" TO WS-EX-NOTE
049100         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
049200     ELSE
049300         IF WS-VT-TANK-GALLONS (WS-VT-FOUND-SUB) > 0
049400                 AND FT-GALLONS >
049500                     WS-VT-TANK-GALLONS (WS-VT-FOUND-SUB)
049600             MOVE "OVER TANK SIZE" TO WS-EX-NOTE
049700             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
049800         END-IF
049900     END-IF
050000     PERFORM 2300-CHECK-PRICE THRU 2300-EXIT
050100     MOVE FT-TXN-DATE TO WS-FIND-DATE
050200     MOVE ZERO TO WS-LG-FOUND-SUB
050300     IF WS-FIND-ROUTE NOT = SPACE
050400         PERFORM 2400-FIND-LOG-ENTRY THRU 2400-EXIT
050500     END-IF
050600     IF WS-LG-FOUND-SUB > 0
050700         IF WS-LG-GALLONS (WS-LG-FOUND-SUB) = ZERO
050800             MOVE ZERO TO WS-LG-FOUND-SUB
050900         END-IF
051000     END-IF
051100     IF WS-LG-FOUND-SUB = 0
051200         MOVE "NO LOG ENTRY" TO WS-EX-NOTE
051300         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
051400         ADD FT-AMOUNT TO WS-UNMATCHED-TOTAL
051500         GO TO 2000-NEXT
051600     END-IF
051700     ADD 1 TO WS-MATCHED-COUNT
051800     ADD FT-AMOUNT TO WS-MATCHED-TOTAL
051900     ADD 1 TO WS-LG-CARD-COUNT (WS-LG-FOUND-SUB)
052000     ADD FT-GALLONS TO WS-LG-CARD-GALLONS (WS-LG-FOUND-SUB)
052100     ADD FT-AMOUNT TO WS-LG-CARD-AMOUNT (WS-LG-FOUND-SUB).
052200 2000-NEXT.
052300     PERFORM 2100-READ-CARD THRU 2100-EXIT.
052400 2000-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------*
052700*    2100-READ-CARD                                             *
052800*--------------------------------------------------------------*
052900 2100-READ-CARD.
053000     READ FUEL-CARD-FILE
053100         AT END
053200             SET WS-FT-EOF TO TRUE
053300     END-READ.
053400 2100-EXIT.
053500     EXIT.
053600*--------------------------------------------------------------*
053700*    2210-CHECK-VEHICLE                                         *
053800*--------------------------------------------------------------*
053900 2210-CHECK-VEHICLE.
054000     IF FT-VEHICLE-ID = WS-VT-VEHICLE-ID (WS-VTSUB)
054100         MOVE WS-VTSUB TO WS-VT-FOUND-SUB
054200     END-IF.
054300 2210-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------*
054600*    2300-CHECK-PRICE - THE VENDOR'S UNIT PRICE, OR DOLLARS     *
054700*    OVER GALLONS WHEN THE VENDOR LEFT IT OFF.                  *
054800*--------------------------------------------------------------*
054900 2300-CHECK-PRICE.
055000     IF WS-AVERAGE-PRICE = ZERO
055100         GO TO 2300-EXIT
055200     END-IF
055300     MOVE FT-UNIT-PRICE TO WS-TXN-PRICE
055400     IF WS-TXN-PRICE = ZERO
055500         IF FT-GALLONS = ZERO
055600             GO TO 2300-EXIT
055700         END-IF
055800         COMPUTE WS-TXN-PRICE ROUNDED = FT-AMOUNT / FT-GALLONS
055900     END-IF
056000     IF WS-TXN-PRICE < WS-PRICE-LOW
056100             OR WS-TXN-PRICE > WS-PRICE-HIGH
056200         MOVE "PRICE OUTLIER" TO WS-EX-NOTE
056300         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
056400     END-IF.
056500 2300-EXIT.
056600     EXIT.
056700*--------------------------------------------------------------*
056800*    2400-FIND-LOG-ENTRY - THE ROUTE-DAY IN WS-FIND-ROUTE AND   *
056900*    WS-FIND-DATE; ZERO WHEN NOT LOGGED.                        *
057000*--------------------------------------------------------------*
057100 2400-FIND-LOG-ENTRY.
057200     MOVE ZERO TO WS-LG-FOUND-SUB
057300     PERFORM 2410-CHECK-LOG-ENTRY THRU 2410-EXIT
057400         VARYING WS-LGSUB FROM 1 BY 1
057500         UNTIL WS-LGSUB > WS-LG-COUNT
057600             OR WS-LG-FOUND-SUB > 0.
057700 2400-EXIT.
057800     EXIT.
057900*--------------------------------------------------------------*
058000*    2410-CHECK-LOG-ENTRY                                       *
058100*--------------------------------------------------------------*
058200 2410-CHECK-LOG-ENTRY.
058300     IF WS-FIND-ROUTE = WS-LG-ROUTE-ID (WS-LGSUB)
058400             AND WS-FIND-DATE = WS-LG-POST-DATE (WS-LGSUB)
058500         MOVE WS-LGSUB TO WS-LG-FOUND-SUB
058600     END-IF.
058700 2410-EXIT.
058800     EXIT.
058900*--------------------------------------------------------------*
059000*    2900-WRITE-EXCEPTION                                       *
059100*--------------------------------------------------------------*
059200 2900-WRITE-EXCEPTION.
059300     WRITE FUEL-RECON-LINE FROM WS-EXCEPTION-LINE
059400     ADD 1 TO WS-EXCEPTION-COUNT.
059500 2900-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------*
059800*    3000-CHECK-LOG-ROW - A LOGGED FILL NO CARD CHARGE MATCHED  *
059900*    IS AN EXCEPTION.  EVERY ROUTE-DAY GOES TO THE MATCHED FUEL *
060000*    LOG WITH ITS MILES; GALLONS AND COST ARE THE BILLED CARD   *
060100*    FIGURES, OR ZERO WHEN NOTHING MATCHED.                     *
060200*--------------------------------------------------------------*
060300 3000-CHECK-LOG-ROW.
060400     IF WS-LG-GALLONS (WS-LGSUB) > 0
060500             AND WS-LG-CARD-COUNT (WS-LGSUB) = 0
060600         MOVE SPACE TO WS-EXCEPTION-LINE
060700         MOVE WS-LG-ROUTE-ID (WS-LGSUB) TO WS-EX-ROUTE-ID
060800         MOVE WS-LG-POST-DATE (WS-LGSUB) TO WS-EX-DATE
060900         MOVE WS-LG-GALLONS (WS-LGSUB) TO WS-EX-GALLONS
061000         MOVE WS-LG-COST (WS-LGSUB) TO WS-EX-AMOUNT
061100         MOVE "NO CARD CHARGE" TO WS-EX-NOTE
061200         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
061300     END-IF
061400     MOVE WS-LG-POST-DATE (WS-LGSUB) TO WS-MF-POST-DATE
061500     MOVE WS-LG-ROUTE-ID (WS-LGSUB) TO WS-MF-ROUTE-ID
061600     MOVE WS-LG-MILES (WS-LGSUB) TO WS-MF-MILES
061700     COMPUTE WS-MF-FUEL-GALLONS ROUNDED =
061800         WS-LG-CARD-GALLONS (WS-LGSUB)
061900     MOVE WS-LG-CARD-AMOUNT (WS-LGSUB) TO WS-MF-FUEL-COST
062000     WRITE FUEL-MATCH-RECORD FROM WS-MATCHED-FUEL.
062100 3000-EXIT.
062200     EXIT.
062300*--------------------------------------------------------------*
062400*    4000-POST-MATCHED - THE MATCHED CARD TOTAL POSTS AS ONE    *
062500*    FUELCARD PAIR: FUEL EXPENSE DEBITED, THE VENDOR PAYABLE    *
062600*    CREDITED.  CHARGES NOT MATCHED STAY OFF THE BOOKS UNTIL    *
062700*    THEY ARE RESEARCHED.  A FULL FLEET OR FUEL LOG TABLE LEFT  *
062750*    THE MATCH SHORT, SO THE PAIR IS HELD.                      *
062800*--------------------------------------------------------------*
062900 4000-POST-MATCHED.
063000     MOVE "FUELCARD" TO WS-EVENT-CODE
063100     MOVE WS-FC-FUND TO WS-EVENT-FUND
063200     MOVE WS-MATCHED-TOTAL TO WS-EVENT-AMOUNT
063300     MOVE WS-FC-DR-ACCT TO WS-EVENT-DR-ACCT
063400     MOVE WS-FC-CR-ACCT TO WS-EVENT-CR-ACCT
063420     IF WS-VT-DROP-COUNT > 0 OR WS-LG-DROP-COUNT > 0
063440         PERFORM 4200-HOLD-EVENT THRU 4200-EXIT
063460         GO TO 4000-EXIT
063480     END-IF
063500     IF WS-FUELCARD-FOUND
063600         PERFORM 4100-POST-ONE-EVENT THRU 4100-EXIT
063700     ELSE
063800         PERFORM 4200-HOLD-EVENT THRU 4200-EXIT
063900     END-IF.
064000 4000-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------*
064300*    4100-POST-ONE-EVENT                                        *
064400*--------------------------------------------------------------*
064500 4100-POST-ONE-EVENT.
064600     IF WS-EVENT-AMOUNT = ZERO
064700         GO TO 4100-EXIT
064800     END-IF
064900     IF WS-POSTING-HELD
065000         PERFORM 4200-HOLD-EVENT THRU 4200-EXIT
065100         GO TO 4100-EXIT
065200     END-IF
065300     MOVE SPACE TO WS-EVENT-LINE
065400     MOVE WS-EVENT-CODE TO WS-EV-EVENT
065500     MOVE WS-EVENT-FUND TO WS-EV-FUND
065600     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
065700     IF WS-ROUTE-PRIOR-PERIOD
065800         MOVE "POSTED - PRIOR PERIOD" TO WS-EV-NOTE
065900     ELSE
066000         MOVE "POSTED" TO WS-EV-NOTE
066100     END-IF
066200     WRITE FUEL-RECON-LINE FROM WS-EVENT-LINE
066300     MOVE SPACE TO GL-JOURNAL-RECORD
066400     MOVE WS-POST-DATE TO GJ-BATCH-DATE
066500     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
066600     MOVE WS-EVENT-FUND TO GJ-FUND
066700     MOVE WS-EVENT-DR-ACCT TO GJ-ACCOUNT
066800     SET GJ-DEBIT TO TRUE
066900     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
067000     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT
067100     MOVE SPACE TO GL-JOURNAL-RECORD
067200     MOVE WS-POST-DATE TO GJ-BATCH-DATE
067300     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
067400     MOVE WS-EVENT-FUND TO GJ-FUND
067500     MOVE WS-EVENT-CR-ACCT TO GJ-ACCOUNT
067600     SET GJ-CREDIT TO TRUE
067700     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
067800     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
067900 4100-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------*
068200*    4200-HOLD-EVENT - NO CHART ROW, NO POSTING PERIOD, OR A    *
068300*    FULL TABLE; THE RUN ENDS RC 8 SO THE CLAIM STEP DOES NOT   *
068350*    RUN.                                                       *
068400*--------------------------------------------------------------*
068500 4200-HOLD-EVENT.
068600     IF WS-EVENT-AMOUNT = ZERO
068700         GO TO 4200-EXIT
068800     END-IF
068900     MOVE SPACE TO WS-EVENT-LINE
069000     MOVE WS-EVENT-CODE TO WS-EV-EVENT
069100     MOVE WS-EVENT-FUND TO WS-EV-FUND
069200     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
069300     IF WS-POSTING-HELD
069400         MOVE "BAD MONTH - HELD" TO WS-EV-NOTE
069500     ELSE
069600         MOVE "NO CHART ROW - HELD" TO WS-EV-NOTE
069700     END-IF
069725     IF WS-VT-DROP-COUNT > 0 OR WS-LG-DROP-COUNT > 0
069750         MOVE "TABLE FULL - HELD" TO WS-EV-NOTE
069775     END-IF
069800     WRITE FUEL-RECON-LINE FROM WS-EVENT-LINE
069900     MOVE 8 TO RETURN-CODE.
070000 4200-EXIT.
070100     EXIT.
070200*--------------------------------------------------------------*
070300*    4300-WRITE-JOURNAL - A ROW ROUTED OUT OF A CLOSED PERIOD   *
070400*    IS FLAGGED AND LISTED ON THE ADJUSTMENT REPORT WITH THE    *
070450*    DATE IT WOULD HAVE CARRIED.                                *
070500*--------------------------------------------------------------*
070600 4300-WRITE-JOURNAL.
070700     IF WS-ROUTE-PRIOR-PERIOD
070800         SET GJ-PRIOR-PERIOD-ADJ TO TRUE
070810         MOVE GJ-EVENT-CODE TO WS-AJ-EVENT
070820         MOVE GJ-FUND TO WS-AJ-FUND
070830         MOVE GJ-ACCOUNT TO WS-AJ-ACCOUNT
070840         MOVE GJ-DR-CR TO WS-AJ-DR-CR
070850         MOVE GJ-AMOUNT TO WS-AJ-AMOUNT
070860         MOVE WS-MONTH-END-DATE TO WS-AJ-DATED
070870         MOVE GJ-BATCH-DATE TO WS-AJ-POSTED
070880         WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-LINE
070890         ADD 1 TO WS-ADJUSTMENT-COUNT
070900     END-IF
071000     WRITE GL-JOURNAL-RECORD
071100     ADD 1 TO WS-JOURNAL-COUNT.
071200 4300-EXIT.
071300     EXIT.
071400*--------------------------------------------------------------*
071500*    8000-FINALIZE                                              *
071600*--------------------------------------------------------------*
071700 8000-FINALIZE.
071800     MOVE WS-CARD-COUNT TO WS-CL-CHARGES
071900     MOVE WS-MATCHED-COUNT TO WS-CL-MATCHED
072000     MOVE WS-EXCEPTION-COUNT TO WS-CL-EXCEPTIONS
072100     WRITE FUEL-RECON-LINE FROM WS-COUNT-LINE
072200     MOVE "CARD TOTAL -" TO WS-TL-LABEL
072300     MOVE WS-CARD-TOTAL TO WS-TL-AMOUNT
072400     WRITE FUEL-RECON-LINE FROM WS-TOTAL-LINE
072500     MOVE "MATCHED TOTAL -" TO WS-TL-LABEL
072600     MOVE WS-MATCHED-TOTAL TO WS-TL-AMOUNT
072700     WRITE FUEL-RECON-LINE FROM WS-TOTAL-LINE
072800     MOVE "NOT MATCHED -" TO WS-TL-LABEL
072900     MOVE WS-UNMATCHED-TOTAL TO WS-TL-AMOUNT
073000     WRITE FUEL-RECON-LINE FROM WS-TOTAL-LINE
073100     MOVE WS-AVERAGE-PRICE TO WS-PL-PRICE
073200     WRITE FUEL-RECON-LINE FROM WS-PRICE-LINE
073233     MOVE WS-ADJUSTMENT-COUNT TO WS-AS-COUNT
073266     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-SUMMARY-LINE
073300     IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
073400         MOVE 4 TO RETURN-CODE
073500     END-IF
073600     IF WS-VT-DROP-COUNT > 0
073700         DISPLAY "FUELRECN: FLEET TABLE FULL - DROPPED - "
073800             WS-VT-DROP-COUNT
073900         MOVE 8 TO RETURN-CODE
074000     END-IF
074100     IF WS-LG-DROP-COUNT > 0
074200         DISPLAY "FUELRECN: FUEL LOG TABLE FULL - DROPPED - "
074300             WS-LG-DROP-COUNT
074400         MOVE 8 TO RETURN-CODE
074500     END-IF
074600     IF WS-CARD-FILE-MISSING
074700         MOVE 8 TO RETURN-CODE
074800     ELSE
074900         CLOSE FUEL-CARD-FILE
075000     END-IF
075100     CLOSE FUEL-MATCH-FILE
075200     CLOSE GL-JOURNAL-FILE
075300     CLOSE FUEL-RECON-RPT
075350     CLOSE PRIOR-PERIOD-RPT.
075400 8000-EXIT.
075500     EXIT.
