000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUDGACT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    BUDGET VERSUS ACTUAL BY FUND AND ACCOUNT.  ROLLS THE GL    *
000900*    JOURNAL HISTORY FROM THE START OF THE JULY-JUNE FISCAL     *
001000*    YEAR THROUGH THE REPORT MONTH INTO ACTUALS (DEBITS LESS    *
001100*    CREDITS) AND SPREADS THEM OVER THE FISCAL QUARTERS THAT    *
001200*    QUARTERYEAR GIVES THE OTHER REPORTS.  PURCHASE ORDERS      *
001300*    ORDERED IN THE YEAR STAY ENCUMBERED AGAINST THE POCOMMIT   *
001400*    CHART ROW'S DEBIT ACCOUNT UNTIL AN INVOICE ARRIVES FOR     *
001500*    THEM, THEN COUNT AS SPENT AT THE INVOICED AMOUNT - SO THE   *
001600*    NIGHTLY POCOMMIT JOURNAL ROWS ARE LEFT OUT OF THE ACTUALS  *
001700*    RATHER THAN COUNTED TWICE.  AN ACCOUNT WHOSE SPENT PLUS    *
001800*    ENCUMBERED PASSES ITS BUDGET IS FLAGGED OVERSPENT.         *
001820*    CONCESSION PURCHASE ORDERS ("C" PO TYPE) CHARGE THE CONCPO *
001840*    ROW'S DEBIT ACCOUNT THE SAME WAY, AND THE NIGHTLY CONCPO   *
001860*    JOURNAL ROWS ARE LEFT OUT WITH THE POCOMMIT ONES.          *
001900*    PARM = REPORT MONTH (YYYYMM); DEFAULTS TO LAST MONTH.      *
001933*    RC 8 - NO BUDGET FILE, OR THE BUDGET OR INVOICE TABLE      *
001966*    FILLED; THE REPORT IS INCOMPLETE.                          *
002000*--------------------------------------------------------------*
002100*    MODIFICATION HISTORY                                      *
002200*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002230*    2026-10-15  DLS  CHARGE CONCESSION POS TO THE CONCPO      *
002260*                     CHART ROW AND SKIP CONCPO JOURNAL ROWS.  *
002270*    2026-10-15  DLS  A FULL BUDGET OR INVOICE TABLE ENDS THE  *
002280*                     RUN RC 8; SET THE RETURN CODE AT THE END *
002290*                     SO THE QUARTERYEAR CALLS DO NOT CLEAR IT.*
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FUND-BUDGET-FILE ASSIGN TO FUNDBUDG
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-FB-FILE-STATUS.
003000     SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO CHARTACT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-CA-FILE-STATUS.
003300     SELECT SUPPLIER-INVOICE-FILE ASSIGN TO SUPINV
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-SI-FILE-STATUS.
003600     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNL
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PURCHASE-ORDER-FILE ASSIGN TO PURCHORD
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT BUDGET-ACTUAL-RPT ASSIGN TO BUDGRPT
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  FUND-BUDGET-FILE
004500     RECORDING MODE IS F.
004600     COPY fundbudg.
004700 FD  CHART-OF-ACCOUNTS-FILE
004800     RECORDING MODE IS F.
004900     COPY chartact.
005000 FD  SUPPLIER-INVOICE-FILE
005100     RECORDING MODE IS F.
005200     COPY supinv.
005300 FD  GL-JOURNAL-FILE
005400     RECORDING MODE IS F.
005500     COPY gljournl.
005600 FD  PURCHASE-ORDER-FILE
005700     RECORDING MODE IS F.
005800     COPY purchord.
005900 FD  BUDGET-ACTUAL-RPT
006000     RECORDING MODE IS F.
006100 01  BUDGET-ACTUAL-LINE             PIC X(80).
006200 WORKING-STORAGE SECTION.
006300 01  WS-FB-FILE-STATUS              PIC X(02) VALUE SPACE.
006400 01  WS-CA-FILE-STATUS              PIC X(02) VALUE SPACE.
006500 01  WS-SI-FILE-STATUS              PIC X(02) VALUE SPACE.
006600 01  WS-FB-EOF-SWITCH               PIC X(01) VALUE "N".
006700     88  WS-FB-EOF                      VALUE "Y".
006800 01  WS-CA-EOF-SWITCH               PIC X(01) VALUE "N".
006900     88  WS-CA-EOF                      VALUE "Y".
007000 01  WS-SI-EOF-SWITCH               PIC X(01) VALUE "N".
007100     88  WS-SI-EOF                      VALUE "Y".
007200 01  WS-GJ-EOF-SWITCH               PIC X(01) VALUE "N".
007300     88  WS-GJ-EOF                      VALUE "Y".
007400 01  WS-PO-EOF-SWITCH               PIC X(01) VALUE "N".
007500     88  WS-PO-EOF                      VALUE "Y".
007600 01  WS-TIMESTAMP.
007700     05  WS-TS-DATE                 PIC 9(08).
007800     05  FILLER                     PIC X(13).
007900 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
008000     05  WS-TS-YEAR                 PIC 9(04).
008100     05  WS-TS-MONTH                PIC 9(02).
008200     05  FILLER                     PIC X(15).
008300 01  WS-REPORT-MONTH                PIC 9(06).
008400 01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
008500     05  WS-REPORT-YEAR             PIC 9(04).
008600     05  WS-REPORT-MON              PIC 9(02).
008700*    THE FISCAL YEAR RUNS JULY 1 THROUGH JUNE 30 AND IS NAMED
008800*    FOR THE YEAR IT ENDS IN.
008900 01  WS-FY-START-MONTH              PIC 9(02) VALUE 07.
009000 01  WS-FISCAL-YEAR                 PIC 9(04).
009100 01  WS-FY-FROM-DATE                PIC 9(08).
009200 01  WS-FY-THRU-DATE                PIC 9(08).
009300 01  WS-POST-DATE                   PIC 9(08).
009400 01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
009500     05  FILLER                     PIC 9(04).
009600     05  WS-PD-MONTH                PIC 9(02).
009700     05  WS-PD-DAY                  PIC 9(02).
009800 01  WS-QY-LINKAGE.
009900     05  WS-QY-MONTH                PIC 9(02).
010000     05  WS-QY-FY-START             PIC 9(02).
010100     05  WS-QY-RESULT               PIC 9.
010200     05  WS-QY-QTR-START            PIC 9(04).
010300     05  WS-QY-QTR-END              PIC 9(04).
010400     05  WS-QY-MONTH-STATUS         PIC X(01).
010500         88  WS-QY-MONTH-VALID          VALUE "V".
010600     05  WS-QY-DAY-IN-MONTH         PIC 9(02).
010700     05  WS-QY-DAY-OF-QTR           PIC 9(03).
010800     05  WS-QY-WEEK-OF-QTR          PIC 9(02).
010900*    THE POCOMMIT CHART ROW'S DEBIT PAIR - WHERE SUPPLY ORDERS
011000*    ARE CHARGED.
011100 01  WS-PO-CHART-SWITCH             PIC X(01) VALUE "N".
011200     88  WS-PO-CHART-FOUND              VALUE "Y".
011300 01  WS-PO-FUND                     PIC X(03) VALUE SPACE.
011400 01  WS-PO-ACCOUNT                  PIC X(06) VALUE SPACE.
011410*    THE CONCPO CHART ROW'S DEBIT PAIR - WHERE CONCESSION ORDERS
011420*    ARE CHARGED.
011430 01  WS-CPO-CHART-SWITCH            PIC X(01) VALUE "N".
011440     88  WS-CPO-CHART-FOUND             VALUE "Y".
011450 01  WS-CPO-FUND                    PIC X(03) VALUE SPACE.
011460 01  WS-CPO-ACCOUNT                 PIC X(06) VALUE SPACE.
011500*    THE YEAR'S BUDGET ROWS, IN FUND AND ACCOUNT ORDER, WITH
011600*    WHAT HAS BEEN SPENT AND ENCUMBERED AGAINST EACH.
011700 01  WS-BU-COUNT                    PIC 9(04) COMP VALUE ZERO.
011800 01  WS-BU-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
011900 01  WS-BUSUB                       PIC 9(04) COMP.
012000 01  WS-BU-FOUND-SUB                PIC 9(04) COMP.
012100 01  WS-QTRSUB                      PIC 9(01) COMP.
012200 01  WS-BUDGET-TABLE.
012300     05  WS-BU-ENTRY OCCURS 500 TIMES.
012400         10  WS-BU-KEY.
012500             15  WS-BU-FUND         PIC X(03).
012600             15  WS-BU-ACCOUNT      PIC X(06).
012700         10  WS-BU-BUDGET           PIC 9(09)V99.
012800         10  WS-BU-ENCUMBERED       PIC 9(09)V99.
012900         10  WS-BU-SPENT            PIC S9(09)V99.
013000         10  WS-BU-QTR-SPENT OCCURS 4 TIMES
013100                                    PIC S9(09)V99.
013200 01  WS-NEW-KEY.
013300     05  WS-NK-FUND                 PIC X(03).
013400     05  WS-NK-ACCOUNT              PIC X(06).
013500*    INVOICED AMOUNT AND LATEST INVOICE DATE BY PO NUMBER.
013600 01  WS-IV-COUNT                    PIC 9(04) COMP VALUE ZERO.
013700 01  WS-IV-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
013800 01  WS-IVSUB                       PIC 9(04) COMP.
013900 01  WS-IV-FOUND-SUB                PIC 9(04) COMP.
014000 01  WS-INVOICE-TABLE.
014100     05  WS-IV-ENTRY OCCURS 2000 TIMES.
014200         10  WS-IV-PO-NUMBER        PIC X(12).
014300         10  WS-IV-AMOUNT           PIC 9(09)V99.
014400         10  WS-IV-DATE             PIC 9(08).
014500 01  WS-FIND-PO-NUMBER              PIC X(12).
014600 01  WS-SIGNED-AMOUNT               PIC S9(09)V99.
014700 01  WS-REMAINING                   PIC S9(09)V99.
014800 01  WS-JOURNAL-COUNT               PIC 9(07) COMP VALUE ZERO.
014900 01  WS-POSTED-COUNT                PIC 9(07) COMP VALUE ZERO.
015000 01  WS-UNBUDGETED-COUNT            PIC 9(07) COMP VALUE ZERO.
015100 01  WS-OPEN-PO-COUNT               PIC 9(05) COMP VALUE ZERO.
015200 01  WS-INVOICED-PO-COUNT           PIC 9(05) COMP VALUE ZERO.
015300 01  WS-UNMAPPED-PO-COUNT           PIC 9(05) COMP VALUE ZERO.
015400 01  WS-OVERSPENT-COUNT             PIC 9(05) COMP VALUE ZERO.
015500 01  WS-LAST-FUND                   PIC X(03) VALUE SPACE.
015600 01  WS-FUND-TOTALS.
015700     05  WS-FT-BUDGET               PIC 9(09)V99 VALUE ZERO.
015800     05  WS-FT-ENCUMBERED           PIC 9(09)V99 VALUE ZERO.
015900     05  WS-FT-SPENT                PIC S9(09)V99 VALUE ZERO.
016000     05  WS-FT-REMAINING            PIC S9(09)V99 VALUE ZERO.
016100 01  WS-GRAND-TOTALS.
016200     05  WS-GT-BUDGET               PIC 9(09)V99 VALUE ZERO.
016300     05  WS-GT-ENCUMBERED           PIC 9(09)V99 VALUE ZERO.
016400     05  WS-GT-SPENT                PIC S9(09)V99 VALUE ZERO.
016500     05  WS-GT-REMAINING            PIC S9(09)V99 VALUE ZERO.
016600 01  WS-REPORT-HEADING.
016700     05  FILLER                     PIC X(35)
016800             VALUE "BUDGET VERSUS ACTUAL - FISCAL YEAR ".
016900     05  WS-RH-FISCAL-YEAR          PIC 9(04).
017000     05  FILLER                     PIC X(09) VALUE " THROUGH ".
017100     05  WS-RH-MONTH                PIC 9(06).
017200     05  FILLER                     PIC X(26) VALUE SPACE.
017300 01  WS-COLUMN-HEADING.
017400     05  FILLER                     PIC X(25)
017500             VALUE "FND ACCOUNT        BUDGET".
017600     05  FILLER                     PIC X(30)
017700             VALUE "     ENCUMBERED          SPENT".
017800     05  FILLER                     PIC X(25)
017900             VALUE "      REMAINING".
018000 01  WS-QUARTER-HEADING.
018100     05  FILLER                     PIC X(40)
018200             VALUE "        FISCAL QUARTERS - Q1 JUL-SEP  Q2".
018300     05  FILLER                     PIC X(40)
018400             VALUE " OCT-DEC  Q3 JAN-MAR  Q4 APR-JUN".
018500 01  WS-ACCOUNT-LINE.
018600     05  WS-AL-FUND                 PIC X(03).
018700     05  FILLER                     PIC X(01) VALUE SPACE.
018800     05  WS-AL-ACCOUNT              PIC X(06).
018900     05  FILLER                     PIC X(01) VALUE SPACE.
019000     05  WS-AL-BUDGET               PIC ZZZ,ZZZ,ZZ9.99.
019100     05  FILLER                     PIC X(01) VALUE SPACE.
019200     05  WS-AL-ENCUMBERED           PIC ZZZ,ZZZ,ZZ9.99.
019300     05  FILLER                     PIC X(01) VALUE SPACE.
019400     05  WS-AL-SPENT                PIC -ZZ,ZZZ,ZZ9.99.
019500     05  FILLER                     PIC X(01) VALUE SPACE.
019600     05  WS-AL-REMAINING            PIC -ZZ,ZZZ,ZZ9.99.
019700     05  FILLER                     PIC X(01) VALUE SPACE.
019800     05  WS-AL-FLAG                 PIC X(09).
019900 01  WS-QUARTER-LINE.
020000     05  FILLER                     PIC X(08) VALUE SPACE.
020100     05  WS-QL-QUARTER OCCURS 4 TIMES.
020200         10  FILLER                 PIC X(01) VALUE "Q".
020300         10  WS-QL-QTR-NO           PIC 9(01).
020400         10  FILLER                 PIC X(01) VALUE SPACE.
020500         10  WS-QL-AMOUNT           PIC -ZZ,ZZZ,ZZ9.99.
020600         10  FILLER                 PIC X(01) VALUE SPACE.
020700 01  WS-TOTAL-LINE.
020800     05  WS-TL-LABEL                PIC X(11).
020900     05  WS-TL-BUDGET               PIC ZZZ,ZZZ,ZZ9.99.
021000     05  FILLER                     PIC X(01) VALUE SPACE.
021100     05  WS-TL-ENCUMBERED           PIC ZZZ,ZZZ,ZZ9.99.
021200     05  FILLER                     PIC X(01) VALUE SPACE.
021300     05  WS-TL-SPENT                PIC -ZZ,ZZZ,ZZ9.99.
021400     05  FILLER                     PIC X(01) VALUE SPACE.
021500     05  WS-TL-REMAINING            PIC -ZZ,ZZZ,ZZ9.99.
021600     05  FILLER                     PIC X(10) VALUE SPACE.
021700 01  WS-SUMMARY-LINE-1.
021800     05  FILLER                     PIC X(16)
021900             VALUE "JOURNAL ROWS -  ".
022000     05  WS-S1-JOURNAL              PIC Z,ZZZ,ZZ9.
022100     05  FILLER                     PIC X(12)
022200             VALUE "  POSTED -  ".
022300     05  WS-S1-POSTED               PIC Z,ZZZ,ZZ9.
022400     05  FILLER                     PIC X(16)
022500             VALUE "  UNBUDGETED -  ".
022600     05  WS-S1-UNBUDGETED           PIC Z,ZZZ,ZZ9.
022700     05  FILLER                     PIC X(09) VALUE SPACE.
022800 01  WS-SUMMARY-LINE-2.
022900     05  FILLER                     PIC X(11) VALUE "OPEN POS - ".
023000     05  WS-S2-OPEN                 PIC ZZ,ZZ9.
023100     05  FILLER                     PIC X(16)
023200             VALUE "  INVOICED POS -".
023300     05  WS-S2-INVOICED             PIC ZZ,ZZ9.
023400     05  FILLER                     PIC X(14)
023500             VALUE "  UNMAPPED -  ".
023600     05  WS-S2-UNMAPPED             PIC ZZ,ZZ9.
023700     05  FILLER                     PIC X(15)
023800             VALUE "  OVERSPENT -  ".
023900     05  WS-S2-OVERSPENT            PIC ZZ,ZZ9.
024000 LINKAGE SECTION.
024100 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
024200 01  LS-PARM-DATA                   PIC X(10).
024300 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
024400*--------------------------------------------------------------*
024500*    0000-MAINLINE                                              *
024600*--------------------------------------------------------------*
024700 0000-MAINLINE.
024800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
024900     MOVE WS-TS-YEAR TO WS-REPORT-YEAR
025000     MOVE WS-TS-MONTH TO WS-REPORT-MON
025100     IF WS-REPORT-MON = 1
025200         MOVE 12 TO WS-REPORT-MON
025300         SUBTRACT 1 FROM WS-REPORT-YEAR
025400     ELSE
025500         SUBTRACT 1 FROM WS-REPORT-MON
025600     END-IF
025700     IF LS-PARM-LENGTH >= 6
025800             AND LS-PARM-DATA (1:6) IS NUMERIC
025900         MOVE LS-PARM-DATA (1:6) TO WS-REPORT-MONTH
026000     END-IF
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026200     PERFORM 2000-POST-JOURNAL THRU 2000-EXIT
026300         UNTIL WS-GJ-EOF
026400     PERFORM 3000-POST-ORDER THRU 3000-EXIT
026500         UNTIL WS-PO-EOF
026600     PERFORM 4000-PRINT-ACCOUNT THRU 4000-EXIT
026700         VARYING WS-BUSUB FROM 1 BY 1
026800         UNTIL WS-BUSUB > WS-BU-COUNT
026900     PERFORM 8000-FINALIZE THRU 8000-EXIT
027000     GOBACK.
027100*--------------------------------------------------------------*
027200*    1000-INITIALIZE - WORKS OUT THE FISCAL YEAR, THEN LOADS    *
027300*    THE POCOMMIT CHART ROW, THE YEAR'S BUDGET, AND THE         *
027400*    INVOICES RECEIVED.  A MISSING BUDGET FILE STILL PRINTS     *
027500*    THE RUN TOTALS BUT ENDS THE RUN RC 8.                      *
027600*--------------------------------------------------------------*
027700 1000-INITIALIZE.
027800     MOVE WS-REPORT-YEAR TO WS-FISCAL-YEAR
027900     IF WS-REPORT-MON >= WS-FY-START-MONTH
028000         ADD 1 TO WS-FISCAL-YEAR
028100     END-IF
028200     COMPUTE WS-FY-FROM-DATE =
028300         (WS-FISCAL-YEAR - 1) * 10000 + WS-FY-START-MONTH * 100
028400             + 1
028500     COMPUTE WS-FY-THRU-DATE = WS-REPORT-MONTH * 100 + 31
028600     OPEN INPUT CHART-OF-ACCOUNTS-FILE
028700     IF WS-CA-FILE-STATUS = "35"
028800         SET WS-CA-EOF TO TRUE
028900     ELSE
029000         PERFORM 1100-LOAD-CHART THRU 1100-EXIT
029100             UNTIL WS-CA-EOF
029200         CLOSE CHART-OF-ACCOUNTS-FILE
029300     END-IF
029400     IF NOT WS-PO-CHART-FOUND
029500         DISPLAY "BUDGACT: NO POCOMMIT CHART ROW - "
029600             "ORDERS NOT CHARGED"
029800     END-IF
029900     OPEN INPUT FUND-BUDGET-FILE
030000     IF WS-FB-FILE-STATUS = "35"
030100         DISPLAY "BUDGACT: BUDGET FILE MISSING"
030300     ELSE
030400         PERFORM 1200-LOAD-BUDGET THRU 1200-EXIT
030500             UNTIL WS-FB-EOF
030600         CLOSE FUND-BUDGET-FILE
030700     END-IF
030800     OPEN INPUT SUPPLIER-INVOICE-FILE
030900     IF WS-SI-FILE-STATUS = "35"
031000         DISPLAY "BUDGACT: INVOICE FILE MISSING - "
031100             "ALL ORDERS ENCUMBERED"
031200     ELSE
031300         PERFORM 1300-LOAD-INVOICE THRU 1300-EXIT
031400             UNTIL WS-SI-EOF
031500         CLOSE SUPPLIER-INVOICE-FILE
031600     END-IF
031700     IF WS-BU-DROP-COUNT > 0
031800         DISPLAY "BUDGACT: BUDGET TABLE FULL - DROPPED - "
031900             WS-BU-DROP-COUNT
032000     END-IF
032100     IF WS-IV-DROP-COUNT > 0
032200         DISPLAY "BUDGACT: INVOICE TABLE FULL - DROPPED - "
032300             WS-IV-DROP-COUNT
032400     END-IF
032500     OPEN INPUT GL-JOURNAL-FILE
032600     OPEN INPUT PURCHASE-ORDER-FILE
032700     OPEN OUTPUT BUDGET-ACTUAL-RPT
032800     MOVE WS-FISCAL-YEAR TO WS-RH-FISCAL-YEAR
032900     MOVE WS-REPORT-MONTH TO WS-RH-MONTH
033000     WRITE BUDGET-ACTUAL-LINE FROM WS-REPORT-HEADING
033100     WRITE BUDGET-ACTUAL-LINE FROM WS-COLUMN-HEADING
033200     WRITE BUDGET-ACTUAL-LINE FROM WS-QUARTER-HEADING
033300     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
033400     PERFORM 3100-READ-ORDER THRU 3100-EXIT.
033500 1000-EXIT.
033600     EXIT.
033700*--------------------------------------------------------------*
033760*    1100-LOAD-CHART - ONLY THE POCOMMIT AND CONCPO ROWS        *
033820*    MATTER HERE.                                               *
033900*--------------------------------------------------------------*
034000 1100-LOAD-CHART.
034100     READ CHART-OF-ACCOUNTS-FILE
034200         AT END
034300             SET WS-CA-EOF TO TRUE
034400             GO TO 1100-EXIT
034500     END-READ
034600     IF CA-EVENT-CODE = "POCOMMIT"
034700         SET WS-PO-CHART-FOUND TO TRUE
034800         MOVE CA-DEBIT-FUND TO WS-PO-FUND
034900         MOVE CA-DEBIT-ACCOUNT TO WS-PO-ACCOUNT
034910     END-IF
034920     IF CA-EVENT-CODE = "CONCPO"
034930         SET WS-CPO-CHART-FOUND TO TRUE
034940         MOVE CA-DEBIT-FUND TO WS-CPO-FUND
034950         MOVE CA-DEBIT-ACCOUNT TO WS-CPO-ACCOUNT
035000     END-IF.
035100 1100-EXIT.
035200     EXIT.
035300*--------------------------------------------------------------*
035400*    1200-LOAD-BUDGET - THE REPORT'S FISCAL YEAR ONLY.  THE JOB *
035500*    SORTS THE FILE BY YEAR, FUND, AND ACCOUNT.                 *
035600*--------------------------------------------------------------*
035700 1200-LOAD-BUDGET.
035800     READ FUND-BUDGET-FILE
035900         AT END
036000             SET WS-FB-EOF TO TRUE
036100             GO TO 1200-EXIT
036200     END-READ
036300     IF FB-FISCAL-YEAR NOT = WS-FISCAL-YEAR
036400         GO TO 1200-EXIT
036500     END-IF
036600     IF WS-BU-COUNT >= 500
036700         ADD 1 TO WS-BU-DROP-COUNT
036800         GO TO 1200-EXIT
036900     END-IF
037000     ADD 1 TO WS-BU-COUNT
037100     MOVE FB-FUND TO WS-BU-FUND (WS-BU-COUNT)
037200     MOVE FB-ACCOUNT TO WS-BU-ACCOUNT (WS-BU-COUNT)
037300     MOVE FB-BUDGET-AMOUNT TO WS-BU-BUDGET (WS-BU-COUNT)
037400     MOVE ZERO TO WS-BU-ENCUMBERED (WS-BU-COUNT)
037500     MOVE ZERO TO WS-BU-SPENT (WS-BU-COUNT)
037600     PERFORM 1210-CLEAR-QUARTER THRU 1210-EXIT
037700         VARYING WS-QTRSUB FROM 1 BY 1
037800         UNTIL WS-QTRSUB > 4.
037900 1200-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------*
038200*    1210-CLEAR-QUARTER                                         *
038300*--------------------------------------------------------------*
038400 1210-CLEAR-QUARTER.
038500     MOVE ZERO TO WS-BU-QTR-SPENT (WS-BU-COUNT WS-QTRSUB).
038600 1210-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------*
038900*    1300-LOAD-INVOICE - ONE ENTRY PER PO, SUMMING THE INVOICES *
039000*    RECEIVED THROUGH THE REPORT MONTH AND KEEPING THE LATEST   *
039100*    INVOICE DATE.                                              *
039200*--------------------------------------------------------------*
039300 1300-LOAD-INVOICE.
039400     READ SUPPLIER-INVOICE-FILE
039500         AT END
039600             SET WS-SI-EOF TO TRUE
039700             GO TO 1300-EXIT
039800     END-READ
039900     IF SI-INVOICE-DATE > WS-FY-THRU-DATE
040000         GO TO 1300-EXIT
040100     END-IF
040200     MOVE SI-PO-NUMBER TO WS-FIND-PO-NUMBER
040300     PERFORM 1400-FIND-INVOICE THRU 1400-EXIT
040400     IF WS-IV-FOUND-SUB = 0
040500         IF WS-IV-COUNT >= 2000
040600             ADD 1 TO WS-IV-DROP-COUNT
040700             GO TO 1300-EXIT
040800         END-IF
040900         ADD 1 TO WS-IV-COUNT
041000         MOVE WS-IV-COUNT TO WS-IV-FOUND-SUB
041100         MOVE SI-PO-NUMBER TO WS-IV-PO-NUMBER (WS-IV-FOUND-SUB)
041200         MOVE ZERO TO WS-IV-AMOUNT (WS-IV-FOUND-SUB)
041300         MOVE ZERO TO WS-IV-DATE (WS-IV-FOUND-SUB)
041400     END-IF
041500     ADD SI-AMOUNT TO WS-IV-AMOUNT (WS-IV-FOUND-SUB)
041600     IF SI-INVOICE-DATE > WS-IV-DATE (WS-IV-FOUND-SUB)
041700         MOVE SI-INVOICE-DATE TO WS-IV-DATE (WS-IV-FOUND-SUB)
041800     END-IF.
041900 1300-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------*
042200*    1400-FIND-INVOICE - WS-IV-FOUND-SUB COMES BACK POINTING AT *
042300*    THE INVOICE ENTRY FOR WS-FIND-PO-NUMBER, OR ZERO.          *
042400*--------------------------------------------------------------*
042500 1400-FIND-INVOICE.
042600     MOVE ZERO TO WS-IV-FOUND-SUB
042700     PERFORM 1410-MATCH-INVOICE THRU 1410-EXIT
042800         VARYING WS-IVSUB FROM 1 BY 1
042900         UNTIL WS-IVSUB > WS-IV-COUNT
043000             OR WS-IV-FOUND-SUB > 0.
043100 1400-EXIT.
043200     EXIT.
043300*--------------------------------------------------------------*
043400*    1410-MATCH-INVOICE                                         *
043500*--------------------------------------------------------------*
043600 1410-MATCH-INVOICE.
043700     IF WS-FIND-PO-NUMBER = WS-IV-PO-NUMBER (WS-IVSUB)
043800         MOVE WS-IVSUB TO WS-IV-FOUND-SUB
043900     END-IF.
044000 1410-EXIT.
044100     EXIT.
044200*--------------------------------------------------------------*
044300*    1500-FIND-ACCOUNT - WS-BU-FOUND-SUB COMES BACK POINTING AT *
044400*    THE BUDGET ENTRY FOR WS-NEW-KEY, OR ZERO.                  *
044500*--------------------------------------------------------------*
044600 1500-FIND-ACCOUNT.
044700     MOVE ZERO TO WS-BU-FOUND-SUB
044800     PERFORM 1510-MATCH-ACCOUNT THRU 1510-EXIT
044900         VARYING WS-BUSUB FROM 1 BY 1
045000         UNTIL WS-BUSUB > WS-BU-COUNT
045100             OR WS-BU-FOUND-SUB > 0.
045200 1500-EXIT.
045300     EXIT.
045400*--------------------------------------------------------------*
045500*    1510-MATCH-ACCOUNT                                         *
045600*--------------------------------------------------------------*
045700 1510-MATCH-ACCOUNT.
045800     IF WS-NEW-KEY = WS-BU-KEY (WS-BUSUB)
045900         MOVE WS-BUSUB TO WS-BU-FOUND-SUB
046000     END-IF.
046100 1510-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------*
046400*    2000-POST-JOURNAL - A JOURNAL ROW DATED IN THE FISCAL      *
046500*    YEAR THROUGH THE REPORT MONTH ADDS TO ITS ACCOUNT'S SPENT  *
046600*    (A CREDIT SUBTRACTS) AND TO THE FISCAL QUARTER OF ITS      *
046670*    BATCH DATE.  POCOMMIT AND CONCPO ROWS ARE THE ORDERS       *
046740*    THEMSELVES AND ARE CARRIED FROM THE PURCHASE-ORDER FILE    *
046810*    INSTEAD.                                                   *
046900*--------------------------------------------------------------*
047000 2000-POST-JOURNAL.
047100     IF GJ-BATCH-DATE < WS-FY-FROM-DATE
047200             OR GJ-BATCH-DATE > WS-FY-THRU-DATE
047300             OR GJ-EVENT-CODE = "POCOMMIT"
047350             OR GJ-EVENT-CODE = "CONCPO"
047400         GO TO 2000-NEXT
047500     END-IF
047600     ADD 1 TO WS-JOURNAL-COUNT
047700     MOVE GJ-FUND TO WS-NK-FUND
047800     MOVE GJ-ACCOUNT TO WS-NK-ACCOUNT
047900     PERFORM 1500-FIND-ACCOUNT THRU 1500-EXIT
048000     IF WS-BU-FOUND-SUB = 0
048100         ADD 1 TO WS-UNBUDGETED-COUNT
048200         GO TO 2000-NEXT
048300     END-IF
048400     ADD 1 TO WS-POSTED-COUNT
048500     IF GJ-CREDIT
048600         COMPUTE WS-SIGNED-AMOUNT = ZERO - GJ-AMOUNT
048700     ELSE
048800         MOVE GJ-AMOUNT TO WS-SIGNED-AMOUNT
048900     END-IF
049000     MOVE GJ-BATCH-DATE TO WS-POST-DATE
049100     PERFORM 2200-ADD-SPENT THRU 2200-EXIT.
049200 2000-NEXT.
049300     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
049400 2000-EXIT.
049500     EXIT.
049600*--------------------------------------------------------------*
049700*    2100-READ-JOURNAL                                          *
049800*--------------------------------------------------------------*
049900 2100-READ-JOURNAL.
050000     READ GL-JOURNAL-FILE
050100         AT END
050200             SET WS-GJ-EOF TO TRUE
050300     END-READ.
050400 2100-EXIT.
050500     EXIT.
050600*--------------------------------------------------------------*
050700*    2200-ADD-SPENT - ADDS WS-SIGNED-AMOUNT TO THE FOUND        *
050800*    ACCOUNT AND TO THE FISCAL QUARTER OF WS-POST-DATE.         *
050900*--------------------------------------------------------------*
051000 2200-ADD-SPENT.
051100     ADD WS-SIGNED-AMOUNT TO WS-BU-SPENT (WS-BU-FOUND-SUB)
051200     MOVE WS-PD-MONTH TO WS-QY-MONTH
051300     MOVE WS-PD-DAY TO WS-QY-DAY-IN-MONTH
051400     MOVE WS-FY-START-MONTH TO WS-QY-FY-START
051500     CALL "QUARTERYEAR" USING WS-QY-MONTH WS-QY-FY-START
051600         WS-QY-RESULT WS-QY-QTR-START WS-QY-QTR-END
051700         WS-QY-MONTH-STATUS WS-QY-DAY-IN-MONTH
051800         WS-QY-DAY-OF-QTR WS-QY-WEEK-OF-QTR
051900     IF WS-QY-MONTH-VALID
052000         ADD WS-SIGNED-AMOUNT
052100             TO WS-BU-QTR-SPENT (WS-BU-FOUND-SUB WS-QY-RESULT)
052200     END-IF.
052300 2200-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------*
052600*    3000-POST-ORDER - A PO ORDERED IN THE FISCAL YEAR THROUGH  *
052700*    THE REPORT MONTH CHARGES THE POCOMMIT DEBIT ACCOUNT: AS    *
052800*    SPENT AT THE INVOICED AMOUNT IN THE QUARTER OF ITS LATEST  *
052900*    INVOICE ONCE BILLED, OTHERWISE AS AN ENCUMBRANCE AT ITS    *
052960*    EXTENDED COST.  A CONCESSION PO CHARGES THE CONCPO DEBIT   *
053020*    ACCOUNT INSTEAD.                                           *
053100*--------------------------------------------------------------*
053200 3000-POST-ORDER.
053300     IF PO-ORDER-DATE < WS-FY-FROM-DATE
053400             OR PO-ORDER-DATE > WS-FY-THRU-DATE
053500         GO TO 3000-NEXT
053600     END-IF
053640     IF PO-TYPE-CONCESSION
053680         IF NOT WS-CPO-CHART-FOUND
053720             ADD 1 TO WS-UNMAPPED-PO-COUNT
053760             GO TO 3000-NEXT
053800         END-IF
053840         MOVE WS-CPO-FUND TO WS-NK-FUND
053880         MOVE WS-CPO-ACCOUNT TO WS-NK-ACCOUNT
053920     ELSE
053960         IF NOT WS-PO-CHART-FOUND
054000             ADD 1 TO WS-UNMAPPED-PO-COUNT
054040             GO TO 3000-NEXT
054080         END-IF
054120         MOVE WS-PO-FUND TO WS-NK-FUND
054160         MOVE WS-PO-ACCOUNT TO WS-NK-ACCOUNT
054200     END-IF
054300     PERFORM 1500-FIND-ACCOUNT THRU 1500-EXIT
054400     IF WS-BU-FOUND-SUB = 0
054500         ADD 1 TO WS-UNMAPPED-PO-COUNT
054600         GO TO 3000-NEXT
054700     END-IF
054800     MOVE PO-NUMBER TO WS-FIND-PO-NUMBER
054900     PERFORM 1400-FIND-INVOICE THRU 1400-EXIT
055000     IF WS-IV-FOUND-SUB = 0
055100         ADD 1 TO WS-OPEN-PO-COUNT
055200         ADD PO-EXTENDED-COST
055300             TO WS-BU-ENCUMBERED (WS-BU-FOUND-SUB)
055400         GO TO 3000-NEXT
055500     END-IF
055600     ADD 1 TO WS-INVOICED-PO-COUNT
055700     MOVE WS-IV-AMOUNT (WS-IV-FOUND-SUB) TO WS-SIGNED-AMOUNT
055800     MOVE WS-IV-DATE (WS-IV-FOUND-SUB) TO WS-POST-DATE
055900     PERFORM 2200-ADD-SPENT THRU 2200-EXIT.
056000 3000-NEXT.
056100     PERFORM 3100-READ-ORDER THRU 3100-EXIT.
056200 3000-EXIT.
056300     EXIT.
056400*--------------------------------------------------------------*
056500*    3100-READ-ORDER                                            *
056600*--------------------------------------------------------------*
056700 3100-READ-ORDER.
056800     READ PURCHASE-ORDER-FILE
056900         AT END
057000             SET WS-PO-EOF TO TRUE
057100     END-READ.
057200 3100-EXIT.
057300     EXIT.
057400*--------------------------------------------------------------*
057500*    4000-PRINT-ACCOUNT - ONE ACCOUNT LINE AND ITS QUARTER      *
057600*    LINE, WITH A FUND TOTAL AT EACH CHANGE OF FUND.            *
057700*--------------------------------------------------------------*
057800 4000-PRINT-ACCOUNT.
057900     IF WS-BU-FUND (WS-BUSUB) NOT = WS-LAST-FUND
058000         IF WS-LAST-FUND NOT = SPACE
058100             PERFORM 4100-PRINT-FUND-TOTAL THRU 4100-EXIT
058200         END-IF
058300         MOVE WS-BU-FUND (WS-BUSUB) TO WS-LAST-FUND
058400     END-IF
058500     COMPUTE WS-REMAINING = WS-BU-BUDGET (WS-BUSUB)
058600         - WS-BU-ENCUMBERED (WS-BUSUB) - WS-BU-SPENT (WS-BUSUB)
058700     MOVE SPACE TO WS-AL-FLAG
058800     IF WS-REMAINING < ZERO
058900         MOVE "OVERSPENT" TO WS-AL-FLAG
059000         ADD 1 TO WS-OVERSPENT-COUNT
059100     END-IF
059200     MOVE WS-BU-FUND (WS-BUSUB) TO WS-AL-FUND
059300     MOVE WS-BU-ACCOUNT (WS-BUSUB) TO WS-AL-ACCOUNT
059400     MOVE WS-BU-BUDGET (WS-BUSUB) TO WS-AL-BUDGET
059500     MOVE WS-BU-ENCUMBERED (WS-BUSUB) TO WS-AL-ENCUMBERED
059600     MOVE WS-BU-SPENT (WS-BUSUB) TO WS-AL-SPENT
059700     MOVE WS-REMAINING TO WS-AL-REMAINING
059800     WRITE BUDGET-ACTUAL-LINE FROM WS-ACCOUNT-LINE
059900     PERFORM 4200-FORMAT-QUARTER THRU 4200-EXIT
060000         VARYING WS-QTRSUB FROM 1 BY 1
060100         UNTIL WS-QTRSUB > 4
060200     WRITE BUDGET-ACTUAL-LINE FROM WS-QUARTER-LINE
060300     ADD WS-BU-BUDGET (WS-BUSUB) TO WS-FT-BUDGET
060400     ADD WS-BU-ENCUMBERED (WS-BUSUB) TO WS-FT-ENCUMBERED
060500     ADD WS-BU-SPENT (WS-BUSUB) TO WS-FT-SPENT
060600     ADD WS-REMAINING TO WS-FT-REMAINING.
060700 4000-EXIT.
060800     EXIT.
060900*--------------------------------------------------------------*
061000*    4100-PRINT-FUND-TOTAL - WRITES THE FUND'S TOTAL LINE AND   *
061100*    ROLLS IT INTO THE GRAND TOTAL.                             *
061200*--------------------------------------------------------------*
061300 4100-PRINT-FUND-TOTAL.
061400     MOVE SPACE TO WS-TL-LABEL
061500     STRING "FUND " WS-LAST-FUND DELIMITED BY SIZE
061600         INTO WS-TL-LABEL
061700     MOVE WS-FT-BUDGET TO WS-TL-BUDGET
061800     MOVE WS-FT-ENCUMBERED TO WS-TL-ENCUMBERED
061900     MOVE WS-FT-SPENT TO WS-TL-SPENT
062000     MOVE WS-FT-REMAINING TO WS-TL-REMAINING
062100     WRITE BUDGET-ACTUAL-LINE FROM WS-TOTAL-LINE
062200     ADD WS-FT-BUDGET TO WS-GT-BUDGET
062300     ADD WS-FT-ENCUMBERED TO WS-GT-ENCUMBERED
062400     ADD WS-FT-SPENT TO WS-GT-SPENT
062500     ADD WS-FT-REMAINING TO WS-GT-REMAINING
062600     INITIALIZE WS-FUND-TOTALS.
062700 4100-EXIT.
062800     EXIT.
062900*--------------------------------------------------------------*
063000*    4200-FORMAT-QUARTER                                        *
063100*--------------------------------------------------------------*
063200 4200-FORMAT-QUARTER.
063300     MOVE WS-QTRSUB TO WS-QL-QTR-NO (WS-QTRSUB)
063400     MOVE WS-BU-QTR-SPENT (WS-BUSUB WS-QTRSUB)
063500         TO WS-QL-AMOUNT (WS-QTRSUB).
063600 4200-EXIT.
063700     EXIT.
063800*--------------------------------------------------------------*
063900*    8000-FINALIZE - LAST FUND TOTAL, GRAND TOTAL, AND RUN      *
064000*    COUNTS.  ANY OVERSPENT ACCOUNT, UNMAPPED ORDER OR MISSING  *
064025*    POCOMMIT ROW ENDS THE RUN RC 4; NO BUDGET FILE OR A FULL   *
064050*    BUDGET OR INVOICE TABLE ENDS IT RC 8.  THE RETURN CODE IS  *
064075*    SET HERE, AFTER THE LAST QUARTERYEAR CALL.                 *
064100*--------------------------------------------------------------*
064200 8000-FINALIZE.
064300     IF WS-LAST-FUND NOT = SPACE
064400         PERFORM 4100-PRINT-FUND-TOTAL THRU 4100-EXIT
064500     END-IF
064600     MOVE "ALL FUNDS" TO WS-TL-LABEL
064700     MOVE WS-GT-BUDGET TO WS-TL-BUDGET
064800     MOVE WS-GT-ENCUMBERED TO WS-TL-ENCUMBERED
064900     MOVE WS-GT-SPENT TO WS-TL-SPENT
065000     MOVE WS-GT-REMAINING TO WS-TL-REMAINING
065100     WRITE BUDGET-ACTUAL-LINE FROM WS-TOTAL-LINE
065200     MOVE WS-JOURNAL-COUNT TO WS-S1-JOURNAL
065300     MOVE WS-POSTED-COUNT TO WS-S1-POSTED
065400     MOVE WS-UNBUDGETED-COUNT TO WS-S1-UNBUDGETED
065500     WRITE BUDGET-ACTUAL-LINE FROM WS-SUMMARY-LINE-1
065600     MOVE WS-OPEN-PO-COUNT TO WS-S2-OPEN
065700     MOVE WS-INVOICED-PO-COUNT TO WS-S2-INVOICED
065800     MOVE WS-UNMAPPED-PO-COUNT TO WS-S2-UNMAPPED
065900     MOVE WS-OVERSPENT-COUNT TO WS-S2-OVERSPENT
066000     WRITE BUDGET-ACTUAL-LINE FROM WS-SUMMARY-LINE-2
066100     CLOSE GL-JOURNAL-FILE
066200     CLOSE PURCHASE-ORDER-FILE
066300     CLOSE BUDGET-ACTUAL-RPT
066400     MOVE ZERO TO RETURN-CODE
066433     IF WS-FB-FILE-STATUS = "35"
066466             OR WS-BU-DROP-COUNT > 0
066499             OR WS-IV-DROP-COUNT > 0
066532         MOVE 8 TO RETURN-CODE
066565     ELSE
066598         IF WS-OVERSPENT-COUNT > 0
066631                 OR WS-UNMAPPED-PO-COUNT > 0
066664                 OR NOT WS-PO-CHART-FOUND
066697             MOVE 4 TO RETURN-CODE
066730         END-IF
066763     END-IF.
066800 8000-EXIT.
066900     EXIT.
