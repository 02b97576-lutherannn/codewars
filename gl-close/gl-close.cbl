000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLCLOSE.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    MONTH-END FISCAL PERIOD CLOSE.  ROLLS THE GL JOURNAL       *
000900*    HISTORY FROM THE START OF THE JULY-JUNE FISCAL YEAR        *
001000*    THROUGH THE END OF THE CLOSING MONTH INTO A TRIAL BALANCE  *
001100*    BY FUND AND ACCOUNT, THEN WRITES THE PERIOD CONTROL FILE   *
001200*    FORWARD WITH THE MONTH MARKED CLOSED.  FROM THEN ON        *
001300*    GLPERIOD ROUTES ANY POSTING DATED INTO THE MONTH TO THE    *
001400*    NEXT OPEN PERIOD AS A PRIOR-PERIOD ADJUSTMENT.  A TRIAL    *
001500*    BALANCE WHOSE DEBITS AND CREDITS DO NOT TIE, OR A MONTH    *
001600*    ALREADY CLOSED, LEAVES THE PERIOD AS IT WAS AND ENDS RC 8. *
001700*    AN EARLIER MONTH STILL OPEN IS WARNED ABOUT (RC 4) BUT     *
001800*    DOES NOT STOP THE CLOSE.                                   *
001900*    PARM = MONTH TO CLOSE (YYYYMM); DEFAULTS TO LAST MONTH.    *
002000*--------------------------------------------------------------*
002100*    MODIFICATION HISTORY                                      *
002200*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FISCAL-PERIOD-FILE ASSIGN TO PERIODS
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-PC-FILE-STATUS.
003000     SELECT NEW-PERIOD-FILE ASSIGN TO PERIODO
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNL
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT TRIAL-BALANCE-RPT ASSIGN TO GLCLSRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  FISCAL-PERIOD-FILE
003900     RECORDING MODE IS F.
004000     COPY glperiod.
004100 FD  NEW-PERIOD-FILE
004200     RECORDING MODE IS F.
004300 01  NEW-PERIOD-RECORD              PIC X(40).
004400 FD  GL-JOURNAL-FILE
004500     RECORDING MODE IS F.
004600     COPY gljournl.
004700 FD  TRIAL-BALANCE-RPT
004800     RECORDING MODE IS F.
004900 01  TRIAL-BALANCE-LINE             PIC X(80).
005000 WORKING-STORAGE SECTION.
005100 01  WS-PC-FILE-STATUS              PIC X(02) VALUE SPACE.
005200 01  WS-PC-EOF-SWITCH               PIC X(01) VALUE "N".
005300     88  WS-PC-EOF                      VALUE "Y".
005400 01  WS-GJ-EOF-SWITCH               PIC X(01) VALUE "N".
005500     88  WS-GJ-EOF                      VALUE "Y".
005600 01  WS-CLOSE-OK-SWITCH             PIC X(01) VALUE "Y".
005700     88  WS-CLOSE-OK                    VALUE "Y".
005800     88  WS-CLOSE-REFUSED               VALUE "N".
005900 01  WS-TIMESTAMP.
006000     05  WS-TS-DATE                 PIC 9(08).
006100     05  FILLER                     PIC X(13).
006200 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
006300     05  WS-TS-YEAR                 PIC 9(04).
006400     05  WS-TS-MONTH                PIC 9(02).
006500     05  FILLER                     PIC X(15).
006600 01  WS-CLOSE-PERIOD                PIC 9(06).
006700 01  WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
006800     05  WS-CLOSE-YEAR              PIC 9(04).
006900     05  WS-CLOSE-MON               PIC 9(02).
007000 01  WS-FY-START-MONTH              PIC 9(02) VALUE 07.
007100 01  WS-FISCAL-YEAR                 PIC 9(04).
007200 01  WS-FISCAL-MONTH                PIC 9(02).
007300 01  WS-FY-FROM-DATE                PIC 9(08).
007400 01  WS-FY-THRU-DATE                PIC 9(08).
007500 01  WS-PERIOD-FROM-DATE            PIC 9(08).
007600*    THE PERIOD CONTROL FILE, IN PERIOD ORDER, AS IT WILL BE
007700*    WRITTEN FORWARD.
007800 01  WS-PC-COUNT                    PIC 9(03) COMP VALUE ZERO.
007900 01  WS-PC-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
008000 01  WS-PCSUB                       PIC 9(03) COMP.
008100 01  WS-PCSUB2                      PIC 9(03) COMP.
008200 01  WS-PC-CLOSE-SUB                PIC 9(03) COMP VALUE ZERO.
008300 01  WS-PERIOD-TABLE.
008400     05  WS-PC-ENTRY OCCURS 240 TIMES
008500                                    PIC X(40).
008600*    TRIAL BALANCE BY FUND AND ACCOUNT, KEPT IN KEY ORDER AS
008700*    ENTRIES ARE ADDED.
008800 01  WS-TB-COUNT                    PIC 9(04) COMP VALUE ZERO.
008900 01  WS-TB-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
009000 01  WS-TBSUB                       PIC 9(04) COMP.
009100 01  WS-TBSUB2                      PIC 9(04) COMP.
009200 01  WS-TB-FOUND-SUB                PIC 9(04) COMP.
009300 01  WS-TRIAL-BALANCE-TABLE.
009400     05  WS-TB-ENTRY OCCURS 500 TIMES.
009500         10  WS-TB-KEY.
009600             15  WS-TB-FUND         PIC X(03).
009700             15  WS-TB-ACCOUNT      PIC X(06).
009800         10  WS-TB-DEBITS           PIC 9(11)V99.
009900         10  WS-TB-CREDITS          PIC 9(11)V99.
010000 01  WS-NEW-KEY.
010100     05  WS-NK-FUND                 PIC X(03).
010200     05  WS-NK-ACCOUNT              PIC X(06).
010300 01  WS-BALANCE                     PIC S9(11)V99.
010400 01  WS-JOURNAL-COUNT               PIC 9(07) COMP VALUE ZERO.
010500 01  WS-ADJUSTMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
010600 01  WS-TOTAL-DEBITS                PIC 9(11)V99 VALUE ZERO.
010700 01  WS-TOTAL-CREDITS               PIC 9(11)V99 VALUE ZERO.
010800 01  WS-TOTAL-DR-BALANCE            PIC 9(11)V99 VALUE ZERO.
010900 01  WS-TOTAL-CR-BALANCE            PIC 9(11)V99 VALUE ZERO.
011000 01  WS-REPORT-HEADING.
011100     05  FILLER                     PIC X(36)
011200             VALUE "TRIAL BALANCE - FISCAL YEAR TO DATE ".
011300     05  FILLER                     PIC X(08) VALUE "THROUGH ".
011400     05  WS-RH-PERIOD               PIC 9(06).
011500     05  FILLER                     PIC X(06) VALUE "  FY  ".
011600     05  WS-RH-FISCAL-YEAR          PIC 9(04).
011700     05  FILLER                     PIC X(09) VALUE "  MONTH  ".
011800     05  WS-RH-FISCAL-MONTH         PIC 9(02).
011900     05  FILLER                     PIC X(09) VALUE SPACE.
012000 01  WS-COLUMN-HEADING.
012100     05  FILLER                     PIC X(40)
012200             VALUE "FND ACCOUNT        DEBITS        CREDITS".
012300     05  FILLER                     PIC X(40)
012400             VALUE "   DEBIT BALANCE  CREDIT BALANCE".
012500 01  WS-BALANCE-LINE.
012600     05  WS-BL-FUND                 PIC X(03).
012700     05  FILLER                     PIC X(01) VALUE SPACE.
012800     05  WS-BL-ACCOUNT              PIC X(06).
012900     05  FILLER                     PIC X(01) VALUE SPACE.
013000     05  WS-BL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
013100     05  FILLER                     PIC X(01) VALUE SPACE.
013200     05  WS-BL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
013300     05  FILLER                     PIC X(02) VALUE SPACE.
013400     05  WS-BL-DR-BALANCE           PIC ZZZ,ZZZ,ZZ9.99.
013500     05  FILLER                     PIC X(02) VALUE SPACE.
013600     05  WS-BL-CR-BALANCE           PIC ZZZ,ZZZ,ZZ9.99.
013700     05  FILLER                     PIC X(08) VALUE SPACE.
013800 01  WS-TOTAL-LINE.
013900     05  FILLER                     PIC X(11) VALUE "TOTALS".
014000     05  WS-TL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
014100     05  FILLER                     PIC X(01) VALUE SPACE.
014200     05  WS-TL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
014300     05  FILLER                     PIC X(02) VALUE SPACE.
014400     05  WS-TL-DR-BALANCE           PIC ZZZ,ZZZ,ZZ9.99.
014500     05  FILLER                     PIC X(02) VALUE SPACE.
014600     05  WS-TL-CR-BALANCE           PIC ZZZ,ZZZ,ZZ9.99.
014700     05  FILLER                     PIC X(08) VALUE SPACE.
014800 01  WS-SUMMARY-LINE.
014900     05  FILLER                     PIC X(16)
015000             VALUE "JOURNAL ROWS -  ".
015100     05  WS-SL-JOURNAL              PIC Z,ZZZ,ZZ9.
015200     05  FILLER                     PIC X(28)
015300             VALUE "  PRIOR-PERIOD ADJUSTMENTS -".
015400     05  WS-SL-ADJUSTMENTS          PIC ZZ,ZZ9.
015500     05  FILLER                     PIC X(21) VALUE SPACE.
015600 01  WS-RESULT-LINE.
015700     05  FILLER                     PIC X(07) VALUE "PERIOD ".
015800     05  WS-RL-PERIOD               PIC 9(06).
015900     05  FILLER                     PIC X(01) VALUE SPACE.
016000     05  WS-RL-TEXT                 PIC X(66).
016100 LINKAGE SECTION.
016200 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
016300 01  LS-PARM-DATA                   PIC X(10).
016400 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
016500*--------------------------------------------------------------*
016600*    0000-MAINLINE                                              *
016700*--------------------------------------------------------------*
016800 0000-MAINLINE.
016900     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
017000     MOVE WS-TS-YEAR TO WS-CLOSE-YEAR
017100     MOVE WS-TS-MONTH TO WS-CLOSE-MON
017200     IF WS-CLOSE-MON = 1
017300         MOVE 12 TO WS-CLOSE-MON
017400         SUBTRACT 1 FROM WS-CLOSE-YEAR
017500     ELSE
017600         SUBTRACT 1 FROM WS-CLOSE-MON
017700     END-IF
017800     IF LS-PARM-LENGTH >= 6
017900             AND LS-PARM-DATA (1:6) IS NUMERIC
018000         MOVE LS-PARM-DATA (1:6) TO WS-CLOSE-PERIOD
018100     END-IF
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018300     PERFORM 2000-POST-JOURNAL THRU 2000-EXIT
018400         UNTIL WS-GJ-EOF
018500     PERFORM 3000-PRINT-BALANCE THRU 3000-EXIT
018600         VARYING WS-TBSUB FROM 1 BY 1
018700         UNTIL WS-TBSUB > WS-TB-COUNT
018800     PERFORM 4000-CLOSE-PERIOD THRU 4000-EXIT
018900     PERFORM 8000-FINALIZE THRU 8000-EXIT
019000     GOBACK.
019100*--------------------------------------------------------------*
019200*    1000-INITIALIZE - WORKS OUT THE CLOSING MONTH'S FISCAL     *
019300*    YEAR AND MONTH AND LOADS THE PERIOD CONTROL FILE.  A       *
019400*    MISSING PERIOD FILE IS STARTED FRESH WITH THIS MONTH.      *
019500*--------------------------------------------------------------*
019600 1000-INITIALIZE.
019700     IF WS-CLOSE-MON < 1 OR WS-CLOSE-MON > 12
019800         DISPLAY "GLCLOSE: CLOSING MONTH NOT VALID - "
019900             WS-CLOSE-PERIOD
020000         SET WS-CLOSE-REFUSED TO TRUE
020100     END-IF
020200     MOVE WS-CLOSE-YEAR TO WS-FISCAL-YEAR
020300     IF WS-CLOSE-MON >= WS-FY-START-MONTH
020400         ADD 1 TO WS-FISCAL-YEAR
020500         COMPUTE WS-FISCAL-MONTH =
020600             WS-CLOSE-MON - WS-FY-START-MONTH + 1
020700     ELSE
020800         COMPUTE WS-FISCAL-MONTH =
020900             WS-CLOSE-MON + 13 - WS-FY-START-MONTH
021000     END-IF
021100     COMPUTE WS-FY-FROM-DATE =
021200         (WS-FISCAL-YEAR - 1) * 10000 + WS-FY-START-MONTH * 100
021300             + 1
021400     COMPUTE WS-PERIOD-FROM-DATE = WS-CLOSE-PERIOD * 100 + 1
021500     COMPUTE WS-FY-THRU-DATE = WS-CLOSE-PERIOD * 100 + 31
021600     OPEN INPUT FISCAL-PERIOD-FILE
021700     IF WS-PC-FILE-STATUS = "35"
021800         DISPLAY "GLCLOSE: PERIOD FILE MISSING - STARTING NEW"
021900     ELSE
022000         PERFORM 1100-LOAD-PERIOD THRU 1100-EXIT
022100             UNTIL WS-PC-EOF
022200         CLOSE FISCAL-PERIOD-FILE
022300     END-IF
022400     IF WS-PC-DROP-COUNT > 0
022500         DISPLAY "GLCLOSE: PERIOD TABLE FULL - DROPPED - "
022600             WS-PC-DROP-COUNT
022700         SET WS-CLOSE-REFUSED TO TRUE
022800     END-IF
022900     OPEN INPUT GL-JOURNAL-FILE
023000     OPEN OUTPUT TRIAL-BALANCE-RPT
023100     MOVE WS-CLOSE-PERIOD TO WS-RH-PERIOD
023200     MOVE WS-FISCAL-YEAR TO WS-RH-FISCAL-YEAR
023300     MOVE WS-FISCAL-MONTH TO WS-RH-FISCAL-MONTH
023400     WRITE TRIAL-BALANCE-LINE FROM WS-REPORT-HEADING
023500     WRITE TRIAL-BALANCE-LINE FROM WS-COLUMN-HEADING
023600     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
023700 1000-EXIT.
023800     EXIT.
023900*--------------------------------------------------------------*
024000*    1100-LOAD-PERIOD - NOTES THE CLOSING MONTH'S ROW AND ANY   *
024100*    EARLIER MONTH THE OFFICE HAS NOT CLOSED YET.               *
024200*--------------------------------------------------------------*
024300 1100-LOAD-PERIOD.
024400     READ FISCAL-PERIOD-FILE
024500         AT END
024600             SET WS-PC-EOF TO TRUE
024700             GO TO 1100-EXIT
024800     END-READ
024900     IF WS-PC-COUNT >= 240
025000         ADD 1 TO WS-PC-DROP-COUNT
025100         GO TO 1100-EXIT
025200     END-IF
025300     ADD 1 TO WS-PC-COUNT
025400     MOVE FISCAL-PERIOD-RECORD TO WS-PC-ENTRY (WS-PC-COUNT)
025500     IF PC-PERIOD = WS-CLOSE-PERIOD
025600         MOVE WS-PC-COUNT TO WS-PC-CLOSE-SUB
025700         IF PC-PERIOD-CLOSED
025800             DISPLAY "GLCLOSE: PERIOD ALREADY CLOSED - "
025900                 WS-CLOSE-PERIOD
026000             SET WS-CLOSE-REFUSED TO TRUE
026100         END-IF
026200     END-IF
026300     IF PC-PERIOD < WS-CLOSE-PERIOD
026400             AND PC-PERIOD-OPEN
026500         DISPLAY "GLCLOSE: EARLIER PERIOD STILL OPEN - "
026600             PC-PERIOD
026700         MOVE 4 TO RETURN-CODE
026800     END-IF.
026900 1100-EXIT.
027000     EXIT.
027100*--------------------------------------------------------------*
027200*    2000-POST-JOURNAL - EVERY ROW DATED FROM THE START OF THE  *
027300*    FISCAL YEAR THROUGH THE END OF THE CLOSING MONTH ADDS TO   *
027400*    ITS FUND AND ACCOUNT.                                      *
027500*--------------------------------------------------------------*
027600 2000-POST-JOURNAL.
027700     IF GJ-BATCH-DATE < WS-FY-FROM-DATE
027800             OR GJ-BATCH-DATE > WS-FY-THRU-DATE
027900         GO TO 2000-NEXT
028000     END-IF
028100     ADD 1 TO WS-JOURNAL-COUNT
028200     IF GJ-PRIOR-PERIOD-ADJ
028300             AND GJ-BATCH-DATE >= WS-PERIOD-FROM-DATE
028400         ADD 1 TO WS-ADJUSTMENT-COUNT
028500     END-IF
028600     MOVE GJ-FUND TO WS-NK-FUND
028700     MOVE GJ-ACCOUNT TO WS-NK-ACCOUNT
028800     PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT
028900     IF WS-TB-FOUND-SUB = 0
029000         ADD 1 TO WS-TB-DROP-COUNT
029100         SET WS-CLOSE-REFUSED TO TRUE
029200         GO TO 2000-NEXT
029300     END-IF
029400     IF GJ-DEBIT
029500         ADD GJ-AMOUNT TO WS-TB-DEBITS (WS-TB-FOUND-SUB)
029600         ADD GJ-AMOUNT TO WS-TOTAL-DEBITS
029700     ELSE
029800         ADD GJ-AMOUNT TO WS-TB-CREDITS (WS-TB-FOUND-SUB)
029900         ADD GJ-AMOUNT TO WS-TOTAL-CREDITS
030000     END-IF.
030100 2000-NEXT.
030200     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
030300 2000-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------*
030600*    2100-READ-JOURNAL                                          *
030700*--------------------------------------------------------------*
030800 2100-READ-JOURNAL.
030900     READ GL-JOURNAL-FILE
031000         AT END
031100             SET WS-GJ-EOF TO TRUE
031200     END-READ.
031300 2100-EXIT.
031400     EXIT.
031500*--------------------------------------------------------------*
031600*    2200-FIND-ACCOUNT - WS-TB-FOUND-SUB COMES BACK POINTING AT *
031700*    THE ENTRY FOR WS-NEW-KEY, ADDING IT IN KEY ORDER WHEN IT   *
031800*    IS NEW, OR ZERO WHEN THE TABLE IS FULL.                    *
031900*--------------------------------------------------------------*
032000 2200-FIND-ACCOUNT.
032100     MOVE ZERO TO WS-TB-FOUND-SUB
032200     PERFORM 2210-MATCH-ACCOUNT THRU 2210-EXIT
032300         VARYING WS-TBSUB FROM 1 BY 1
032400         UNTIL WS-TBSUB > WS-TB-COUNT
032500             OR WS-TB-FOUND-SUB > 0
032600             OR WS-TB-KEY (WS-TBSUB) > WS-NEW-KEY
032700     IF WS-TB-FOUND-SUB > 0
032800         GO TO 2200-EXIT
032900     END-IF
033000     IF WS-TB-COUNT >= 500
033100         GO TO 2200-EXIT
033200     END-IF
033300     PERFORM 2220-SHIFT-ENTRY THRU 2220-EXIT
033400         VARYING WS-TBSUB2 FROM WS-TB-COUNT BY -1
033500         UNTIL WS-TBSUB2 < WS-TBSUB
033600     ADD 1 TO WS-TB-COUNT
033700     MOVE WS-TBSUB TO WS-TB-FOUND-SUB
033800     MOVE WS-NEW-KEY TO WS-TB-KEY (WS-TB-FOUND-SUB)
033900     MOVE ZERO TO WS-TB-DEBITS (WS-TB-FOUND-SUB)
034000     MOVE ZERO TO WS-TB-CREDITS (WS-TB-FOUND-SUB).
034100 2200-EXIT.
034200     EXIT.
034300*--------------------------------------------------------------*
034400*    2210-MATCH-ACCOUNT                                         *
034500*--------------------------------------------------------------*
034600 2210-MATCH-ACCOUNT.
034700     IF WS-NEW-KEY = WS-TB-KEY (WS-TBSUB)
034800         MOVE WS-TBSUB TO WS-TB-FOUND-SUB
034900     END-IF.
035000 2210-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------*
035300*    2220-SHIFT-ENTRY                                           *
035400*--------------------------------------------------------------*
035500 2220-SHIFT-ENTRY.
035600     MOVE WS-TB-ENTRY (WS-TBSUB2) TO WS-TB-ENTRY (WS-TBSUB2 + 1).
035700 2220-EXIT.
035800     EXIT.
035900*--------------------------------------------------------------*
036000*    3000-PRINT-BALANCE - ONE LINE PER FUND AND ACCOUNT WITH    *
036100*    ITS NET BALANCE IN THE DEBIT OR CREDIT COLUMN.             *
036200*--------------------------------------------------------------*
036300 3000-PRINT-BALANCE.
036400     MOVE WS-TB-FUND (WS-TBSUB) TO WS-BL-FUND
036500     MOVE WS-TB-ACCOUNT (WS-TBSUB) TO WS-BL-ACCOUNT
036600     MOVE WS-TB-DEBITS (WS-TBSUB) TO WS-BL-DEBITS
036700     MOVE WS-TB-CREDITS (WS-TBSUB) TO WS-BL-CREDITS
036800     COMPUTE WS-BALANCE = WS-TB-DEBITS (WS-TBSUB)
036900         - WS-TB-CREDITS (WS-TBSUB)
037000     MOVE ZERO TO WS-BL-DR-BALANCE
037100     MOVE ZERO TO WS-BL-CR-BALANCE
037200     IF WS-BALANCE < ZERO
037300         COMPUTE WS-BALANCE = ZERO - WS-BALANCE
037400         MOVE WS-BALANCE TO WS-BL-CR-BALANCE
037500         ADD WS-BALANCE TO WS-TOTAL-CR-BALANCE
037600     ELSE
037700         MOVE WS-BALANCE TO WS-BL-DR-BALANCE
037800         ADD WS-BALANCE TO WS-TOTAL-DR-BALANCE
037900     END-IF
038000     WRITE TRIAL-BALANCE-LINE FROM WS-BALANCE-LINE.
038100 3000-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400*    4000-CLOSE-PERIOD - PRINTS THE TOTALS AND, WHEN THE TRIAL  *
038500*    BALANCE TIES AND NOTHING ELSE REFUSED THE CLOSE, MARKS THE *
038600*    MONTH CLOSED (ADDING ITS ROW IN PERIOD ORDER IF IT HAS     *
038700*    NONE).                                                     *
038800*--------------------------------------------------------------*
038900 4000-CLOSE-PERIOD.
039000     MOVE WS-TOTAL-DEBITS TO WS-TL-DEBITS
039100     MOVE WS-TOTAL-CREDITS TO WS-TL-CREDITS
039200     MOVE WS-TOTAL-DR-BALANCE TO WS-TL-DR-BALANCE
039300     MOVE WS-TOTAL-CR-BALANCE TO WS-TL-CR-BALANCE
039400     WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE
039500     MOVE WS-JOURNAL-COUNT TO WS-SL-JOURNAL
039600     MOVE WS-ADJUSTMENT-COUNT TO WS-SL-ADJUSTMENTS
039700     WRITE TRIAL-BALANCE-LINE FROM WS-SUMMARY-LINE
039800     IF WS-TB-DROP-COUNT > 0
039900         DISPLAY "GLCLOSE: ACCOUNT TABLE FULL - DROPPED - "
040000             WS-TB-DROP-COUNT
040100     END-IF
040200     MOVE WS-CLOSE-PERIOD TO WS-RL-PERIOD
040300     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
040400         MOVE "TRIAL BALANCE OUT OF BALANCE - NOT CLOSED"
040500             TO WS-RL-TEXT
040600         WRITE TRIAL-BALANCE-LINE FROM WS-RESULT-LINE
040700         MOVE 8 TO RETURN-CODE
040800         GO TO 4000-EXIT
040900     END-IF
041000     IF WS-CLOSE-REFUSED
041100         MOVE "NOT CLOSED - SEE JOB LOG" TO WS-RL-TEXT
041200         WRITE TRIAL-BALANCE-LINE FROM WS-RESULT-LINE
041300         MOVE 8 TO RETURN-CODE
041400         GO TO 4000-EXIT
041500     END-IF
041600     IF WS-PC-CLOSE-SUB = 0
041700         PERFORM 4100-ADD-PERIOD THRU 4100-EXIT
041800     END-IF
041900     MOVE WS-PC-ENTRY (WS-PC-CLOSE-SUB) TO FISCAL-PERIOD-RECORD
042000     SET PC-PERIOD-CLOSED TO TRUE
042100     MOVE WS-TS-DATE TO PC-CLOSE-DATE
042200     MOVE "GLCLOSE" TO PC-CLOSED-BY
042300     MOVE FISCAL-PERIOD-RECORD TO WS-PC-ENTRY (WS-PC-CLOSE-SUB)
042400     MOVE "CLOSED - LATER POSTINGS DATED INTO IT ARE ADJUSTMENTS"
042500         TO WS-RL-TEXT
042600     WRITE TRIAL-BALANCE-LINE FROM WS-RESULT-LINE.
042700 4000-EXIT.
042800     EXIT.
042900*--------------------------------------------------------------*
043000*    4100-ADD-PERIOD - INSERTS AN OPEN ROW FOR THE CLOSING      *
043100*    MONTH AHEAD OF THE FIRST LATER MONTH ON FILE.              *
043200*--------------------------------------------------------------*
043300 4100-ADD-PERIOD.
043400     MOVE 1 TO WS-PCSUB
043500     PERFORM 4110-FIND-SLOT THRU 4110-EXIT
043600         UNTIL WS-PCSUB > WS-PC-COUNT
043700             OR WS-PC-ENTRY (WS-PCSUB) (1:6) > WS-CLOSE-PERIOD
043800     PERFORM 4120-SHIFT-PERIOD THRU 4120-EXIT
043900         VARYING WS-PCSUB2 FROM WS-PC-COUNT BY -1
044000         UNTIL WS-PCSUB2 < WS-PCSUB
044100     ADD 1 TO WS-PC-COUNT
044200     MOVE WS-PCSUB TO WS-PC-CLOSE-SUB
044300     MOVE SPACE TO FISCAL-PERIOD-RECORD
044400     MOVE WS-CLOSE-PERIOD TO PC-PERIOD
044500     MOVE WS-FISCAL-YEAR TO PC-FISCAL-YEAR
044600     MOVE WS-FISCAL-MONTH TO PC-FISCAL-MONTH
044700     SET PC-PERIOD-OPEN TO TRUE
044800     MOVE ZERO TO PC-CLOSE-DATE
044900     MOVE FISCAL-PERIOD-RECORD TO WS-PC-ENTRY (WS-PC-CLOSE-SUB).
045000 4100-EXIT.
045100     EXIT.
045200*--------------------------------------------------------------*
045300*    4110-FIND-SLOT                                             *
045400*--------------------------------------------------------------*
045500 4110-FIND-SLOT.
045600     ADD 1 TO WS-PCSUB.
045700 4110-EXIT.
045800     EXIT.
045900*--------------------------------------------------------------*
046000*    4120-SHIFT-PERIOD                                          *
046100*--------------------------------------------------------------*
046200 4120-SHIFT-PERIOD.
046300     MOVE WS-PC-ENTRY (WS-PCSUB2) TO WS-PC-ENTRY (WS-PCSUB2 + 1).
046400 4120-EXIT.
046500     EXIT.
046600*--------------------------------------------------------------*
046700*    8000-FINALIZE - WRITES THE PERIOD FILE FORWARD (UNCHANGED  *
046800*    WHEN THE CLOSE WAS REFUSED) FOR THE COPY-BACK STEP.        *
046900*--------------------------------------------------------------*
047000 8000-FINALIZE.
047100     OPEN OUTPUT NEW-PERIOD-FILE
047200     PERFORM 8100-WRITE-PERIOD THRU 8100-EXIT
047300         VARYING WS-PCSUB FROM 1 BY 1
047400         UNTIL WS-PCSUB > WS-PC-COUNT
047500     CLOSE NEW-PERIOD-FILE
047600     CLOSE GL-JOURNAL-FILE
047700     CLOSE TRIAL-BALANCE-RPT.
047800 8000-EXIT.
047900     EXIT.
048000*--------------------------------------------------------------*
048100*    8100-WRITE-PERIOD                                          *
048200*--------------------------------------------------------------*
048300 8100-WRITE-PERIOD.
048400     WRITE NEW-PERIOD-RECORD FROM WS-PC-ENTRY (WS-PCSUB).
048500 8100-EXIT.
048600     EXIT.
