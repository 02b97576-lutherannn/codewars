000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEAVECRY.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    YEAR-END STAFF LEAVE CARRYOVER.  RUN ONCE AFTER THE JUNE   *
000900*    LEAVE ACCRUAL.  EACH LEAVE-BALANCE ROW IS CAPPED AT THE    *
001000*    CARRYOVER LIMIT ON THE RATE CONTROL FOR THE STAFF MEMBER'S *
001100*    ROLE AND LEAVE TYPE - DAYS OVER THE CAP ARE FORFEITED -    *
001200*    AND THE YEAR-TO-DATE FIGURES ARE CLEARED FOR THE NEW YEAR. *
001300*    A ROW WITH NO RATE ROW (STAFF NO LONGER ON THE MASTER, OR  *
001400*    A ROLE WITHOUT THAT LEAVE TYPE) IS CARRIED UNCAPPED AND    *
001500*    LISTED.  A ROW ALREADY CARRIED FOR THE YEAR IS LEFT ALONE, *
001600*    SO A RERUN CHANGES NOTHING.                                *
001700*    PARM = FISCAL YEAR ENDED (YYYY); DEFAULTS TO THE YEAR THAT *
001800*    ENDED LAST JUNE 30.                                        *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT LEAVE-RATE-FILE ASSIGN TO LEAVRATE
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-LR-FILE-STATUS.
002900     SELECT STAFF-MASTER-FILE ASSIGN TO STAFMAST
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT LEAVE-BALANCE-FILE ASSIGN TO LEAVEBAL
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT NEW-LEAVE-BALANCE-FILE ASSIGN TO LEAVEBLO
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT CARRYOVER-RPT ASSIGN TO LEAVCRPT
003600         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  LEAVE-RATE-FILE
004000     RECORDING MODE IS F.
004100     COPY leavrate.
004200 FD  STAFF-MASTER-FILE
004300     RECORDING MODE IS F.
004400     COPY stafmast.
004500 FD  LEAVE-BALANCE-FILE
004600     RECORDING MODE IS F.
004700     COPY leavebal.
004800 FD  NEW-LEAVE-BALANCE-FILE
004900     RECORDING MODE IS F.
005000 01  NEW-LEAVE-BALANCE-RECORD       PIC X(50).
005100 FD  CARRYOVER-RPT
005200     RECORDING MODE IS F.
005300 01  CARRYOVER-LINE                 PIC X(80).
005400 WORKING-STORAGE SECTION.
005500 01  WS-LR-FILE-STATUS              PIC X(02) VALUE SPACE.
005600 01  WS-LR-EOF-SWITCH               PIC X(01) VALUE "N".
005700     88  WS-LR-EOF                      VALUE "Y".
005800 01  WS-SF-EOF-SWITCH               PIC X(01) VALUE "N".
005900     88  WS-SF-EOF                      VALUE "Y".
006000 01  WS-LB-EOF-SWITCH               PIC X(01) VALUE "N".
006100     88  WS-LB-EOF                      VALUE "Y".
006200 01  WS-TIMESTAMP.
006300     05  WS-TS-DATE                 PIC 9(08).
006400     05  FILLER                     PIC X(13).
006500 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
006600     05  WS-TS-YEAR                 PIC 9(04).
006700     05  WS-TS-MONTH                PIC 9(02).
006800     05  FILLER                     PIC X(15).
006900 01  WS-FY-START-MONTH              PIC 9(02) VALUE 07.
007000 01  WS-FISCAL-YEAR                 PIC 9(04).
007100*    THE RATE CONTROL - ROLE AND LEAVE TYPE.
007200 01  WS-LR-COUNT                    PIC 9(03) COMP VALUE ZERO.
007300 01  WS-LR-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
007400 01  WS-LRSUB                       PIC 9(03) COMP.
007500 01  WS-LR-FOUND-SUB                PIC 9(03) COMP.
007600 01  WS-RATE-TABLE.
007700     05  WS-LR-ENTRY OCCURS 100 TIMES.
007800         10  WS-LR-ROLE             PIC X(10).
007900         10  WS-LR-LEAVE-TYPE       PIC X(01).
008000         10  WS-LR-CARRY-CAP        PIC 9(03)V99.
008100*    THE STAFF MASTER - ID TO ROLE.
008200 01  WS-SF-COUNT                    PIC 9(03) COMP VALUE ZERO.
008300 01  WS-SF-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
008400 01  WS-SFSUB                       PIC 9(03) COMP.
008500 01  WS-SF-FOUND-SUB                PIC 9(03) COMP.
008600 01  WS-STAFF-TABLE.
008700     05  WS-SF-ENTRY OCCURS 500 TIMES.
008800         10  WS-SF-STAFF-ID         PIC X(09).
008900         10  WS-SF-ROLE             PIC X(10).
009000 01  WS-FORFEIT                     PIC 9(03)V99.
009100 01  WS-ROW-COUNT                   PIC 9(05) COMP VALUE ZERO.
009200 01  WS-CAPPED-COUNT                PIC 9(05) COMP VALUE ZERO.
009300 01  WS-NO-RATE-COUNT               PIC 9(05) COMP VALUE ZERO.
009400 01  WS-DONE-COUNT                  PIC 9(05) COMP VALUE ZERO.
009500 01  WS-FORFEIT-TOTAL               PIC 9(07)V99 COMP-3
009600                                    VALUE ZERO.
009700 01  WS-REPORT-HEADING.
009800     05  FILLER                     PIC X(40)
009900             VALUE "LEAVE CARRYOVER - FISCAL YEAR ENDED JUNE".
010000     05  FILLER                     PIC X(01) VALUE SPACE.
010100     05  WS-RH-FISCAL-YEAR          PIC 9(04).
010200     05  FILLER                     PIC X(35) VALUE SPACE.
010300 01  WS-COLUMN-HEADING.
010400     05  FILLER                     PIC X(40)
010500             VALUE "STAFF ID  TYPE BALANCE      CAP  FORFEIT".
010600     05  FILLER                     PIC X(40)
010700             VALUE " CARRIED  NOTE".
010800 01  WS-DETAIL-LINE.
010900     05  WS-DL-STAFF-ID             PIC X(09).
011000     05  FILLER                     PIC X(03) VALUE SPACE.
011100     05  WS-DL-LEAVE-TYPE           PIC X(01).
011200     05  FILLER                     PIC X(03) VALUE SPACE.
011300     05  WS-DL-BALANCE              PIC ZZ9.99.
011400     05  FILLER                     PIC X(03) VALUE SPACE.
011500     05  WS-DL-CAP                  PIC ZZ9.99.
011600     05  FILLER                     PIC X(02) VALUE SPACE.
011700     05  WS-DL-FORFEIT              PIC ZZZ9.99.
011800     05  FILLER                     PIC X(02) VALUE SPACE.
011900     05  WS-DL-CARRIED              PIC ZZ9.99.
012000     05  FILLER                     PIC X(02) VALUE SPACE.
012100     05  WS-DL-NOTE                 PIC X(22).
012200     05  FILLER                     PIC X(08) VALUE SPACE.
012300 01  WS-SUMMARY-LINE.
012400     05  FILLER                     PIC X(07) VALUE "ROWS - ".
012500     05  WS-SM-ROWS                 PIC ZZ,ZZ9.
012600     05  FILLER                     PIC X(11)
012700             VALUE "  CAPPED - ".
012800     05  WS-SM-CAPPED               PIC ZZ,ZZ9.
012900     05  FILLER                     PIC X(20)
013000             VALUE "  DAYS FORFEITED -  ".
013100     05  WS-SM-FORFEIT              PIC Z,ZZZ,ZZ9.99.
013200     05  FILLER                     PIC X(18) VALUE SPACE.
013300 01  WS-SUMMARY-LINE-2.
013400     05  FILLER                     PIC X(27)
013500             VALUE "NOT CAPPED - NO RATE ROW - ".
013600     05  WS-SM-NO-RATE              PIC ZZ,ZZ9.
013700     05  FILLER                     PIC X(20)
013800             VALUE "  ALREADY CARRIED - ".
013900     05  WS-SM-DONE                 PIC ZZ,ZZ9.
014000     05  FILLER                     PIC X(21) VALUE SPACE.
014100 LINKAGE SECTION.
014200 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
014300 01  LS-PARM-DATA                   PIC X(10).
014400 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
014500*--------------------------------------------------------------*
014600*    0000-MAINLINE                                              *
014700*--------------------------------------------------------------*
014800 0000-MAINLINE.
014900     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
015000     MOVE WS-TS-YEAR TO WS-FISCAL-YEAR
015100     IF WS-TS-MONTH < WS-FY-START-MONTH
015200         SUBTRACT 1 FROM WS-FISCAL-YEAR
015300     END-IF
015400     IF LS-PARM-LENGTH >= 4
015500             AND LS-PARM-DATA (1:4) IS NUMERIC
015600         MOVE LS-PARM-DATA (1:4) TO WS-FISCAL-YEAR
015700     END-IF
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015900     PERFORM 2000-CARRY-BALANCE THRU 2000-EXIT
016000         UNTIL WS-LB-EOF
016100     PERFORM 8000-FINALIZE THRU 8000-EXIT
016200     GOBACK.
016300*--------------------------------------------------------------*
016400*    1000-INITIALIZE                                            *
016500*--------------------------------------------------------------*
016600 1000-INITIALIZE.
016700     OPEN INPUT LEAVE-RATE-FILE
016800     IF WS-LR-FILE-STATUS = "35"
016900         DISPLAY "LEAVECRY: RATE CONTROL MISSING - NOTHING CAPPED"
017000         MOVE 8 TO RETURN-CODE
017100         SET WS-LR-EOF TO TRUE
017200     ELSE
017300         PERFORM 1100-LOAD-RATE THRU 1100-EXIT
017400             UNTIL WS-LR-EOF
017500         CLOSE LEAVE-RATE-FILE
017600     END-IF
017700     OPEN INPUT STAFF-MASTER-FILE
017800     PERFORM 1200-LOAD-STAFF THRU 1200-EXIT
017900         UNTIL WS-SF-EOF
018000     CLOSE STAFF-MASTER-FILE
018100     OPEN INPUT LEAVE-BALANCE-FILE
018200     OPEN OUTPUT NEW-LEAVE-BALANCE-FILE
018300     OPEN OUTPUT CARRYOVER-RPT
018400     MOVE WS-FISCAL-YEAR TO WS-RH-FISCAL-YEAR
018500     WRITE CARRYOVER-LINE FROM WS-REPORT-HEADING
018600     WRITE CARRYOVER-LINE FROM WS-COLUMN-HEADING
018700     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000*--------------------------------------------------------------*
019100*    1100-LOAD-RATE                                             *
019200*--------------------------------------------------------------*
019300 1100-LOAD-RATE.
019400     READ LEAVE-RATE-FILE
019500         AT END
019600             SET WS-LR-EOF TO TRUE
019700             GO TO 1100-EXIT
019800     END-READ
019900     IF WS-LR-COUNT >= 100
020000         ADD 1 TO WS-LR-DROP-COUNT
020100         GO TO 1100-EXIT
020200     END-IF
020300     ADD 1 TO WS-LR-COUNT
020400     MOVE LR-ROLE TO WS-LR-ROLE (WS-LR-COUNT)
020500     MOVE LR-LEAVE-TYPE TO WS-LR-LEAVE-TYPE (WS-LR-COUNT)
020600     MOVE LR-CARRY-CAP TO WS-LR-CARRY-CAP (WS-LR-COUNT).
020700 1100-EXIT.
020800     EXIT.
020900*--------------------------------------------------------------*
021000*    1200-LOAD-STAFF                                            *
021100*--------------------------------------------------------------*
021200 1200-LOAD-STAFF.
021300     READ STAFF-MASTER-FILE
021400         AT END
021500             SET WS-SF-EOF TO TRUE
021600             GO TO 1200-EXIT
021700     END-READ
021800     IF WS-SF-COUNT >= 500
021900         ADD 1 TO WS-SF-DROP-COUNT
022000         GO TO 1200-EXIT
022100     END-IF
022200     ADD 1 TO WS-SF-COUNT
022300     MOVE SF-STAFF-ID TO WS-SF-STAFF-ID (WS-SF-COUNT)
022400     MOVE SF-ROLE TO WS-SF-ROLE (WS-SF-COUNT).
022500 1200-EXIT.
022600     EXIT.
022700*--------------------------------------------------------------*
022800*    2000-CARRY-BALANCE - CAPS ONE ROW AND CLEARS ITS           *
022900*    YEAR-TO-DATE FIGURES.                                      *
023000*--------------------------------------------------------------*
023100 2000-CARRY-BALANCE.
023200     ADD 1 TO WS-ROW-COUNT
023300     IF LB-CARRY-YEAR >= WS-FISCAL-YEAR
023400         ADD 1 TO WS-DONE-COUNT
023500         GO TO 2000-WRITE
023600     END-IF
023700     MOVE SPACE TO WS-DETAIL-LINE
023800     MOVE LB-STAFF-ID TO WS-DL-STAFF-ID
023900     MOVE LB-LEAVE-TYPE TO WS-DL-LEAVE-TYPE
024000     MOVE LB-BALANCE TO WS-DL-BALANCE
024100     PERFORM 2200-FIND-CAP THRU 2200-EXIT
024200     IF WS-LR-FOUND-SUB = 0
024300         ADD 1 TO WS-NO-RATE-COUNT
024400         MOVE LB-BALANCE TO WS-DL-CARRIED
024500         MOVE "NO RATE ROW - UNCAPPED" TO WS-DL-NOTE
024600         WRITE CARRYOVER-LINE FROM WS-DETAIL-LINE
024700     ELSE
024800         MOVE WS-LR-CARRY-CAP (WS-LR-FOUND-SUB) TO WS-DL-CAP
024900         IF LB-BALANCE > WS-LR-CARRY-CAP (WS-LR-FOUND-SUB)
025000             COMPUTE WS-FORFEIT =
025100                 LB-BALANCE - WS-LR-CARRY-CAP (WS-LR-FOUND-SUB)
025200             MOVE WS-LR-CARRY-CAP (WS-LR-FOUND-SUB) TO LB-BALANCE
025300             ADD WS-FORFEIT TO WS-FORFEIT-TOTAL
025400             ADD 1 TO WS-CAPPED-COUNT
025500             MOVE WS-FORFEIT TO WS-DL-FORFEIT
025600             MOVE LB-BALANCE TO WS-DL-CARRIED
025700             WRITE CARRYOVER-LINE FROM WS-DETAIL-LINE
025800         END-IF
025900     END-IF
026000     MOVE ZERO TO LB-YTD-ACCRUED
026100     MOVE ZERO TO LB-YTD-TAKEN
026200     MOVE ZERO TO LB-YTD-UNPAID
026300     MOVE WS-FISCAL-YEAR TO LB-CARRY-YEAR.
026400 2000-WRITE.
026500     WRITE NEW-LEAVE-BALANCE-RECORD FROM LEAVE-BALANCE-RECORD
026600     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
026700 2000-EXIT.
026800     EXIT.
026900*--------------------------------------------------------------*
027000*    2100-READ-BALANCE                                          *
027100*--------------------------------------------------------------*
027200 2100-READ-BALANCE.
027300     READ LEAVE-BALANCE-FILE
027400         AT END
027500             SET WS-LB-EOF TO TRUE
027600     END-READ.
027700 2100-EXIT.
027800     EXIT.
027900*--------------------------------------------------------------*
028000*    2200-FIND-CAP - THE RATE ROW FOR THE STAFF MEMBER'S ROLE   *
028100*    AND THE ROW'S LEAVE TYPE; ZERO WHEN THERE IS NONE.         *
028200*--------------------------------------------------------------*
028300 2200-FIND-CAP.
028400     MOVE ZERO TO WS-LR-FOUND-SUB
028500     MOVE ZERO TO WS-SF-FOUND-SUB
028600     PERFORM 2210-CHECK-STAFF THRU 2210-EXIT
028700         VARYING WS-SFSUB FROM 1 BY 1
028800         UNTIL WS-SFSUB > WS-SF-COUNT
028900             OR WS-SF-FOUND-SUB > 0
029000     IF WS-SF-FOUND-SUB = 0
029100         GO TO 2200-EXIT
029200     END-IF
029300     PERFORM 2220-CHECK-RATE THRU 2220-EXIT
029400         VARYING WS-LRSUB FROM 1 BY 1
029500         UNTIL WS-LRSUB > WS-LR-COUNT
029600             OR WS-LR-FOUND-SUB > 0.
029700 2200-EXIT.
029800     EXIT.
029900*--------------------------------------------------------------*
030000*    2210-CHECK-STAFF                                           *
030100*--------------------------------------------------------------*
030200 2210-CHECK-STAFF.
030300     IF LB-STAFF-ID = WS-SF-STAFF-ID (WS-SFSUB)
030400         MOVE WS-SFSUB TO WS-SF-FOUND-SUB
030500     END-IF.
030600 2210-EXIT.
030700     EXIT.
030800*--------------------------------------------------------------*
030900*    2220-CHECK-RATE                                            *
031000*--------------------------------------------------------------*
031100 2220-CHECK-RATE.
031200     IF WS-SF-ROLE (WS-SF-FOUND-SUB) = WS-LR-ROLE (WS-LRSUB)
031300             AND LB-LEAVE-TYPE = WS-LR-LEAVE-TYPE (WS-LRSUB)
031400         MOVE WS-LRSUB TO WS-LR-FOUND-SUB
031500     END-IF.
031600 2220-EXIT.
031700     EXIT.
031800*--------------------------------------------------------------*
031900*    8000-FINALIZE                                              *
032000*--------------------------------------------------------------*
032100 8000-FINALIZE.
032200     MOVE WS-ROW-COUNT TO WS-SM-ROWS
032300     MOVE WS-CAPPED-COUNT TO WS-SM-CAPPED
032400     MOVE WS-FORFEIT-TOTAL TO WS-SM-FORFEIT
032500     WRITE CARRYOVER-LINE FROM WS-SUMMARY-LINE
032600     MOVE WS-NO-RATE-COUNT TO WS-SM-NO-RATE
032700     MOVE WS-DONE-COUNT TO WS-SM-DONE
032800     WRITE CARRYOVER-LINE FROM WS-SUMMARY-LINE-2
032900     IF WS-NO-RATE-COUNT > 0 AND RETURN-CODE < 4
033000         MOVE 4 TO RETURN-CODE
033100     END-IF
033200     IF WS-LR-DROP-COUNT > 0
033300         DISPLAY "LEAVECRY: RATE TABLE FULL - DROPPED - "
033400             WS-LR-DROP-COUNT
033500         MOVE 8 TO RETURN-CODE
033600     END-IF
033700     IF WS-SF-DROP-COUNT > 0
033800         DISPLAY "LEAVECRY: STAFF TABLE FULL - DROPPED - "
033900             WS-SF-DROP-COUNT
034000         MOVE 8 TO RETURN-CODE
034100     END-IF
034200     CLOSE LEAVE-BALANCE-FILE
034300     CLOSE NEW-LEAVE-BALANCE-FILE
034400     CLOSE CARRYOVER-RPT.
034500 8000-EXIT.
034600     EXIT.
