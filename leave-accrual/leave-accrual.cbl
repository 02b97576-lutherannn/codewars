000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEAVEACR.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    MONTHLY STAFF LEAVE ACCRUAL.  CARRIES THE LEAVE-BALANCE    *
000900*    FILE FORWARD ONE MONTH:                                    *
001000*      - EACH ACTIVE STAFF MEMBER EARNS THE MONTHLY ACCRUAL     *
001100*        FOR EVERY LEAVE TYPE THEIR ROLE HAS A RATE ROW FOR.    *
001200*      - EACH ABSENCE DAY IN THE MONTH IS CHARGED TO THE        *
001300*        BALANCE OF ITS LEAVE TYPE.  A DAY THE BALANCE CANNOT   *
001400*        COVER IS NOT CHARGED - IT GOES TO THE PAYROLL EXTRACT  *
001500*        AS AN UNPAID DAY (EARN CODE UNP, UNITS IN DAYS; THE    *
001600*        PAYROLL SYSTEM PRICES THE DAY).                        *
001700*      - EVERY STAFF MEMBER WITH A BALANCE GETS A STATEMENT:    *
001800*        OPENING, EARNED, TAKEN, UNPAID AND CLOSING BY TYPE.    *
001900*    A BALANCE ROW ALREADY POSTED FOR THE MONTH IS CARRIED AS   *
002000*    IS, SO A RERUN DOES NOT EARN OR CHARGE TWICE.  ABSENCES    *
002100*    WITH NO LEAVE TYPE OR NO BALANCE ROW ARE LISTED FOR HR.    *
002200*    A MISSING RATE CONTROL OR A FULL TABLE ENDS RC 8 SO THE    *
002300*    NEW BALANCE FILE IS NOT COPIED BACK; THE RUN STOPS BEFORE  *
002333*    ANY UNPAID DAY REACHES THE EXTRACT, WHICH CARRIES ONLY ITS *
002366*    EMPTY TRAILER.                                             *
002400*    PARM = MONTH (YYYYMM); DEFAULTS TO LAST MONTH.             *
002500*--------------------------------------------------------------*
002600*    MODIFICATION HISTORY                                      *
002700*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002733*    2026-10-15  DLS  MISSING RATE CONTROL OR FULL TABLE NOW   *
002766*                     HOLDS THE RUN BEFORE THE UNPAID EXTRACT. *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LEAVE-RATE-FILE ASSIGN TO LEAVRATE
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-LR-FILE-STATUS.
003500     SELECT STAFF-MASTER-FILE ASSIGN TO STAFMAST
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT LEAVE-BALANCE-FILE ASSIGN TO LEAVEBAL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-LB-FILE-STATUS.
004000     SELECT NEW-LEAVE-BALANCE-FILE ASSIGN TO LEAVEBLO
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT STAFF-ABSENCE-FILE ASSIGN TO ABSENCES
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ABS-FILE-STATUS.
004500     SELECT PAYROLL-EXTRACT-FILE ASSIGN TO PAYEXTR
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT LEAVE-STATEMENT-RPT ASSIGN TO LEAVSTMT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT LEAVE-REGISTER-RPT ASSIGN TO LEAVERPT
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LEAVE-RATE-FILE
005400     RECORDING MODE IS F.
005500     COPY leavrate.
005600 FD  STAFF-MASTER-FILE
005700     RECORDING MODE IS F.
005800     COPY stafmast.
005900 FD  LEAVE-BALANCE-FILE
006000     RECORDING MODE IS F.
006100     COPY leavebal.
006200 FD  NEW-LEAVE-BALANCE-FILE
006300     RECORDING MODE IS F.
006400 01  NEW-LEAVE-BALANCE-RECORD       PIC X(50).
006500 FD  STAFF-ABSENCE-FILE
006600     RECORDING MODE IS F.
006700     COPY absence.
006800 FD  PAYROLL-EXTRACT-FILE
006900     RECORDING MODE IS F.
007000     COPY payextr.
007100 FD  LEAVE-STATEMENT-RPT
007200     RECORDING MODE IS F.
007300 01  LEAVE-STATEMENT-LINE           PIC X(80).
007400 FD  LEAVE-REGISTER-RPT
007500     RECORDING MODE IS F.
007600 01  LEAVE-REGISTER-LINE            PIC X(80).
007700 WORKING-STORAGE SECTION.
007800     COPY trailrec.
007900 01  WS-LR-FILE-STATUS              PIC X(02) VALUE SPACE.
008000 01  WS-LB-FILE-STATUS              PIC X(02) VALUE SPACE.
008100 01  WS-ABS-FILE-STATUS             PIC X(02) VALUE SPACE.
008200 01  WS-LR-EOF-SWITCH               PIC X(01) VALUE "N".
008300     88  WS-LR-EOF                      VALUE "Y".
008400 01  WS-SF-EOF-SWITCH               PIC X(01) VALUE "N".
008500     88  WS-SF-EOF                      VALUE "Y".
008600 01  WS-LB-EOF-SWITCH               PIC X(01) VALUE "N".
008700     88  WS-LB-EOF                      VALUE "Y".
008800 01  WS-ABS-EOF-SWITCH              PIC X(01) VALUE "N".
008900     88  WS-ABS-EOF                     VALUE "Y".
009000 01  WS-TIMESTAMP.
009100     05  WS-TS-DATE                 PIC 9(08).
009200     05  FILLER                     PIC X(13).
009300 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
009400     05  WS-TS-YEAR                 PIC 9(04).
009500     05  WS-TS-MONTH                PIC 9(02).
009600     05  FILLER                     PIC X(15).
009700 01  WS-RUN-PERIOD                  PIC 9(06).
009800 01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
009900     05  WS-RUN-YEAR                PIC 9(04).
010000     05  WS-RUN-MON                 PIC 9(02).
010100 01  WS-ROW-PERIOD                  PIC 9(06).
010200*    THE RATE CONTROL - ROLE AND LEAVE TYPE.
010300 01  WS-LR-COUNT                    PIC 9(03) COMP VALUE ZERO.
010400 01  WS-LR-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010500 01  WS-LRSUB                       PIC 9(03) COMP.
010600 01  WS-RATE-TABLE.
010700     05  WS-LR-ENTRY OCCURS 100 TIMES.
010800         10  WS-LR-ROLE             PIC X(10).
010900         10  WS-LR-LEAVE-TYPE       PIC X(01).
011000         10  WS-LR-ACCRUAL          PIC 9(02)V99.
011100*    THE STAFF MASTER.
011200 01  WS-SF-COUNT                    PIC 9(03) COMP VALUE ZERO.
011300 01  WS-SF-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
011400 01  WS-SFSUB                       PIC 9(03) COMP.
011500 01  WS-STAFF-TABLE.
011600     05  WS-SF-ENTRY OCCURS 500 TIMES.
011700         10  WS-SF-STAFF-ID         PIC X(09).
011800         10  WS-SF-STAFF-NAME       PIC X(30).
011900         10  WS-SF-ROLE             PIC X(10).
012000         10  WS-SF-ACTIVE           PIC X(01).
012100*    THE LEAVE BALANCES, OLD FILE FIRST, NEW ROWS ADDED BEHIND.
012200 01  WS-BT-COUNT                    PIC 9(04) COMP VALUE ZERO.
012300 01  WS-BT-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
012400 01  WS-BTSUB                       PIC 9(04) COMP.
012500 01  WS-BT-FOUND-SUB                PIC 9(04) COMP.
012600 01  WS-BALANCE-TABLE.
012700     05  WS-BT-ENTRY OCCURS 1500 TIMES.
012800         10  WS-BT-STAFF-ID         PIC X(09).
012900         10  WS-BT-LEAVE-TYPE       PIC X(01).
013000         10  WS-BT-BALANCE          PIC 9(03)V99.
013100         10  WS-BT-OPENING          PIC 9(03)V99.
013200         10  WS-BT-YTD-ACCRUED      PIC 9(03)V99.
013300         10  WS-BT-YTD-TAKEN        PIC 9(03)V99.
013400         10  WS-BT-YTD-UNPAID       PIC 9(03).
013500         10  WS-BT-LAST-PERIOD      PIC 9(06).
013600         10  WS-BT-CARRY-YEAR       PIC 9(04).
013700         10  WS-BT-MO-ACCRUED       PIC 9(02)V99.
013800         10  WS-BT-MO-TAKEN         PIC 9(03).
013900         10  WS-BT-MO-UNPAID        PIC 9(03).
014000         10  WS-BT-POSTED-SWITCH    PIC X(01).
014100             88  WS-BT-ALREADY-POSTED   VALUE "Y".
014200 01  WS-FIND-STAFF-ID               PIC X(09).
014300 01  WS-FIND-LEAVE-TYPE             PIC X(01).
014400*    UNPAID DAYS BY STAFF MEMBER FOR THE PAYROLL EXTRACT.
014500 01  WS-UP-COUNT                    PIC 9(03) COMP VALUE ZERO.
014600 01  WS-UP-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
014700 01  WS-UPSUB                       PIC 9(03) COMP.
014800 01  WS-UP-FOUND-SUB                PIC 9(03) COMP.
014900 01  WS-UNPAID-TABLE.
015000     05  WS-UP-ENTRY OCCURS 500 TIMES.
015100         10  WS-UP-STAFF-ID         PIC X(09).
015200         10  WS-UP-DAYS             PIC 9(04).
015300 01  WS-STATEMENT-SWITCH            PIC X(01).
015400     88  WS-STATEMENT-STARTED           VALUE "Y".
015500 01  WS-ABSENCE-COUNT               PIC 9(05) COMP VALUE ZERO.
015600 01  WS-CHARGED-COUNT               PIC 9(05) COMP VALUE ZERO.
015700 01  WS-UNPAID-COUNT                PIC 9(05) COMP VALUE ZERO.
015800 01  WS-EXCEPTION-COUNT             PIC 9(05) COMP VALUE ZERO.
015900 01  WS-POSTED-SKIP-COUNT           PIC 9(05) COMP VALUE ZERO.
016000 01  WS-STATEMENT-COUNT             PIC 9(05) COMP VALUE ZERO.
016100 01  WS-ROW-COUNT                   PIC 9(07) VALUE ZERO.
016200 01  WS-AMOUNT-CENTS                PIC 9(10) VALUE ZERO.
016300 01  WS-REGISTER-HEADING.
016400     05  FILLER                     PIC X(30)
016500             VALUE "LEAVE ACCRUAL REGISTER - MONTH".
016600     05  FILLER                     PIC X(01) VALUE SPACE.
016700     05  WS-RH-PERIOD               PIC 9(06).
016800     05  FILLER                     PIC X(43) VALUE SPACE.
016900 01  WS-REGISTER-COLUMNS.
017000     05  FILLER                     PIC X(40)
017100             VALUE "STAFF ID  ABSENT   TYPE  NOTE".
017200     05  FILLER                     PIC X(40) VALUE SPACE.
017300 01  WS-REGISTER-LINE.
017400     05  WS-RL-STAFF-ID             PIC X(09).
017500     05  FILLER                     PIC X(01) VALUE SPACE.
017600     05  WS-RL-DATE                 PIC 9(08).
017700     05  FILLER                     PIC X(02) VALUE SPACE.
017800     05  WS-RL-LEAVE-TYPE           PIC X(01).
017900     05  FILLER                     PIC X(04) VALUE SPACE.
018000     05  WS-RL-NOTE                 PIC X(30).
018100     05  FILLER                     PIC X(25) VALUE SPACE.
018200 01  WS-REGISTER-SUMMARY.
018300     05  FILLER                     PIC X(11)
018400             VALUE "ABSENCES - ".
018500     05  WS-RS-ABSENCES             PIC ZZ,ZZ9.
018600     05  FILLER                     PIC X(12)
018700             VALUE "  CHARGED - ".
018800     05  WS-RS-CHARGED              PIC ZZ,ZZ9.
018900     05  FILLER                     PIC X(11)
019000             VALUE "  UNPAID - ".
019100     05  WS-RS-UNPAID               PIC ZZ,ZZ9.
019200     05  FILLER                     PIC X(15)
019300             VALUE "  EXCEPTIONS - ".
019400     05  WS-RS-EXCEPTIONS           PIC ZZ,ZZ9.
019500     05  FILLER                     PIC X(07) VALUE SPACE.
019600 01  WS-REGISTER-SUMMARY-2.
019700     05  FILLER                     PIC X(13)
019800             VALUE "STATEMENTS - ".
019900     05  WS-RS-STATEMENTS           PIC ZZ,ZZ9.
020000     05  FILLER                     PIC X(24)
020100             VALUE "  ALREADY POSTED ROWS - ".
020200     05  WS-RS-POSTED-SKIP          PIC ZZ,ZZ9.
020300     05  FILLER                     PIC X(31) VALUE SPACE.
020333 01  WS-REGISTER-HELD-LINE          PIC X(80)
020366         VALUE "RUN HELD - NO UNPAID DAYS SENT TO PAYROLL".
020400 01  WS-STATEMENT-HEADING.
020500     05  FILLER                     PIC X(30)
020600             VALUE "STAFF LEAVE STATEMENT - MONTH ".
020700     05  WS-SH-PERIOD               PIC 9(06).
020800     05  FILLER                     PIC X(44) VALUE SPACE.
020900 01  WS-STATEMENT-STAFF-LINE.
021000     05  WS-SS-STAFF-ID             PIC X(09).
021100     05  FILLER                     PIC X(02) VALUE SPACE.
021200     05  WS-SS-STAFF-NAME           PIC X(30).
021300     05  FILLER                     PIC X(02) VALUE SPACE.
021400     05  WS-SS-ROLE                 PIC X(10).
021500     05  FILLER                     PIC X(27) VALUE SPACE.
021600 01  WS-STATEMENT-COLUMNS.
021700     05  FILLER                     PIC X(36)
021800             VALUE "  LEAVE TYPE  OPENING  EARNED TAKEN ".
021900     05  FILLER                     PIC X(44)
022000             VALUE "UNPAID   CLOSING  YTD TAKEN".
022100 01  WS-STATEMENT-LINE.
022200     05  FILLER                     PIC X(02) VALUE SPACE.
022300     05  WS-ST-LEAVE-DESC           PIC X(10).
022400     05  FILLER                     PIC X(03) VALUE SPACE.
022500     05  WS-ST-OPENING              PIC ZZ9.99.
022600     05  FILLER                     PIC X(03) VALUE SPACE.
022700     05  WS-ST-ACCRUED              PIC Z9.99.
022800     05  FILLER                     PIC X(03) VALUE SPACE.
022900     05  WS-ST-TAKEN                PIC ZZ9.
023000     05  FILLER                     PIC X(04) VALUE SPACE.
023100     05  WS-ST-UNPAID               PIC ZZ9.
023200     05  FILLER                     PIC X(04) VALUE SPACE.
023300     05  WS-ST-CLOSING              PIC ZZ9.99.
023400     05  FILLER                     PIC X(05) VALUE SPACE.
023500     05  WS-ST-YTD-TAKEN            PIC ZZ9.99.
023600     05  FILLER                     PIC X(17) VALUE SPACE.
023700 LINKAGE SECTION.
023800 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
023900 01  LS-PARM-DATA                   PIC X(10).
024000 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
024100*--------------------------------------------------------------*
024200*    0000-MAINLINE                                              *
024300*--------------------------------------------------------------*
024400 0000-MAINLINE.
024500     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
024600     MOVE WS-TS-YEAR TO WS-RUN-YEAR
024700     MOVE WS-TS-MONTH TO WS-RUN-MON
024800     IF WS-RUN-MON = 1
024900         MOVE 12 TO WS-RUN-MON
025000         SUBTRACT 1 FROM WS-RUN-YEAR
025100     ELSE
025200         SUBTRACT 1 FROM WS-RUN-MON
025300     END-IF
025400     IF LS-PARM-LENGTH >= 6
025500             AND LS-PARM-DATA (1:6) IS NUMERIC
025600         MOVE LS-PARM-DATA (1:6) TO WS-RUN-PERIOD
025700     END-IF
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025900     PERFORM 2000-ACCRUE-STAFF THRU 2000-EXIT
026000         VARYING WS-SFSUB FROM 1 BY 1
026100         UNTIL WS-SFSUB > WS-SF-COUNT
026114     IF WS-LR-FILE-STATUS = "35" OR WS-LR-DROP-COUNT > 0
026128             OR WS-SF-DROP-COUNT > 0 OR WS-BT-DROP-COUNT > 0
026142         WRITE LEAVE-REGISTER-LINE FROM WS-REGISTER-HELD-LINE
026156         PERFORM 8000-FINALIZE THRU 8000-EXIT
026170         GOBACK
026184     END-IF
026200     PERFORM 3000-CHARGE-ABSENCE THRU 3000-EXIT
026300         UNTIL WS-ABS-EOF
026316     IF WS-UP-DROP-COUNT > 0
026332         WRITE LEAVE-REGISTER-LINE FROM WS-REGISTER-HELD-LINE
026348         PERFORM 8000-FINALIZE THRU 8000-EXIT
026364         GOBACK
026380     END-IF
026400     PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
026500         VARYING WS-UPSUB FROM 1 BY 1
026600         UNTIL WS-UPSUB > WS-UP-COUNT
026700     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT
026800         VARYING WS-SFSUB FROM 1 BY 1
026900         UNTIL WS-SFSUB > WS-SF-COUNT
027000     PERFORM 6000-WRITE-BALANCE THRU 6000-EXIT
027100         VARYING WS-BTSUB FROM 1 BY 1
027200         UNTIL WS-BTSUB > WS-BT-COUNT
027300     PERFORM 8000-FINALIZE THRU 8000-EXIT
027400     GOBACK.
027500*--------------------------------------------------------------*
027600*    1000-INITIALIZE - LOADS THE RATE CONTROL, THE STAFF        *
027700*    MASTER AND THE OLD BALANCE FILE, AND PRIMES THE ABSENCES.  *
027800*--------------------------------------------------------------*
027900 1000-INITIALIZE.
028000     OPEN INPUT LEAVE-RATE-FILE
028100     IF WS-LR-FILE-STATUS = "35"
028200         DISPLAY "LEAVEACR: RATE CONTROL MISSING - NOTHING EARNED"
028300         MOVE 8 TO RETURN-CODE
028400         SET WS-LR-EOF TO TRUE
028500     ELSE
028600         PERFORM 1100-LOAD-RATE THRU 1100-EXIT
028700             UNTIL WS-LR-EOF
028800         CLOSE LEAVE-RATE-FILE
028900     END-IF
029000     OPEN INPUT STAFF-MASTER-FILE
029100     PERFORM 1200-LOAD-STAFF THRU 1200-EXIT
029200         UNTIL WS-SF-EOF
029300     CLOSE STAFF-MASTER-FILE
029400     OPEN INPUT LEAVE-BALANCE-FILE
029500     IF WS-LB-FILE-STATUS = "35"
029600         DISPLAY "LEAVEACR: BALANCE FILE MISSING - STARTING NEW"
029700         SET WS-LB-EOF TO TRUE
029800     ELSE
029900         PERFORM 1300-LOAD-BALANCE THRU 1300-EXIT
030000             UNTIL WS-LB-EOF
030100         CLOSE LEAVE-BALANCE-FILE
030200     END-IF
030300     OPEN INPUT STAFF-ABSENCE-FILE
030400     IF WS-ABS-FILE-STATUS = "35"
030500         SET WS-ABS-EOF TO TRUE
030600     ELSE
030700         PERFORM 3100-READ-ABSENCE THRU 3100-EXIT
030800     END-IF
030900     OPEN OUTPUT NEW-LEAVE-BALANCE-FILE
031000     OPEN OUTPUT PAYROLL-EXTRACT-FILE
031100     OPEN OUTPUT LEAVE-STATEMENT-RPT
031200     OPEN OUTPUT LEAVE-REGISTER-RPT
031300     MOVE WS-RUN-PERIOD TO WS-RH-PERIOD
031400     WRITE LEAVE-REGISTER-LINE FROM WS-REGISTER-HEADING
031500     WRITE LEAVE-REGISTER-LINE FROM WS-REGISTER-COLUMNS.
031600 1000-EXIT.
031700     EXIT.
031800*--------------------------------------------------------------*
031900*    1100-LOAD-RATE                                             *
032000*--------------------------------------------------------------*
032100 1100-LOAD-RATE.
032200     READ LEAVE-RATE-FILE
032300         AT END
032400             SET WS-LR-EOF TO TRUE
032500             GO TO 1100-EXIT
032600     END-READ
032700     IF WS-LR-COUNT >= 100
032800         ADD 1 TO WS-LR-DROP-COUNT
032900         GO TO 1100-EXIT
033000     END-IF
033100     ADD 1 TO WS-LR-COUNT
033200     MOVE LR-ROLE TO WS-LR-ROLE (WS-LR-COUNT)
033300     MOVE LR-LEAVE-TYPE TO WS-LR-LEAVE-TYPE (WS-LR-COUNT)
033400     MOVE LR-MONTHLY-ACCRUAL TO WS-LR-ACCRUAL (WS-LR-COUNT).
033500 1100-EXIT.
033600     EXIT.
033700*--------------------------------------------------------------*
033800*    1200-LOAD-STAFF                                            *
033900*--------------------------------------------------------------*
034000 1200-LOAD-STAFF.
034100     READ STAFF-MASTER-FILE
034200         AT END
034300             SET WS-SF-EOF TO TRUE
034400             GO TO 1200-EXIT
034500     END-READ
034600     IF WS-SF-COUNT >= 500
034700         ADD 1 TO WS-SF-DROP-COUNT
034800         GO TO 1200-EXIT
034900     END-IF
035000     ADD 1 TO WS-SF-COUNT
035100     MOVE SF-STAFF-ID TO WS-SF-STAFF-ID (WS-SF-COUNT)
035200     MOVE SF-STAFF-NAME TO WS-SF-STAFF-NAME (WS-SF-COUNT)
035300     MOVE SF-ROLE TO WS-SF-ROLE (WS-SF-COUNT)
035400     MOVE SF-ACTIVE-STATUS TO WS-SF-ACTIVE (WS-SF-COUNT).
035500 1200-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------*
035800*    1300-LOAD-BALANCE - A ROW ALREADY POSTED FOR THIS MONTH    *
035900*    (OR A LATER ONE) IS MARKED SO NOTHING TOUCHES IT.          *
036000*--------------------------------------------------------------*
036100 1300-LOAD-BALANCE.
036200     READ LEAVE-BALANCE-FILE
036300         AT END
036400             SET WS-LB-EOF TO TRUE
036500             GO TO 1300-EXIT
036600     END-READ
036700     IF WS-BT-COUNT >= 1500
036800         ADD 1 TO WS-BT-DROP-COUNT
036900         GO TO 1300-EXIT
037000     END-IF
037100     ADD 1 TO WS-BT-COUNT
037200     MOVE LB-STAFF-ID TO WS-BT-STAFF-ID (WS-BT-COUNT)
037300     MOVE LB-LEAVE-TYPE TO WS-BT-LEAVE-TYPE (WS-BT-COUNT)
037400     MOVE LB-BALANCE TO WS-BT-BALANCE (WS-BT-COUNT)
037500     MOVE LB-BALANCE TO WS-BT-OPENING (WS-BT-COUNT)
037600     MOVE LB-YTD-ACCRUED TO WS-BT-YTD-ACCRUED (WS-BT-COUNT)
037700     MOVE LB-YTD-TAKEN TO WS-BT-YTD-TAKEN (WS-BT-COUNT)
037800     MOVE LB-YTD-UNPAID TO WS-BT-YTD-UNPAID (WS-BT-COUNT)
037900     MOVE LB-LAST-PERIOD TO WS-BT-LAST-PERIOD (WS-BT-COUNT)
038000     MOVE LB-CARRY-YEAR TO WS-BT-CARRY-YEAR (WS-BT-COUNT)
038100     MOVE ZERO TO WS-BT-MO-ACCRUED (WS-BT-COUNT)
038200     MOVE ZERO TO WS-BT-MO-TAKEN (WS-BT-COUNT)
038300     MOVE ZERO TO WS-BT-MO-UNPAID (WS-BT-COUNT)
038400     MOVE "N" TO WS-BT-POSTED-SWITCH (WS-BT-COUNT)
038500     IF LB-LAST-PERIOD >= WS-RUN-PERIOD
038600         SET WS-BT-ALREADY-POSTED (WS-BT-COUNT) TO TRUE
038700         ADD 1 TO WS-POSTED-SKIP-COUNT
038800     END-IF.
038900 1300-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------*
039200*    2000-ACCRUE-STAFF - AN ACTIVE STAFF MEMBER EARNS EACH      *
039300*    LEAVE TYPE THEIR ROLE HAS A RATE ROW FOR.                  *
039400*--------------------------------------------------------------*
039500 2000-ACCRUE-STAFF.
039600     IF WS-SF-ACTIVE (WS-SFSUB) NOT = "A"
039700         GO TO 2000-EXIT
039800     END-IF
039900     PERFORM 2100-ACCRUE-TYPE THRU 2100-EXIT
040000         VARYING WS-LRSUB FROM 1 BY 1
040100         UNTIL WS-LRSUB > WS-LR-COUNT.
040200 2000-EXIT.
040300     EXIT.
040400*--------------------------------------------------------------*
040500*    2100-ACCRUE-TYPE                                           *
040600*--------------------------------------------------------------*
040700 2100-ACCRUE-TYPE.
040800     IF WS-LR-ROLE (WS-LRSUB) NOT = WS-SF-ROLE (WS-SFSUB)
040900         GO TO 2100-EXIT
041000     END-IF
041100     MOVE WS-SF-STAFF-ID (WS-SFSUB) TO WS-FIND-STAFF-ID
041200     MOVE WS-LR-LEAVE-TYPE (WS-LRSUB) TO WS-FIND-LEAVE-TYPE
041300     PERFORM 2200-FIND-BALANCE THRU 2200-EXIT
041400     IF WS-BT-FOUND-SUB = 0
041500         PERFORM 2300-ADD-BALANCE THRU 2300-EXIT
041600     END-IF
041700     IF WS-BT-FOUND-SUB = 0
041800         GO TO 2100-EXIT
041900     END-IF
042000     IF WS-BT-ALREADY-POSTED (WS-BT-FOUND-SUB)
042100         GO TO 2100-EXIT
042200     END-IF
042300     MOVE WS-LR-ACCRUAL (WS-LRSUB)
042400         TO WS-BT-MO-ACCRUED (WS-BT-FOUND-SUB)
042500     ADD WS-LR-ACCRUAL (WS-LRSUB)
042600         TO WS-BT-BALANCE (WS-BT-FOUND-SUB)
042700     ADD WS-LR-ACCRUAL (WS-LRSUB)
042800         TO WS-BT-YTD-ACCRUED (WS-BT-FOUND-SUB).
042900 2100-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------*
043200*    2200-FIND-BALANCE - THE ROW FOR WS-FIND-STAFF-ID AND       *
043300*    WS-FIND-LEAVE-TYPE; ZERO WHEN THERE IS NONE.               *
043400*--------------------------------------------------------------*
043500 2200-FIND-BALANCE.
043600     MOVE ZERO TO WS-BT-FOUND-SUB
043700     PERFORM 2210-CHECK-BALANCE THRU 2210-EXIT
043800         VARYING WS-BTSUB FROM 1 BY 1
043900         UNTIL WS-BTSUB > WS-BT-COUNT
044000             OR WS-BT-FOUND-SUB > 0.
044100 2200-EXIT.
044200     EXIT.
044300*--------------------------------------------------------------*
044400*    2210-CHECK-BALANCE                                         *
044500*--------------------------------------------------------------*
044600 2210-CHECK-BALANCE.
044700     IF WS-FIND-STAFF-ID = WS-BT-STAFF-ID (WS-BTSUB)
044800             AND WS-FIND-LEAVE-TYPE = WS-BT-LEAVE-TYPE (WS-BTSUB)
044900         MOVE WS-BTSUB TO WS-BT-FOUND-SUB
045000     END-IF.
045100 2210-EXIT.
045200     EXIT.
045300*--------------------------------------------------------------*
045400*    2300-ADD-BALANCE - A NEW STAFF MEMBER OR A NEW LEAVE TYPE  *
045500*    FOR THEIR ROLE STARTS AT ZERO.                             *
045600*--------------------------------------------------------------*
045700 2300-ADD-BALANCE.
045800     IF WS-BT-COUNT >= 1500
045900         ADD 1 TO WS-BT-DROP-COUNT
046000         GO TO 2300-EXIT
046100     END-IF
046200     ADD 1 TO WS-BT-COUNT
046300     MOVE WS-BT-COUNT TO WS-BT-FOUND-SUB
046400     MOVE WS-FIND-STAFF-ID TO WS-BT-STAFF-ID (WS-BT-COUNT)
046500     MOVE WS-FIND-LEAVE-TYPE TO WS-BT-LEAVE-TYPE (WS-BT-COUNT)
046600     MOVE ZERO TO WS-BT-BALANCE (WS-BT-COUNT)
046700     MOVE ZERO TO WS-BT-OPENING (WS-BT-COUNT)
046800     MOVE ZERO TO WS-BT-YTD-ACCRUED (WS-BT-COUNT)
046900     MOVE ZERO TO WS-BT-YTD-TAKEN (WS-BT-COUNT)
047000     MOVE ZERO TO WS-BT-YTD-UNPAID (WS-BT-COUNT)
047100     MOVE ZERO TO WS-BT-LAST-PERIOD (WS-BT-COUNT)
047200     MOVE ZERO TO WS-BT-CARRY-YEAR (WS-BT-COUNT)
047300     MOVE ZERO TO WS-BT-MO-ACCRUED (WS-BT-COUNT)
047400     MOVE ZERO TO WS-BT-MO-TAKEN (WS-BT-COUNT)
047500     MOVE ZERO TO WS-BT-MO-UNPAID (WS-BT-COUNT)
047600     MOVE "N" TO WS-BT-POSTED-SWITCH (WS-BT-COUNT).
047700 2300-EXIT.
047800     EXIT.
047900*--------------------------------------------------------------*
048000*    3000-CHARGE-ABSENCE - ONE DAY AGAINST THE MATCHING         *
048100*    BALANCE, OR AN UNPAID DAY WHEN LESS THAN A DAY IS LEFT.    *
048200*--------------------------------------------------------------*
048300 3000-CHARGE-ABSENCE.
048400     MOVE SA-ABSENT-DATE (1:6) TO WS-ROW-PERIOD
048500     IF WS-ROW-PERIOD NOT = WS-RUN-PERIOD
048600         GO TO 3000-NEXT
048700     END-IF
048800     ADD 1 TO WS-ABSENCE-COUNT
048900     MOVE SPACE TO WS-REGISTER-LINE
049000     MOVE SA-STAFF-ID TO WS-RL-STAFF-ID
049100     MOVE SA-ABSENT-DATE TO WS-RL-DATE
049200     MOVE SA-LEAVE-TYPE TO WS-RL-LEAVE-TYPE
049300     IF SA-LEAVE-TYPE = SPACE
049400         MOVE "NO LEAVE TYPE - NOT CHARGED" TO WS-RL-NOTE
049500         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
049600         GO TO 3000-NEXT
049700     END-IF
049800     MOVE SA-STAFF-ID TO WS-FIND-STAFF-ID
049900     MOVE SA-LEAVE-TYPE TO WS-FIND-LEAVE-TYPE
050000     PERFORM 2200-FIND-BALANCE THRU 2200-EXIT
050100     IF WS-BT-FOUND-SUB = 0
050200         MOVE "NO BALANCE ROW - NOT CHARGED" TO WS-RL-NOTE
050300         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
050400         GO TO 3000-NEXT
050500     END-IF
050600     IF WS-BT-ALREADY-POSTED (WS-BT-FOUND-SUB)
050700         GO TO 3000-NEXT
050800     END-IF
050900     IF WS-BT-BALANCE (WS-BT-FOUND-SUB) >= 1
051000         SUBTRACT 1 FROM WS-BT-BALANCE (WS-BT-FOUND-SUB)
051100         ADD 1 TO WS-BT-MO-TAKEN (WS-BT-FOUND-SUB)
051200         ADD 1 TO WS-BT-YTD-TAKEN (WS-BT-FOUND-SUB)
051300         ADD 1 TO WS-CHARGED-COUNT
051400         GO TO 3000-NEXT
051500     END-IF
051600     ADD 1 TO WS-BT-MO-UNPAID (WS-BT-FOUND-SUB)
051700     ADD 1 TO WS-BT-YTD-UNPAID (WS-BT-FOUND-SUB)
051800     ADD 1 TO WS-UNPAID-COUNT
051900     PERFORM 3200-ADD-UNPAID THRU 3200-EXIT
052000     MOVE "NO BALANCE LEFT - UNPAID DAY" TO WS-RL-NOTE
052100     WRITE LEAVE-REGISTER-LINE FROM WS-REGISTER-LINE.
052200 3000-NEXT.
052300     PERFORM 3100-READ-ABSENCE THRU 3100-EXIT.
052400 3000-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------*
052700*    3100-READ-ABSENCE                                          *
052800*--------------------------------------------------------------*
052900 3100-READ-ABSENCE.
053000     READ STAFF-ABSENCE-FILE
053100         AT END
053200             SET WS-ABS-EOF TO TRUE
053300     END-READ.
053400 3100-EXIT.
053500     EXIT.
053600*--------------------------------------------------------------*
053700*    3200-ADD-UNPAID                                            *
053800*--------------------------------------------------------------*
053900 3200-ADD-UNPAID.
054000     MOVE ZERO TO WS-UP-FOUND-SUB
054100     PERFORM 3210-CHECK-UNPAID THRU 3210-EXIT
054200         VARYING WS-UPSUB FROM 1 BY 1
054300         UNTIL WS-UPSUB > WS-UP-COUNT
054400             OR WS-UP-FOUND-SUB > 0
054500     IF WS-UP-FOUND-SUB = 0
054600         IF WS-UP-COUNT >= 500
054700             ADD 1 TO WS-UP-DROP-COUNT
054800             GO TO 3200-EXIT
054900         END-IF
055000         ADD 1 TO WS-UP-COUNT
055100         MOVE WS-UP-COUNT TO WS-UP-FOUND-SUB
055200         MOVE SA-STAFF-ID TO WS-UP-STAFF-ID (WS-UP-COUNT)
055300         MOVE ZERO TO WS-UP-DAYS (WS-UP-COUNT)
055400     END-IF
055500     ADD 1 TO WS-UP-DAYS (WS-UP-FOUND-SUB).
055600 3200-EXIT.
055700     EXIT.
055800*--------------------------------------------------------------*
055900*    3210-CHECK-UNPAID                                          *
056000*--------------------------------------------------------------*
056100 3210-CHECK-UNPAID.
056200     IF SA-STAFF-ID = WS-UP-STAFF-ID (WS-UPSUB)
056300         MOVE WS-UPSUB TO WS-UP-FOUND-SUB
056400     END-IF.
056500 3210-EXIT.
056600     EXIT.
056700*--------------------------------------------------------------*
056800*    3900-WRITE-EXCEPTION                                       *
056900*--------------------------------------------------------------*
057000 3900-WRITE-EXCEPTION.
057100     WRITE LEAVE-REGISTER-LINE FROM WS-REGISTER-LINE
057200     ADD 1 TO WS-EXCEPTION-COUNT.
057300 3900-EXIT.
057400     EXIT.
057500*--------------------------------------------------------------*
057600*    4000-WRITE-EXTRACT - ONE UNPAID-DAY ROW PER STAFF MEMBER   *
057700*    IN THE PAYROLL IMPORT LAYOUT.  THE AMOUNT IS LEFT ZERO;    *
057800*    PAYROLL PRICES THE DAYS AT THE STAFF MEMBER'S DAILY RATE.  *
057900*--------------------------------------------------------------*
058000 4000-WRITE-EXTRACT.
058100     ADD 1 TO WS-ROW-COUNT
058200     MOVE SPACE TO PAYROLL-EXTRACT-RECORD
058300     MOVE WS-UP-STAFF-ID (WS-UPSUB) TO PX-STAFF-ID
058400     MOVE WS-RUN-PERIOD TO PX-PAY-PERIOD
058500     MOVE "UNP" TO PX-EARN-CODE
058600     MOVE WS-UP-DAYS (WS-UPSUB) TO PX-UNITS
058700     MOVE ZERO TO PX-AMOUNT
058800     WRITE PAYROLL-EXTRACT-RECORD.
058900 4000-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------*
059200*    5000-PRINT-STATEMENT - ONE BLOCK PER STAFF MEMBER WITH A   *
059300*    BALANCE ROW, A LINE PER LEAVE TYPE.                        *
059400*--------------------------------------------------------------*
059500 5000-PRINT-STATEMENT.
059600     MOVE "N" TO WS-STATEMENT-SWITCH
059700     PERFORM 5100-PRINT-BALANCE-LINE THRU 5100-EXIT
059800         VARYING WS-BTSUB FROM 1 BY 1
059900         UNTIL WS-BTSUB > WS-BT-COUNT.
060000 5000-EXIT.
060100     EXIT.
060200*--------------------------------------------------------------*
060300*    5100-PRINT-BALANCE-LINE                                    *
060400*--------------------------------------------------------------*
060500 5100-PRINT-BALANCE-LINE.
060600     IF WS-BT-STAFF-ID (WS-BTSUB) NOT = WS-SF-STAFF-ID (WS-SFSUB)
060700         GO TO 5100-EXIT
060800     END-IF
060900     IF NOT WS-STATEMENT-STARTED
061000         SET WS-STATEMENT-STARTED TO TRUE
061100         ADD 1 TO WS-STATEMENT-COUNT
061200         MOVE WS-RUN-PERIOD TO WS-SH-PERIOD
061300         MOVE SPACE TO LEAVE-STATEMENT-LINE
061400         WRITE LEAVE-STATEMENT-LINE
061500         WRITE LEAVE-STATEMENT-LINE FROM WS-STATEMENT-HEADING
061600         MOVE WS-SF-STAFF-ID (WS-SFSUB) TO WS-SS-STAFF-ID
061700         MOVE WS-SF-STAFF-NAME (WS-SFSUB) TO WS-SS-STAFF-NAME
061800         MOVE WS-SF-ROLE (WS-SFSUB) TO WS-SS-ROLE
061900         WRITE LEAVE-STATEMENT-LINE FROM WS-STATEMENT-STAFF-LINE
062000         WRITE LEAVE-STATEMENT-LINE FROM WS-STATEMENT-COLUMNS
062100     END-IF
062200     MOVE SPACE TO WS-STATEMENT-LINE
062300     EVALUATE WS-BT-LEAVE-TYPE (WS-BTSUB)
062400         WHEN "S"
062500             MOVE "SICK" TO WS-ST-LEAVE-DESC
062600         WHEN "P"
062700             MOVE "PERSONAL" TO WS-ST-LEAVE-DESC
062800         WHEN OTHER
062900             MOVE WS-BT-LEAVE-TYPE (WS-BTSUB) TO WS-ST-LEAVE-DESC
063000     END-EVALUATE
063100     MOVE WS-BT-OPENING (WS-BTSUB) TO WS-ST-OPENING
063200     MOVE WS-BT-MO-ACCRUED (WS-BTSUB) TO WS-ST-ACCRUED
063300     MOVE WS-BT-MO-TAKEN (WS-BTSUB) TO WS-ST-TAKEN
063400     MOVE WS-BT-MO-UNPAID (WS-BTSUB) TO WS-ST-UNPAID
063500     MOVE WS-BT-BALANCE (WS-BTSUB) TO WS-ST-CLOSING
063600     MOVE WS-BT-YTD-TAKEN (WS-BTSUB) TO WS-ST-YTD-TAKEN
063700     WRITE LEAVE-STATEMENT-LINE FROM WS-STATEMENT-LINE.
063800 5100-EXIT.
063900     EXIT.
064000*--------------------------------------------------------------*
064100*    6000-WRITE-BALANCE - A ROW POSTED THIS RUN IS STAMPED      *
064200*    WITH THE MONTH.                                            *
064300*--------------------------------------------------------------*
064400 6000-WRITE-BALANCE.
064500     MOVE SPACE TO LEAVE-BALANCE-RECORD
064600     MOVE WS-BT-STAFF-ID (WS-BTSUB) TO LB-STAFF-ID
064700     MOVE WS-BT-LEAVE-TYPE (WS-BTSUB) TO LB-LEAVE-TYPE
064800     MOVE WS-BT-BALANCE (WS-BTSUB) TO LB-BALANCE
064900     MOVE WS-BT-YTD-ACCRUED (WS-BTSUB) TO LB-YTD-ACCRUED
065000     MOVE WS-BT-YTD-TAKEN (WS-BTSUB) TO LB-YTD-TAKEN
065100     MOVE WS-BT-YTD-UNPAID (WS-BTSUB) TO LB-YTD-UNPAID
065200     MOVE WS-BT-LAST-PERIOD (WS-BTSUB) TO LB-LAST-PERIOD
065300     IF NOT WS-BT-ALREADY-POSTED (WS-BTSUB)
065400         MOVE WS-RUN-PERIOD TO LB-LAST-PERIOD
065500     END-IF
065600     MOVE WS-BT-CARRY-YEAR (WS-BTSUB) TO LB-CARRY-YEAR
065700     WRITE NEW-LEAVE-BALANCE-RECORD FROM LEAVE-BALANCE-RECORD.
065800 6000-EXIT.
065900     EXIT.
066000*--------------------------------------------------------------*
066100*    8000-FINALIZE - THE EXTRACT'S CONTROL TRAILER CARRIES THE  *
066200*    ROW COUNT; THE AMOUNT HASH IS ZERO SINCE PAYROLL PRICES    *
066300*    THE UNPAID DAYS.  A HELD RUN COMES STRAIGHT HERE, SO THE   *
066350*    TRAILER IS THE ONLY ROW AND ITS COUNT IS ZERO.             *
066400*--------------------------------------------------------------*
066500 8000-FINALIZE.
066600     MOVE "###" TO TR-TRAILER-TAG
066700     MOVE WS-ROW-COUNT TO TR-RECORD-COUNT
066800     MOVE WS-AMOUNT-CENTS TO TR-HASH-TOTAL
066900     MOVE SPACE TO PAYROLL-EXTRACT-RECORD
067000     MOVE TRAILER-RECORD TO PAYROLL-EXTRACT-RECORD (1:20)
067100     WRITE PAYROLL-EXTRACT-RECORD
067200     MOVE WS-ABSENCE-COUNT TO WS-RS-ABSENCES
067300     MOVE WS-CHARGED-COUNT TO WS-RS-CHARGED
067400     MOVE WS-UNPAID-COUNT TO WS-RS-UNPAID
067500     MOVE WS-EXCEPTION-COUNT TO WS-RS-EXCEPTIONS
067600     WRITE LEAVE-REGISTER-LINE FROM WS-REGISTER-SUMMARY
067700     MOVE WS-STATEMENT-COUNT TO WS-RS-STATEMENTS
067800     MOVE WS-POSTED-SKIP-COUNT TO WS-RS-POSTED-SKIP
067900     WRITE LEAVE-REGISTER-LINE FROM WS-REGISTER-SUMMARY-2
068000     IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
068100         MOVE 4 TO RETURN-CODE
068200     END-IF
068300     IF WS-LR-DROP-COUNT > 0
068400         DISPLAY "LEAVEACR: RATE TABLE FULL - DROPPED - "
068500             WS-LR-DROP-COUNT
068600         MOVE 8 TO RETURN-CODE
068700     END-IF
068800     IF WS-SF-DROP-COUNT > 0
068900         DISPLAY "LEAVEACR: STAFF TABLE FULL - DROPPED - "
069000             WS-SF-DROP-COUNT
069100         MOVE 8 TO RETURN-CODE
069200     END-IF
069300     IF WS-BT-DROP-COUNT > 0
069400         DISPLAY "LEAVEACR: BALANCE TABLE FULL - DROPPED - "
069500             WS-BT-DROP-COUNT
069600         MOVE 8 TO RETURN-CODE
069700     END-IF
069800     IF WS-UP-DROP-COUNT > 0
069900         DISPLAY "LEAVEACR: UNPAID TABLE FULL - DROPPED - "
070000             WS-UP-DROP-COUNT
070100         MOVE 8 TO RETURN-CODE
070200     END-IF
070300     IF WS-ABS-FILE-STATUS NOT = "35"
070400         CLOSE STAFF-ABSENCE-FILE
070500     END-IF
070600     CLOSE NEW-LEAVE-BALANCE-FILE
070700     CLOSE PAYROLL-EXTRACT-FILE
070800     CLOSE LEAVE-STATEMENT-RPT
070900     CLOSE LEAVE-REGISTER-RPT.
071000 8000-EXIT.
071100     EXIT.
