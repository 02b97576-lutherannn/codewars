000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REPAIRIN.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    DAILY REPAIR REQUEST INTAKE.  READS THE DAY'S UNPLANNED    *
000900*    REPAIR REQUESTS AND CHECKS EACH REQUESTER AGAINST THE      *
001000*    STAFF MASTER - AN UNKNOWN OR INACTIVE REQUESTER, OR A      *
001100*    PRIORITY OTHER THAN E(MERGENCY), U(RGENT) OR R(OUTINE),    *
001200*    REJECTS TO THE SHARED AUDIT LOG.  A GOOD REQUEST OPENS A   *
001300*    REPAIR WORK ORDER DUE ON THE PRIORITY'S TARGET COMPLETION  *
001400*    DATE (THE REQUEST DATE PLUS 0, 2 OR 10 DAYS) AND IS        *
001500*    ASSIGNED TO THE ACTIVE MAINTENANCE STAFFER WITH THE FEWEST *
001600*    REPAIR ORDERS STILL OPEN - ON THE REQUEST'S OWN CAMPUS     *
001700*    FIRST, ANYWHERE IN THE DISTRICT IF THE CAMPUS HAS NOBODY.  *
001800*    EVERY ORDER OPENED IS ADDED TO THE REPAIR REGISTER FOR THE *
001900*    WEEKLY RESPONSE-TIME REPORT.                               *
002000*    RC 4 - A REQUEST REJECTED OR LEFT UNASSIGNED.              *
002100*    RC 8 - A TABLE FILLED OR AN ORDER COULD NOT BE WRITTEN.    *
002200*--------------------------------------------------------------*
002300*    MODIFICATION HISTORY                                      *
002400*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT REPAIR-REQUEST-FILE ASSIGN TO REPAIRRQ
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-RQ-FILE-STATUS.
003200     SELECT STAFF-MASTER-FILE ASSIGN TO STAFMAST
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-SF-FILE-STATUS.
003500     SELECT REPAIR-REGISTER-FILE ASSIGN TO REPAIRRG
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RG-FILE-STATUS.
003800     SELECT WORK-ORDER-FILE ASSIGN TO WORKORDR
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS WO-ORDER-ID
004200         FILE STATUS IS WS-WO-FILE-STATUS.
004300     SELECT REPAIR-INTAKE-RPT ASSIGN TO REPINRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REPAIR-REQUEST-FILE
004800     RECORDING MODE IS F.
004900     COPY repairrq.
005000 FD  STAFF-MASTER-FILE
005100     RECORDING MODE IS F.
005200     COPY stafmast.
005300 FD  REPAIR-REGISTER-FILE
005400     RECORDING MODE IS F.
005500     COPY repairrg.
005600 FD  WORK-ORDER-FILE.
005700     COPY workordr.
005800 FD  REPAIR-INTAKE-RPT
005900     RECORDING MODE IS F.
006000 01  REPAIR-INTAKE-RPT-LINE         PIC X(80).
006100 WORKING-STORAGE SECTION.
006200 01  WS-RQ-FILE-STATUS              PIC X(02) VALUE SPACE.
006300 01  WS-SF-FILE-STATUS              PIC X(02) VALUE SPACE.
006400 01  WS-RG-FILE-STATUS              PIC X(02) VALUE SPACE.
006500 01  WS-WO-FILE-STATUS              PIC X(02) VALUE SPACE.
006600 01  WS-RQ-EOF-SWITCH               PIC X(01) VALUE "N".
006700     88  WS-RQ-EOF                      VALUE "Y".
006800 01  WS-SF-EOF-SWITCH               PIC X(01) VALUE "N".
006900     88  WS-SF-EOF                      VALUE "Y".
007000 01  WS-RG-EOF-SWITCH               PIC X(01) VALUE "N".
007100     88  WS-RG-EOF                      VALUE "Y".
007200 01  WS-WO-EOF-SWITCH               PIC X(01) VALUE "N".
007300     88  WS-WO-EOF                      VALUE "Y".
007400 01  WS-TIMESTAMP.
007500     05  WS-TS-DATE                 PIC 9(08).
007600     05  FILLER                     PIC X(13).
007700*    TARGET COMPLETION DAYS BY PRIORITY, COUNTED FROM THE DAY
007800*    THE REQUEST CAME IN.
007900 01  WS-EMERGENCY-DAYS              PIC 9(03) VALUE 000.
008000 01  WS-URGENT-DAYS                 PIC 9(03) VALUE 002.
008100 01  WS-ROUTINE-DAYS                PIC 9(03) VALUE 010.
008200 01  WS-MAINT-ROLE                  PIC X(10) VALUE "MAINT".
008300 01  WS-REQUEST-DATE                PIC 9(08).
008400 01  WS-TARGET-DATE                 PIC 9(08).
008500 01  WS-TARGET-DAYS                 PIC 9(03).
008600 01  WS-TARGET-INT                  PIC 9(07).
008700 01  WS-EDIT-DATE                   PIC 9(08).
008800 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
008900     05  WS-ED-YYYY                 PIC X(04).
009000     05  WS-ED-MM                   PIC X(02).
009100     05  WS-ED-DD                   PIC X(02).
009200 01  WS-DATE-EDIT.
009300     05  WS-DE-MM                   PIC X(02).
009400     05  FILLER                     PIC X(01) VALUE "/".
009500     05  WS-DE-DD                   PIC X(02).
009600     05  FILLER                     PIC X(01) VALUE "/".
009700     05  WS-DE-YYYY                 PIC X(04).
009800*    THE STAFF MASTER, WITH EACH MAINTENANCE STAFFER'S COUNT OF
009900*    REPAIR ORDERS STILL OPEN.
010000 01  WS-SF-COUNT                    PIC 9(03) COMP VALUE ZERO.
010100 01  WS-SF-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010200 01  WS-SFSUB                       PIC 9(03) COMP.
010300 01  WS-SF-FOUND-SUB                PIC 9(03) COMP.
010400 01  WS-STAFF-TABLE.
010500     05  WS-SF-ENTRY OCCURS 300 TIMES.
010600         10  WS-SF-ID               PIC X(09).
010700         10  WS-SF-STATUS           PIC X(01).
010800             88  WS-SF-ACTIVE           VALUE "A".
010900         10  WS-SF-ROLE             PIC X(10).
011000         10  WS-SF-CAMPUS           PIC X(03).
011100         10  WS-SF-OPEN-LOAD        PIC 9(04) COMP.
011200 01  WS-LOOKUP-STAFF                PIC X(09).
011300 01  WS-LOOKUP-CAMPUS               PIC X(03).
011400 01  WS-ASSIGN-SUB                  PIC 9(03) COMP.
011500 01  WS-WO-SEQ                      PIC 9(05) VALUE 80000.
011600 01  WS-WO-SEQ-LIMIT                PIC 9(05) VALUE 89999.
011700 01  WS-WO-WRITTEN-SWITCH           PIC X(01).
011800     88  WS-WO-WRITTEN                  VALUE "Y".
011900 01  WS-REQUEST-COUNT               PIC 9(05) COMP VALUE ZERO.
012000 01  WS-ORDER-COUNT                 PIC 9(05) COMP VALUE ZERO.
012100 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
012200 01  WS-UNASSIGNED-COUNT            PIC 9(05) COMP VALUE ZERO.
012300 01  WS-WO-FAIL-COUNT               PIC 9(05) COMP VALUE ZERO.
012400 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "REPAIRIN".
012500 01  WS-AUDIT-FIELD-NAME            PIC X(10).
012600 01  WS-AUDIT-VALUE                 PIC X(25).
012700 01  WS-AUDIT-REASON                PIC X(20).
012800 01  WS-RUN-PROGRAM-ID              PIC X(10) VALUE "REPAIRIN".
012900 01  WS-RUN-PHASE                   PIC X(05).
013000 01  WS-RUN-READ                    PIC 9(07).
013100 01  WS-RUN-WRITTEN                 PIC 9(07).
013200 01  WS-RUN-REJECTS                 PIC 9(07).
013300 01  WS-RUN-RC                      PIC 9(04).
013400 01  WS-REPORT-HEADING              PIC X(80)
013500         VALUE "REPAIR REQUEST INTAKE".
013600 01  WS-COLUMN-HEADING.
013700     05  FILLER                     PIC X(40)
013800             VALUE "REQUESTER CMP LOCATION             PRIOR".
013900     05  FILLER                     PIC X(40)
014000             VALUE "ITY  TARGET     ORDER         ASSIGNED".
014100 01  WS-DETAIL-LINE.
014200     05  WS-DL-STAFF-ID             PIC X(09).
014300     05  FILLER                     PIC X(01) VALUE SPACE.
014400     05  WS-DL-CAMPUS               PIC X(03).
014500     05  FILLER                     PIC X(01) VALUE SPACE.
014600     05  WS-DL-LOCATION             PIC X(20).
014700     05  FILLER                     PIC X(01) VALUE SPACE.
014800     05  WS-DL-PRIORITY             PIC X(09).
014900     05  FILLER                     PIC X(01) VALUE SPACE.
015000     05  WS-DL-TARGET               PIC X(10).
015100     05  FILLER                     PIC X(01) VALUE SPACE.
015200     05  WS-DL-ACTION               PIC X(23).
015300     05  FILLER                     PIC X(01) VALUE SPACE.
015400 01  WS-ORDER-ACTION.
015500     05  WS-OA-ORDER-ID             PIC X(13).
015600     05  FILLER                     PIC X(01) VALUE SPACE.
015700     05  WS-OA-ASSIGNED             PIC X(09).
015800 01  WS-SUMMARY-LINE.
015900     05  FILLER                     PIC X(11)
016000             VALUE "REQUESTS - ".
016100     05  WS-SM-REQUESTS             PIC ZZ,ZZ9.
016200     05  FILLER                     PIC X(11)
016300             VALUE "  OPENED - ".
016400     05  WS-SM-OPENED               PIC ZZ,ZZ9.
016500     05  FILLER                     PIC X(13)
016600             VALUE "  REJECTED - ".
016700     05  WS-SM-REJECTED             PIC ZZ,ZZ9.
016800     05  FILLER                     PIC X(15)
016900             VALUE "  UNASSIGNED - ".
017000     05  WS-SM-UNASSIGNED           PIC ZZ,ZZ9.
017100     05  FILLER                     PIC X(06) VALUE SPACE.
017200 PROCEDURE DIVISION.
017300*--------------------------------------------------------------*
017400*    0000-MAINLINE                                              *
017500*--------------------------------------------------------------*
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017800     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
017900         UNTIL WS-RQ-EOF
018000     PERFORM 8000-FINALIZE THRU 8000-EXIT
018100     GOBACK.
018200*--------------------------------------------------------------*
018300*    1000-INITIALIZE - THE STAFF MASTER GOES INTO A TABLE, THE  *
018400*    WORK-ORDER FILE IS SCANNED FOR TODAY'S HIGHEST REPAIR      *
018500*    ORDER NUMBER, AND THE REGISTER IS READ FOR THE REPAIR      *
018600*    ORDERS EACH STAFFER STILL HAS OPEN BEFORE IT IS REOPENED   *
018700*    TO TAKE TODAY'S ROWS.                                      *
018800*--------------------------------------------------------------*
018900 1000-INITIALIZE.
019000     MOVE "START" TO WS-RUN-PHASE
019100     MOVE ZERO TO WS-RUN-READ
019200     MOVE ZERO TO WS-RUN-WRITTEN
019300     MOVE ZERO TO WS-RUN-REJECTS
019400     MOVE ZERO TO WS-RUN-RC
019500     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
019600         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
019700         WS-RUN-RC
019800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
019900     OPEN INPUT STAFF-MASTER-FILE
020000     IF WS-SF-FILE-STATUS = "35"
020100         DISPLAY "REPAIRIN: NO STAFF MASTER - EVERY REQUEST "
020200             "REJECTS"
020300     ELSE
020400         PERFORM 1100-LOAD-STAFF THRU 1100-EXIT
020500             UNTIL WS-SF-EOF
020600         CLOSE STAFF-MASTER-FILE
020700     END-IF
020800     OPEN I-O WORK-ORDER-FILE
020900     PERFORM 1200-SCAN-ORDER THRU 1200-EXIT
021000         UNTIL WS-WO-EOF
021100     OPEN INPUT REPAIR-REGISTER-FILE
021200     IF WS-RG-FILE-STATUS NOT = "35"
021300         PERFORM 1300-LOAD-OPEN-LOAD THRU 1300-EXIT
021400             UNTIL WS-RG-EOF
021500         CLOSE REPAIR-REGISTER-FILE
021600     END-IF
021700     OPEN EXTEND REPAIR-REGISTER-FILE
021800     OPEN OUTPUT REPAIR-INTAKE-RPT
021900     WRITE REPAIR-INTAKE-RPT-LINE FROM WS-REPORT-HEADING
022000     WRITE REPAIR-INTAKE-RPT-LINE FROM WS-COLUMN-HEADING
022100     OPEN INPUT REPAIR-REQUEST-FILE
022200     IF WS-RQ-FILE-STATUS = "35"
022300         DISPLAY "REPAIRIN: NO REPAIR REQUEST FILE - NOTHING "
022400             "TO OPEN"
022500         SET WS-RQ-EOF TO TRUE
022600     ELSE
022700         PERFORM 2900-READ-REQUEST THRU 2900-EXIT
022800     END-IF.
022900 1000-EXIT.
023000     EXIT.
023100*--------------------------------------------------------------*
023200*    1100-LOAD-STAFF                                            *
023300*--------------------------------------------------------------*
023400 1100-LOAD-STAFF.
023500     READ STAFF-MASTER-FILE
023600         AT END
023700             SET WS-SF-EOF TO TRUE
023800             GO TO 1100-EXIT
023900     END-READ
024000     IF WS-SF-COUNT >= 300
024100         ADD 1 TO WS-SF-DROP-COUNT
024200         GO TO 1100-EXIT
024300     END-IF
024400     ADD 1 TO WS-SF-COUNT
024500     MOVE SF-STAFF-ID TO WS-SF-ID (WS-SF-COUNT)
024600     MOVE SF-ACTIVE-STATUS TO WS-SF-STATUS (WS-SF-COUNT)
024700     MOVE SF-ROLE TO WS-SF-ROLE (WS-SF-COUNT)
024800     MOVE SF-CAMPUS-CODE TO WS-SF-CAMPUS (WS-SF-COUNT)
024900     MOVE ZERO TO WS-SF-OPEN-LOAD (WS-SF-COUNT).
025000 1100-EXIT.
025100     EXIT.
025200*--------------------------------------------------------------*
025300*    1200-SCAN-ORDER - TODAY'S ORDER NUMBERS IN THE REPAIR      *
025400*    RANGE MOVE THE NEXT NUMBER PAST THEM, SO A RERUN DOES NOT  *
025500*    COLLIDE WITH ITS OWN ORDERS.                               *
025600*--------------------------------------------------------------*
025700 1200-SCAN-ORDER.
025800     READ WORK-ORDER-FILE NEXT RECORD
025900         AT END
026000             SET WS-WO-EOF TO TRUE
026100             GO TO 1200-EXIT
026200     END-READ
026300     IF WO-ORDER-DATE = WS-TS-DATE
026400             AND WO-ORDER-SEQ > WS-WO-SEQ
026500             AND WO-ORDER-SEQ <= WS-WO-SEQ-LIMIT
026600         MOVE WO-ORDER-SEQ TO WS-WO-SEQ
026700     END-IF.
026800 1200-EXIT.
026900     EXIT.
027000*--------------------------------------------------------------*
027100*    1300-LOAD-OPEN-LOAD - A REGISTER ROW WHOSE ORDER IS STILL  *
027200*    OPEN COUNTS AGAINST THE STAFFER IT WAS ASSIGNED TO.  AN    *
027300*    ORDER NO LONGER ON FILE IS TAKEN AS CLOSED.                *
027400*--------------------------------------------------------------*
027500 1300-LOAD-OPEN-LOAD.
027600     READ REPAIR-REGISTER-FILE
027700         AT END
027800             SET WS-RG-EOF TO TRUE
027900             GO TO 1300-EXIT
028000     END-READ
028100     IF RG-ASSIGNED-STAFF-ID = SPACE
028200         GO TO 1300-EXIT
028300     END-IF
028400     MOVE RG-ORDER-ID TO WO-ORDER-ID
028500     READ WORK-ORDER-FILE
028600         INVALID KEY
028700             GO TO 1300-EXIT
028800     END-READ
028900     IF NOT WO-STATUS-OPEN
029000         GO TO 1300-EXIT
029100     END-IF
029200     MOVE RG-ASSIGNED-STAFF-ID TO WS-LOOKUP-STAFF
029300     PERFORM 2100-FIND-STAFF THRU 2100-EXIT
029400     IF WS-SF-FOUND-SUB > 0
029500         ADD 1 TO WS-SF-OPEN-LOAD (WS-SF-FOUND-SUB)
029600     END-IF.
029700 1300-EXIT.
029800     EXIT.
029900*--------------------------------------------------------------*
030000*    2000-PROCESS-REQUEST - ONE REPAIR REQUEST.  A REJECTED     *
030100*    REQUEST IS LISTED WITH ITS REASON AND GOES TO THE SHARED   *
030200*    AUDIT LOG; IT OPENS NO ORDER.                              *
030300*--------------------------------------------------------------*
030400 2000-PROCESS-REQUEST.
030500     ADD 1 TO WS-REQUEST-COUNT
030600     MOVE SPACE TO WS-DETAIL-LINE
030700     MOVE RQ-STAFF-ID TO WS-DL-STAFF-ID
030800     MOVE RQ-CAMPUS-CODE TO WS-DL-CAMPUS
030900     MOVE RQ-LOCATION TO WS-DL-LOCATION
031000     PERFORM 2050-EDIT-PRIORITY THRU 2050-EXIT
031100     MOVE RQ-STAFF-ID TO WS-LOOKUP-STAFF
031200     PERFORM 2100-FIND-STAFF THRU 2100-EXIT
031300     IF WS-SF-FOUND-SUB = 0
031400         MOVE "RQ-STAFF" TO WS-AUDIT-FIELD-NAME
031500         MOVE RQ-STAFF-ID TO WS-AUDIT-VALUE
031600         MOVE "NOT ON STAFF MASTER" TO WS-AUDIT-REASON
031700         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
031800         GO TO 2000-NEXT
031900     END-IF
032000     IF NOT WS-SF-ACTIVE (WS-SF-FOUND-SUB)
032100         MOVE "RQ-STAFF" TO WS-AUDIT-FIELD-NAME
032200         MOVE RQ-STAFF-ID TO WS-AUDIT-VALUE
032300         MOVE "STAFF INACTIVE" TO WS-AUDIT-REASON
032400         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
032500         GO TO 2000-NEXT
032600     END-IF
032700     IF NOT RQ-PRIORITY-VALID
032800         MOVE "RQ-PRIOR" TO WS-AUDIT-FIELD-NAME
032900         MOVE RQ-PRIORITY TO WS-AUDIT-VALUE
033000         MOVE "BAD PRIORITY" TO WS-AUDIT-REASON
033100         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
033200         GO TO 2000-NEXT
033300     END-IF
033400     IF RQ-LOCATION = SPACE AND RQ-EQUIPMENT-ID = SPACE
033500         MOVE "RQ-LOCAT" TO WS-AUDIT-FIELD-NAME
033600         MOVE RQ-STAFF-ID TO WS-AUDIT-VALUE
033700         MOVE "NO LOCATION OR ITEM" TO WS-AUDIT-REASON
033800         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
033900         GO TO 2000-NEXT
034000     END-IF
034100     IF RQ-CAMPUS-CODE = SPACE
034200         MOVE WS-SF-CAMPUS (WS-SF-FOUND-SUB) TO RQ-CAMPUS-CODE
034300         MOVE RQ-CAMPUS-CODE TO WS-DL-CAMPUS
034400     END-IF
034500     PERFORM 2200-SET-TARGET THRU 2200-EXIT
034600     PERFORM 2300-ASSIGN-STAFF THRU 2300-EXIT
034700     PERFORM 2400-OPEN-WORK-ORDER THRU 2400-EXIT
034800     WRITE REPAIR-INTAKE-RPT-LINE FROM WS-DETAIL-LINE.
034900 2000-NEXT.
035000     PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
035100 2000-EXIT.
035200     EXIT.
035300*--------------------------------------------------------------*
035400*    2050-EDIT-PRIORITY                                         *
035500*--------------------------------------------------------------*
035600 2050-EDIT-PRIORITY.
035700     EVALUATE TRUE
035800         WHEN RQ-EMERGENCY
035900             MOVE "EMERGENCY" TO WS-DL-PRIORITY
036000         WHEN RQ-URGENT
036100             MOVE "URGENT" TO WS-DL-PRIORITY
036200         WHEN RQ-ROUTINE
036300             MOVE "ROUTINE" TO WS-DL-PRIORITY
036400         WHEN OTHER
036500             MOVE RQ-PRIORITY TO WS-DL-PRIORITY
036600     END-EVALUATE.
036700 2050-EXIT.
036800     EXIT.
036900*--------------------------------------------------------------*
037000*    2100-FIND-STAFF - WS-SF-FOUND-SUB COMES BACK POINTING AT   *
037100*    WS-LOOKUP-STAFF'S TABLE ENTRY, OR ZERO.                    *
037200*--------------------------------------------------------------*
037300 2100-FIND-STAFF.
037400     MOVE ZERO TO WS-SF-FOUND-SUB
037500     PERFORM 2110-MATCH-STAFF THRU 2110-EXIT
037600         VARYING WS-SFSUB FROM 1 BY 1
037700         UNTIL WS-SFSUB > WS-SF-COUNT
037800             OR WS-SF-FOUND-SUB > 0.
037900 2100-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------*
038200*    2110-MATCH-STAFF                                           *
038300*--------------------------------------------------------------*
038400 2110-MATCH-STAFF.
038500     IF WS-LOOKUP-STAFF = WS-SF-ID (WS-SFSUB)
038600         MOVE WS-SFSUB TO WS-SF-FOUND-SUB
038700     END-IF.
038800 2110-EXIT.
038900     EXIT.
039000*--------------------------------------------------------------*
039100*    2200-SET-TARGET - THE TARGET COMPLETION DATE IS THE        *
039200*    REQUEST DATE PLUS THE PRIORITY'S DAYS.  A REQUEST WITH NO  *
039300*    USABLE DATE IS TAKEN AS CALLED IN TODAY.                   *
039400*--------------------------------------------------------------*
039500 2200-SET-TARGET.
039600     IF RQ-REQUEST-DATE NOT NUMERIC
039700             OR RQ-REQUEST-DATE = ZERO
039800             OR RQ-REQUEST-DATE > WS-TS-DATE
039900         MOVE WS-TS-DATE TO WS-REQUEST-DATE
040000     ELSE
040100         MOVE RQ-REQUEST-DATE TO WS-REQUEST-DATE
040200     END-IF
040300     EVALUATE TRUE
040400         WHEN RQ-EMERGENCY
040500             MOVE WS-EMERGENCY-DAYS TO WS-TARGET-DAYS
040600         WHEN RQ-URGENT
040700             MOVE WS-URGENT-DAYS TO WS-TARGET-DAYS
040800         WHEN OTHER
040900             MOVE WS-ROUTINE-DAYS TO WS-TARGET-DAYS
041000     END-EVALUATE
041100     COMPUTE WS-TARGET-INT =
041200         FUNCTION INTEGER-OF-DATE (WS-REQUEST-DATE)
041300         + WS-TARGET-DAYS
041400     COMPUTE WS-TARGET-DATE =
041500         FUNCTION DATE-OF-INTEGER (WS-TARGET-INT)
041600     MOVE WS-TARGET-DATE TO WS-EDIT-DATE
041700     MOVE WS-ED-MM TO WS-DE-MM
041800     MOVE WS-ED-DD TO WS-DE-DD
041900     MOVE WS-ED-YYYY TO WS-DE-YYYY
042000     MOVE WS-DATE-EDIT TO WS-DL-TARGET.
042100 2200-EXIT.
042200     EXIT.
042300*--------------------------------------------------------------*
042400*    2300-ASSIGN-STAFF - THE ACTIVE MAINTENANCE STAFFER ON THE  *
042500*    REQUEST'S CAMPUS WITH THE FEWEST OPEN REPAIR ORDERS (THE   *
042600*    FIRST ON THE MASTER ON A TIE); FAILING THAT, THE SAME      *
042700*    TEST ACROSS THE DISTRICT.  WS-ASSIGN-SUB COMES BACK ZERO   *
042800*    WHEN THERE IS NOBODY.                                      *
042900*--------------------------------------------------------------*
043000 2300-ASSIGN-STAFF.
043100     MOVE ZERO TO WS-ASSIGN-SUB
043200     MOVE RQ-CAMPUS-CODE TO WS-LOOKUP-CAMPUS
043300     PERFORM 2310-CHECK-ASSIGNEE THRU 2310-EXIT
043400         VARYING WS-SFSUB FROM 1 BY 1
043500         UNTIL WS-SFSUB > WS-SF-COUNT
043600     IF WS-ASSIGN-SUB > 0
043700         GO TO 2300-EXIT
043800     END-IF
043900     MOVE SPACE TO WS-LOOKUP-CAMPUS
044000     PERFORM 2310-CHECK-ASSIGNEE THRU 2310-EXIT
044100         VARYING WS-SFSUB FROM 1 BY 1
044200         UNTIL WS-SFSUB > WS-SF-COUNT.
044300 2300-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------*
044600*    2310-CHECK-ASSIGNEE - A BLANK WS-LOOKUP-CAMPUS TAKES ANY   *
044700*    CAMPUS.                                                    *
044800*--------------------------------------------------------------*
044900 2310-CHECK-ASSIGNEE.
045000     IF NOT WS-SF-ACTIVE (WS-SFSUB)
045100             OR WS-SF-ROLE (WS-SFSUB) NOT = WS-MAINT-ROLE
045200         GO TO 2310-EXIT
045300     END-IF
045400     IF WS-LOOKUP-CAMPUS NOT = SPACE
045500             AND WS-SF-CAMPUS (WS-SFSUB) NOT = WS-LOOKUP-CAMPUS
045600         GO TO 2310-EXIT
045700     END-IF
045800     IF WS-ASSIGN-SUB = 0
045900         MOVE WS-SFSUB TO WS-ASSIGN-SUB
046000         GO TO 2310-EXIT
046100     END-IF
046200     IF WS-SF-OPEN-LOAD (WS-SFSUB)
046300             < WS-SF-OPEN-LOAD (WS-ASSIGN-SUB)
046400         MOVE WS-SFSUB TO WS-ASSIGN-SUB
046500     END-IF.
046600 2310-EXIT.
046700     EXIT.
046800*--------------------------------------------------------------*
046900*    2400-OPEN-WORK-ORDER - THE ORDER IS DUE ON THE TARGET DATE *
047000*    WITH A ZERO INTERVAL, SO THE OVERDUE RUN ESCALATES IT THE  *
047100*    DAY AFTER THE TARGET IS MISSED.  A REQUEST WITH NO         *
047200*    EQUIPMENT ID IS NAMED BY ITS CAMPUS AND LOCATION.  THE     *
047300*    REGISTER ROW IS WRITTEN ONLY ONCE THE ORDER IS ON FILE.    *
047400*--------------------------------------------------------------*
047500 2400-OPEN-WORK-ORDER.
047600     MOVE SPACE TO WORK-ORDER-RECORD
047700     MOVE WS-TS-DATE TO WO-ORDER-DATE
047800     MOVE RQ-EQUIPMENT-ID TO WO-EQUIPMENT-ID
047900     STRING RQ-CAMPUS-CODE DELIMITED BY SIZE
048000         " " DELIMITED BY SIZE
048100         RQ-LOCATION DELIMITED BY SIZE
048200         INTO WO-EQUIPMENT-NAME
048300     END-STRING
048400     MOVE WS-TARGET-DATE TO WO-DUE-DATE
048500     MOVE ZERO TO WO-SERVICE-INTERVAL
048600     SET WO-STATUS-OPEN TO TRUE
048700     MOVE ZERO TO WO-COMPLETE-DATE
048800     MOVE RQ-DESCRIPTION TO WO-NOTES
048900     SET WO-REPAIR TO TRUE
049000     MOVE "N" TO WS-WO-WRITTEN-SWITCH
049100     PERFORM 2410-WRITE-ORDER THRU 2410-EXIT
049200         UNTIL WS-WO-WRITTEN
049300             OR WS-WO-SEQ >= WS-WO-SEQ-LIMIT
049400     IF NOT WS-WO-WRITTEN
049500         ADD 1 TO WS-WO-FAIL-COUNT
049600         MOVE "NO ORDER NUMBER LEFT" TO WS-DL-ACTION
049700         GO TO 2400-EXIT
049800     END-IF
049900     ADD 1 TO WS-ORDER-COUNT
050000     MOVE WO-ORDER-ID TO WS-OA-ORDER-ID
050100     MOVE SPACE TO REPAIR-REGISTER-RECORD
050200     MOVE WO-ORDER-ID TO RG-ORDER-ID
050300     MOVE WS-REQUEST-DATE TO RG-REQUEST-DATE
050400     MOVE RQ-STAFF-ID TO RG-STAFF-ID
050500     MOVE RQ-CAMPUS-CODE TO RG-CAMPUS-CODE
050600     MOVE RQ-LOCATION TO RG-LOCATION
050700     MOVE RQ-EQUIPMENT-ID TO RG-EQUIPMENT-ID
050800     MOVE RQ-PRIORITY TO RG-PRIORITY
050900     MOVE WS-TARGET-DATE TO RG-TARGET-DATE
051000     IF WS-ASSIGN-SUB > 0
051100         MOVE WS-SF-ID (WS-ASSIGN-SUB) TO RG-ASSIGNED-STAFF-ID
051200         MOVE WS-SF-ID (WS-ASSIGN-SUB) TO WS-OA-ASSIGNED
051300         ADD 1 TO WS-SF-OPEN-LOAD (WS-ASSIGN-SUB)
051400     ELSE
051500         ADD 1 TO WS-UNASSIGNED-COUNT
051600         MOVE "NO STAFF" TO WS-OA-ASSIGNED
051700     END-IF
051800     WRITE REPAIR-REGISTER-RECORD
051900     MOVE WS-ORDER-ACTION TO WS-DL-ACTION.
052000 2400-EXIT.
052100     EXIT.
052200*--------------------------------------------------------------*
052300*    2410-WRITE-ORDER - THE NEXT FREE NUMBER IN THE REPAIR      *
052400*    RANGE; A NUMBER ALREADY TAKEN IS STEPPED PAST.             *
052500*--------------------------------------------------------------*
052600 2410-WRITE-ORDER.
052700     ADD 1 TO WS-WO-SEQ
052800     MOVE WS-WO-SEQ TO WO-ORDER-SEQ
052900     WRITE WORK-ORDER-RECORD
053000         INVALID KEY
053100             GO TO 2410-EXIT
053200     END-WRITE
053300     MOVE "Y" TO WS-WO-WRITTEN-SWITCH.
053400 2410-EXIT.
053500     EXIT.
053600*--------------------------------------------------------------*
053700*    2800-REJECT-REQUEST                                        *
053800*--------------------------------------------------------------*
053900 2800-REJECT-REQUEST.
054000     ADD 1 TO WS-REJECT-COUNT
054100     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID
054200         WS-AUDIT-FIELD-NAME WS-AUDIT-VALUE
054300         WS-AUDIT-REASON
054400     MOVE WS-AUDIT-REASON TO WS-DL-ACTION
054500     WRITE REPAIR-INTAKE-RPT-LINE FROM WS-DETAIL-LINE.
054600 2800-EXIT.
054700     EXIT.
054800*--------------------------------------------------------------*
054900*    2900-READ-REQUEST                                          *
055000*--------------------------------------------------------------*
055100 2900-READ-REQUEST.
055200     READ REPAIR-REQUEST-FILE
055300         AT END
055400             SET WS-RQ-EOF TO TRUE
055500     END-READ.
055600 2900-EXIT.
055700     EXIT.
055800*--------------------------------------------------------------*
055900*    8000-FINALIZE                                              *
056000*--------------------------------------------------------------*
056100 8000-FINALIZE.
056200     MOVE WS-REQUEST-COUNT TO WS-SM-REQUESTS
056300     MOVE WS-ORDER-COUNT TO WS-SM-OPENED
056400     MOVE WS-REJECT-COUNT TO WS-SM-REJECTED
056500     MOVE WS-UNASSIGNED-COUNT TO WS-SM-UNASSIGNED
056600     WRITE REPAIR-INTAKE-RPT-LINE FROM WS-SUMMARY-LINE
056700     IF WS-RQ-FILE-STATUS NOT = "35"
056800         CLOSE REPAIR-REQUEST-FILE
056900     END-IF
057000     CLOSE WORK-ORDER-FILE
057100     CLOSE REPAIR-REGISTER-FILE
057200     CLOSE REPAIR-INTAKE-RPT
057300     IF WS-REJECT-COUNT > 0 OR WS-UNASSIGNED-COUNT > 0
057400         MOVE 4 TO RETURN-CODE
057500     END-IF
057600     IF WS-SF-DROP-COUNT > 0
057700         DISPLAY "REPAIRIN: STAFF TABLE FULL - DROPPED - "
057800             WS-SF-DROP-COUNT
057900         MOVE 8 TO RETURN-CODE
058000     END-IF
058100     IF WS-WO-FAIL-COUNT > 0
058200         DISPLAY "REPAIRIN: WORK ORDERS NOT WRITTEN - "
058300             WS-WO-FAIL-COUNT
058400         MOVE 8 TO RETURN-CODE
058500     END-IF
058600     MOVE "END" TO WS-RUN-PHASE
058700     MOVE WS-REQUEST-COUNT TO WS-RUN-READ
058800     MOVE WS-ORDER-COUNT TO WS-RUN-WRITTEN
058900     MOVE WS-REJECT-COUNT TO WS-RUN-REJECTS
059000     MOVE RETURN-CODE TO WS-RUN-RC
059100     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
059200         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
059300         WS-RUN-RC
059400     MOVE WS-RUN-RC TO RETURN-CODE.
059500 8000-EXIT.
059600     EXIT.
059700 END PROGRAM REPAIRIN.
