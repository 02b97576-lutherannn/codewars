000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REPAIRWK.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    WEEKLY REPAIR RESPONSE-TIME REPORT.  READS THE REPAIR      *
000900*    REGISTER AND LOOKS UP EACH ORDER ON THE WORK-ORDER FILE.   *
001000*    AN ORDER CLOSED IN THE SEVEN DAYS ENDING TODAY COUNTS AS   *
001100*    DONE, WITH ITS RESPONSE TIME IN DAYS FROM THE REQUEST TO   *
001200*    THE COMPLETION DATE, AND IS ON TARGET WHEN IT CLOSED BY    *
001300*    ITS PRIORITY'S TARGET DATE.  AN ORDER STILL OPEN PAST ITS  *
001400*    TARGET IS COUNTED AS WELL.  BOTH ARE LISTED ORDER BY ORDER *
001500*    WHEN LATE, THEN TOTALLED BY CAMPUS AND PRIORITY WITH       *
001600*    DISTRICT TOTALS BY PRIORITY.                               *
001700*    RC 4 - AN ORDER IS OPEN PAST ITS TARGET, OR A REGISTER     *
001800*    ROW'S ORDER IS NOT ON FILE.  RC 8 - A TABLE FILLED.        *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT REPAIR-REGISTER-FILE ASSIGN TO REPAIRRG
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-RG-FILE-STATUS.
002900     SELECT WORK-ORDER-FILE ASSIGN TO WORKORDR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS WO-ORDER-ID
003300         FILE STATUS IS WS-WO-FILE-STATUS.
003400     SELECT REPAIR-RESPONSE-RPT ASSIGN TO REPWKRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  REPAIR-REGISTER-FILE
003900     RECORDING MODE IS F.
004000     COPY repairrg.
004100 FD  WORK-ORDER-FILE.
004200     COPY workordr.
004300 FD  REPAIR-RESPONSE-RPT
004400     RECORDING MODE IS F.
004500 01  REPAIR-RESPONSE-RPT-LINE       PIC X(80).
004600 WORKING-STORAGE SECTION.
004700 01  WS-RG-FILE-STATUS              PIC X(02) VALUE SPACE.
004800 01  WS-WO-FILE-STATUS              PIC X(02) VALUE SPACE.
004900 01  WS-RG-EOF-SWITCH               PIC X(01) VALUE "N".
005000     88  WS-RG-EOF                      VALUE "Y".
005100 01  WS-WO-FOUND-SWITCH             PIC X(01).
005200     88  WS-WO-FOUND                    VALUE "Y".
005300 01  WS-TIMESTAMP.
005400     05  WS-TS-DATE                 PIC 9(08).
005500     05  FILLER                     PIC X(13).
005600 01  WS-TODAY-INT                   PIC 9(07).
005700 01  WS-WEEK-START-INT              PIC 9(07).
005800 01  WS-WEEK-START-DATE             PIC 9(08).
005900 01  WS-RESPONSE-DAYS               PIC 9(05).
006000 01  WS-DAYS-OVER                   PIC 9(05).
006100 01  WS-EDIT-DATE                   PIC 9(08).
006200 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
006300     05  WS-ED-YYYY                 PIC X(04).
006400     05  WS-ED-MM                   PIC X(02).
006500     05  WS-ED-DD                   PIC X(02).
006600 01  WS-DATE-EDIT.
006700     05  WS-DE-MM                   PIC X(02).
006800     05  FILLER                     PIC X(01) VALUE "/".
006900     05  WS-DE-DD                   PIC X(02).
007000     05  FILLER                     PIC X(01) VALUE "/".
007100     05  WS-DE-YYYY                 PIC X(04).
007200*    PRIORITY NAMES, 1 EMERGENCY, 2 URGENT, 3 ROUTINE.
007300 01  WS-PRIORITY-NAMES.
007400     05  FILLER                     PIC X(09) VALUE "EMERGENCY".
007500     05  FILLER                     PIC X(09) VALUE "URGENT".
007600     05  FILLER                     PIC X(09) VALUE "ROUTINE".
007700 01  WS-PRIORITY-NAME-TABLE REDEFINES WS-PRIORITY-NAMES.
007800     05  WS-PRIORITY-NAME           PIC X(09) OCCURS 3 TIMES.
007900 01  WS-PSUB                        PIC 9(01) COMP.
008000*    THE WEEK'S COUNTS BY CAMPUS AND PRIORITY.
008100 01  WS-CP-COUNT                    PIC 9(03) COMP VALUE ZERO.
008200 01  WS-CP-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
008300 01  WS-CPSUB                       PIC 9(03) COMP.
008400 01  WS-CP-FOUND-SUB                PIC 9(03) COMP.
008500 01  WS-CAMPUS-TABLE.
008600     05  WS-CP-ENTRY OCCURS 50 TIMES.
008700         10  WS-CP-CAMPUS           PIC X(03).
008800         10  WS-CP-PRIORITY OCCURS 3 TIMES.
008900             15  WS-CP-DONE         PIC 9(05) COMP.
009000             15  WS-CP-ON-TARGET    PIC 9(05) COMP.
009100             15  WS-CP-DAYS         PIC 9(07) COMP.
009200             15  WS-CP-OPEN-LATE    PIC 9(05) COMP.
009300*    DISTRICT TOTALS BY PRIORITY.
009400 01  WS-DISTRICT-TABLE.
009500     05  WS-DT-PRIORITY OCCURS 3 TIMES.
009600         10  WS-DT-DONE             PIC 9(05) COMP.
009700         10  WS-DT-ON-TARGET        PIC 9(05) COMP.
009800         10  WS-DT-DAYS             PIC 9(07) COMP.
009900         10  WS-DT-OPEN-LATE        PIC 9(05) COMP.
010000 01  WS-LINE-DONE                   PIC 9(05) COMP.
010100 01  WS-LINE-ON-TARGET              PIC 9(05) COMP.
010200 01  WS-LINE-DAYS                   PIC 9(07) COMP.
010300 01  WS-LINE-OPEN-LATE              PIC 9(05) COMP.
010400 01  WS-ON-TARGET-PCT               PIC 9(03).
010500 01  WS-AVERAGE-DAYS                PIC 9(03)V9.
010600 01  WS-REGISTER-COUNT              PIC 9(07) COMP VALUE ZERO.
010700 01  WS-DONE-COUNT                  PIC 9(07) COMP VALUE ZERO.
010800 01  WS-LATE-DONE-COUNT             PIC 9(07) COMP VALUE ZERO.
010900 01  WS-OPEN-LATE-COUNT             PIC 9(07) COMP VALUE ZERO.
011000 01  WS-NOT-ON-FILE-COUNT           PIC 9(07) COMP VALUE ZERO.
011100 01  WS-RUN-PROGRAM-ID              PIC X(10) VALUE "REPAIRWK".
011200 01  WS-RUN-PHASE                   PIC X(05).
011300 01  WS-RUN-READ                    PIC 9(07).
011400 01  WS-RUN-WRITTEN                 PIC 9(07).
011500 01  WS-RUN-REJECTS                 PIC 9(07).
011600 01  WS-RUN-RC                      PIC 9(04).
011700 01  WS-REPORT-HEADING              PIC X(80)
011800         VALUE "WEEKLY REPAIR RESPONSE-TIME REPORT".
011900 01  WS-WEEK-HEADING.
012000     05  FILLER                     PIC X(08) VALUE "WEEK OF ".
012100     05  WS-WH-FROM                 PIC X(10).
012200     05  FILLER                     PIC X(06) VALUE " THRU ".
012300     05  WS-WH-THRU                 PIC X(10).
012400     05  FILLER                     PIC X(46) VALUE SPACE.
012500 01  WS-LATE-HEADING                PIC X(80)
012600         VALUE "REPAIR ORDERS PAST TARGET".
012700 01  WS-LATE-COLUMN-HEADING.
012800     05  FILLER                     PIC X(40)
012900             VALUE "ORDER         CMP PRIORITY  TARGET     S".
013000     05  FILLER                     PIC X(40)
013100             VALUE "TATUS   OVER ASSIGNED".
013200 01  WS-LATE-LINE.
013300     05  WS-LL-ORDER-ID             PIC X(13).
013400     05  FILLER                     PIC X(01) VALUE SPACE.
013500     05  WS-LL-CAMPUS               PIC X(03).
013600     05  FILLER                     PIC X(01) VALUE SPACE.
013700     05  WS-LL-PRIORITY             PIC X(09).
013800     05  FILLER                     PIC X(01) VALUE SPACE.
013900     05  WS-LL-TARGET               PIC X(10).
014000     05  FILLER                     PIC X(01) VALUE SPACE.
014100     05  WS-LL-STATUS               PIC X(09).
014200     05  FILLER                     PIC X(01) VALUE SPACE.
014300     05  WS-LL-DAYS-OVER            PIC ZZ9.
014400     05  FILLER                     PIC X(01) VALUE SPACE.
014500     05  WS-LL-ASSIGNED             PIC X(09).
014600     05  FILLER                     PIC X(18) VALUE SPACE.
014700 01  WS-RESPONSE-HEADING            PIC X(80)
014800         VALUE "RESPONSE TIME AGAINST TARGET".
014900 01  WS-RESPONSE-COL-HEADING.
015000     05  FILLER                     PIC X(40)
015100             VALUE "CMP PRIORITY    DONE  ON TARGET     PCT ".
015200     05  FILLER                     PIC X(40)
015300             VALUE " AVG DAYS   OPEN PAST TARGET".
015400 01  WS-RESPONSE-LINE.
015500     05  WS-RL-CAMPUS               PIC X(03).
015600     05  FILLER                     PIC X(01) VALUE SPACE.
015700     05  WS-RL-PRIORITY             PIC X(09).
015800     05  FILLER                     PIC X(01) VALUE SPACE.
015900     05  WS-RL-DONE                 PIC ZZ,ZZ9.
016000     05  FILLER                     PIC X(05) VALUE SPACE.
016100     05  WS-RL-ON-TARGET            PIC ZZ,ZZ9.
016200     05  FILLER                     PIC X(05) VALUE SPACE.
016300     05  WS-RL-PCT                  PIC ZZ9.
016400     05  FILLER                     PIC X(01) VALUE "%".
016500     05  FILLER                     PIC X(04) VALUE SPACE.
016600     05  WS-RL-AVG-DAYS             PIC ZZ9.9.
016700     05  FILLER                     PIC X(13) VALUE SPACE.
016800     05  WS-RL-OPEN-LATE            PIC ZZ,ZZ9.
016900     05  FILLER                     PIC X(12) VALUE SPACE.
017000 01  WS-SUMMARY-LINE.
017100     05  FILLER                     PIC X(11)
017200             VALUE "REGISTER - ".
017300     05  WS-SM-REGISTER             PIC Z,ZZZ,ZZ9.
017400     05  FILLER                     PIC X(17)
017500             VALUE "  DONE IN WEEK - ".
017600     05  WS-SM-DONE                 PIC ZZ,ZZ9.
017700     05  FILLER                     PIC X(16)
017800             VALUE "  NOT ON FILE - ".
017900     05  WS-SM-NOT-ON-FILE          PIC ZZ,ZZ9.
018000     05  FILLER                     PIC X(15) VALUE SPACE.
018100 PROCEDURE DIVISION.
018200*--------------------------------------------------------------*
018300*    0000-MAINLINE                                              *
018400*--------------------------------------------------------------*
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018700     PERFORM 2000-PROCESS-REGISTER THRU 2000-EXIT
018800         UNTIL WS-RG-EOF
018900     PERFORM 3000-PRINT-RESPONSE THRU 3000-EXIT
019000     PERFORM 8000-FINALIZE THRU 8000-EXIT
019100     GOBACK.
019200*--------------------------------------------------------------*
019300*    1000-INITIALIZE - THE WEEK IS THE SEVEN DAYS ENDING TODAY. *
019400*--------------------------------------------------------------*
019500 1000-INITIALIZE.
019600     MOVE "START" TO WS-RUN-PHASE
019700     MOVE ZERO TO WS-RUN-READ
019800     MOVE ZERO TO WS-RUN-WRITTEN
019900     MOVE ZERO TO WS-RUN-REJECTS
020000     MOVE ZERO TO WS-RUN-RC
020100     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
020200         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
020300         WS-RUN-RC
020400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
020500     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TS-DATE)
020600     COMPUTE WS-WEEK-START-INT = WS-TODAY-INT - 6
020700     COMPUTE WS-WEEK-START-DATE =
020800         FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT)
020900     INITIALIZE WS-DISTRICT-TABLE
021000     OPEN INPUT WORK-ORDER-FILE
021100     OPEN OUTPUT REPAIR-RESPONSE-RPT
021200     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-REPORT-HEADING
021300     MOVE WS-WEEK-START-DATE TO WS-EDIT-DATE
021400     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
021500     MOVE WS-DATE-EDIT TO WS-WH-FROM
021600     MOVE WS-TS-DATE TO WS-EDIT-DATE
021700     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
021800     MOVE WS-DATE-EDIT TO WS-WH-THRU
021900     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-WEEK-HEADING
022000     MOVE SPACE TO REPAIR-RESPONSE-RPT-LINE
022100     WRITE REPAIR-RESPONSE-RPT-LINE
022200     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-LATE-HEADING
022300     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-LATE-COLUMN-HEADING
022400     OPEN INPUT REPAIR-REGISTER-FILE
022500     IF WS-RG-FILE-STATUS = "35"
022600         DISPLAY "REPAIRWK: NO REPAIR REGISTER - NOTHING TO "
022700             "REPORT"
022800         SET WS-RG-EOF TO TRUE
022900     END-IF.
023000 1000-EXIT.
023100     EXIT.
023200*--------------------------------------------------------------*
023300*    2000-PROCESS-REGISTER - ONE REGISTER ROW.  AN ORDER        *
023400*    CLOSED OUTSIDE THE WEEK, OR STILL OPEN AND NOT YET PAST    *
023500*    ITS TARGET, IS PASSED OVER.                                *
023600*--------------------------------------------------------------*
023700 2000-PROCESS-REGISTER.
023800     READ REPAIR-REGISTER-FILE
023900         AT END
024000             SET WS-RG-EOF TO TRUE
024100             GO TO 2000-EXIT
024200     END-READ
024300     ADD 1 TO WS-REGISTER-COUNT
024400     MOVE "Y" TO WS-WO-FOUND-SWITCH
024500     MOVE RG-ORDER-ID TO WO-ORDER-ID
024600     READ WORK-ORDER-FILE
024700         INVALID KEY
024800             MOVE "N" TO WS-WO-FOUND-SWITCH
024900     END-READ
025000     IF NOT WS-WO-FOUND
025100         ADD 1 TO WS-NOT-ON-FILE-COUNT
025200         GO TO 2000-EXIT
025300     END-IF
025400     EVALUATE TRUE
025500         WHEN RG-EMERGENCY
025600             MOVE 1 TO WS-PSUB
025700         WHEN RG-URGENT
025800             MOVE 2 TO WS-PSUB
025900         WHEN OTHER
026000             MOVE 3 TO WS-PSUB
026100     END-EVALUATE
026200     IF WO-STATUS-OPEN
026300         IF RG-TARGET-DATE < WS-TS-DATE
026400             PERFORM 2200-COUNT-OPEN-LATE THRU 2200-EXIT
026500         END-IF
026600         GO TO 2000-EXIT
026700     END-IF
026800     IF WO-COMPLETE-DATE < WS-WEEK-START-DATE
026900             OR WO-COMPLETE-DATE > WS-TS-DATE
027000         GO TO 2000-EXIT
027100     END-IF
027200     PERFORM 2100-COUNT-DONE THRU 2100-EXIT.
027300 2000-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------*
027600*    2100-COUNT-DONE - RESPONSE DAYS RUN FROM THE REQUEST DATE  *
027700*    TO THE COMPLETION DATE; A SAME-DAY REPAIR IS ZERO DAYS.    *
027800*--------------------------------------------------------------*
027900 2100-COUNT-DONE.
028000     PERFORM 2300-FIND-CAMPUS THRU 2300-EXIT
028100     ADD 1 TO WS-DONE-COUNT
028200     IF WO-COMPLETE-DATE > RG-REQUEST-DATE
028300         COMPUTE WS-RESPONSE-DAYS =
028400             FUNCTION INTEGER-OF-DATE (WO-COMPLETE-DATE)
028500             - FUNCTION INTEGER-OF-DATE (RG-REQUEST-DATE)
028600     ELSE
028700         MOVE ZERO TO WS-RESPONSE-DAYS
028800     END-IF
028900     ADD 1 TO WS-DT-DONE (WS-PSUB)
029000     ADD WS-RESPONSE-DAYS TO WS-DT-DAYS (WS-PSUB)
029100     IF WS-CP-FOUND-SUB > 0
029200         ADD 1 TO WS-CP-DONE (WS-CP-FOUND-SUB WS-PSUB)
029300         ADD WS-RESPONSE-DAYS
029400             TO WS-CP-DAYS (WS-CP-FOUND-SUB WS-PSUB)
029500     END-IF
029600     IF WO-COMPLETE-DATE <= RG-TARGET-DATE
029700         ADD 1 TO WS-DT-ON-TARGET (WS-PSUB)
029800         IF WS-CP-FOUND-SUB > 0
029900             ADD 1 TO WS-CP-ON-TARGET (WS-CP-FOUND-SUB WS-PSUB)
030000         END-IF
030100         GO TO 2100-EXIT
030200     END-IF
030300     ADD 1 TO WS-LATE-DONE-COUNT
030400     COMPUTE WS-DAYS-OVER =
030500         FUNCTION INTEGER-OF-DATE (WO-COMPLETE-DATE)
030600         - FUNCTION INTEGER-OF-DATE (RG-TARGET-DATE)
030700     MOVE "DONE LATE" TO WS-LL-STATUS
030800     PERFORM 2400-WRITE-LATE-LINE THRU 2400-EXIT.
030900 2100-EXIT.
031000     EXIT.
031100*--------------------------------------------------------------*
031200*    2200-COUNT-OPEN-LATE                                       *
031300*--------------------------------------------------------------*
031400 2200-COUNT-OPEN-LATE.
031500     PERFORM 2300-FIND-CAMPUS THRU 2300-EXIT
031600     ADD 1 TO WS-OPEN-LATE-COUNT
031700     ADD 1 TO WS-DT-OPEN-LATE (WS-PSUB)
031800     IF WS-CP-FOUND-SUB > 0
031900         ADD 1 TO WS-CP-OPEN-LATE (WS-CP-FOUND-SUB WS-PSUB)
032000     END-IF
032100     COMPUTE WS-DAYS-OVER = WS-TODAY-INT
032200         - FUNCTION INTEGER-OF-DATE (RG-TARGET-DATE)
032300     MOVE "OPEN" TO WS-LL-STATUS
032400     PERFORM 2400-WRITE-LATE-LINE THRU 2400-EXIT.
032500 2200-EXIT.
032600     EXIT.
032700*--------------------------------------------------------------*
032800*    2300-FIND-CAMPUS - WS-CP-FOUND-SUB COMES BACK POINTING AT  *
032900*    THE ROW'S CAMPUS ENTRY, ADDED IF NEW, OR ZERO WHEN THE     *
033000*    TABLE IS FULL.                                             *
033100*--------------------------------------------------------------*
033200 2300-FIND-CAMPUS.
033300     MOVE ZERO TO WS-CP-FOUND-SUB
033400     PERFORM 2310-MATCH-CAMPUS THRU 2310-EXIT
033500         VARYING WS-CPSUB FROM 1 BY 1
033600         UNTIL WS-CPSUB > WS-CP-COUNT
033700             OR WS-CP-FOUND-SUB > 0
033800     IF WS-CP-FOUND-SUB > 0
033900         GO TO 2300-EXIT
034000     END-IF
034100     IF WS-CP-COUNT >= 50
034200         ADD 1 TO WS-CP-DROP-COUNT
034300         GO TO 2300-EXIT
034400     END-IF
034500     ADD 1 TO WS-CP-COUNT
034600     INITIALIZE WS-CP-ENTRY (WS-CP-COUNT)
034700     MOVE RG-CAMPUS-CODE TO WS-CP-CAMPUS (WS-CP-COUNT)
034800     MOVE WS-CP-COUNT TO WS-CP-FOUND-SUB.
034900 2300-EXIT.
035000     EXIT.
035100*--------------------------------------------------------------*
035200*    2310-MATCH-CAMPUS                                          *
035300*--------------------------------------------------------------*
035400 2310-MATCH-CAMPUS.
035500     IF RG-CAMPUS-CODE = WS-CP-CAMPUS (WS-CPSUB)
035600         MOVE WS-CPSUB TO WS-CP-FOUND-SUB
035700     END-IF.
035800 2310-EXIT.
035900     EXIT.
036000*--------------------------------------------------------------*
036100*    2400-WRITE-LATE-LINE                                       *
036200*--------------------------------------------------------------*
036300 2400-WRITE-LATE-LINE.
036400     MOVE RG-ORDER-ID TO WS-LL-ORDER-ID
036500     MOVE RG-CAMPUS-CODE TO WS-LL-CAMPUS
036600     MOVE WS-PRIORITY-NAME (WS-PSUB) TO WS-LL-PRIORITY
036700     MOVE RG-TARGET-DATE TO WS-EDIT-DATE
036800     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
036900     MOVE WS-DATE-EDIT TO WS-LL-TARGET
037000     MOVE WS-DAYS-OVER TO WS-LL-DAYS-OVER
037100     MOVE RG-ASSIGNED-STAFF-ID TO WS-LL-ASSIGNED
037200     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-LATE-LINE.
037300 2400-EXIT.
037400     EXIT.
037500*--------------------------------------------------------------*
037600*    2900-EDIT-DATE - WS-EDIT-DATE TO MM/DD/YYYY.               *
037700*--------------------------------------------------------------*
037800 2900-EDIT-DATE.
037900     MOVE WS-ED-MM TO WS-DE-MM
038000     MOVE WS-ED-DD TO WS-DE-DD
038100     MOVE WS-ED-YYYY TO WS-DE-YYYY.
038200 2900-EXIT.
038300     EXIT.
038400*--------------------------------------------------------------*
038500*    3000-PRINT-RESPONSE - ONE LINE PER CAMPUS AND PRIORITY     *
038600*    WITH ANYTHING TO SHOW, THEN THE DISTRICT BY PRIORITY.      *
038700*--------------------------------------------------------------*
038800 3000-PRINT-RESPONSE.
038900     MOVE SPACE TO REPAIR-RESPONSE-RPT-LINE
039000     WRITE REPAIR-RESPONSE-RPT-LINE
039100     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-RESPONSE-HEADING
039200     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-RESPONSE-COL-HEADING
039300     PERFORM 3100-PRINT-CAMPUS THRU 3100-EXIT
039400         VARYING WS-CPSUB FROM 1 BY 1
039500         UNTIL WS-CPSUB > WS-CP-COUNT
039600     PERFORM 3300-PRINT-DISTRICT THRU 3300-EXIT
039700         VARYING WS-PSUB FROM 1 BY 1
039800         UNTIL WS-PSUB > 3.
039900 3000-EXIT.
040000     EXIT.
040100*--------------------------------------------------------------*
040200*    3100-PRINT-CAMPUS                                          *
040300*--------------------------------------------------------------*
040400 3100-PRINT-CAMPUS.
040500     PERFORM 3200-PRINT-CAMPUS-PRIORITY THRU 3200-EXIT
040600         VARYING WS-PSUB FROM 1 BY 1
040700         UNTIL WS-PSUB > 3.
040800 3100-EXIT.
040900     EXIT.
041000*--------------------------------------------------------------*
041100*    3200-PRINT-CAMPUS-PRIORITY                                 *
041200*--------------------------------------------------------------*
041300 3200-PRINT-CAMPUS-PRIORITY.
041400     IF WS-CP-DONE (WS-CPSUB WS-PSUB) = 0
041500             AND WS-CP-OPEN-LATE (WS-CPSUB WS-PSUB) = 0
041600         GO TO 3200-EXIT
041700     END-IF
041800     MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-RL-CAMPUS
041900     MOVE WS-CP-DONE (WS-CPSUB WS-PSUB) TO WS-LINE-DONE
042000     MOVE WS-CP-ON-TARGET (WS-CPSUB WS-PSUB) TO WS-LINE-ON-TARGET
042100     MOVE WS-CP-DAYS (WS-CPSUB WS-PSUB) TO WS-LINE-DAYS
042200     MOVE WS-CP-OPEN-LATE (WS-CPSUB WS-PSUB) TO WS-LINE-OPEN-LATE
042300     PERFORM 3400-WRITE-RESPONSE-LINE THRU 3400-EXIT.
042400 3200-EXIT.
042500     EXIT.
042600*--------------------------------------------------------------*
042700*    3300-PRINT-DISTRICT                                        *
042800*--------------------------------------------------------------*
042900 3300-PRINT-DISTRICT.
043000     MOVE "ALL" TO WS-RL-CAMPUS
043100     MOVE WS-DT-DONE (WS-PSUB) TO WS-LINE-DONE
043200     MOVE WS-DT-ON-TARGET (WS-PSUB) TO WS-LINE-ON-TARGET
043300     MOVE WS-DT-DAYS (WS-PSUB) TO WS-LINE-DAYS
043400     MOVE WS-DT-OPEN-LATE (WS-PSUB) TO WS-LINE-OPEN-LATE
043500     PERFORM 3400-WRITE-RESPONSE-LINE THRU 3400-EXIT.
043600 3300-EXIT.
043700     EXIT.
043800*--------------------------------------------------------------*
043900*    3400-WRITE-RESPONSE-LINE - NOTHING DONE SHOWS NO           *
044000*    PERCENTAGE OR AVERAGE.                                     *
044100*--------------------------------------------------------------*
044200 3400-WRITE-RESPONSE-LINE.
044300     MOVE WS-PRIORITY-NAME (WS-PSUB) TO WS-RL-PRIORITY
044400     MOVE WS-LINE-DONE TO WS-RL-DONE
044500     MOVE WS-LINE-ON-TARGET TO WS-RL-ON-TARGET
044600     MOVE WS-LINE-OPEN-LATE TO WS-RL-OPEN-LATE
044700     IF WS-LINE-DONE = 0
044800         MOVE ZERO TO WS-ON-TARGET-PCT
044900         MOVE ZERO TO WS-AVERAGE-DAYS
045000     ELSE
045100         COMPUTE WS-ON-TARGET-PCT ROUNDED =
045200             WS-LINE-ON-TARGET * 100 / WS-LINE-DONE
045300         COMPUTE WS-AVERAGE-DAYS ROUNDED =
045400             WS-LINE-DAYS / WS-LINE-DONE
045500     END-IF
045600     MOVE WS-ON-TARGET-PCT TO WS-RL-PCT
045700     MOVE WS-AVERAGE-DAYS TO WS-RL-AVG-DAYS
045800     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-RESPONSE-LINE.
045900 3400-EXIT.
046000     EXIT.
046100*--------------------------------------------------------------*
046200*    8000-FINALIZE                                              *
046300*--------------------------------------------------------------*
046400 8000-FINALIZE.
046500     MOVE SPACE TO REPAIR-RESPONSE-RPT-LINE
046600     WRITE REPAIR-RESPONSE-RPT-LINE
046700     MOVE WS-REGISTER-COUNT TO WS-SM-REGISTER
046800     MOVE WS-DONE-COUNT TO WS-SM-DONE
046900     MOVE WS-NOT-ON-FILE-COUNT TO WS-SM-NOT-ON-FILE
047000     WRITE REPAIR-RESPONSE-RPT-LINE FROM WS-SUMMARY-LINE
047100     IF WS-RG-FILE-STATUS NOT = "35"
047200         CLOSE REPAIR-REGISTER-FILE
047300     END-IF
047400     CLOSE WORK-ORDER-FILE
047500     CLOSE REPAIR-RESPONSE-RPT
047600     IF WS-OPEN-LATE-COUNT > 0 OR WS-NOT-ON-FILE-COUNT > 0
047700         MOVE 4 TO RETURN-CODE
047800     END-IF
047900     IF WS-CP-DROP-COUNT > 0
048000         DISPLAY "REPAIRWK: CAMPUS TABLE FULL - DROPPED - "
048100             WS-CP-DROP-COUNT
048200         MOVE 8 TO RETURN-CODE
048300     END-IF
048400     MOVE "END" TO WS-RUN-PHASE
048500     MOVE WS-REGISTER-COUNT TO WS-RUN-READ
048600     MOVE WS-DONE-COUNT TO WS-RUN-WRITTEN
048700     MOVE WS-NOT-ON-FILE-COUNT TO WS-RUN-REJECTS
048800     MOVE RETURN-CODE TO WS-RUN-RC
048900     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
049000         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
049100         WS-RUN-RC
049200     MOVE WS-RUN-RC TO RETURN-CODE.
049300 8000-EXIT.
049400     EXIT.
049500 END PROGRAM REPAIRWK.
