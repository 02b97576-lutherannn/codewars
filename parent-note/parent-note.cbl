000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NOTEPOST.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    PARENT-NOTE POSTING.  EDITS THE OFFICE'S PARENT AND        *
000900*    DOCTOR NOTE TRANSACTIONS AND TURNS THE MATCHING UNEXCUSED  *
001000*    ABSENCE ROWS ON THE POSTED ATTENDANCE FILE TO THE NOTE'S   *
001100*    EXCUSED REASON, IN PLACE.  A NOTE MUST COME IN WITHIN THE  *
001200*    PARM NUMBER OF SCHOOL DAYS OF THE ABSENCE (TWO DIGITS -    *
001300*    NO PARM TAKES THE DISTRICT'S FIVE).  LATE NOTES, BAD       *
001400*    NOTES, AND NOTES WITH NO UNEXCUSED ABSENCE TO EXCUSE GO    *
001500*    TO THE REGISTER AND THE SHARED AUDIT LOG.  RC 8 - THE      *
001533*    CALENDAR OR NOTE TABLE FILLED; NO ATTENDANCE ROW IS        *
001566*    REWRITTEN.                                                 *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
001833*    2026-10-15  DLS  A FULL CALENDAR OR NOTE TABLE ENDS THE   *
001866*                     RUN RC 8 BEFORE THE REWRITE PASS.        *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT PARENT-NOTE-FILE ASSIGN TO PNOTETXN
002400         ORGANIZATION IS SEQUENTIAL.
002500     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT ATTENDANCE-FILE ASSIGN TO ATTENDF
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT NOTE-REGISTER-RPT ASSIGN TO PNOTERPT
003000         ORGANIZATION IS SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  PARENT-NOTE-FILE
003400     RECORDING MODE IS F.
003500     COPY parnote.
003600 FD  TERM-CALENDAR-FILE
003700     RECORDING MODE IS F.
003800     COPY calendar.
003900 FD  ATTENDANCE-FILE
004000     RECORDING MODE IS F.
004100     COPY attend.
004200 FD  NOTE-REGISTER-RPT
004300     RECORDING MODE IS F.
004400 01  NOTE-REGISTER-LINE             PIC X(80).
004500 WORKING-STORAGE SECTION.
004600 01  WS-PN-EOF-SWITCH               PIC X(01) VALUE "N".
004700     88  WS-PN-EOF                      VALUE "Y".
004800 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
004900     88  WS-CAL-EOF                     VALUE "Y".
005000 01  WS-AT-EOF-SWITCH               PIC X(01) VALUE "N".
005100     88  WS-AT-EOF                      VALUE "Y".
005200*    SCHOOL DAYS A NOTE HAS TO COME IN AFTER THE ABSENCE.
005300 01  WS-NOTE-WINDOW                 PIC 9(02) VALUE 5.
005400 01  WS-CAL-COUNT                   PIC 9(03) COMP VALUE ZERO.
005500 01  WS-CAL-DROP-COUNT              PIC 9(05) COMP VALUE ZERO.
005600 01  WS-CALSUB                      PIC 9(03) COMP.
005700 01  WS-CALENDAR-TABLE.
005800     05  WS-CAL-DATE OCCURS 200 TIMES
005900                                    PIC 9(08).
006000 01  WS-DAYS-ELAPSED                PIC 9(03) COMP.
006100*    NOTES THAT PASSED THE EDITS, HELD UNTIL THE ATTENDANCE
006200*    PASS FINDS THE ROWS THEY EXCUSE.
006300 01  WS-NOTE-COUNT                  PIC 9(04) COMP VALUE ZERO.
006400 01  WS-NOTE-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
006500 01  WS-NTSUB                       PIC 9(04) COMP.
006600 01  WS-FOUND-SUB                   PIC 9(04) COMP.
006700 01  WS-NOTE-TABLE.
006800     05  WS-NT-ENTRY OCCURS 500 TIMES.
006900         10  WS-NT-STUDENT-ID       PIC X(09).
007000         10  WS-NT-ABSENCE-DATE     PIC 9(08).
007100         10  WS-NT-REASON-CODE      PIC X(01).
007200         10  WS-NT-ROWS-EXCUSED     PIC 9(03) COMP.
007300 01  WS-ACCEPTED-COUNT              PIC 9(05) COMP VALUE ZERO.
007400 01  WS-EXCUSED-COUNT               PIC 9(05) COMP VALUE ZERO.
007500 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
007600 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "NOTEPOST".
007700 01  WS-AUDIT-FIELD-NAME            PIC X(10) VALUE "PARENTNOTE".
007800 01  WS-AUDIT-VALUE                 PIC X(25).
007900 01  WS-AUDIT-REASON                PIC X(20).
008000 01  WS-REPORT-HEADING              PIC X(80)
008100         VALUE "PARENT NOTE POSTING REGISTER".
008200 01  WS-REGISTER-LINE.
008300     05  WS-RL-DISPOSITION          PIC X(08).
008400     05  FILLER                     PIC X(01) VALUE SPACE.
008500     05  WS-RL-STUDENT-ID           PIC X(09).
008600     05  FILLER                     PIC X(02) VALUE SPACE.
008700     05  WS-RL-DATE                 PIC X(08).
008800     05  FILLER                     PIC X(02) VALUE SPACE.
008900     05  WS-RL-REASON-CODE          PIC X(01).
009000     05  FILLER                     PIC X(02) VALUE SPACE.
009100     05  WS-RL-ROWS                 PIC ZZ9.
009200     05  FILLER                     PIC X(02) VALUE SPACE.
009300     05  WS-RL-REASON               PIC X(20).
009400     05  FILLER                     PIC X(22) VALUE SPACE.
009500 01  WS-SUMMARY-LINE.
009600     05  FILLER                     PIC X(11) VALUE "ACCEPTED - ".
009700     05  WS-SL-ACCEPTED             PIC ZZ,ZZ9.
009800     05  FILLER                     PIC X(18)
009900             VALUE "  ROWS EXCUSED - ".
010000     05  WS-SL-EXCUSED              PIC ZZ,ZZ9.
010100     05  FILLER                     PIC X(12)
010200             VALUE "  REJECTS - ".
010300     05  WS-SL-REJECTS              PIC ZZ,ZZ9.
010400     05  FILLER                     PIC X(21) VALUE SPACE.
010500 LINKAGE SECTION.
010600 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
010700 01  LS-PARM-DATA                   PIC X(10).
010800 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
010900*--------------------------------------------------------------*
011000*    0000-MAINLINE                                              *
011100*--------------------------------------------------------------*
011200 0000-MAINLINE.
011300     IF LS-PARM-LENGTH >= 2
011400             AND LS-PARM-DATA (1:2) IS NUMERIC
011500         MOVE LS-PARM-DATA (1:2) TO WS-NOTE-WINDOW
011600     END-IF
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011720     IF WS-CAL-DROP-COUNT > 0
011740         PERFORM 8000-FINALIZE THRU 8000-EXIT
011760         GOBACK
011780     END-IF
011800     PERFORM 2000-EDIT-NOTE THRU 2000-EXIT
011900         UNTIL WS-PN-EOF
011920     IF WS-NOTE-DROP-COUNT > 0
011940         PERFORM 8000-FINALIZE THRU 8000-EXIT
011960         GOBACK
011980     END-IF
012000     PERFORM 3000-EXCUSE-ABSENCE THRU 3000-EXIT
012100         UNTIL WS-AT-EOF
012200     PERFORM 4000-CHECK-UNUSED-NOTE THRU 4000-EXIT
012300         VARYING WS-NTSUB FROM 1 BY 1
012400         UNTIL WS-NTSUB > WS-NOTE-COUNT
012500     PERFORM 8000-FINALIZE THRU 8000-EXIT
012600     GOBACK.
012700*--------------------------------------------------------------*
012800*    1000-INITIALIZE - LOADS THE SCHOOL-DAY CALENDAR ONCE.      *
012900*--------------------------------------------------------------*
013000 1000-INITIALIZE.
013100     OPEN INPUT TERM-CALENDAR-FILE
013200     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
013300         UNTIL WS-CAL-EOF
013400     CLOSE TERM-CALENDAR-FILE
013500     OPEN INPUT PARENT-NOTE-FILE
013600     OPEN I-O ATTENDANCE-FILE
013700     OPEN OUTPUT NOTE-REGISTER-RPT
013800     WRITE NOTE-REGISTER-LINE FROM WS-REPORT-HEADING
013900     PERFORM 2100-READ-NOTE THRU 2100-EXIT
014000     PERFORM 3100-READ-ATTEND THRU 3100-EXIT.
014100 1000-EXIT.
014200     EXIT.
014300*--------------------------------------------------------------*
014400*    1100-LOAD-CALENDAR                                          *
014500*--------------------------------------------------------------*
014600 1100-LOAD-CALENDAR.
014700     READ TERM-CALENDAR-FILE
014800         AT END
014900             SET WS-CAL-EOF TO TRUE
015000         NOT AT END
015100             IF WS-CAL-COUNT < 200
015200                 ADD 1 TO WS-CAL-COUNT
015300                 MOVE TC-CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
015400             ELSE
015500                 ADD 1 TO WS-CAL-DROP-COUNT
015600             END-IF
015700     END-READ.
015800 1100-EXIT.
015900     EXIT.
016000*--------------------------------------------------------------*
016100*    2000-EDIT-NOTE                                              *
016200*--------------------------------------------------------------*
016300 2000-EDIT-NOTE.
016400     EVALUATE TRUE
016500         WHEN PN-STUDENT-ID = SPACE
016600             MOVE "MISSING KEY" TO WS-AUDIT-REASON
016700             PERFORM 2300-REJECT-NOTE THRU 2300-EXIT
016800         WHEN PN-ABSENCE-DATE NOT NUMERIC
016900                 OR PN-ABSENCE-DATE = ZERO
017000             MOVE "BAD ABSENCE DATE" TO WS-AUDIT-REASON
017100             PERFORM 2300-REJECT-NOTE THRU 2300-EXIT
017200         WHEN PN-RECEIVED-DATE NOT NUMERIC
017300                 OR PN-RECEIVED-DATE < PN-ABSENCE-DATE
017400             MOVE "BAD RECEIVED DATE" TO WS-AUDIT-REASON
017500             PERFORM 2300-REJECT-NOTE THRU 2300-EXIT
017600         WHEN NOT PN-REASON-EXCUSED
017700             MOVE "BAD REASON CODE" TO WS-AUDIT-REASON
017800             PERFORM 2300-REJECT-NOTE THRU 2300-EXIT
017900         WHEN OTHER
018000             PERFORM 2400-CHECK-WINDOW THRU 2400-EXIT
018100     END-EVALUATE
018200     PERFORM 2100-READ-NOTE THRU 2100-EXIT.
018300 2000-EXIT.
018400     EXIT.
018500*--------------------------------------------------------------*
018600*    2100-READ-NOTE                                              *
018700*--------------------------------------------------------------*
018800 2100-READ-NOTE.
018900     READ PARENT-NOTE-FILE
019000         AT END
019100             SET WS-PN-EOF TO TRUE
019200     END-READ.
019300 2100-EXIT.
019400     EXIT.
019500*--------------------------------------------------------------*
019600*    2300-REJECT-NOTE                                            *
019700*--------------------------------------------------------------*
019800 2300-REJECT-NOTE.
019900     ADD 1 TO WS-REJECT-COUNT
020000     MOVE "REJECT" TO WS-RL-DISPOSITION
020100     MOVE PN-STUDENT-ID TO WS-RL-STUDENT-ID
020200     MOVE PN-ABSENCE-DATE TO WS-RL-DATE
020300     MOVE PN-REASON-CODE TO WS-RL-REASON-CODE
020400     MOVE ZERO TO WS-RL-ROWS
020500     MOVE WS-AUDIT-REASON TO WS-RL-REASON
020600     WRITE NOTE-REGISTER-LINE FROM WS-REGISTER-LINE
020700     MOVE PN-STUDENT-ID TO WS-AUDIT-VALUE
020800     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID WS-AUDIT-FIELD-NAME
020900         WS-AUDIT-VALUE WS-AUDIT-REASON.
021000 2300-EXIT.
021100     EXIT.
021200*--------------------------------------------------------------*
021300*    2400-CHECK-WINDOW - COUNTS THE SCHOOL DAYS AFTER THE       *
021400*    ABSENCE UP TO AND INCLUDING THE DAY THE NOTE CAME IN.      *
021500*    WEEKENDS AND HOLIDAYS ARE NOT ON THE CALENDAR AND DO NOT   *
021600*    RUN THE CLOCK.                                             *
021700*--------------------------------------------------------------*
021800 2400-CHECK-WINDOW.
021900     MOVE ZERO TO WS-DAYS-ELAPSED
022000     PERFORM 2410-COUNT-SCHOOL-DAY THRU 2410-EXIT
022100         VARYING WS-CALSUB FROM 1 BY 1
022200         UNTIL WS-CALSUB > WS-CAL-COUNT
022300     IF WS-DAYS-ELAPSED > WS-NOTE-WINDOW
022400         MOVE "NOTE TOO LATE" TO WS-AUDIT-REASON
022500         PERFORM 2300-REJECT-NOTE THRU 2300-EXIT
022600         GO TO 2400-EXIT
022700     END-IF
022800     IF WS-NOTE-COUNT >= 500
022900         ADD 1 TO WS-NOTE-DROP-COUNT
023000         GO TO 2400-EXIT
023100     END-IF
023200     ADD 1 TO WS-NOTE-COUNT
023300     MOVE PN-STUDENT-ID TO WS-NT-STUDENT-ID (WS-NOTE-COUNT)
023400     MOVE PN-ABSENCE-DATE TO WS-NT-ABSENCE-DATE (WS-NOTE-COUNT)
023500     MOVE PN-REASON-CODE TO WS-NT-REASON-CODE (WS-NOTE-COUNT)
023600     MOVE ZERO TO WS-NT-ROWS-EXCUSED (WS-NOTE-COUNT).
023700 2400-EXIT.
023800     EXIT.
023900*--------------------------------------------------------------*
024000*    2410-COUNT-SCHOOL-DAY                                       *
024100*--------------------------------------------------------------*
024200 2410-COUNT-SCHOOL-DAY.
024300     IF WS-CAL-DATE (WS-CALSUB) > PN-ABSENCE-DATE
024400             AND WS-CAL-DATE (WS-CALSUB) <= PN-RECEIVED-DATE
024500         ADD 1 TO WS-DAYS-ELAPSED
024600     END-IF.
024700 2410-EXIT.
024800     EXIT.
024900*--------------------------------------------------------------*
025000*    3000-EXCUSE-ABSENCE - EVERY UNEXCUSED CODE A ROW FOR A     *
025100*    NOTED STUDENT AND DATE, WHOLE-DAY OR PERIOD, TAKES THE     *
025200*    NOTE'S REASON AND IS REWRITTEN WHERE IT STANDS.            *
025300*--------------------------------------------------------------*
025400 3000-EXCUSE-ABSENCE.
025500     IF AT-ABSENT AND AT-REASON-UNEXCUSED
025600         MOVE ZERO TO WS-FOUND-SUB
025700         PERFORM 3200-MATCH-NOTE THRU 3200-EXIT
025800             VARYING WS-NTSUB FROM 1 BY 1
025900             UNTIL WS-NTSUB > WS-NOTE-COUNT
026000                 OR WS-FOUND-SUB > 0
026100         IF WS-FOUND-SUB > 0
026200             MOVE WS-NT-REASON-CODE (WS-FOUND-SUB)
026300                 TO AT-REASON-CODE
026400             REWRITE ATTENDANCE-RECORD
026500             ADD 1 TO WS-NT-ROWS-EXCUSED (WS-FOUND-SUB)
026600             ADD 1 TO WS-EXCUSED-COUNT
026700         END-IF
026800     END-IF
026900     PERFORM 3100-READ-ATTEND THRU 3100-EXIT.
027000 3000-EXIT.
027100     EXIT.
027200*--------------------------------------------------------------*
027300*    3100-READ-ATTEND                                            *
027400*--------------------------------------------------------------*
027500 3100-READ-ATTEND.
027600     READ ATTENDANCE-FILE
027700         AT END
027800             SET WS-AT-EOF TO TRUE
027900     END-READ.
028000 3100-EXIT.
028100     EXIT.
028200*--------------------------------------------------------------*
028300*    3200-MATCH-NOTE                                             *
028400*--------------------------------------------------------------*
028500 3200-MATCH-NOTE.
028600     IF AT-STUDENT-ID = WS-NT-STUDENT-ID (WS-NTSUB)
028700             AND AT-ATTEND-DATE = WS-NT-ABSENCE-DATE (WS-NTSUB)
028800         MOVE WS-NTSUB TO WS-FOUND-SUB
028900     END-IF.
029000 3200-EXIT.
029100     EXIT.
029200*--------------------------------------------------------------*
029300*    4000-CHECK-UNUSED-NOTE - A NOTE THAT EXCUSED NOTHING IS A  *
029400*    REJECT SO THE OFFICE CAN CHECK THE DATE OR THE STUDENT;    *
029500*    THE REST GO ON THE REGISTER WITH THE ROWS THEY EXCUSED.    *
029600*--------------------------------------------------------------*
029700 4000-CHECK-UNUSED-NOTE.
029800     MOVE WS-NT-STUDENT-ID (WS-NTSUB) TO PN-STUDENT-ID
029900     MOVE WS-NT-ABSENCE-DATE (WS-NTSUB) TO PN-ABSENCE-DATE
030000     MOVE WS-NT-REASON-CODE (WS-NTSUB) TO PN-REASON-CODE
030100     IF WS-NT-ROWS-EXCUSED (WS-NTSUB) = ZERO
030200         MOVE "NO UNEXCUSED ABSENCE" TO WS-AUDIT-REASON
030300         PERFORM 2300-REJECT-NOTE THRU 2300-EXIT
030400         GO TO 4000-EXIT
030500     END-IF
030600     ADD 1 TO WS-ACCEPTED-COUNT
030700     MOVE "EXCUSED" TO WS-RL-DISPOSITION
030800     MOVE PN-STUDENT-ID TO WS-RL-STUDENT-ID
030900     MOVE PN-ABSENCE-DATE TO WS-RL-DATE
031000     MOVE PN-REASON-CODE TO WS-RL-REASON-CODE
031100     MOVE WS-NT-ROWS-EXCUSED (WS-NTSUB) TO WS-RL-ROWS
031200     MOVE SPACE TO WS-RL-REASON
031300     WRITE NOTE-REGISTER-LINE FROM WS-REGISTER-LINE.
031400 4000-EXIT.
031500     EXIT.
031600*--------------------------------------------------------------*
031700*    8000-FINALIZE - A FULL CALENDAR OR NOTE TABLE ENDS THE     *
031750*    RUN RC 8.                                                  *
031800*--------------------------------------------------------------*
031900 8000-FINALIZE.
032000     MOVE WS-ACCEPTED-COUNT TO WS-SL-ACCEPTED
032100     MOVE WS-EXCUSED-COUNT TO WS-SL-EXCUSED
032200     MOVE WS-REJECT-COUNT TO WS-SL-REJECTS
032300     WRITE NOTE-REGISTER-LINE FROM WS-SUMMARY-LINE
032400     IF WS-CAL-DROP-COUNT > 0
032500         DISPLAY "NOTEPOST: CALENDAR TABLE FULL - DROPPED - "
032600             WS-CAL-DROP-COUNT
032650         MOVE 8 TO RETURN-CODE
032700     END-IF
032800     IF WS-NOTE-DROP-COUNT > 0
032900         DISPLAY "NOTEPOST: NOTE TABLE FULL - DROPPED - "
033000             WS-NOTE-DROP-COUNT
033050         MOVE 8 TO RETURN-CODE
033100     END-IF
033200     CLOSE PARENT-NOTE-FILE
033300     CLOSE ATTENDANCE-FILE
033400     CLOSE NOTE-REGISTER-RPT.
033500 8000-EXIT.
033600     EXIT.
033700 END PROGRAM NOTEPOST.
