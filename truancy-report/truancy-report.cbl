002400*                     REPORT WRITER SO THE REPOSITORY KEEPS    *
002500*                     THE LINES AND THE BURST RUN CAN SPLIT    *
002600*                     THEM PER CAMPUS.                         *
002610*    2026-10-14  DLS  COUNT ONLY UNEXCUSED ABSENCES TOWARD     *
002620*                     THE STREAKS AND PERIOD TOTALS - A ROW    *
002630*                     EXCUSED BY A PARENT NOTE NO LONGER       *
002640*                     COUNTS.                                  *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
018700*--------------------------------------------------------------*
018800*    1200-LOAD-ATTENDANCE - ABSENCES GO IN THE ABSENCE TABLE;   *
018900*    EVERY STUDENT SEEN (PRESENT OR ABSENT) JOINS THE STUDENT   *
019000*    LIST SO THE SCAN COVERS THEM.  AN EXCUSED ABSENCE IS       *
019010*    TREATED AS PRESENT FOR TRUANCY.                            *
019100*--------------------------------------------------------------*
019200 1200-LOAD-ATTENDANCE.
019300     READ ATTENDANCE-FILE
019400         AT END
019500             SET WS-ATT-EOF TO TRUE
019600         NOT AT END
019700             IF AT-ABSENT AND AT-REASON-UNEXCUSED
019800                 PERFORM 1250-NOTE-ABSENCE THRU 1250-EXIT
019900             END-IF
020000             PERFORM 1300-NOTE-STUDENT THRU 1300-EXIT
020100             IF AT-TARDY AND WS-FOUND-SUB > 0
020200                 ADD 1 TO WS-ST-TARDY-COUNT (WS-FOUND-SUB)
020300             END-IF
020400             IF AT-ABSENT AND AT-REASON-UNEXCUSED
020450                     AND AT-PERIOD NUMERIC
020500                     AND AT-PERIOD > 0
020600                     AND WS-FOUND-SUB > 0
020700                 ADD 1 TO WS-ST-PERIOD-ABS (WS-FOUND-SUB)
