001200*    ROUTE CREEPING UP ON ITS CAPACITY BEFORE IT TURNS INTO A   *
001300*    BUMP LIST.  A ROUTE WITHIN TWO SEATS OF CAPACITY ON TEN    *
001400*    OR MORE OF ITS DAYS IS FLAGGED CHRONIC.                    *
001420*    THE WEEK'S LATE-ARRIVAL COUNTS FROM THE ON-TIME RUN ARE    *
001440*    PRINTED BESIDE EACH ROUTE LEG, SO A LATE ROUTE AND AN      *
001460*    OVERFULL ROUTE ARE REVIEWED TOGETHER.                      *
001500*--------------------------------------------------------------*
001600*    MODIFICATION HISTORY                                      *
001700*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001730*                     A ROUTE PACKED IN THE MORNING AND EMPTY  *
001740*                     IN THE AFTERNOON IS TWO TRENDS, NOT ONE  *
001750*                     BLURRED AVERAGE.                         *
001760*    2026-10-15  DLS  PRINT THE WEEK'S LATE DAYS FROM THE      *
001770*                     ON-TIME ARRIVAL RUN'S LATE-COUNT FILE,   *
001780*                     FLAGGING THE LATE ROUTES.                *
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002300         ORGANIZATION IS SEQUENTIAL.
002400     SELECT RIDERSHIP-TREND-RPT ASSIGN TO RIDETRPT
002500         ORGANIZATION IS SEQUENTIAL.
002520     SELECT LATE-COUNT-FILE ASSIGN TO LATECNT
002540         ORGANIZATION IS SEQUENTIAL
002560         FILE STATUS IS WS-LC-FILE-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  RIDERSHIP-HISTORY-FILE
003100 FD  RIDERSHIP-TREND-RPT
003200     RECORDING MODE IS F.
003300 01  RIDERSHIP-TREND-LINE           PIC X(80).
003320 FD  LATE-COUNT-FILE
003340     RECORDING MODE IS F.
003360     COPY latecnt.
003400 WORKING-STORAGE SECTION.
003500 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE "N".
003600     88  WS-HIST-EOF                    VALUE "Y".
003700     88  WS-HIST-NOT-EOF                VALUE "N".
003720 01  WS-LC-FILE-STATUS              PIC X(02) VALUE SPACE.
003740 01  WS-LC-EOF-SWITCH               PIC X(01) VALUE "N".
003760     88  WS-LC-EOF                      VALUE "Y".
003800 01  WS-CHRONIC-DAY-LIMIT           PIC 9(03) VALUE 10.
003900 01  WS-NEAR-CAP-SEATS              PIC 9(03) VALUE 2.
004000 01  WS-ROUTE-COUNT                 PIC 9(05) COMP VALUE ZERO.
004100 01  WS-CHRONIC-COUNT               PIC 9(05) COMP VALUE ZERO.
004150 01  WS-ROUTE-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
004170 01  WS-LATE-ROUTE-COUNT            PIC 9(05) COMP VALUE ZERO.
004200 01  WS-SUB                         PIC 9(05) COMP.
004300 01  WS-FOUND-SUB                   PIC 9(05) COMP.
004400 01  WS-FOUND-SWITCH                PIC X(01).
005900         10  WS-TR-PRINTED-SW       PIC X(01).
006000             88  WS-TR-PRINTED          VALUE "Y".
006100             88  WS-TR-NOT-PRINTED      VALUE "N".
006120         10  WS-TR-LATE-DAYS        PIC 9(03).
006140         10  WS-TR-LATE-FLAG        PIC X(01).
006160             88  WS-TR-LATE-ROUTE       VALUE "Y".
006200 01  WS-REPORT-HEADING-1            PIC X(80)
006300         VALUE "WEEKLY ROUTE RIDERSHIP TREND BY AVG LOAD FACTOR".
006400 01  WS-REPORT-HEADING-2.
006700     05  FILLER                     PIC X(10) VALUE "AVG LOAD".
006800     05  FILLER                     PIC X(11) VALUE "NEAR-CAP".
006900     05  FILLER                     PIC X(10) VALUE "OVERFLOW".
006950     05  FILLER                     PIC X(09) VALUE "STATUS".
007000     05  FILLER                     PIC X(04) VALUE "LATE".
007050     05  FILLER                     PIC X(23) VALUE SPACE.
007100 01  WS-DETAIL-LINE.
007200     05  WS-DL-ROUTE-ID             PIC X(05).
007220     05  FILLER                     PIC X(01) VALUE SPACE.
008100     05  WS-DL-OVER-DAYS            PIC ZZZZ9.
008200     05  FILLER                     PIC X(04) VALUE SPACE.
008300     05  WS-DL-STATUS               PIC X(08).
008330     05  FILLER                     PIC X(02) VALUE SPACE.
008360     05  WS-DL-LATE-DAYS            PIC ZZ9.
008390     05  FILLER                     PIC X(01) VALUE SPACE.
008420     05  WS-DL-LATE-STATUS          PIC X(04).
008450     05  FILLER                     PIC X(20) VALUE SPACE.
008500 01  WS-SUMMARY-LINE.
008600     05  FILLER                     PIC X(18)
008700             VALUE "ROUTES REPORTED - ".
009000     05  FILLER                     PIC X(18)
009100             VALUE "CHRONIC ROUTES -  ".
009200     05  WS-SL-CHRONIC-COUNT        PIC ZZ9.
009230     05  FILLER                     PIC X(05) VALUE SPACE.
009260     05  FILLER                     PIC X(14)
009290             VALUE "LATE ROUTES - ".
009320     05  WS-SL-LATE-COUNT           PIC ZZ9.
009350     05  FILLER                     PIC X(11) VALUE SPACE.
009400 PROCEDURE DIVISION.
009500*--------------------------------------------------------------*
009600*    0000-MAINLINE                                              *
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010000     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
010100         UNTIL WS-HIST-EOF
010110     OPEN INPUT LATE-COUNT-FILE
010120     IF WS-LC-FILE-STATUS = "35"
010130         SET WS-LC-EOF TO TRUE
010140     ELSE
010150         PERFORM 3000-APPLY-LATE-COUNT THRU 3000-EXIT
010160             UNTIL WS-LC-EOF
010170         CLOSE LATE-COUNT-FILE
010180     END-IF
010200     PERFORM 8000-FINALIZE THRU 8000-EXIT
010300     GOBACK.
010400*--------------------------------------------------------------*
016000         MOVE ZERO TO WS-TR-OVER-DAYS (WS-ROUTE-COUNT)
016100         MOVE ZERO TO WS-TR-LOAD-PCT (WS-ROUTE-COUNT)
016200         MOVE "N" TO WS-TR-PRINTED-SW (WS-ROUTE-COUNT)
016230         MOVE ZERO TO WS-TR-LATE-DAYS (WS-ROUTE-COUNT)
016260         MOVE "N" TO WS-TR-LATE-FLAG (WS-ROUTE-COUNT)
016300         MOVE WS-ROUTE-COUNT TO WS-FOUND-SUB
016400     END-IF.
016500 2150-EXIT.
017400     END-IF.
017500 2160-EXIT.
017600     EXIT.
017603*--------------------------------------------------------------*
017606*    3000-APPLY-LATE-COUNT - POSTS THE WEEK'S LATE DAYS TO THE  *
017609*    ROUTE LEG'S TREND ENTRY.  A ROUTE LEG WITH NO RIDERSHIP    *
017612*    HISTORY HAS NOTHING TO REVIEW IT BESIDE AND IS SKIPPED.    *
017615*--------------------------------------------------------------*
017618 3000-APPLY-LATE-COUNT.
017621     READ LATE-COUNT-FILE
017624         AT END
017627             SET WS-LC-EOF TO TRUE
017630             GO TO 3000-EXIT
017633     END-READ
017636     MOVE ZERO TO WS-FOUND-SUB
017639     PERFORM 3010-CHECK-LATE-ENTRY THRU 3010-EXIT
017642         VARYING WS-SUB FROM 1 BY 1
017645         UNTIL WS-SUB > WS-ROUTE-COUNT OR WS-FOUND-SUB > 0
017648     IF WS-FOUND-SUB = ZERO
017651         GO TO 3000-EXIT
017654     END-IF
017657     MOVE LC-LATE-DAYS TO WS-TR-LATE-DAYS (WS-FOUND-SUB)
017660     MOVE LC-LATE-FLAG TO WS-TR-LATE-FLAG (WS-FOUND-SUB).
017663 3000-EXIT.
017666     EXIT.
017669*--------------------------------------------------------------*
017672*    3010-CHECK-LATE-ENTRY                                      *
017675*--------------------------------------------------------------*
017678 3010-CHECK-LATE-ENTRY.
017681     IF LC-ROUTE-ID = WS-TR-ROUTE-ID (WS-SUB)
017684             AND LC-RUN-LEG = WS-TR-RUN-LEG (WS-SUB)
017687         MOVE WS-SUB TO WS-FOUND-SUB
017690     END-IF.
017693 3010-EXIT.
017696     EXIT.
017700*--------------------------------------------------------------*
017800*    8000-FINALIZE - COMPUTES EACH ROUTE'S AVERAGE LOAD FACTOR  *
017900*    AND PRINTS THE TABLE HIGHEST LOAD FIRST.                   *
018700         UNTIL WS-PRINT-SUB > WS-ROUTE-COUNT
018800     MOVE WS-ROUTE-COUNT TO WS-SL-ROUTE-COUNT
018900     MOVE WS-CHRONIC-COUNT TO WS-SL-CHRONIC-COUNT
018950     MOVE WS-LATE-ROUTE-COUNT TO WS-SL-LATE-COUNT
019000     WRITE RIDERSHIP-TREND-LINE FROM WS-SUMMARY-LINE
019100     CLOSE RIDERSHIP-HISTORY-FILE
019200     CLOSE RIDERSHIP-TREND-RPT
025200         WHEN OTHER
025300             MOVE SPACE TO WS-DL-STATUS
025400     END-EVALUATE
025410     MOVE WS-TR-LATE-DAYS (WS-BEST-SUB) TO WS-DL-LATE-DAYS
025420     IF WS-TR-LATE-ROUTE (WS-BEST-SUB)
025430         MOVE "LATE" TO WS-DL-LATE-STATUS
025440         ADD 1 TO WS-LATE-ROUTE-COUNT
025450     ELSE
025460         MOVE SPACE TO WS-DL-LATE-STATUS
025470     END-IF
025500     WRITE RIDERSHIP-TREND-LINE FROM WS-DETAIL-LINE
025600     SET WS-TR-PRINTED (WS-BEST-SUB) TO TRUE.
025700 8220-EXIT.
