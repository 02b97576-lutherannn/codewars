001910*    2026-08-22  DLS  CARRY PLAYER-MOVE'S NEW ROLLED-LANDING    *
001920*                     SQUARE THROUGH TO THE HISTORY RECORD SO   *
001930*                     A CHUTE/LADDER SLIDE STAYS TRACEABLE.     *
001940*    2026-10-15  DLS  TAKE EACH PLAYER'S NAME AND FIELD-DAY    *
001950*                     TEAM FROM THE OPTIONAL TEAM ROSTER AND    *
001960*                     CARRY THE TEAM ON THE HISTORY RECORD.     *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT PLAYER-HISTORY-FILE ASSIGN TO PLAYHIST
002900         ORGANIZATION IS SEQUENTIAL.
002920     SELECT TEAM-ASSIGNMENT-FILE ASSIGN TO TEAMASGN
002940         ORGANIZATION IS SEQUENTIAL
002960         FILE STATUS IS WS-TA-FILE-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  PLAYER-ROLL-FILE
003800 FD  PLAYER-HISTORY-FILE
003900     RECORDING MODE IS F.
004000     COPY playhist.
004020 FD  TEAM-ASSIGNMENT-FILE
004040     RECORDING MODE IS F.
004060     COPY teamasgn.
004100 WORKING-STORAGE SECTION.
004200 01  WS-ROLL-EOF-SWITCH            PIC X(01) VALUE "N".
004300     88  WS-ROLL-EOF                   VALUE "Y".
004400     88  WS-ROLL-NOT-EOF                 VALUE "N".
004420 01  WS-TA-FILE-STATUS             PIC X(02) VALUE SPACE.
004440 01  WS-TA-EOF-SWITCH              PIC X(01) VALUE "N".
004460     88  WS-TA-EOF                     VALUE "Y".
004500 01  WS-PLAYER-COUNT                PIC 9(03) COMP VALUE ZERO.
004600 01  WS-SUB                         PIC 9(03) COMP.
004700 01  WS-MOVE-COUNT                  PIC 9(05) COMP VALUE ZERO.
005900         10  WS-PL-PLAYER-ID          PIC X(09).
006000         10  WS-PL-PLAYER-NAME        PIC X(20).
006100         10  WS-PL-CURRENT-POS        PIC 9(03).
006150         10  WS-PL-TEAM-NUM           PIC 9(02).
006200         10  WS-PL-WON-SWITCH         PIC X(01) VALUE "N".
006300             88  WS-PL-IS-WON             VALUE "Y".
006308*    THE FIELD-DAY TEAM ROSTER, WHEN ONE IS SUPPLIED.
006316 01  WS-RS-COUNT                    PIC 9(04) COMP VALUE ZERO.
006324 01  WS-RS-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
006332 01  WS-RS-SUB                      PIC 9(04) COMP.
006340 01  WS-RS-FOUND-SUB                PIC 9(04) COMP.
006348 01  WS-OFF-ROSTER-COUNT            PIC 9(03) COMP VALUE ZERO.
006356 01  WS-ROSTER-TABLE.
006364     05  WS-RS-ENTRY OCCURS 5000 TIMES.
006372         10  WS-RS-STUDENT-ID         PIC X(09).
006380         10  WS-RS-PLAYER-NAME        PIC X(20).
006388         10  WS-RS-TEAM-NUM           PIC 9(02).
006400 01  WS-DETAIL-LINE.
006500     05  WS-DL-ROUND-NUM             PIC Z9.
006600     05  FILLER                      PIC X(02) VALUE SPACE.
008400     05  WS-SL-PLAYER-NAME           PIC X(20).
008500     05  FILLER                      PIC X(02) VALUE SPACE.
008600     05  WS-SL-FINAL-POS             PIC ZZZ9.
008640     05  FILLER                      PIC X(02) VALUE SPACE.
008680     05  WS-SL-TEAM-TAG              PIC X(05).
008720     05  WS-SL-TEAM-NUM              PIC Z9.
008760     05  FILLER                      PIC X(34) VALUE SPACE.
008800 PROCEDURE DIVISION.
008900*--------------------------------------------------------------*
009000*    0000-MAINLINE                                              *
009900*    1000-INITIALIZE                                             *
010000*--------------------------------------------------------------*
010100 1000-INITIALIZE.
010110     OPEN INPUT TEAM-ASSIGNMENT-FILE
010120     IF WS-TA-FILE-STATUS NOT = "35"
010130         PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
010140             UNTIL WS-TA-EOF
010150         CLOSE TEAM-ASSIGNMENT-FILE
010160     END-IF
010200     OPEN INPUT PLAYER-ROLL-FILE
010300     OPEN OUTPUT GAME-MOVE-RPT
010400     OPEN OUTPUT PLAYER-HISTORY-FILE
010500     PERFORM 2100-READ-ROLL THRU 2100-EXIT.
010600 1000-EXIT.
010700     EXIT.
010705*--------------------------------------------------------------*
010710*    1100-LOAD-ROSTER                                            *
010715*--------------------------------------------------------------*
010720 1100-LOAD-ROSTER.
010725     READ TEAM-ASSIGNMENT-FILE
010730         AT END
010735             SET WS-TA-EOF TO TRUE
010740             GO TO 1100-EXIT
010745     END-READ
010750     IF WS-RS-COUNT >= 5000
010755         ADD 1 TO WS-RS-DROP-COUNT
010760         GO TO 1100-EXIT
010765     END-IF
010770     ADD 1 TO WS-RS-COUNT
010775     MOVE TA-STUDENT-ID TO WS-RS-STUDENT-ID (WS-RS-COUNT)
010780     MOVE TA-PLAYER-NAME TO WS-RS-PLAYER-NAME (WS-RS-COUNT)
010785     MOVE TA-TEAM-NUM TO WS-RS-TEAM-NUM (WS-RS-COUNT).
010790 1100-EXIT.
010795     EXIT.
010800*--------------------------------------------------------------*
010900*    2000-PROCESS-ROLL                                           *
011000*--------------------------------------------------------------*
013400 2250-WRITE-HISTORY.
013500     MOVE SPACE TO PLAYER-HISTORY-RECORD
013600     MOVE PR-PLAYER-ID TO PH-PLAYER-ID
013660     MOVE WS-PL-PLAYER-NAME (WS-FOUND-SUB) TO PH-PLAYER-NAME
013720     MOVE WS-PL-TEAM-NUM (WS-FOUND-SUB) TO PH-TEAM-NUM
013800     MOVE PR-ROLL TO PH-ROLL
013900     MOVE WS-PLAYER-POS TO PH-PRIOR-POS
014000     MOVE WS-MOVE-RESULT TO PH-NEW-POS
015500*--------------------------------------------------------------*
015600*    2150-FIND-PLAYER - LOOKS UP THIS ROLL'S PLAYER IN THE      *
015700*    RUNNING-POSITION TABLE, ADDING A NEW ENTRY (STARTING AT    *
015750*    POSITION ZERO) THE FIRST TIME A PLAYER IS SEEN.  WITH A    *
015800*    TEAM ROSTER THE NEW ENTRY TAKES THE ROSTER NAME AND TEAM;  *
015850*    A PLAYER NOT ON IT PLAYS FOR NO TEAM (ZERO) AND IS LISTED. *
015900*--------------------------------------------------------------*
016000 2150-FIND-PLAYER.
016100     SET WS-PLAYER-NOT-FOUND TO TRUE
016800         MOVE PR-PLAYER-NAME
016900             TO WS-PL-PLAYER-NAME (WS-PLAYER-COUNT)
017000         MOVE ZERO TO WS-PL-CURRENT-POS (WS-PLAYER-COUNT)
017050         MOVE ZERO TO WS-PL-TEAM-NUM (WS-PLAYER-COUNT)
017100         MOVE WS-PLAYER-COUNT TO WS-FOUND-SUB
017120         IF WS-RS-COUNT > 0
017140             PERFORM 2170-FIND-ROSTER THRU 2170-EXIT
017160         END-IF
017200     END-IF.
017300 2150-EXIT.
017400     EXIT.
018200     END-IF.
018300 2160-EXIT.
018400     EXIT.
018403*--------------------------------------------------------------*
018406*    2170-FIND-ROSTER                                            *
018409*--------------------------------------------------------------*
018412 2170-FIND-ROSTER.
018415     MOVE ZERO TO WS-RS-FOUND-SUB
018418     PERFORM 2180-CHECK-ROSTER-ENTRY THRU 2180-EXIT
018421         VARYING WS-RS-SUB FROM 1 BY 1
018424         UNTIL WS-RS-SUB > WS-RS-COUNT OR WS-RS-FOUND-SUB > 0
018427     IF WS-RS-FOUND-SUB = 0
018430         ADD 1 TO WS-OFF-ROSTER-COUNT
018433         DISPLAY "GAMESIM: PLAYER NOT ON TEAM ROSTER - "
018436             PR-PLAYER-ID
018439         GO TO 2170-EXIT
018442     END-IF
018445     MOVE WS-RS-PLAYER-NAME (WS-RS-FOUND-SUB)
018448         TO WS-PL-PLAYER-NAME (WS-FOUND-SUB)
018451     MOVE WS-RS-TEAM-NUM (WS-RS-FOUND-SUB)
018454         TO WS-PL-TEAM-NUM (WS-FOUND-SUB).
018457 2170-EXIT.
018460     EXIT.
018463*--------------------------------------------------------------*
018466*    2180-CHECK-ROSTER-ENTRY                                     *
018469*--------------------------------------------------------------*
018472 2180-CHECK-ROSTER-ENTRY.
018475     IF PR-PLAYER-ID = WS-RS-STUDENT-ID (WS-RS-SUB)
018478         MOVE WS-RS-SUB TO WS-RS-FOUND-SUB
018481     END-IF.
018484 2180-EXIT.
018487     EXIT.
018500*--------------------------------------------------------------*
018600*    2300-WRITE-DETAIL                                           *
018700*--------------------------------------------------------------*
021300         UNTIL WS-SUB > WS-PLAYER-COUNT
021400     CLOSE PLAYER-ROLL-FILE
021500     CLOSE GAME-MOVE-RPT
021520     CLOSE PLAYER-HISTORY-FILE
021540     IF WS-OFF-ROSTER-COUNT > 0
021560         DISPLAY "GAMESIM: PLAYERS NOT ON TEAM ROSTER - "
021580             WS-OFF-ROSTER-COUNT
021600         MOVE 4 TO RETURN-CODE
021620     END-IF
021640     IF WS-RS-DROP-COUNT > 0
021660         DISPLAY "GAMESIM: TEAM ROSTER TABLE FULL - DROPPED - "
021680             WS-RS-DROP-COUNT
021700         MOVE 8 TO RETURN-CODE
021720     END-IF.
021740 8000-EXIT.
021800     EXIT.
021900*--------------------------------------------------------------*
022000*    8100-WRITE-FINAL-POS                                        *
022400     MOVE WS-PL-PLAYER-ID (WS-SUB) TO WS-SL-PLAYER-ID
022500     MOVE WS-PL-PLAYER-NAME (WS-SUB) TO WS-SL-PLAYER-NAME
022600     MOVE WS-PL-CURRENT-POS (WS-SUB) TO WS-SL-FINAL-POS
022620     IF WS-PL-TEAM-NUM (WS-SUB) > 0
022640         MOVE "TEAM" TO WS-SL-TEAM-TAG
022660         MOVE WS-PL-TEAM-NUM (WS-SUB) TO WS-SL-TEAM-NUM
022680     END-IF
022700     WRITE GAME-MOVE-LINE FROM WS-SUMMARY-LINE.
022800 8100-EXIT.
022900     EXIT.
