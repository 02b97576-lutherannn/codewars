001200*    WRITES THE UPDATED STANDINGS TO STNDINGO, AND PRINTS THE   *
001300*    LEAGUE TABLE - WINS FIRST, TOTAL SQUARES AS THE            *
001400*    TIEBREAKER, NAME ORDER AFTER THAT.                         *
001420*    ONCE PLAYERS CARRY A FIELD-DAY TEAM (FROM THE FIELDTM      *
001440*    ROSTER, BY WAY OF THE GAMESIM MOVE LOG) THE STANDINGS ARE  *
001460*    ALSO ROLLED UP BY TEAM, ORDERED THE SAME WAY.              *
001500*--------------------------------------------------------------*
001600*    MODIFICATION HISTORY                                      *
001700*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001730*    2026-10-15  DLS  CARRY THE FIELD-DAY TEAM ON THE          *
001760*                     STANDINGS AND PRINT THE TEAM STANDINGS.  *
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
006300         10  WS-SD-WINS             PIC 9(03).
006400         10  WS-SD-GAMES            PIC 9(04).
006500         10  WS-SD-SQUARES          PIC 9(06).
006550         10  WS-SD-TEAM-NUM         PIC 9(02).
006600         10  WS-SD-PLAYED-TODAY-SW  PIC X(01).
006700         10  WS-SD-WON-TODAY-SW     PIC X(01).
006800         10  WS-SD-PRINTED-SW       PIC X(01).
007000 01  WS-PRINT-SUB                   PIC 9(03) COMP.
007100 01  WS-BEST-SUB                    PIC 9(03) COMP.
007200 01  WS-RANK                        PIC 9(03) COMP.
007207*    TEAM TOTALS - ENTRIES 1-20 ARE THE TEAMS, ENTRY 21 THE
007214*    PLAYERS WITH NO TEAM.
007221 01  WS-TSUB                        PIC 9(02) COMP.
007228 01  WS-BEST-TEAM                   PIC 9(02) COMP.
007235 01  WS-TEAMED-COUNT                PIC 9(03) COMP VALUE ZERO.
007242 01  WS-TEAM-TOTALS.
007249     05  WS-TT-ENTRY OCCURS 21 TIMES.
007256         10  WS-TT-PLAYERS          PIC 9(03) COMP.
007263         10  WS-TT-WINS             PIC 9(05) COMP.
007270         10  WS-TT-GAMES            PIC 9(05) COMP.
007277         10  WS-TT-SQUARES          PIC 9(07) COMP.
007284         10  WS-TT-PRINTED-SW       PIC X(01).
007300 01  WS-REPORT-HEADING              PIC X(80)
007400         VALUE "FIELD-DAY LEAGUE TABLE".
007500 01  WS-COLUMN-HEADING.
007800     05  FILLER                     PIC X(22) VALUE "NAME".
007900     05  FILLER                     PIC X(07) VALUE "WINS".
008000     05  FILLER                     PIC X(08) VALUE "GAMES".
008060     05  FILLER                     PIC X(09) VALUE "SQUARES".
008120     05  FILLER                     PIC X(18) VALUE "TEAM".
008200 01  WS-DETAIL-LINE.
008300     05  WS-DL-RANK                 PIC ZZ9.
008400     05  FILLER                     PIC X(02) VALUE SPACE.
009100     05  WS-DL-GAMES                PIC ZZZ9.
009200     05  FILLER                     PIC X(04) VALUE SPACE.
009300     05  WS-DL-SQUARES              PIC ZZZ,ZZ9.
009307     05  FILLER                     PIC X(02) VALUE SPACE.
009314     05  WS-DL-TEAM                 PIC Z9.
009321     05  FILLER                     PIC X(20) VALUE SPACE.
009328 01  WS-TEAM-HEADING                PIC X(80)
009335         VALUE "TEAM STANDINGS".
009342 01  WS-TEAM-COLUMN-HEADING.
009349     05  FILLER                     PIC X(05) VALUE "RANK".
009356     05  FILLER                     PIC X(07) VALUE "TEAM".
009363     05  FILLER                     PIC X(11) VALUE "  PLAYERS".
009370     05  FILLER                     PIC X(07) VALUE "WINS".
009377     05  FILLER                     PIC X(09) VALUE "GAMES".
009384     05  FILLER                     PIC X(41) VALUE "SQUARES".
009391 01  WS-TEAM-LINE.
009398     05  WS-TL-RANK                 PIC ZZ9.
009405     05  FILLER                     PIC X(02) VALUE SPACE.
009412     05  WS-TL-TEAM.
009419         10  WS-TL-TEAM-TAG         PIC X(05).
009426         10  WS-TL-TEAM-NUM         PIC Z9.
009433     05  FILLER                     PIC X(04) VALUE SPACE.
009440     05  WS-TL-PLAYERS              PIC ZZ9.
009447     05  FILLER                     PIC X(02) VALUE SPACE.
009454     05  WS-TL-WINS                 PIC ZZ,ZZ9.
009461     05  FILLER                     PIC X(02) VALUE SPACE.
009468     05  WS-TL-GAMES                PIC ZZ,ZZ9.
009475     05  FILLER                     PIC X(02) VALUE SPACE.
009482     05  WS-TL-SQUARES              PIC Z,ZZZ,ZZ9.
009489     05  FILLER                     PIC X(34) VALUE SPACE.
009500 PROCEDURE DIVISION.
009600*--------------------------------------------------------------*
009700*    0000-MAINLINE                                              *
014500                     TO WS-SD-GAMES (WS-PLAYER-COUNT)
014600                 MOVE SD-TOTAL-SQUARES
014700                     TO WS-SD-SQUARES (WS-PLAYER-COUNT)
014710                 MOVE ZERO TO WS-SD-TEAM-NUM (WS-PLAYER-COUNT)
014720                 IF SD-TEAM-NUM NUMERIC
014730                     MOVE SD-TEAM-NUM
014740                         TO WS-SD-TEAM-NUM (WS-PLAYER-COUNT)
014750                 END-IF
014800                 MOVE "N" TO
014900                     WS-SD-PLAYED-TODAY-SW (WS-PLAYER-COUNT)
015000                 MOVE "N" TO
015800*--------------------------------------------------------------*
015900*    2000-ROLL-IN-MOVE - EACH MOVE ADDS ITS SQUARES GAINED;     *
016000*    A MOVE THAT LANDS ON THE WINNING SQUARE MARKS THE WIN.     *
016050*    A PLAYER WITH NO TEAM YET TAKES THE TEAM THE MOVE CARRIES. *
016100*--------------------------------------------------------------*
016200 2000-ROLL-IN-MOVE.
016300     MOVE PH-PLAYER-ID TO WS-CHECK-ID
016460         GO TO 2000-EXIT
016480     END-IF
016500     MOVE "Y" TO WS-SD-PLAYED-TODAY-SW (WS-FOUND-SUB)
016520     IF WS-SD-TEAM-NUM (WS-FOUND-SUB) = ZERO
016540             AND PH-TEAM-NUM NUMERIC
016560         MOVE PH-TEAM-NUM TO WS-SD-TEAM-NUM (WS-FOUND-SUB)
016580     END-IF
016600     COMPUTE WS-MOVE-GAIN = PH-NEW-POS - PH-PRIOR-POS
016700     IF WS-MOVE-GAIN > 0
016800         ADD WS-MOVE-GAIN TO WS-SD-SQUARES (WS-FOUND-SUB)
020000         MOVE ZERO TO WS-SD-WINS (WS-PLAYER-COUNT)
020100         MOVE ZERO TO WS-SD-GAMES (WS-PLAYER-COUNT)
020200         MOVE ZERO TO WS-SD-SQUARES (WS-PLAYER-COUNT)
020250         MOVE ZERO TO WS-SD-TEAM-NUM (WS-PLAYER-COUNT)
020300         MOVE "N" TO WS-SD-PLAYED-TODAY-SW (WS-PLAYER-COUNT)
020400         MOVE "N" TO WS-SD-WON-TODAY-SW (WS-PLAYER-COUNT)
020500         MOVE "N" TO WS-SD-PRINTED-SW (WS-PLAYER-COUNT)
024200     PERFORM 8200-PRINT-NEXT-BEST THRU 8200-EXIT
024300         VARYING WS-PRINT-SUB FROM 1 BY 1
024400         UNTIL WS-PRINT-SUB > WS-PLAYER-COUNT
024410     INITIALIZE WS-TEAM-TOTALS
024420     PERFORM 8300-ROLL-UP-TEAM THRU 8300-EXIT
024430         VARYING WS-PSUB FROM 1 BY 1
024440         UNTIL WS-PSUB > WS-PLAYER-COUNT
024450     IF WS-TEAMED-COUNT > 0
024460         PERFORM 8400-PRINT-TEAMS THRU 8400-EXIT
024470     END-IF
024500     CLOSE PLAYER-HISTORY-FILE
024600     CLOSE NEW-STANDINGS-FILE
024700     CLOSE LEAGUE-TABLE-RPT
025700     MOVE WS-SD-WINS (WS-PSUB) TO SD-WINS
025800     MOVE WS-SD-GAMES (WS-PSUB) TO SD-GAMES-PLAYED
025900     MOVE WS-SD-SQUARES (WS-PSUB) TO SD-TOTAL-SQUARES
025950     MOVE WS-SD-TEAM-NUM (WS-PSUB) TO SD-TEAM-NUM
026000     WRITE NEW-STANDINGS-RECORD FROM STANDINGS-RECORD.
026100 8100-EXIT.
026200     EXIT.
027900         MOVE WS-SD-WINS (WS-BEST-SUB) TO WS-DL-WINS
028000         MOVE WS-SD-GAMES (WS-BEST-SUB) TO WS-DL-GAMES
028100         MOVE WS-SD-SQUARES (WS-BEST-SUB) TO WS-DL-SQUARES
028120         IF WS-SD-TEAM-NUM (WS-BEST-SUB) > 0
028140             MOVE WS-SD-TEAM-NUM (WS-BEST-SUB) TO WS-DL-TEAM
028160         END-IF
028200         WRITE LEAGUE-TABLE-LINE FROM WS-DETAIL-LINE
028300         MOVE "Y" TO WS-SD-PRINTED-SW (WS-BEST-SUB)
028400     END-IF.
032000     END-IF.
032100 8220-EXIT.
032200     EXIT.
032201*--------------------------------------------------------------*
032202*    8300-ROLL-UP-TEAM - A TEAM NUMBER OUTSIDE 01-20 COUNTS AS  *
032203*    NO TEAM.                                                   *
032204*--------------------------------------------------------------*
032205 8300-ROLL-UP-TEAM.
032206     IF WS-SD-TEAM-NUM (WS-PSUB) > 0
032207             AND WS-SD-TEAM-NUM (WS-PSUB) NOT > 20
032208         MOVE WS-SD-TEAM-NUM (WS-PSUB) TO WS-TSUB
032209         ADD 1 TO WS-TEAMED-COUNT
032210     ELSE
032211         MOVE 21 TO WS-TSUB
032212     END-IF
032213     ADD 1 TO WS-TT-PLAYERS (WS-TSUB)
032214     ADD WS-SD-WINS (WS-PSUB) TO WS-TT-WINS (WS-TSUB)
032215     ADD WS-SD-GAMES (WS-PSUB) TO WS-TT-GAMES (WS-TSUB)
032216     ADD WS-SD-SQUARES (WS-PSUB) TO WS-TT-SQUARES (WS-TSUB).
032217 8300-EXIT.
032218     EXIT.
032219*--------------------------------------------------------------*
032220*    8400-PRINT-TEAMS - TEAMS BEST RECORD FIRST, THEN THE       *
032221*    PLAYERS WITH NO TEAM.                                      *
032222*--------------------------------------------------------------*
032223 8400-PRINT-TEAMS.
032224     MOVE SPACE TO LEAGUE-TABLE-LINE
032225     WRITE LEAGUE-TABLE-LINE
032226     WRITE LEAGUE-TABLE-LINE FROM WS-TEAM-HEADING
032227     WRITE LEAGUE-TABLE-LINE FROM WS-TEAM-COLUMN-HEADING
032228     MOVE ZERO TO WS-RANK
032229     PERFORM 8410-PRINT-NEXT-TEAM THRU 8410-EXIT
032230         VARYING WS-PRINT-SUB FROM 1 BY 1
032231         UNTIL WS-PRINT-SUB > 20
032232     IF WS-TT-PLAYERS (21) > 0
032233         MOVE 21 TO WS-TSUB
032234         MOVE SPACE TO WS-TEAM-LINE
032235         MOVE "NO TEAM" TO WS-TL-TEAM
032236         PERFORM 8430-WRITE-TEAM-LINE THRU 8430-EXIT
032237     END-IF.
032238 8400-EXIT.
032239     EXIT.
032240*--------------------------------------------------------------*
032241*    8410-PRINT-NEXT-TEAM                                        *
032242*--------------------------------------------------------------*
032243 8410-PRINT-NEXT-TEAM.
032244     MOVE ZERO TO WS-BEST-TEAM
032245     PERFORM 8420-CHECK-BEST-TEAM THRU 8420-EXIT
032246         VARYING WS-TSUB FROM 1 BY 1
032247         UNTIL WS-TSUB > 20
032248     IF WS-BEST-TEAM > 0
032249         ADD 1 TO WS-RANK
032250         MOVE WS-BEST-TEAM TO WS-TSUB
032251         MOVE SPACE TO WS-TEAM-LINE
032252         MOVE WS-RANK TO WS-TL-RANK
032253         MOVE "TEAM" TO WS-TL-TEAM-TAG
032254         MOVE WS-TSUB TO WS-TL-TEAM-NUM
032255         PERFORM 8430-WRITE-TEAM-LINE THRU 8430-EXIT
032256         MOVE "Y" TO WS-TT-PRINTED-SW (WS-TSUB)
032257     END-IF.
032258 8410-EXIT.
032259     EXIT.
032260*--------------------------------------------------------------*
032261*    8420-CHECK-BEST-TEAM - WINS, THEN SQUARES, THEN THE LOWER  *
032262*    TEAM NUMBER.                                               *
032263*--------------------------------------------------------------*
032264 8420-CHECK-BEST-TEAM.
032265     IF WS-TT-PLAYERS (WS-TSUB) > 0
032266             AND WS-TT-PRINTED-SW (WS-TSUB) NOT = "Y"
032267         IF WS-BEST-TEAM = 0
032268             MOVE WS-TSUB TO WS-BEST-TEAM
032269         ELSE
032270             IF WS-TT-WINS (WS-TSUB) > WS-TT-WINS (WS-BEST-TEAM)
032271                 MOVE WS-TSUB TO WS-BEST-TEAM
032272             ELSE
032273                 IF WS-TT-WINS (WS-TSUB)
032274                         = WS-TT-WINS (WS-BEST-TEAM)
032275                         AND WS-TT-SQUARES (WS-TSUB)
032276                             > WS-TT-SQUARES (WS-BEST-TEAM)
032277                     MOVE WS-TSUB TO WS-BEST-TEAM
032278                 END-IF
032279             END-IF
032280         END-IF
032281     END-IF.
032282 8420-EXIT.
032283     EXIT.
032284*--------------------------------------------------------------*
032285*    8430-WRITE-TEAM-LINE - TOTALS FOR ENTRY WS-TSUB.           *
032286*--------------------------------------------------------------*
032287 8430-WRITE-TEAM-LINE.
032288     MOVE WS-TT-PLAYERS (WS-TSUB) TO WS-TL-PLAYERS
032289     MOVE WS-TT-WINS (WS-TSUB) TO WS-TL-WINS
032290     MOVE WS-TT-GAMES (WS-TSUB) TO WS-TL-GAMES
032291     MOVE WS-TT-SQUARES (WS-TSUB) TO WS-TL-SQUARES
032292     WRITE LEAGUE-TABLE-LINE FROM WS-TEAM-LINE.
032293 8430-EXIT.
032294     EXIT.
032300 END PROGRAM LEAGTABL.
