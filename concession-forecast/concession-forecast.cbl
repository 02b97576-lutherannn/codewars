000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONCFCST.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    CONCESSION DEMAND FORECAST.  ROLLS THE SALE-DETAIL HISTORY *
000900*    INTO UNITS SOLD PER ITEM BY WEEKDAY AND DAY TYPE - A       *
001000*    REGULAR SCHOOL DAY, A DAY WITH BRACKET GAMES ON THE FIELD- *
001100*    DAY TOURNAMENT SCHEDULE, OR A SUMMER-SESSION DAY - AND     *
001200*    DIVIDES BY THE NUMBER OF SUCH DAYS THE STAND WAS OPEN.     *
001300*    EACH DAY ON THE TERM CALENDAR IN THE NEXT TWO WEEKS THEN   *
001400*    TAKES THE AVERAGE FOR ITS WEEKDAY AND TYPE (FALLING BACK   *
001500*    TO THE TYPE ACROSS ALL WEEKDAYS, THEN TO A REGULAR DAY ON  *
001600*    THE SAME WEEKDAY, WHEN THE HISTORY HAS NONE), AND THE      *
001700*    ITEM'S EXPECTED UNITS LESS ON-HAND AND ON-ORDER IS THE     *
001800*    SUGGESTED ORDER.  A VOID ROW TAKES ITS UNIT BACK OUT.      *
001900*    NO HISTORY OR NO CALENDAR DAYS AHEAD ENDS THE RUN RC 4.    *
002000*    PARM = AS-OF DATE (YYYYMMDD); DEFAULTS TO TODAY.           *
002100*--------------------------------------------------------------*
002200*    MODIFICATION HISTORY                                      *
002300*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT BRACKET-PAIRING-FILE ASSIGN TO BRKPAIR
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-BK-FILE-STATUS.
003300     SELECT CONCESSION-SALE-FILE ASSIGN TO CONCSALE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-CS-FILE-STATUS.
003600     SELECT CONCESSION-INVENTORY-FILE ASSIGN TO CONCINV
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT FORECAST-RPT ASSIGN TO FCSTRPT
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TERM-CALENDAR-FILE
004300     RECORDING MODE IS F.
004400     COPY calendar.
004500 FD  BRACKET-PAIRING-FILE
004600     RECORDING MODE IS F.
004700     COPY brkpair.
004800 FD  CONCESSION-SALE-FILE
004900     RECORDING MODE IS F.
005000     COPY concsale.
005100 FD  CONCESSION-INVENTORY-FILE
005200     RECORDING MODE IS F.
005300     COPY concinvt.
005400 FD  FORECAST-RPT
005500     RECORDING MODE IS F.
005600 01  FORECAST-RPT-LINE              PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 01  WS-BK-FILE-STATUS              PIC X(02) VALUE SPACE.
005900 01  WS-CS-FILE-STATUS              PIC X(02) VALUE SPACE.
006000 01  WS-TC-EOF-SWITCH               PIC X(01) VALUE "N".
006100     88  WS-TC-EOF                      VALUE "Y".
006200 01  WS-BK-EOF-SWITCH               PIC X(01) VALUE "N".
006300     88  WS-BK-EOF                      VALUE "Y".
006400 01  WS-CS-EOF-SWITCH               PIC X(01) VALUE "N".
006500     88  WS-CS-EOF                      VALUE "Y".
006600 01  WS-CV-EOF-SWITCH               PIC X(01) VALUE "N".
006700     88  WS-CV-EOF                      VALUE "Y".
006800 01  WS-TIMESTAMP.
006900     05  WS-TS-DATE                 PIC 9(08).
007000     05  FILLER                     PIC X(13).
007100 01  WS-AS-OF-DATE                  PIC 9(08).
007200 01  WS-AS-OF-INTEGER               PIC 9(08) COMP.
007300 01  WS-THRU-INTEGER                PIC 9(08) COMP.
007400 01  WS-DAY-INTEGER                 PIC 9(08) COMP.
007500 01  WS-LOOKUP-DATE                 PIC 9(08).
007600 01  WS-LOOKUP-ITEM                 PIC X(09).
007700*    DAY TYPES - 1 REGULAR SCHOOL DAY, 2 BRACKET GAMES, 3
007800*    SUMMER SESSION.  WEEKDAYS RUN 1 SUNDAY THROUGH 7 SATURDAY.
007900 01  WS-DAY-TYPE                    PIC 9(01) COMP.
008000 01  WS-WEEKDAY                     PIC 9(01) COMP.
008100 01  WS-DAY-TYPE-NAMES.
008200     05  FILLER                     PIC X(07) VALUE "SCHOOL ".
008300     05  FILLER                     PIC X(07) VALUE "BRACKET".
008400     05  FILLER                     PIC X(07) VALUE "SUMMER ".
008500 01  WS-DAY-TYPE-NAME-TABLE REDEFINES WS-DAY-TYPE-NAMES.
008600     05  WS-DAY-TYPE-NAME           PIC X(07) OCCURS 3 TIMES.
008700 01  WS-WEEKDAY-NAMES.
008800     05  FILLER                     PIC X(21)
008900             VALUE "SUNMONTUEWEDTHUFRISAT".
009000 01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
009100     05  WS-WEEKDAY-NAME            PIC X(03) OCCURS 7 TIMES.
009200*    BRACKET GAME DATES FROM THE TOURNAMENT PAIRINGS.
009300 01  WS-BK-COUNT                    PIC 9(03) COMP VALUE ZERO.
009400 01  WS-BK-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
009500 01  WS-BKSUB                       PIC 9(03) COMP.
009600 01  WS-BRACKET-DAY-SWITCH          PIC X(01).
009700     88  WS-BRACKET-DAY                 VALUE "Y".
009800     88  WS-NOT-BRACKET-DAY             VALUE "N".
009900 01  WS-BRACKET-TABLE.
010000     05  WS-BK-DATE OCCURS 100 TIMES PIC 9(08).
010100*    EVERY DATE IN THE SALE HISTORY, WITH ITS WEEKDAY AND TYPE.
010200 01  WS-HD-COUNT                    PIC 9(04) COMP VALUE ZERO.
010300 01  WS-HD-DROP-COUNT               PIC 9(07) COMP VALUE ZERO.
010400 01  WS-HDSUB                       PIC 9(04) COMP.
010500 01  WS-HD-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
010600 01  WS-HISTORY-DAY-TABLE.
010700     05  WS-HD-ENTRY OCCURS 1000 TIMES.
010800         10  WS-HD-DATE             PIC 9(08).
010900         10  WS-HD-WEEKDAY          PIC 9(01) COMP.
011000         10  WS-HD-TYPE             PIC 9(01) COMP.
011100*    HISTORY DAYS BY WEEKDAY AND TYPE, AND BY TYPE ALONE.
011200 01  WS-DAY-COUNT-TABLE.
011300     05  WS-DC-WEEKDAY OCCURS 7 TIMES.
011400         10  WS-DC-DAYS             PIC 9(05) COMP OCCURS 3 TIMES.
011500 01  WS-TYPE-DAY-TABLE.
011600     05  WS-TD-DAYS                 PIC 9(05) COMP OCCURS 3 TIMES.
011700*    ITEMS FROM THE INVENTORY MASTER WITH UNITS SOLD BY WEEKDAY
011800*    AND TYPE.
011900 01  WS-FI-COUNT                    PIC 9(03) COMP VALUE ZERO.
012000 01  WS-FI-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
012100 01  WS-FISUB                       PIC 9(03) COMP.
012200 01  WS-FI-FOUND-SUB                PIC 9(03) COMP.
012300 01  WS-ITEM-TABLE.
012400     05  WS-FI-ENTRY OCCURS 200 TIMES.
012500         10  WS-FI-ITEM-ID          PIC X(09).
012600         10  WS-FI-ITEM-NAME        PIC X(20).
012700         10  WS-FI-ON-HAND          PIC S9(07) COMP-3.
012800         10  WS-FI-ON-ORDER         PIC 9(07) COMP.
012900         10  WS-FI-WEEKDAY OCCURS 7 TIMES.
013000             15  WS-FI-UNITS        PIC 9(07) COMP OCCURS 3 TIMES.
013100*    THE TERM-CALENDAR DAYS IN THE FORECAST WINDOW.
013200 01  WS-HZ-COUNT                    PIC 9(02) COMP VALUE ZERO.
013300 01  WS-HZSUB                       PIC 9(02) COMP.
013400 01  WS-HORIZON-TABLE.
013500     05  WS-HZ-ENTRY OCCURS 14 TIMES.
013600         10  WS-HZ-DATE             PIC 9(08).
013700         10  WS-HZ-WEEKDAY          PIC 9(01) COMP.
013800         10  WS-HZ-TYPE             PIC 9(01) COMP.
013900 01  WS-WDSUB                       PIC 9(01) COMP.
014000 01  WS-TYSUB                       PIC 9(01) COMP.
014100 01  WS-TYPE-UNITS                  PIC 9(09) COMP.
014200 01  WS-EXPECTED                    PIC 9(07)V99 COMP-3.
014300 01  WS-EXPECTED-UNITS              PIC 9(07) COMP.
014400 01  WS-SUGGESTED                   PIC S9(08) COMP-3.
014500 01  WS-SALE-COUNT                  PIC 9(07) COMP VALUE ZERO.
014600 01  WS-VOID-COUNT                  PIC 9(07) COMP VALUE ZERO.
014700 01  WS-UNMATCHED-COUNT             PIC 9(07) COMP VALUE ZERO.
014800 01  WS-ORDER-ITEM-COUNT            PIC 9(05) COMP VALUE ZERO.
014900 01  WS-ORDER-UNIT-TOTAL            PIC 9(09) COMP VALUE ZERO.
015000 01  WS-REPORT-HEADING.
015100     05  FILLER                     PIC X(33)
015200             VALUE "CONCESSION DEMAND FORECAST AS OF ".
015300     05  WS-RH-AS-OF                PIC 9(08).
015400     05  FILLER                     PIC X(39) VALUE SPACE.
015500 01  WS-WINDOW-HEADING              PIC X(80)
015600         VALUE "CALENDAR DAYS IN THE WINDOW".
015700 01  WS-WINDOW-LINE.
015800     05  WS-WL-DATE                 PIC 9(08).
015900     05  FILLER                     PIC X(02) VALUE SPACE.
016000     05  WS-WL-WEEKDAY              PIC X(03).
016100     05  FILLER                     PIC X(02) VALUE SPACE.
016200     05  WS-WL-TYPE                 PIC X(07).
016300     05  FILLER                     PIC X(02) VALUE SPACE.
016400     05  WS-WL-HISTORY-DAYS         PIC ZZ,ZZ9.
016500     05  FILLER                     PIC X(13)
016600             VALUE " HISTORY DAYS".
016700     05  FILLER                     PIC X(37) VALUE SPACE.
016800 01  WS-COLUMN-HEADING.
016900     05  FILLER                     PIC X(14)
017000             VALUE "ITEM      NAME".
017100     05  FILLER                     PIC X(20) VALUE SPACE.
017200     05  FILLER                     PIC X(07) VALUE "ON-HAND".
017300     05  FILLER                     PIC X(39)
017400             VALUE "  ON-ORDER  EXPECTED  SUGGESTED".
017500 01  WS-DETAIL-LINE.
017600     05  WS-DL-ITEM-ID              PIC X(09).
017700     05  FILLER                     PIC X(01) VALUE SPACE.
017800     05  WS-DL-ITEM-NAME            PIC X(20).
017900     05  FILLER                     PIC X(02) VALUE SPACE.
018000     05  WS-DL-ON-HAND              PIC -,---,--9.
018100     05  FILLER                     PIC X(01) VALUE SPACE.
018200     05  WS-DL-ON-ORDER             PIC Z,ZZZ,ZZ9.
018300     05  FILLER                     PIC X(01) VALUE SPACE.
018400     05  WS-DL-EXPECTED             PIC Z,ZZZ,ZZ9.
018500     05  FILLER                     PIC X(02) VALUE SPACE.
018600     05  WS-DL-SUGGESTED            PIC Z,ZZZ,ZZ9.
018700     05  FILLER                     PIC X(08) VALUE SPACE.
018800 01  WS-TOTAL-LINE.
018900     05  FILLER                     PIC X(15)
019000             VALUE "SALE ROWS READ ".
019100     05  WS-TL-SALES                PIC Z,ZZZ,ZZ9.
019200     05  FILLER                     PIC X(08)
019300             VALUE "  VOIDS ".
019400     05  WS-TL-VOIDS                PIC ZZZ,ZZ9.
019500     05  FILLER                     PIC X(15)
019600             VALUE "  HISTORY DAYS ".
019700     05  WS-TL-DAYS                 PIC Z,ZZ9.
019800     05  FILLER                     PIC X(14)
019900             VALUE "  NOT ON FILE ".
020000     05  WS-TL-UNMATCHED            PIC ZZZ,ZZ9.
020100 01  WS-ORDER-LINE.
020200     05  FILLER                     PIC X(17)
020300             VALUE "ITEMS TO ORDER - ".
020400     05  WS-OL-ITEMS                PIC ZZ,ZZ9.
020500     05  FILLER                     PIC X(11)
020600             VALUE "  UNITS - ".
020700     05  WS-OL-UNITS                PIC ZZZ,ZZZ,ZZ9.
020800     05  FILLER                     PIC X(35) VALUE SPACE.
020900 LINKAGE SECTION.
021000 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
021100 01  LS-PARM-DATA                   PIC X(10).
021200 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
021300*--------------------------------------------------------------*
021400*    0000-MAINLINE                                              *
021500*--------------------------------------------------------------*
021600 0000-MAINLINE.
021700     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
021800     MOVE WS-TS-DATE TO WS-AS-OF-DATE
021900     IF LS-PARM-LENGTH >= 8
022000             AND LS-PARM-DATA (1:8) IS NUMERIC
022100         MOVE LS-PARM-DATA (1:8) TO WS-AS-OF-DATE
022200     END-IF
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022400     PERFORM 2000-TALLY-SALE THRU 2000-EXIT
022500         UNTIL WS-CS-EOF
022600     PERFORM 2500-COUNT-DAY THRU 2500-EXIT
022700         VARYING WS-HDSUB FROM 1 BY 1
022800         UNTIL WS-HDSUB > WS-HD-COUNT
022900     PERFORM 3000-LOAD-WINDOW THRU 3000-EXIT
023000         UNTIL WS-TC-EOF
023100     PERFORM 3500-PRINT-WINDOW-DAY THRU 3500-EXIT
023200         VARYING WS-HZSUB FROM 1 BY 1
023300         UNTIL WS-HZSUB > WS-HZ-COUNT
023400     WRITE FORECAST-RPT-LINE FROM WS-COLUMN-HEADING
023500     PERFORM 4000-FORECAST-ITEM THRU 4000-EXIT
023600         VARYING WS-FISUB FROM 1 BY 1
023700         UNTIL WS-FISUB > WS-FI-COUNT
023800     PERFORM 8000-FINALIZE THRU 8000-EXIT
023900     GOBACK.
024000*--------------------------------------------------------------*
024100*    1000-INITIALIZE - BRACKET DATES AND THE ITEM MASTER GO     *
024200*    INTO TABLES BEFORE THE HISTORY IS READ.                    *
024300*--------------------------------------------------------------*
024400 1000-INITIALIZE.
024500     COMPUTE WS-AS-OF-INTEGER =
024600         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
024700     COMPUTE WS-THRU-INTEGER = WS-AS-OF-INTEGER + 14
024800     INITIALIZE WS-DAY-COUNT-TABLE
024900     INITIALIZE WS-TYPE-DAY-TABLE
025000     OPEN INPUT BRACKET-PAIRING-FILE
025100     IF WS-BK-FILE-STATUS = "35"
025200         DISPLAY "CONCFCST: NO BRACKET SCHEDULE - "
025300             "NO BRACKET DAYS"
025400     ELSE
025500         PERFORM 1100-LOAD-BRACKET THRU 1100-EXIT
025600             UNTIL WS-BK-EOF
025700         CLOSE BRACKET-PAIRING-FILE
025800     END-IF
025900     OPEN INPUT CONCESSION-INVENTORY-FILE
026000     PERFORM 1200-LOAD-ITEM THRU 1200-EXIT
026100         UNTIL WS-CV-EOF
026200     CLOSE CONCESSION-INVENTORY-FILE
026300     OPEN INPUT TERM-CALENDAR-FILE
026400     OPEN OUTPUT FORECAST-RPT
026500     MOVE WS-AS-OF-DATE TO WS-RH-AS-OF
026600     WRITE FORECAST-RPT-LINE FROM WS-REPORT-HEADING
026700     OPEN INPUT CONCESSION-SALE-FILE
026800     IF WS-CS-FILE-STATUS = "35"
026900         SET WS-CS-EOF TO TRUE
027000     ELSE
027100         PERFORM 2100-READ-SALE THRU 2100-EXIT
027200     END-IF.
027300 1000-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------*
027600*    1100-LOAD-BRACKET - ONE DATE PER DAY OF GAMES.             *
027700*--------------------------------------------------------------*
027800 1100-LOAD-BRACKET.
027900     READ BRACKET-PAIRING-FILE
028000         AT END
028100             SET WS-BK-EOF TO TRUE
028200             GO TO 1100-EXIT
028300     END-READ
028400     IF BK-PLAY-DATE IS NOT NUMERIC
028500             OR BK-PLAY-DATE = ZERO
028600         GO TO 1100-EXIT
028700     END-IF
028800     MOVE BK-PLAY-DATE TO WS-LOOKUP-DATE
028900     PERFORM 1500-CHECK-BRACKET THRU 1500-EXIT
029000     IF WS-BRACKET-DAY
029100         GO TO 1100-EXIT
029200     END-IF
029300     IF WS-BK-COUNT >= 100
029400         ADD 1 TO WS-BK-DROP-COUNT
029500         GO TO 1100-EXIT
029600     END-IF
029700     ADD 1 TO WS-BK-COUNT
029800     MOVE BK-PLAY-DATE TO WS-BK-DATE (WS-BK-COUNT).
029900 1100-EXIT.
030000     EXIT.
030100*--------------------------------------------------------------*
030200*    1200-LOAD-ITEM                                             *
030300*--------------------------------------------------------------*
030400 1200-LOAD-ITEM.
030500     READ CONCESSION-INVENTORY-FILE
030600         AT END
030700             SET WS-CV-EOF TO TRUE
030800             GO TO 1200-EXIT
030900     END-READ
031000     IF WS-FI-COUNT >= 200
031100         ADD 1 TO WS-FI-DROP-COUNT
031200         GO TO 1200-EXIT
031300     END-IF
031400     ADD 1 TO WS-FI-COUNT
031500     INITIALIZE WS-FI-ENTRY (WS-FI-COUNT)
031600     MOVE CV-ITEM-ID TO WS-FI-ITEM-ID (WS-FI-COUNT)
031700     MOVE CV-ITEM-NAME TO WS-FI-ITEM-NAME (WS-FI-COUNT)
031800     MOVE CV-ON-HAND-UNITS TO WS-FI-ON-HAND (WS-FI-COUNT)
031900     IF CV-ON-ORDER-UNITS IS NUMERIC
032000         MOVE CV-ON-ORDER-UNITS TO WS-FI-ON-ORDER (WS-FI-COUNT)
032100     END-IF.
032200 1200-EXIT.
032300     EXIT.
032400*--------------------------------------------------------------*
032500*    1500-CHECK-BRACKET - IS WS-LOOKUP-DATE A BRACKET GAME DAY? *
032600*--------------------------------------------------------------*
032700 1500-CHECK-BRACKET.
032800     SET WS-NOT-BRACKET-DAY TO TRUE
032900     PERFORM 1510-MATCH-BRACKET THRU 1510-EXIT
033000         VARYING WS-BKSUB FROM 1 BY 1
033100         UNTIL WS-BKSUB > WS-BK-COUNT
033200             OR WS-BRACKET-DAY.
033300 1500-EXIT.
033400     EXIT.
033500*--------------------------------------------------------------*
033600*    1510-MATCH-BRACKET                                         *
033700*--------------------------------------------------------------*
033800 1510-MATCH-BRACKET.
033900     IF WS-LOOKUP-DATE = WS-BK-DATE (WS-BKSUB)
034000         SET WS-BRACKET-DAY TO TRUE
034100     END-IF.
034200 1510-EXIT.
034300     EXIT.
034400*--------------------------------------------------------------*
034500*    1600-WEEKDAY - WEEKDAY OF WS-LOOKUP-DATE FROM THE INTEGER  *
034600*    DATE MODULO 7 (0 = SUNDAY), SHIFTED TO A 1-7 SUBSCRIPT.    *
034700*--------------------------------------------------------------*
034800 1600-WEEKDAY.
034900     COMPUTE WS-DAY-INTEGER =
035000         FUNCTION INTEGER-OF-DATE (WS-LOOKUP-DATE)
035100     COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INTEGER, 7) + 1.
035200 1600-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------*
035500*    2000-TALLY-SALE - A SALE ADDS A UNIT TO ITS ITEM FOR THE   *
035600*    WEEKDAY AND TYPE OF ITS DATE; A VOID TAKES ONE BACK, NEVER *
035700*    BELOW ZERO.  SALES FOR AN ITEM NO LONGER ON THE MASTER ARE *
035800*    COUNTED AND SKIPPED.                                       *
035900*--------------------------------------------------------------*
036000 2000-TALLY-SALE.
036100     IF CS-SALE-DATE IS NOT NUMERIC
036200             OR CS-SALE-DATE > WS-AS-OF-DATE
036300         GO TO 2000-NEXT
036400     END-IF
036500     IF CS-ENTRY-VOID
036600         ADD 1 TO WS-VOID-COUNT
036700     ELSE
036800         ADD 1 TO WS-SALE-COUNT
036900     END-IF
037000     PERFORM 2200-FIND-DAY THRU 2200-EXIT
037100     IF WS-HD-FOUND-SUB = 0
037200         GO TO 2000-NEXT
037300     END-IF
037400     MOVE CS-ITEM-ID TO WS-LOOKUP-ITEM
037500     PERFORM 2300-FIND-ITEM THRU 2300-EXIT
037600     IF WS-FI-FOUND-SUB = 0
037700         ADD 1 TO WS-UNMATCHED-COUNT
037800         GO TO 2000-NEXT
037900     END-IF
038000     MOVE WS-HD-WEEKDAY (WS-HD-FOUND-SUB) TO WS-WDSUB
038100     MOVE WS-HD-TYPE (WS-HD-FOUND-SUB) TO WS-TYSUB
038200     IF CS-ENTRY-VOID
038300         IF WS-FI-UNITS (WS-FI-FOUND-SUB, WS-WDSUB, WS-TYSUB) > 0
038400             SUBTRACT 1 FROM
038500                 WS-FI-UNITS (WS-FI-FOUND-SUB, WS-WDSUB, WS-TYSUB)
038600         END-IF
038700     ELSE
038800         ADD 1
038900             TO WS-FI-UNITS (WS-FI-FOUND-SUB, WS-WDSUB, WS-TYSUB)
039000     END-IF.
039100 2000-NEXT.
039200     PERFORM 2100-READ-SALE THRU 2100-EXIT.
039300 2000-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------*
039600*    2100-READ-SALE                                             *
039700*--------------------------------------------------------------*
039800 2100-READ-SALE.
039900     READ CONCESSION-SALE-FILE
040000         AT END
040100             SET WS-CS-EOF TO TRUE
040200     END-READ.
040300 2100-EXIT.
040400     EXIT.
040500*--------------------------------------------------------------*
040600*    2200-FIND-DAY - WS-HD-FOUND-SUB COMES BACK POINTING AT THE *
040700*    HISTORY DAY FOR THE SALE'S DATE, ADDING ONE IF NEEDED, OR  *
040800*    ZERO WHEN THE TABLE IS FULL.  THE HISTORY RUNS IN DATE     *
040900*    ORDER, SO THE LAST DAY FOUND IS TRIED FIRST.  A NEW DAY IS *
041000*    TYPED BRACKET WHEN GAMES WERE PLAYED, ELSE SUMMER WHEN THE *
041100*    SALE CARRIES THE SUMMER SESSION CODE, ELSE REGULAR.        *
041200*--------------------------------------------------------------*
041300 2200-FIND-DAY.
041400     IF WS-HD-FOUND-SUB > 0
041500         IF CS-SALE-DATE = WS-HD-DATE (WS-HD-FOUND-SUB)
041600             GO TO 2200-EXIT
041700         END-IF
041800     END-IF
041900     MOVE ZERO TO WS-HD-FOUND-SUB
042000     PERFORM 2210-MATCH-DAY THRU 2210-EXIT
042100         VARYING WS-HDSUB FROM 1 BY 1
042200         UNTIL WS-HDSUB > WS-HD-COUNT
042300             OR WS-HD-FOUND-SUB > 0
042400     IF WS-HD-FOUND-SUB > 0
042500         GO TO 2200-EXIT
042600     END-IF
042700     IF WS-HD-COUNT >= 1000
042800         ADD 1 TO WS-HD-DROP-COUNT
042900         GO TO 2200-EXIT
043000     END-IF
043100     ADD 1 TO WS-HD-COUNT
043200     MOVE WS-HD-COUNT TO WS-HD-FOUND-SUB
043300     MOVE CS-SALE-DATE TO WS-HD-DATE (WS-HD-COUNT)
043400     MOVE CS-SALE-DATE TO WS-LOOKUP-DATE
043500     PERFORM 1600-WEEKDAY THRU 1600-EXIT
043600     MOVE WS-WEEKDAY TO WS-HD-WEEKDAY (WS-HD-COUNT)
043700     PERFORM 1500-CHECK-BRACKET THRU 1500-EXIT
043800     IF WS-BRACKET-DAY
043900         MOVE 2 TO WS-HD-TYPE (WS-HD-COUNT)
044000     ELSE
044100         IF CS-SESSION-SUMMER
044200             MOVE 3 TO WS-HD-TYPE (WS-HD-COUNT)
044300         ELSE
044400             MOVE 1 TO WS-HD-TYPE (WS-HD-COUNT)
044500         END-IF
044600     END-IF.
044700 2200-EXIT.
044800     EXIT.
044900*--------------------------------------------------------------*
045000*    2210-MATCH-DAY                                             *
045100*--------------------------------------------------------------*
045200 2210-MATCH-DAY.
045300     IF CS-SALE-DATE = WS-HD-DATE (WS-HDSUB)
045400         MOVE WS-HDSUB TO WS-HD-FOUND-SUB
045500     END-IF.
045600 2210-EXIT.
045700     EXIT.
045800*--------------------------------------------------------------*
045900*    2300-FIND-ITEM - WS-FI-FOUND-SUB COMES BACK POINTING AT    *
046000*    THE ITEM FOR WS-LOOKUP-ITEM, OR ZERO.                      *
046100*--------------------------------------------------------------*
046200 2300-FIND-ITEM.
046300     MOVE ZERO TO WS-FI-FOUND-SUB
046400     PERFORM 2310-MATCH-ITEM THRU 2310-EXIT
046500         VARYING WS-FISUB FROM 1 BY 1
046600         UNTIL WS-FISUB > WS-FI-COUNT
046700             OR WS-FI-FOUND-SUB > 0.
046800 2300-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------*
047100*    2310-MATCH-ITEM                                            *
047200*--------------------------------------------------------------*
047300 2310-MATCH-ITEM.
047400     IF WS-LOOKUP-ITEM = WS-FI-ITEM-ID (WS-FISUB)
047500         MOVE WS-FISUB TO WS-FI-FOUND-SUB
047600     END-IF.
047700 2310-EXIT.
047800     EXIT.
047900*--------------------------------------------------------------*
048000*    2500-COUNT-DAY - HOW MANY HISTORY DAYS OF EACH WEEKDAY AND *
048100*    TYPE THE AVERAGES DIVIDE BY.                               *
048200*--------------------------------------------------------------*
048300 2500-COUNT-DAY.
048400     MOVE WS-HD-WEEKDAY (WS-HDSUB) TO WS-WDSUB
048500     MOVE WS-HD-TYPE (WS-HDSUB) TO WS-TYSUB
048600     ADD 1 TO WS-DC-DAYS (WS-WDSUB, WS-TYSUB)
048700     ADD 1 TO WS-TD-DAYS (WS-TYSUB).
048800 2500-EXIT.
048900     EXIT.
049000*--------------------------------------------------------------*
049100*    3000-LOAD-WINDOW - CALENDAR DAYS AFTER THE AS-OF DATE AND  *
049200*    WITHIN THE NEXT TWO WEEKS.                                 *
049300*--------------------------------------------------------------*
049400 3000-LOAD-WINDOW.
049500     READ TERM-CALENDAR-FILE
049600         AT END
049700             SET WS-TC-EOF TO TRUE
049800             GO TO 3000-EXIT
049900     END-READ
050000     IF TC-CAL-DATE IS NOT NUMERIC
050100             OR TC-CAL-DATE <= WS-AS-OF-DATE
050200         GO TO 3000-EXIT
050300     END-IF
050400     MOVE TC-CAL-DATE TO WS-LOOKUP-DATE
050500     PERFORM 1600-WEEKDAY THRU 1600-EXIT
050600     IF WS-DAY-INTEGER > WS-THRU-INTEGER
050700             OR WS-HZ-COUNT >= 14
050800         GO TO 3000-EXIT
050900     END-IF
051000     ADD 1 TO WS-HZ-COUNT
051100     MOVE TC-CAL-DATE TO WS-HZ-DATE (WS-HZ-COUNT)
051200     MOVE WS-WEEKDAY TO WS-HZ-WEEKDAY (WS-HZ-COUNT)
051300     PERFORM 1500-CHECK-BRACKET THRU 1500-EXIT
051400     IF WS-BRACKET-DAY
051500         MOVE 2 TO WS-HZ-TYPE (WS-HZ-COUNT)
051600     ELSE
051700         IF TC-SESSION-SUMMER
051800             MOVE 3 TO WS-HZ-TYPE (WS-HZ-COUNT)
051900         ELSE
052000             MOVE 1 TO WS-HZ-TYPE (WS-HZ-COUNT)
052100         END-IF
052200     END-IF.
052300 3000-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------*
052600*    3500-PRINT-WINDOW-DAY                                      *
052700*--------------------------------------------------------------*
052800 3500-PRINT-WINDOW-DAY.
052900     IF WS-HZSUB = 1
053000         WRITE FORECAST-RPT-LINE FROM WS-WINDOW-HEADING
053100     END-IF
053200     MOVE WS-HZ-WEEKDAY (WS-HZSUB) TO WS-WDSUB
053300     MOVE WS-HZ-TYPE (WS-HZSUB) TO WS-TYSUB
053400     MOVE WS-HZ-DATE (WS-HZSUB) TO WS-WL-DATE
053500     MOVE WS-WEEKDAY-NAME (WS-WDSUB) TO WS-WL-WEEKDAY
053600     MOVE WS-DAY-TYPE-NAME (WS-TYSUB) TO WS-WL-TYPE
053700     MOVE WS-DC-DAYS (WS-WDSUB, WS-TYSUB) TO WS-WL-HISTORY-DAYS
053800     WRITE FORECAST-RPT-LINE FROM WS-WINDOW-LINE.
053900 3500-EXIT.
054000     EXIT.
054100*--------------------------------------------------------------*
054200*    4000-FORECAST-ITEM - EXPECTED UNITS OVER THE WINDOW,       *
054300*    ROUNDED UP, LESS WHAT IS ON HAND AND ON ORDER.             *
054400*--------------------------------------------------------------*
054500 4000-FORECAST-ITEM.
054600     MOVE ZERO TO WS-EXPECTED
054700     PERFORM 4100-EXPECT-DAY THRU 4100-EXIT
054800         VARYING WS-HZSUB FROM 1 BY 1
054900         UNTIL WS-HZSUB > WS-HZ-COUNT
055000     COMPUTE WS-EXPECTED-UNITS = WS-EXPECTED + 0.99
055100     COMPUTE WS-SUGGESTED = WS-EXPECTED-UNITS
055200         - WS-FI-ON-HAND (WS-FISUB) - WS-FI-ON-ORDER (WS-FISUB)
055300     IF WS-SUGGESTED < ZERO
055400         MOVE ZERO TO WS-SUGGESTED
055500     END-IF
055600     IF WS-SUGGESTED > ZERO
055700         ADD 1 TO WS-ORDER-ITEM-COUNT
055800         ADD WS-SUGGESTED TO WS-ORDER-UNIT-TOTAL
055900     END-IF
056000     MOVE WS-FI-ITEM-ID (WS-FISUB) TO WS-DL-ITEM-ID
056100     MOVE WS-FI-ITEM-NAME (WS-FISUB) TO WS-DL-ITEM-NAME
056200     MOVE WS-FI-ON-HAND (WS-FISUB) TO WS-DL-ON-HAND
056300     MOVE WS-FI-ON-ORDER (WS-FISUB) TO WS-DL-ON-ORDER
056400     MOVE WS-EXPECTED-UNITS TO WS-DL-EXPECTED
056500     MOVE WS-SUGGESTED TO WS-DL-SUGGESTED
056600     WRITE FORECAST-RPT-LINE FROM WS-DETAIL-LINE.
056700 4000-EXIT.
056800     EXIT.
056900*--------------------------------------------------------------*
057000*    4100-EXPECT-DAY - THE ITEM'S AVERAGE FOR THE DAY'S WEEKDAY *
057100*    AND TYPE; WITH NO SUCH DAYS IN THE HISTORY, THE TYPE'S     *
057200*    AVERAGE OVER ALL WEEKDAYS, THEN A REGULAR DAY'S AVERAGE ON *
057300*    THE SAME WEEKDAY.                                          *
057400*--------------------------------------------------------------*
057500 4100-EXPECT-DAY.
057600     MOVE WS-HZ-WEEKDAY (WS-HZSUB) TO WS-WDSUB
057700     MOVE WS-HZ-TYPE (WS-HZSUB) TO WS-TYSUB
057800     IF WS-DC-DAYS (WS-WDSUB, WS-TYSUB) > 0
057900         COMPUTE WS-EXPECTED = WS-EXPECTED
058000             + WS-FI-UNITS (WS-FISUB, WS-WDSUB, WS-TYSUB)
058100                 / WS-DC-DAYS (WS-WDSUB, WS-TYSUB)
058200         GO TO 4100-EXIT
058300     END-IF
058400     IF WS-TD-DAYS (WS-TYSUB) > 0
058500         MOVE ZERO TO WS-TYPE-UNITS
058600         PERFORM 4110-ADD-TYPE-UNITS THRU 4110-EXIT
058700             VARYING WS-WDSUB FROM 1 BY 1
058800             UNTIL WS-WDSUB > 7
058900         COMPUTE WS-EXPECTED = WS-EXPECTED
059000             + WS-TYPE-UNITS / WS-TD-DAYS (WS-TYSUB)
059100         GO TO 4100-EXIT
059200     END-IF
059300     IF WS-DC-DAYS (WS-WDSUB, 1) > 0
059400         COMPUTE WS-EXPECTED = WS-EXPECTED
059500             + WS-FI-UNITS (WS-FISUB, WS-WDSUB, 1)
059600                 / WS-DC-DAYS (WS-WDSUB, 1)
059700     END-IF.
059800 4100-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------*
060100*    4110-ADD-TYPE-UNITS                                        *
060200*--------------------------------------------------------------*
060300 4110-ADD-TYPE-UNITS.
060400     ADD WS-FI-UNITS (WS-FISUB, WS-WDSUB, WS-TYSUB)
060500         TO WS-TYPE-UNITS.
060600 4110-EXIT.
060700     EXIT.
060800*--------------------------------------------------------------*
060900*    8000-FINALIZE - NO HISTORY OR NO CALENDAR DAYS AHEAD       *
061000*    LEAVES NOTHING TO FORECAST AND ENDS THE RUN RC 4; A FULL   *
061100*    TABLE LEAVES THE FORECAST SHORT AND ENDS IT RC 8.          *
061200*--------------------------------------------------------------*
061300 8000-FINALIZE.
061400     MOVE WS-SALE-COUNT TO WS-TL-SALES
061500     MOVE WS-VOID-COUNT TO WS-TL-VOIDS
061600     MOVE WS-HD-COUNT TO WS-TL-DAYS
061700     MOVE WS-UNMATCHED-COUNT TO WS-TL-UNMATCHED
061800     WRITE FORECAST-RPT-LINE FROM WS-TOTAL-LINE
061900     MOVE WS-ORDER-ITEM-COUNT TO WS-OL-ITEMS
062000     MOVE WS-ORDER-UNIT-TOTAL TO WS-OL-UNITS
062100     WRITE FORECAST-RPT-LINE FROM WS-ORDER-LINE
062200     IF WS-HD-COUNT = 0
062300         DISPLAY "CONCFCST: NO SALE HISTORY - NOTHING FORECAST"
062400         MOVE 4 TO RETURN-CODE
062500     END-IF
062600     IF WS-HZ-COUNT = 0
062700         DISPLAY "CONCFCST: NO CALENDAR DAYS IN THE NEXT TWO "
062800             "WEEKS"
062900         MOVE 4 TO RETURN-CODE
063000     END-IF
063100     IF WS-BK-DROP-COUNT > 0
063200         DISPLAY "CONCFCST: BRACKET TABLE FULL - DROPPED - "
063300             WS-BK-DROP-COUNT
063400         MOVE 8 TO RETURN-CODE
063500     END-IF
063600     IF WS-FI-DROP-COUNT > 0
063700         DISPLAY "CONCFCST: ITEM TABLE FULL - DROPPED - "
063800             WS-FI-DROP-COUNT
063900         MOVE 8 TO RETURN-CODE
064000     END-IF
064100     IF WS-HD-DROP-COUNT > 0
064200         DISPLAY "CONCFCST: HISTORY DAY TABLE FULL - DROPPED - "
064300             WS-HD-DROP-COUNT
064400         MOVE 8 TO RETURN-CODE
064500     END-IF
064600     IF WS-CS-FILE-STATUS NOT = "35"
064700         CLOSE CONCESSION-SALE-FILE
064800     END-IF
064900     CLOSE TERM-CALENDAR-FILE
065000     CLOSE FORECAST-RPT.
065100 8000-EXIT.
065200     EXIT.
065300 END PROGRAM CONCFCST.
