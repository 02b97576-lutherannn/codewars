000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FIELDTM.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    FIELD-DAY HOUSE TEAM ASSIGNMENT.  RUN ONCE BEFORE THE      *
000900*    SEASON OVER THE TERM ENROLLMENT FILE.  EVERY CAMPUS AND    *
001000*    GRADE IS SPREAD EVENLY ACROSS THE TEAMS; BROTHERS AND      *
001100*    SISTERS (ONE HOUSHOLD HOUSEHOLD ID) ARE PLACED TOGETHER    *
001200*    AS ONE GROUP, AND A STUDENT IS NEVER PUT ON A TEAM THAT    *
001300*    ALREADY HOLDS A STUDENT THE DEAN NAMED AS NO-CONTACT ON    *
001400*    THE INCIDENT HISTORY WHILE ANOTHER TEAM IS OPEN.  SIBLING  *
001500*    GROUPS GO FIRST, THEN SINGLE STUDENTS; EACH GOES TO THE    *
001600*    TEAM WITH THE FEWEST STUDENTS OF ITS CAMPUS AND GRADE,     *
001700*    THEN THE SMALLEST TEAM, THEN THE LOWEST TEAM NUMBER.  THE  *
001800*    CAMPUS COMES FROM THE STUDENT MASTER.  THE TEAM ROSTER     *
001900*    SEEDS THE PLAYERS FOR GAMESIM, AND FROM ITS MOVE LOG THE   *
002000*    LEAGUE TABLE AND THE BRACKET.  SUMMER-SESSION ROWS ARE     *
002100*    NOT TEAMED.                                                *
002200*    PARM = NUMBER OF TEAMS, TWO DIGITS, 02-20; DEFAULT 04.     *
002300*    RC 4 - A NO-CONTACT PAIR COULD NOT BE SPLIT (SAME          *
002400*    HOUSEHOLD, OR EVERY TEAM ALREADY HELD ONE OF THEM) OR AN   *
002500*    ENROLLED STUDENT IS NOT ON THE MASTER.  RC 8 - BAD PARM,   *
002600*    BAD ENROLLMENT TRAILER, OR A TABLE FILLED; NO ROSTER IS    *
002700*    WRITTEN.                                                   *
002800*--------------------------------------------------------------*
002900*    MODIFICATION HISTORY                                      *
003000*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TERM-ENROLLMENT-FILE ASSIGN TO TERMENR
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT HOUSEHOLD-LINK-FILE ASSIGN TO HOUSHOLD
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-HH-FILE-STATUS.
004000     SELECT INCIDENT-HISTORY-FILE ASSIGN TO INCIDENT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-IN-FILE-STATUS.
004300     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS SM-STUDENT-ID
004700         FILE STATUS IS WS-SM-FILE-STATUS.
004800     SELECT TEAM-ASSIGNMENT-FILE ASSIGN TO TEAMASGN
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT TEAM-RPT ASSIGN TO FIELDRPT
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  TERM-ENROLLMENT-FILE
005500     RECORDING MODE IS F.
005600     COPY termenr.
005700 FD  HOUSEHOLD-LINK-FILE
005800     RECORDING MODE IS F.
005900     COPY houshold.
006000 FD  INCIDENT-HISTORY-FILE
006100     RECORDING MODE IS F.
006200     COPY incident.
006300 FD  STUDENT-MASTER-FILE.
006400     COPY studmast.
006500 FD  TEAM-ASSIGNMENT-FILE
006600     RECORDING MODE IS F.
006700     COPY teamasgn.
006800 FD  TEAM-RPT
006900     RECORDING MODE IS F.
007000 01  TEAM-RPT-LINE                  PIC X(80).
007100 WORKING-STORAGE SECTION.
007200     COPY trailrec.
007300 01  WS-HH-FILE-STATUS              PIC X(02) VALUE SPACE.
007400 01  WS-IN-FILE-STATUS              PIC X(02) VALUE SPACE.
007500 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
007600 01  WS-TE-EOF-SWITCH               PIC X(01) VALUE "N".
007700     88  WS-TE-EOF                      VALUE "Y".
007800 01  WS-HH-EOF-SWITCH               PIC X(01) VALUE "N".
007900     88  WS-HH-EOF                      VALUE "Y".
008000 01  WS-IN-EOF-SWITCH               PIC X(01) VALUE "N".
008100     88  WS-IN-EOF                      VALUE "Y".
008200 01  WS-TRL-SWITCH                  PIC X(01) VALUE "N".
008300     88  WS-TRL-SEEN                    VALUE "Y".
008400     88  WS-TRL-BAD                     VALUE "B".
008500 01  WS-TRL-COUNT                   PIC 9(07) VALUE ZERO.
008600 01  WS-TRL-HASH                    PIC 9(10) VALUE ZERO.
008700 01  WS-PARM-SWITCH                 PIC X(01) VALUE "N".
008800     88  WS-PARM-BAD                    VALUE "Y".
008900 01  WS-TIMESTAMP.
009000     05  WS-TS-DATE                 PIC 9(08).
009100     05  FILLER                     PIC X(13).
009200 01  WS-TEAM-COUNT                  PIC 9(02) VALUE 4.
009300*    ENROLLED STUDENTS, IN ENROLLMENT-FILE ORDER.  A STUDENT
009400*    WITH NO HOUSHOLD ROW IS A HOUSEHOLD OF ONE UNDER THEIR OWN
009500*    ID.  WS-ST-TEAM ZERO IS NOT YET PLACED.
009600 01  WS-ST-COUNT                    PIC 9(04) COMP VALUE ZERO.
009700 01  WS-ST-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
009800 01  WS-STSUB                       PIC 9(04) COMP.
009900 01  WS-SBSUB                       PIC 9(04) COMP.
010000 01  WS-FSUB                        PIC 9(04) COMP.
010100 01  WS-MSUB                        PIC 9(04) COMP.
010200 01  WS-ST-FOUND-SUB                PIC 9(04) COMP.
010300 01  WS-SEARCH-ID                   PIC X(09).
010400 01  WS-STUDENT-TABLE.
010500     05  WS-ST-ENTRY OCCURS 5000 TIMES.
010600         10  WS-ST-STUDENT-ID       PIC X(09).
010700         10  WS-ST-PLAYER-NAME      PIC X(20).
010800         10  WS-ST-GRADE            PIC 9(02).
010900         10  WS-ST-CAMPUS           PIC X(03).
011000         10  WS-ST-HOUSEHOLD-ID     PIC X(09).
011100         10  WS-ST-STRATUM          PIC 9(03) COMP.
011200         10  WS-ST-TEAM             PIC 9(02).
011300         10  WS-ST-NC-SWITCH        PIC X(01).
011400             88  WS-ST-HAS-NC           VALUE "Y".
011500         10  WS-ST-UNIT-SWITCH      PIC X(01).
011600             88  WS-ST-IN-UNIT          VALUE "Y".
011700 01  WS-HL-COUNT                    PIC 9(04) COMP VALUE ZERO.
011800 01  WS-HL-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
011900 01  WS-HLSUB                       PIC 9(04) COMP.
012000 01  WS-HOUSEHOLD-TABLE.
012100     05  WS-HL-ENTRY OCCURS 5000 TIMES.
012200         10  WS-HL-STUDENT-ID       PIC X(09).
012300         10  WS-HL-HOUSEHOLD-ID     PIC X(09).
012400*    NO-CONTACT PAIRS FROM THE INCIDENT HISTORY, ONE ROW PER
012500*    PAIR WHICHEVER SIDE THE DEAN ENTERED IT FROM.  A ZERO
012600*    SUBSCRIPT IS A STUDENT NOT ENROLLED THIS TERM.
012700 01  WS-NC-COUNT                    PIC 9(04) COMP VALUE ZERO.
012800 01  WS-NC-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
012900 01  WS-NCSUB                       PIC 9(04) COMP.
013000 01  WS-NC-FOUND-SUB                PIC 9(04) COMP.
013100 01  WS-NO-CONTACT-TABLE.
013200     05  WS-NC-ENTRY OCCURS 1000 TIMES.
013300         10  WS-NC-ID-A             PIC X(09).
013400         10  WS-NC-ID-B             PIC X(09).
013500         10  WS-NC-SUB-A            PIC 9(04) COMP.
013600         10  WS-NC-SUB-B            PIC 9(04) COMP.
013700*    ONE ROW PER CAMPUS AND GRADE, WITH ITS HEADCOUNT ON EACH
013800*    TEAM SO FAR.
013900 01  WS-SR-COUNT                    PIC 9(03) COMP VALUE ZERO.
014000 01  WS-SR-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
014100 01  WS-SRSUB                       PIC 9(03) COMP.
014200 01  WS-SR-FOUND-SUB                PIC 9(03) COMP.
014300 01  WS-SR-PSUB                     PIC 9(03) COMP.
014400 01  WS-SR-PRINT-COUNT              PIC 9(03) COMP.
014500 01  WS-STRATUM-TABLE.
014600     05  WS-SR-ENTRY OCCURS 300 TIMES.
014700         10  WS-SR-CAMPUS           PIC X(03).
014800         10  WS-SR-GRADE            PIC 9(02).
014900         10  WS-SR-TOTAL            PIC 9(04) COMP.
015000         10  WS-SR-PRINTED-SWITCH   PIC X(01).
015100             88  WS-SR-PRINTED          VALUE "Y".
015200         10  WS-SR-TEAM-COUNT OCCURS 20 TIMES
015300                                    PIC 9(04) COMP.
015400 01  WS-TMSUB                       PIC 9(02) COMP.
015500 01  WS-TEAM-TABLE.
015600     05  WS-TM-ENTRY OCCURS 20 TIMES.
015700         10  WS-TM-STUDENTS         PIC 9(04) COMP.
015800         10  WS-TM-HOUSEHOLDS       PIC 9(04) COMP.
015900         10  WS-TM-NOT-SPLIT        PIC 9(04) COMP.
016000*    THE SIBLING GROUP (OR SINGLE STUDENT) BEING PLACED.
016100 01  WS-PASS                        PIC 9(01).
016200 01  WS-UN-COUNT                    PIC 9(02) COMP.
016300 01  WS-UN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
016400 01  WS-UNSUB                       PIC 9(02) COMP.
016500 01  WS-UNIT-TABLE.
016600     05  WS-UN-MEMBER OCCURS 20 TIMES
016700                                    PIC 9(04) COMP.
016800 01  WS-UN-NC-SWITCH                PIC X(01).
016900     88  WS-UN-HAS-NC                   VALUE "Y".
017000 01  WS-IGNORE-NC-SWITCH            PIC X(01).
017100     88  WS-IGNORE-NC                   VALUE "Y".
017200 01  WS-CONFLICT-SWITCH             PIC X(01).
017300     88  WS-CONFLICT                    VALUE "Y".
017400 01  WS-BEST-TEAM                   PIC 9(02) COMP.
017500 01  WS-BEST-COST                   PIC 9(07) COMP.
017600 01  WS-TRY-COST                    PIC 9(07) COMP.
017700 01  WS-LOW-COUNT                   PIC 9(04) COMP.
017800 01  WS-HIGH-COUNT                  PIC 9(04) COMP.
017900 01  WS-NOT-ON-MASTER-COUNT         PIC 9(05) COMP VALUE ZERO.
018000 01  WS-HOUSEHOLD-COUNT             PIC 9(05) COMP VALUE ZERO.
018100 01  WS-SPLIT-COUNT                 PIC 9(05) COMP VALUE ZERO.
018200 01  WS-NOT-SPLIT-COUNT             PIC 9(05) COMP VALUE ZERO.
018300 01  WS-REPORT-HEADING.
018400     05  FILLER                     PIC X(30)
018500             VALUE "FIELD-DAY TEAM ASSIGNMENT".
018600     05  WS-RH-DATE                 PIC 9(08).
018700     05  FILLER                     PIC X(09) VALUE "  TEAMS -".
018800     05  WS-RH-TEAMS                PIC Z9.
018900     05  FILLER                     PIC X(31) VALUE SPACE.
019000 01  WS-MASTER-HEADING.
019100     05  FILLER                     PIC X(35)
019200             VALUE "ENROLLED STUDENTS NOT ON THE MASTER".
019300     05  FILLER                     PIC X(45) VALUE SPACE.
019400 01  WS-MASTER-LINE.
019500     05  WS-ML-STUDENT-ID           PIC X(09).
019600     05  FILLER                     PIC X(01) VALUE SPACE.
019700     05  WS-ML-STUDENT-NAME         PIC X(30).
019800     05  FILLER                     PIC X(01) VALUE SPACE.
019900     05  FILLER                     PIC X(17)
020000             VALUE "TEAMED, NO CAMPUS".
020100     05  FILLER                     PIC X(22) VALUE SPACE.
020200 01  WS-BALANCE-HEADING.
020300     05  FILLER                     PIC X(30)
020400             VALUE "BALANCE BY CAMPUS AND GRADE".
020500     05  FILLER                     PIC X(50) VALUE SPACE.
020600 01  WS-BALANCE-COLUMNS.
020700     05  FILLER                     PIC X(04) VALUE "CMP".
020800     05  FILLER                     PIC X(04) VALUE "GR".
020900     05  FILLER                     PIC X(10) VALUE "STUDENTS".
021000     05  FILLER                     PIC X(10) VALUE "FEWEST".
021100     05  FILLER                     PIC X(10) VALUE "MOST".
021200     05  FILLER                     PIC X(42) VALUE SPACE.
021300 01  WS-BALANCE-LINE.
021400     05  WS-BL-CAMPUS               PIC X(03).
021500     05  FILLER                     PIC X(01) VALUE SPACE.
021600     05  WS-BL-GRADE                PIC Z9.
021700     05  FILLER                     PIC X(02) VALUE SPACE.
021800     05  WS-BL-TOTAL                PIC Z,ZZ9.
021900     05  FILLER                     PIC X(05) VALUE SPACE.
022000     05  WS-BL-LOW                  PIC Z,ZZ9.
022100     05  FILLER                     PIC X(05) VALUE SPACE.
022200     05  WS-BL-HIGH                 PIC Z,ZZ9.
022300     05  FILLER                     PIC X(47) VALUE SPACE.
022400 01  WS-TEAM-HEADING.
022500     05  FILLER                     PIC X(06) VALUE "TEAM".
022600     05  FILLER                     PIC X(10) VALUE "STUDENTS".
022700     05  FILLER                     PIC X(10) VALUE "SIBLING".
022800     05  FILLER                     PIC X(10) VALUE "NO-CONTACT".
022900     05  FILLER                     PIC X(44) VALUE SPACE.
023000 01  WS-TEAM-HEADING-2.
023100     05  FILLER                     PIC X(16) VALUE SPACE.
023200     05  FILLER                     PIC X(10) VALUE "GROUPS".
023300     05  FILLER                     PIC X(10) VALUE "NOT SPLIT".
023400     05  FILLER                     PIC X(44) VALUE SPACE.
023500 01  WS-TEAM-LINE.
023600     05  WS-TL-TEAM                 PIC Z9.
023700     05  FILLER                     PIC X(04) VALUE SPACE.
023800     05  WS-TL-STUDENTS             PIC Z,ZZ9.
023900     05  FILLER                     PIC X(05) VALUE SPACE.
024000     05  WS-TL-HOUSEHOLDS           PIC Z,ZZ9.
024100     05  FILLER                     PIC X(05) VALUE SPACE.
024200     05  WS-TL-NOT-SPLIT            PIC Z,ZZ9.
024300     05  FILLER                     PIC X(48) VALUE SPACE.
024400 01  WS-PAIR-HEADING.
024500     05  FILLER                     PIC X(40)
024600             VALUE "NO-CONTACT PAIRS PLACED ON THE SAME TEAM".
024700     05  FILLER                     PIC X(40) VALUE SPACE.
024800 01  WS-PAIR-LINE.
024900     05  WS-PL-STUDENT-A            PIC X(09).
025000     05  FILLER                     PIC X(01) VALUE SPACE.
025100     05  WS-PL-STUDENT-B            PIC X(09).
025200     05  FILLER                     PIC X(06) VALUE " TEAM ".
025300     05  WS-PL-TEAM                 PIC Z9.
025400     05  FILLER                     PIC X(01) VALUE SPACE.
025500     05  WS-PL-REASON               PIC X(20).
025600     05  FILLER                     PIC X(32) VALUE SPACE.
025700 01  WS-SUMMARY-LINE.
025800     05  FILLER                     PIC X(11) VALUE "STUDENTS - ".
025900     05  WS-SL-STUDENTS             PIC ZZ,ZZ9.
026000     05  FILLER                     PIC X(19)
026100             VALUE "  SIBLING GROUPS - ".
026200     05  WS-SL-HOUSEHOLDS           PIC ZZ,ZZ9.
026300     05  FILLER                     PIC X(10) VALUE "  SPLIT - ".
026400     05  WS-SL-SPLIT                PIC ZZ,ZZ9.
026500     05  FILLER                     PIC X(14)
026600             VALUE "  NOT SPLIT - ".
026700     05  WS-SL-NOT-SPLIT            PIC ZZ,ZZ9.
026800     05  FILLER                     PIC X(02) VALUE SPACE.
026900 LINKAGE SECTION.
027000 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
027100 01  LS-PARM-DATA                   PIC X(10).
027200 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
027300*--------------------------------------------------------------*
027400*    0000-MAINLINE                                              *
027500*--------------------------------------------------------------*
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027800     IF WS-PARM-BAD
027900         GOBACK
028000     END-IF
028100     IF WS-TRL-BAD OR WS-ST-DROP-COUNT > 0
028200             OR WS-HL-DROP-COUNT > 0 OR WS-NC-DROP-COUNT > 0
028300             OR WS-SR-DROP-COUNT > 0
028400         PERFORM 8100-NO-ROSTER THRU 8100-EXIT
028500         GOBACK
028600     END-IF
028700     PERFORM 3000-RESOLVE-PAIR THRU 3000-EXIT
028800         VARYING WS-NCSUB FROM 1 BY 1
028900         UNTIL WS-NCSUB > WS-NC-COUNT
029000     MOVE 1 TO WS-PASS
029100     PERFORM 4000-PLACE-UNIT THRU 4000-EXIT
029200         VARYING WS-STSUB FROM 1 BY 1
029300         UNTIL WS-STSUB > WS-ST-COUNT
029400     MOVE 2 TO WS-PASS
029500     PERFORM 4000-PLACE-UNIT THRU 4000-EXIT
029600         VARYING WS-STSUB FROM 1 BY 1
029700         UNTIL WS-STSUB > WS-ST-COUNT
029800     IF WS-UN-DROP-COUNT > 0
029900         PERFORM 8100-NO-ROSTER THRU 8100-EXIT
030000         GOBACK
030100     END-IF
030200     OPEN OUTPUT TEAM-ASSIGNMENT-FILE
030300     PERFORM 5000-WRITE-ROSTER THRU 5000-EXIT
030400         VARYING WS-STSUB FROM 1 BY 1
030500         UNTIL WS-STSUB > WS-ST-COUNT
030600     CLOSE TEAM-ASSIGNMENT-FILE
030700     PERFORM 6000-CHECK-PAIR THRU 6000-EXIT
030800         VARYING WS-NCSUB FROM 1 BY 1
030900         UNTIL WS-NCSUB > WS-NC-COUNT
031000     PERFORM 7000-PRINT-BALANCE THRU 7000-EXIT
031100     PERFORM 8000-FINALIZE THRU 8000-EXIT
031200     GOBACK.
031300*--------------------------------------------------------------*
031400*    1000-INITIALIZE - HOUSEHOLDS AND NO-CONTACT PAIRS FIRST,   *
031500*    THEN THE ENROLLMENT.                                       *
031600*--------------------------------------------------------------*
031700 1000-INITIALIZE.
031800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
031900     IF LS-PARM-LENGTH > 0
032000         IF LS-PARM-LENGTH >= 2
032100                 AND LS-PARM-DATA (1:2) IS NUMERIC
032200             MOVE LS-PARM-DATA (1:2) TO WS-TEAM-COUNT
032300         ELSE
032400             MOVE ZERO TO WS-TEAM-COUNT
032500         END-IF
032600     END-IF
032700     IF WS-TEAM-COUNT < 2 OR WS-TEAM-COUNT > 20
032800         DISPLAY "FIELDTM: PARM MUST BE A TEAM COUNT 02-20"
032900         DISPLAY "FIELDTM: NO ROSTER WRITTEN"
033000         SET WS-PARM-BAD TO TRUE
033100         MOVE 8 TO RETURN-CODE
033200         GO TO 1000-EXIT
033300     END-IF
033400     INITIALIZE WS-TEAM-TABLE
033500     OPEN OUTPUT TEAM-RPT
033600     MOVE WS-TS-DATE TO WS-RH-DATE
033700     MOVE WS-TEAM-COUNT TO WS-RH-TEAMS
033800     WRITE TEAM-RPT-LINE FROM WS-REPORT-HEADING
033900     OPEN INPUT HOUSEHOLD-LINK-FILE
034000     IF WS-HH-FILE-STATUS = "35"
034100         DISPLAY "FIELDTM: NO HOUSEHOLD FILE - SIBLINGS ARE "
034200             "NOT GROUPED"
034300     ELSE
034400         PERFORM 1100-LOAD-HOUSEHOLD THRU 1100-EXIT
034500             UNTIL WS-HH-EOF
034600         CLOSE HOUSEHOLD-LINK-FILE
034700     END-IF
034800     OPEN INPUT INCIDENT-HISTORY-FILE
034900     IF WS-IN-FILE-STATUS NOT = "35"
035000         PERFORM 1200-LOAD-NO-CONTACT THRU 1200-EXIT
035100             UNTIL WS-IN-EOF
035200         CLOSE INCIDENT-HISTORY-FILE
035300     END-IF
035400     OPEN INPUT TERM-ENROLLMENT-FILE
035500     OPEN INPUT STUDENT-MASTER-FILE
035600     PERFORM 1300-LOAD-STUDENT THRU 1300-EXIT
035700         UNTIL WS-TE-EOF
035800     CLOSE TERM-ENROLLMENT-FILE
035900     CLOSE STUDENT-MASTER-FILE.
036000 1000-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------*
036300*    1100-LOAD-HOUSEHOLD - ONLY STUDENTS WHO SHARE A HOUSEHOLD  *
036400*    MATTER HERE, BUT THE FILE CARRIES ONE ROW PER STUDENT AND  *
036500*    THE WHOLE FILE IS KEPT.                                    *
036600*--------------------------------------------------------------*
036700 1100-LOAD-HOUSEHOLD.
036800     READ HOUSEHOLD-LINK-FILE
036900         AT END
037000             SET WS-HH-EOF TO TRUE
037100             GO TO 1100-EXIT
037200     END-READ
037300     IF HH-STUDENT-ID = SPACE OR HH-HOUSEHOLD-ID = SPACE
037400         GO TO 1100-EXIT
037500     END-IF
037600     IF WS-HL-COUNT >= 5000
037700         ADD 1 TO WS-HL-DROP-COUNT
037800         GO TO 1100-EXIT
037900     END-IF
038000     ADD 1 TO WS-HL-COUNT
038100     MOVE HH-STUDENT-ID TO WS-HL-STUDENT-ID (WS-HL-COUNT)
038200     MOVE HH-HOUSEHOLD-ID TO WS-HL-HOUSEHOLD-ID (WS-HL-COUNT).
038300 1100-EXIT.
038400     EXIT.
038500*--------------------------------------------------------------*
038600*    1200-LOAD-NO-CONTACT - EVERY INCIDENT ROW THAT NAMES A     *
038700*    NO-CONTACT STUDENT.  THE SAME PAIR ENTERED TWICE, EITHER   *
038800*    WAY ROUND, IS KEPT ONCE.                                   *
038900*--------------------------------------------------------------*
039000 1200-LOAD-NO-CONTACT.
039100     READ INCIDENT-HISTORY-FILE
039200         AT END
039300             SET WS-IN-EOF TO TRUE
039400             GO TO 1200-EXIT
039500     END-READ
039600     IF IN-NO-CONTACT-ID = SPACE
039700             OR IN-NO-CONTACT-ID = IN-STUDENT-ID
039800         GO TO 1200-EXIT
039900     END-IF
040000     MOVE ZERO TO WS-NC-FOUND-SUB
040100     PERFORM 1210-MATCH-PAIR THRU 1210-EXIT
040200         VARYING WS-NCSUB FROM 1 BY 1
040300         UNTIL WS-NCSUB > WS-NC-COUNT
040400             OR WS-NC-FOUND-SUB > 0
040500     IF WS-NC-FOUND-SUB > 0
040600         GO TO 1200-EXIT
040700     END-IF
040800     IF WS-NC-COUNT >= 1000
040900         ADD 1 TO WS-NC-DROP-COUNT
041000         GO TO 1200-EXIT
041100     END-IF
041200     ADD 1 TO WS-NC-COUNT
041300     MOVE IN-STUDENT-ID TO WS-NC-ID-A (WS-NC-COUNT)
041400     MOVE IN-NO-CONTACT-ID TO WS-NC-ID-B (WS-NC-COUNT)
041500     MOVE ZERO TO WS-NC-SUB-A (WS-NC-COUNT)
041600     MOVE ZERO TO WS-NC-SUB-B (WS-NC-COUNT).
041700 1200-EXIT.
041800     EXIT.
041900*--------------------------------------------------------------*
042000*    1210-MATCH-PAIR                                            *
042100*--------------------------------------------------------------*
042200 1210-MATCH-PAIR.
042300     IF (IN-STUDENT-ID = WS-NC-ID-A (WS-NCSUB)
042400             AND IN-NO-CONTACT-ID = WS-NC-ID-B (WS-NCSUB))
042500         OR (IN-STUDENT-ID = WS-NC-ID-B (WS-NCSUB)
042600             AND IN-NO-CONTACT-ID = WS-NC-ID-A (WS-NCSUB))
042700         MOVE WS-NCSUB TO WS-NC-FOUND-SUB
042800     END-IF.
042900 1210-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------*
043200*    1300-LOAD-STUDENT - ONE TABLE ROW PER STUDENT ENROLLED     *
043300*    FOR THE REGULAR TERM, WITH HOUSEHOLD, CAMPUS, AND ITS      *
043400*    CAMPUS/GRADE ROW.  A STUDENT LISTED TWICE IS TEAMED ONCE.  *
043500*--------------------------------------------------------------*
043600 1300-LOAD-STUDENT.
043700     READ TERM-ENROLLMENT-FILE
043800         AT END
043900             SET WS-TE-EOF TO TRUE
044000             PERFORM 1320-CHECK-TRAILER-SEEN THRU 1320-EXIT
044100             GO TO 1300-EXIT
044200     END-READ
044300     IF TERM-ENROLLMENT-RECORD (1:3) = "###"
044400         PERFORM 1330-VERIFY-TRAILER THRU 1330-EXIT
044500         SET WS-TE-EOF TO TRUE
044600         GO TO 1300-EXIT
044700     END-IF
044800     ADD 1 TO WS-TRL-COUNT
044900     IF TE-GRADE-LEVEL NUMERIC
045000         ADD TE-GRADE-LEVEL TO WS-TRL-HASH
045100     END-IF
045200     IF TE-SESSION-SUMMER OR TE-STUDENT-ID = SPACE
045300         GO TO 1300-EXIT
045400     END-IF
045500     MOVE TE-STUDENT-ID TO WS-SEARCH-ID
045600     PERFORM 1400-FIND-STUDENT THRU 1400-EXIT
045700     IF WS-ST-FOUND-SUB > 0
045800         GO TO 1300-EXIT
045900     END-IF
046000     IF WS-ST-COUNT >= 5000
046100         ADD 1 TO WS-ST-DROP-COUNT
046200         GO TO 1300-EXIT
046300     END-IF
046400     ADD 1 TO WS-ST-COUNT
046500     MOVE TE-STUDENT-ID TO WS-ST-STUDENT-ID (WS-ST-COUNT)
046600     MOVE TE-STUDENT-NAME TO WS-ST-PLAYER-NAME (WS-ST-COUNT)
046700     MOVE ZERO TO WS-ST-GRADE (WS-ST-COUNT)
046800     IF TE-GRADE-LEVEL NUMERIC
046900         MOVE TE-GRADE-LEVEL TO WS-ST-GRADE (WS-ST-COUNT)
047000     END-IF
047100     MOVE ZERO TO WS-ST-TEAM (WS-ST-COUNT)
047200     MOVE "N" TO WS-ST-NC-SWITCH (WS-ST-COUNT)
047300     MOVE "N" TO WS-ST-UNIT-SWITCH (WS-ST-COUNT)
047400     MOVE TE-STUDENT-ID TO WS-ST-HOUSEHOLD-ID (WS-ST-COUNT)
047500     PERFORM 1310-MATCH-HOUSEHOLD THRU 1310-EXIT
047600         VARYING WS-HLSUB FROM 1 BY 1
047700         UNTIL WS-HLSUB > WS-HL-COUNT
047800     MOVE SPACE TO SM-STUDENT-ID
047900     MOVE TE-STUDENT-ID TO SM-STUDENT-ID
048000     READ STUDENT-MASTER-FILE
048100         INVALID KEY
048200             MOVE SPACE TO WS-ST-CAMPUS (WS-ST-COUNT)
048300             PERFORM 1340-LIST-NOT-ON-MASTER THRU 1340-EXIT
048400         NOT INVALID KEY
048500             MOVE SM-CAMPUS-CODE TO WS-ST-CAMPUS (WS-ST-COUNT)
048600     END-READ
048700     PERFORM 1350-FIND-STRATUM THRU 1350-EXIT
048800     MOVE WS-SR-FOUND-SUB TO WS-ST-STRATUM (WS-ST-COUNT).
048900 1300-EXIT.
049000     EXIT.
049100*--------------------------------------------------------------*
049200*    1310-MATCH-HOUSEHOLD                                       *
049300*--------------------------------------------------------------*
049400 1310-MATCH-HOUSEHOLD.
049500     IF TE-STUDENT-ID = WS-HL-STUDENT-ID (WS-HLSUB)
049600         MOVE WS-HL-HOUSEHOLD-ID (WS-HLSUB)
049700             TO WS-ST-HOUSEHOLD-ID (WS-ST-COUNT)
049800     END-IF.
049900 1310-EXIT.
050000     EXIT.
050100*--------------------------------------------------------------*
050200*    1320-CHECK-TRAILER-SEEN - END-OF-FILE WITH NO TRAILER IS   *
050300*    A TRUNCATED TRANSFER, NOT A QUIET TERM.                    *
050400*--------------------------------------------------------------*
050500 1320-CHECK-TRAILER-SEEN.
050600     IF NOT WS-TRL-SEEN
050700         DISPLAY "FIELDTM: ENROLLMENT TRAILER MISSING"
050800         SET WS-TRL-BAD TO TRUE
050900     END-IF.
051000 1320-EXIT.
051100     EXIT.
051200*--------------------------------------------------------------*
051300*    1330-VERIFY-TRAILER                                        *
051400*--------------------------------------------------------------*
051500 1330-VERIFY-TRAILER.
051600     SET WS-TRL-SEEN TO TRUE
051700     MOVE TERM-ENROLLMENT-RECORD (1:20) TO TRAILER-RECORD
051800     IF TR-RECORD-COUNT NOT = WS-TRL-COUNT
051900             OR TR-HASH-TOTAL NOT = WS-TRL-HASH
052000         DISPLAY "FIELDTM: ENROLLMENT TRAILER MISMATCH"
052100         SET WS-TRL-BAD TO TRUE
052200     END-IF.
052300 1330-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------*
052600*    1340-LIST-NOT-ON-MASTER - THE STUDENT IS STILL TEAMED,     *
052700*    BALANCED WITH THE OTHERS OF NO KNOWN CAMPUS.               *
052800*--------------------------------------------------------------*
052900 1340-LIST-NOT-ON-MASTER.
053000     ADD 1 TO WS-NOT-ON-MASTER-COUNT
053100     IF WS-NOT-ON-MASTER-COUNT = 1
053200         MOVE SPACE TO TEAM-RPT-LINE
053300         WRITE TEAM-RPT-LINE
053400         WRITE TEAM-RPT-LINE FROM WS-MASTER-HEADING
053500     END-IF
053600     MOVE TE-STUDENT-ID TO WS-ML-STUDENT-ID
053700     MOVE TE-STUDENT-NAME TO WS-ML-STUDENT-NAME
053800     WRITE TEAM-RPT-LINE FROM WS-MASTER-LINE.
053900 1340-EXIT.
054000     EXIT.
054100*--------------------------------------------------------------*
054200*    1350-FIND-STRATUM - THE CAMPUS/GRADE ROW FOR THE STUDENT   *
054300*    JUST LOADED, ADDED ON FIRST SIGHT.                         *
054400*--------------------------------------------------------------*
054500 1350-FIND-STRATUM.
054600     MOVE ZERO TO WS-SR-FOUND-SUB
054700     PERFORM 1360-MATCH-STRATUM THRU 1360-EXIT
054800         VARYING WS-SRSUB FROM 1 BY 1
054900         UNTIL WS-SRSUB > WS-SR-COUNT
055000             OR WS-SR-FOUND-SUB > 0
055100     IF WS-SR-FOUND-SUB > 0
055200         ADD 1 TO WS-SR-TOTAL (WS-SR-FOUND-SUB)
055300         GO TO 1350-EXIT
055400     END-IF
055500     IF WS-SR-COUNT >= 300
055600         ADD 1 TO WS-SR-DROP-COUNT
055700         GO TO 1350-EXIT
055800     END-IF
055900     ADD 1 TO WS-SR-COUNT
056000     MOVE WS-SR-COUNT TO WS-SR-FOUND-SUB
056100     MOVE WS-ST-CAMPUS (WS-ST-COUNT) TO WS-SR-CAMPUS (WS-SR-COUNT)
056200     MOVE WS-ST-GRADE (WS-ST-COUNT) TO WS-SR-GRADE (WS-SR-COUNT)
056300     MOVE 1 TO WS-SR-TOTAL (WS-SR-COUNT)
056400     MOVE "N" TO WS-SR-PRINTED-SWITCH (WS-SR-COUNT)
056500     PERFORM 1370-CLEAR-TEAM-COUNT THRU 1370-EXIT
056600         VARYING WS-TMSUB FROM 1 BY 1
056700         UNTIL WS-TMSUB > 20.
056800 1350-EXIT.
056900     EXIT.
057000*--------------------------------------------------------------*
057100*    1360-MATCH-STRATUM                                         *
057200*--------------------------------------------------------------*
057300 1360-MATCH-STRATUM.
057400     IF WS-ST-CAMPUS (WS-ST-COUNT) = WS-SR-CAMPUS (WS-SRSUB)
057500             AND WS-ST-GRADE (WS-ST-COUNT)
057600                 = WS-SR-GRADE (WS-SRSUB)
057700         MOVE WS-SRSUB TO WS-SR-FOUND-SUB
057800     END-IF.
057900 1360-EXIT.
058000     EXIT.
058100*--------------------------------------------------------------*
058200*    1370-CLEAR-TEAM-COUNT                                      *
058300*--------------------------------------------------------------*
058400 1370-CLEAR-TEAM-COUNT.
058500     MOVE ZERO TO WS-SR-TEAM-COUNT (WS-SR-COUNT, WS-TMSUB).
058600 1370-EXIT.
058700     EXIT.
058800*--------------------------------------------------------------*
058900*    1400-FIND-STUDENT - TABLE ROW FOR WS-SEARCH-ID, OR ZERO.   *
059000*--------------------------------------------------------------*
059100 1400-FIND-STUDENT.
059200     MOVE ZERO TO WS-ST-FOUND-SUB
059300     PERFORM 1410-MATCH-STUDENT THRU 1410-EXIT
059400         VARYING WS-FSUB FROM 1 BY 1
059500         UNTIL WS-FSUB > WS-ST-COUNT
059600             OR WS-ST-FOUND-SUB > 0.
059700 1400-EXIT.
059800     EXIT.
059900*--------------------------------------------------------------*
060000*    1410-MATCH-STUDENT                                         *
060100*--------------------------------------------------------------*
060200 1410-MATCH-STUDENT.
060300     IF WS-SEARCH-ID = WS-ST-STUDENT-ID (WS-FSUB)
060400         MOVE WS-FSUB TO WS-ST-FOUND-SUB
060500     END-IF.
060600 1410-EXIT.
060700     EXIT.
060800*--------------------------------------------------------------*
060900*    3000-RESOLVE-PAIR - A PAIR MATTERS ONLY WHEN BOTH          *
061000*    STUDENTS ARE ENROLLED THIS TERM.                           *
061100*--------------------------------------------------------------*
061200 3000-RESOLVE-PAIR.
061300     MOVE WS-NC-ID-A (WS-NCSUB) TO WS-SEARCH-ID
061400     PERFORM 1400-FIND-STUDENT THRU 1400-EXIT
061500     MOVE WS-ST-FOUND-SUB TO WS-NC-SUB-A (WS-NCSUB)
061600     MOVE WS-NC-ID-B (WS-NCSUB) TO WS-SEARCH-ID
061700     PERFORM 1400-FIND-STUDENT THRU 1400-EXIT
061800     MOVE WS-ST-FOUND-SUB TO WS-NC-SUB-B (WS-NCSUB)
061900     IF WS-NC-SUB-A (WS-NCSUB) = 0 OR WS-NC-SUB-B (WS-NCSUB) = 0
062000         MOVE ZERO TO WS-NC-SUB-A (WS-NCSUB)
062100         MOVE ZERO TO WS-NC-SUB-B (WS-NCSUB)
062200         GO TO 3000-EXIT
062300     END-IF
062400     MOVE WS-NC-SUB-A (WS-NCSUB) TO WS-MSUB
062500     SET WS-ST-HAS-NC (WS-MSUB) TO TRUE
062600     MOVE WS-NC-SUB-B (WS-NCSUB) TO WS-MSUB
062700     SET WS-ST-HAS-NC (WS-MSUB) TO TRUE.
062800 3000-EXIT.
062900     EXIT.
063000*--------------------------------------------------------------*
063100*    4000-PLACE-UNIT - GATHERS THE UNPLACED STUDENT AND EVERY   *
063200*    UNPLACED SIBLING BEHIND THEM.  PASS 1 PLACES ONLY SIBLING  *
063300*    GROUPS, WHILE EVERY TEAM IS STILL OPEN TO THEM; PASS 2     *
063400*    FILLS IN AROUND THEM WITH THE SINGLE STUDENTS.             *
063500*--------------------------------------------------------------*
063600 4000-PLACE-UNIT.
063700     IF WS-ST-TEAM (WS-STSUB) > 0
063800         GO TO 4000-EXIT
063900     END-IF
064000     MOVE 1 TO WS-UN-COUNT
064100     MOVE WS-STSUB TO WS-UN-MEMBER (1)
064200     SET WS-ST-IN-UNIT (WS-STSUB) TO TRUE
064300     MOVE WS-ST-NC-SWITCH (WS-STSUB) TO WS-UN-NC-SWITCH
064400     PERFORM 4100-GATHER-SIBLING THRU 4100-EXIT
064500         VARYING WS-SBSUB FROM WS-STSUB BY 1
064600         UNTIL WS-SBSUB > WS-ST-COUNT
064700     IF WS-PASS = 1 AND WS-UN-COUNT = 1
064800         MOVE "N" TO WS-ST-UNIT-SWITCH (WS-STSUB)
064900         GO TO 4000-EXIT
065000     END-IF
065100     PERFORM 4200-PICK-TEAM THRU 4200-EXIT
065200     IF WS-UN-COUNT > 1
065300         ADD 1 TO WS-HOUSEHOLD-COUNT
065400         ADD 1 TO WS-TM-HOUSEHOLDS (WS-BEST-TEAM)
065500     END-IF
065600     PERFORM 4400-PLACE-MEMBER THRU 4400-EXIT
065700         VARYING WS-UNSUB FROM 1 BY 1
065800         UNTIL WS-UNSUB > WS-UN-COUNT.
065900 4000-EXIT.
066000     EXIT.
066100*--------------------------------------------------------------*
066200*    4100-GATHER-SIBLING - A HOUSEHOLD OF MORE THAN 20 ENROLLED *
066300*    STUDENTS IS A BAD HOUSHOLD FILE; THE RUN STOPS.            *
066400*--------------------------------------------------------------*
066500 4100-GATHER-SIBLING.
066600     IF WS-SBSUB = WS-STSUB
066700             OR WS-ST-TEAM (WS-SBSUB) > 0
066800             OR WS-ST-HOUSEHOLD-ID (WS-SBSUB)
066900                 NOT = WS-ST-HOUSEHOLD-ID (WS-STSUB)
067000         GO TO 4100-EXIT
067100     END-IF
067200     IF WS-UN-COUNT >= 20
067300         ADD 1 TO WS-UN-DROP-COUNT
067400         GO TO 4100-EXIT
067500     END-IF
067600     ADD 1 TO WS-UN-COUNT
067700     MOVE WS-SBSUB TO WS-UN-MEMBER (WS-UN-COUNT)
067800     SET WS-ST-IN-UNIT (WS-SBSUB) TO TRUE
067900     IF WS-ST-HAS-NC (WS-SBSUB)
068000         SET WS-UN-HAS-NC TO TRUE
068100     END-IF.
068200 4100-EXIT.
068300     EXIT.
068400*--------------------------------------------------------------*
068500*    4200-PICK-TEAM - THE CHEAPEST TEAM FREE OF NO-CONTACT      *
068600*    PARTNERS; WHEN EVERY TEAM HOLDS ONE, THE CHEAPEST TEAM     *
068700*    (THE PAIR IS LISTED AFTERWARD).                            *
068800*--------------------------------------------------------------*
068900 4200-PICK-TEAM.
069000     MOVE ZERO TO WS-BEST-TEAM
069100     MOVE "N" TO WS-IGNORE-NC-SWITCH
069200     PERFORM 4210-TRY-TEAM THRU 4210-EXIT
069300         VARYING WS-TMSUB FROM 1 BY 1
069400         UNTIL WS-TMSUB > WS-TEAM-COUNT
069500     IF WS-BEST-TEAM = 0
069600         SET WS-IGNORE-NC TO TRUE
069700         PERFORM 4210-TRY-TEAM THRU 4210-EXIT
069800             VARYING WS-TMSUB FROM 1 BY 1
069900             UNTIL WS-TMSUB > WS-TEAM-COUNT
070000     END-IF.
070100 4200-EXIT.
070200     EXIT.
070300*--------------------------------------------------------------*
070400*    4210-TRY-TEAM - COST IS THE HEADCOUNT THE TEAM ALREADY     *
070500*    HAS OF EACH MEMBER'S CAMPUS AND GRADE.                     *
070600*--------------------------------------------------------------*
070700 4210-TRY-TEAM.
070800     IF WS-UN-HAS-NC AND NOT WS-IGNORE-NC
070900         MOVE "N" TO WS-CONFLICT-SWITCH
071000         PERFORM 4220-CHECK-CONFLICT THRU 4220-EXIT
071100             VARYING WS-NCSUB FROM 1 BY 1
071200             UNTIL WS-NCSUB > WS-NC-COUNT
071300                 OR WS-CONFLICT
071400         IF WS-CONFLICT
071500             GO TO 4210-EXIT
071600         END-IF
071700     END-IF
071800     MOVE ZERO TO WS-TRY-COST
071900     PERFORM 4230-ADD-COST THRU 4230-EXIT
072000         VARYING WS-UNSUB FROM 1 BY 1
072100         UNTIL WS-UNSUB > WS-UN-COUNT
072200     IF WS-BEST-TEAM = 0
072300             OR WS-TRY-COST < WS-BEST-COST
072400             OR (WS-TRY-COST = WS-BEST-COST
072500                 AND WS-TM-STUDENTS (WS-TMSUB)
072600                     < WS-TM-STUDENTS (WS-BEST-TEAM))
072700         MOVE WS-TMSUB TO WS-BEST-TEAM
072800         MOVE WS-TRY-COST TO WS-BEST-COST
072900     END-IF.
073000 4210-EXIT.
073100     EXIT.
073200*--------------------------------------------------------------*
073300*    4220-CHECK-CONFLICT - ONE SIDE OF THE PAIR IS BEING        *
073400*    PLACED AND THE OTHER IS ALREADY ON THIS TEAM.              *
073500*--------------------------------------------------------------*
073600 4220-CHECK-CONFLICT.
073700     IF WS-NC-SUB-A (WS-NCSUB) = 0
073800         GO TO 4220-EXIT
073900     END-IF
074000     MOVE WS-NC-SUB-A (WS-NCSUB) TO WS-FSUB
074100     MOVE WS-NC-SUB-B (WS-NCSUB) TO WS-MSUB
074200     IF (WS-ST-IN-UNIT (WS-FSUB)
074300             AND WS-ST-TEAM (WS-MSUB) = WS-TMSUB)
074400         OR (WS-ST-IN-UNIT (WS-MSUB)
074500             AND WS-ST-TEAM (WS-FSUB) = WS-TMSUB)
074600         SET WS-CONFLICT TO TRUE
074700     END-IF.
074800 4220-EXIT.
074900     EXIT.
075000*--------------------------------------------------------------*
075100*    4230-ADD-COST                                              *
075200*--------------------------------------------------------------*
075300 4230-ADD-COST.
075400     MOVE WS-UN-MEMBER (WS-UNSUB) TO WS-MSUB
075500     MOVE WS-ST-STRATUM (WS-MSUB) TO WS-SRSUB
075600     ADD WS-SR-TEAM-COUNT (WS-SRSUB, WS-TMSUB) TO WS-TRY-COST.
075700 4230-EXIT.
075800     EXIT.
075900*--------------------------------------------------------------*
076000*    4400-PLACE-MEMBER                                          *
076100*--------------------------------------------------------------*
076200 4400-PLACE-MEMBER.
076300     MOVE WS-UN-MEMBER (WS-UNSUB) TO WS-MSUB
076400     MOVE WS-BEST-TEAM TO WS-ST-TEAM (WS-MSUB)
076500     MOVE "N" TO WS-ST-UNIT-SWITCH (WS-MSUB)
076600     MOVE WS-ST-STRATUM (WS-MSUB) TO WS-SRSUB
076700     ADD 1 TO WS-SR-TEAM-COUNT (WS-SRSUB, WS-BEST-TEAM)
076800     ADD 1 TO WS-TM-STUDENTS (WS-BEST-TEAM).
076900 4400-EXIT.
077000     EXIT.
077100*--------------------------------------------------------------*
077200*    5000-WRITE-ROSTER                                          *
077300*--------------------------------------------------------------*
077400 5000-WRITE-ROSTER.
077500     MOVE SPACE TO TEAM-ASSIGNMENT-RECORD
077600     MOVE WS-ST-STUDENT-ID (WS-STSUB) TO TA-STUDENT-ID
077700     MOVE WS-ST-PLAYER-NAME (WS-STSUB) TO TA-PLAYER-NAME
077800     MOVE WS-ST-TEAM (WS-STSUB) TO TA-TEAM-NUM
077900     MOVE WS-ST-CAMPUS (WS-STSUB) TO TA-CAMPUS-CODE
078000     MOVE WS-ST-GRADE (WS-STSUB) TO TA-GRADE-LEVEL
078100     MOVE WS-ST-HOUSEHOLD-ID (WS-STSUB) TO TA-HOUSEHOLD-ID
078200     WRITE TEAM-ASSIGNMENT-RECORD.
078300 5000-EXIT.
078400     EXIT.
078500*--------------------------------------------------------------*
078600*    6000-CHECK-PAIR - EVERY ENROLLED PAIR LEFT ON ONE TEAM IS  *
078700*    LISTED FOR THE DEAN TO SETTLE BY HAND.                     *
078800*--------------------------------------------------------------*
078900 6000-CHECK-PAIR.
079000     IF WS-NC-SUB-A (WS-NCSUB) = 0
079100         GO TO 6000-EXIT
079200     END-IF
079300     MOVE WS-NC-SUB-A (WS-NCSUB) TO WS-FSUB
079400     MOVE WS-NC-SUB-B (WS-NCSUB) TO WS-MSUB
079500     IF WS-ST-TEAM (WS-FSUB) NOT = WS-ST-TEAM (WS-MSUB)
079600         ADD 1 TO WS-SPLIT-COUNT
079700         GO TO 6000-EXIT
079800     END-IF
079900     ADD 1 TO WS-NOT-SPLIT-COUNT
080000     MOVE WS-ST-TEAM (WS-FSUB) TO WS-TMSUB
080100     ADD 1 TO WS-TM-NOT-SPLIT (WS-TMSUB)
080200     IF WS-NOT-SPLIT-COUNT = 1
080300         MOVE SPACE TO TEAM-RPT-LINE
080400         WRITE TEAM-RPT-LINE
080500         WRITE TEAM-RPT-LINE FROM WS-PAIR-HEADING
080600     END-IF
080700     MOVE WS-NC-ID-A (WS-NCSUB) TO WS-PL-STUDENT-A
080800     MOVE WS-NC-ID-B (WS-NCSUB) TO WS-PL-STUDENT-B
080900     MOVE WS-ST-TEAM (WS-FSUB) TO WS-PL-TEAM
081000     IF WS-ST-HOUSEHOLD-ID (WS-FSUB)
081100             = WS-ST-HOUSEHOLD-ID (WS-MSUB)
081200         MOVE "SAME HOUSEHOLD" TO WS-PL-REASON
081300     ELSE
081400         MOVE "NO TEAM FREE" TO WS-PL-REASON
081500     END-IF
081600     WRITE TEAM-RPT-LINE FROM WS-PAIR-LINE.
081700 6000-EXIT.
081800     EXIT.
081900*--------------------------------------------------------------*
082000*    7000-PRINT-BALANCE - CAMPUS/GRADE ROWS IN CAMPUS AND GRADE *
082100*    ORDER, THEN THE TEAM TOTALS.                               *
082200*--------------------------------------------------------------*
082300 7000-PRINT-BALANCE.
082400     MOVE SPACE TO TEAM-RPT-LINE
082500     WRITE TEAM-RPT-LINE
082600     WRITE TEAM-RPT-LINE FROM WS-BALANCE-HEADING
082700     WRITE TEAM-RPT-LINE FROM WS-BALANCE-COLUMNS
082800     PERFORM 7100-PRINT-NEXT-STRATUM THRU 7100-EXIT
082900         VARYING WS-SR-PRINT-COUNT FROM 1 BY 1
083000         UNTIL WS-SR-PRINT-COUNT > WS-SR-COUNT
083100     MOVE SPACE TO TEAM-RPT-LINE
083200     WRITE TEAM-RPT-LINE
083300     WRITE TEAM-RPT-LINE FROM WS-TEAM-HEADING
083400     WRITE TEAM-RPT-LINE FROM WS-TEAM-HEADING-2
083500     PERFORM 7300-PRINT-TEAM THRU 7300-EXIT
083600         VARYING WS-TMSUB FROM 1 BY 1
083700         UNTIL WS-TMSUB > WS-TEAM-COUNT.
083800 7000-EXIT.
083900     EXIT.
084000*--------------------------------------------------------------*
084100*    7100-PRINT-NEXT-STRATUM - THE LOWEST CAMPUS/GRADE NOT YET  *
084200*    PRINTED, WITH ITS FEWEST AND MOST ON ANY ONE TEAM.         *
084300*--------------------------------------------------------------*
084400 7100-PRINT-NEXT-STRATUM.
084500     MOVE ZERO TO WS-SR-PSUB
084600     PERFORM 7110-PICK-STRATUM THRU 7110-EXIT
084700         VARYING WS-SRSUB FROM 1 BY 1
084800         UNTIL WS-SRSUB > WS-SR-COUNT
084900     SET WS-SR-PRINTED (WS-SR-PSUB) TO TRUE
085000     MOVE WS-SR-TEAM-COUNT (WS-SR-PSUB, 1) TO WS-LOW-COUNT
085100     MOVE WS-SR-TEAM-COUNT (WS-SR-PSUB, 1) TO WS-HIGH-COUNT
085200     PERFORM 7120-SPREAD THRU 7120-EXIT
085300         VARYING WS-TMSUB FROM 2 BY 1
085400         UNTIL WS-TMSUB > WS-TEAM-COUNT
085500     MOVE WS-SR-CAMPUS (WS-SR-PSUB) TO WS-BL-CAMPUS
085600     MOVE WS-SR-GRADE (WS-SR-PSUB) TO WS-BL-GRADE
085700     MOVE WS-SR-TOTAL (WS-SR-PSUB) TO WS-BL-TOTAL
085800     MOVE WS-LOW-COUNT TO WS-BL-LOW
085900     MOVE WS-HIGH-COUNT TO WS-BL-HIGH
086000     WRITE TEAM-RPT-LINE FROM WS-BALANCE-LINE.
086100 7100-EXIT.
086200     EXIT.
086300*--------------------------------------------------------------*
086400*    7110-PICK-STRATUM                                          *
086500*--------------------------------------------------------------*
086600 7110-PICK-STRATUM.
086700     IF WS-SR-PRINTED (WS-SRSUB)
086800         GO TO 7110-EXIT
086900     END-IF
087000     IF WS-SR-PSUB = 0
087100         MOVE WS-SRSUB TO WS-SR-PSUB
087200         GO TO 7110-EXIT
087300     END-IF
087400     IF WS-SR-CAMPUS (WS-SRSUB) < WS-SR-CAMPUS (WS-SR-PSUB)
087500         OR (WS-SR-CAMPUS (WS-SRSUB) = WS-SR-CAMPUS (WS-SR-PSUB)
087600             AND WS-SR-GRADE (WS-SRSUB)
087700                 < WS-SR-GRADE (WS-SR-PSUB))
087800         MOVE WS-SRSUB TO WS-SR-PSUB
087900     END-IF.
088000 7110-EXIT.
088100     EXIT.
088200*--------------------------------------------------------------*
088300*    7120-SPREAD                                                *
088400*--------------------------------------------------------------*
088500 7120-SPREAD.
088600     IF WS-SR-TEAM-COUNT (WS-SR-PSUB, WS-TMSUB) < WS-LOW-COUNT
088700         MOVE WS-SR-TEAM-COUNT (WS-SR-PSUB, WS-TMSUB)
088800             TO WS-LOW-COUNT
088900     END-IF
089000     IF WS-SR-TEAM-COUNT (WS-SR-PSUB, WS-TMSUB) > WS-HIGH-COUNT
089100         MOVE WS-SR-TEAM-COUNT (WS-SR-PSUB, WS-TMSUB)
089200             TO WS-HIGH-COUNT
089300     END-IF.
089400 7120-EXIT.
089500     EXIT.
089600*--------------------------------------------------------------*
089700*    7300-PRINT-TEAM                                            *
089800*--------------------------------------------------------------*
089900 7300-PRINT-TEAM.
090000     MOVE WS-TMSUB TO WS-TL-TEAM
090100     MOVE WS-TM-STUDENTS (WS-TMSUB) TO WS-TL-STUDENTS
090200     MOVE WS-TM-HOUSEHOLDS (WS-TMSUB) TO WS-TL-HOUSEHOLDS
090300     MOVE WS-TM-NOT-SPLIT (WS-TMSUB) TO WS-TL-NOT-SPLIT
090400     WRITE TEAM-RPT-LINE FROM WS-TEAM-LINE.
090500 7300-EXIT.
090600     EXIT.
090700*--------------------------------------------------------------*
090800*    8000-FINALIZE                                              *
090900*--------------------------------------------------------------*
091000 8000-FINALIZE.
091100     MOVE SPACE TO TEAM-RPT-LINE
091200     WRITE TEAM-RPT-LINE
091300     MOVE WS-ST-COUNT TO WS-SL-STUDENTS
091400     MOVE WS-HOUSEHOLD-COUNT TO WS-SL-HOUSEHOLDS
091500     MOVE WS-SPLIT-COUNT TO WS-SL-SPLIT
091600     MOVE WS-NOT-SPLIT-COUNT TO WS-SL-NOT-SPLIT
091700     WRITE TEAM-RPT-LINE FROM WS-SUMMARY-LINE
091800     CLOSE TEAM-RPT
091900     MOVE ZERO TO RETURN-CODE
092000     IF WS-NOT-SPLIT-COUNT > 0 OR WS-NOT-ON-MASTER-COUNT > 0
092100         MOVE 4 TO RETURN-CODE
092200     END-IF.
092300 8000-EXIT.
092400     EXIT.
092500*--------------------------------------------------------------*
092600*    8100-NO-ROSTER - A SHORT ENROLLMENT OR A FULL TABLE WOULD  *
092700*    TEAM ONLY PART OF THE SCHOOL; LAST SEASON'S ROSTER STANDS. *
092800*--------------------------------------------------------------*
092900 8100-NO-ROSTER.
093000     IF WS-ST-DROP-COUNT > 0
093100         DISPLAY "FIELDTM: STUDENT TABLE FULL - DROPPED - "
093200             WS-ST-DROP-COUNT
093300     END-IF
093400     IF WS-HL-DROP-COUNT > 0
093500         DISPLAY "FIELDTM: HOUSEHOLD TABLE FULL - DROPPED - "
093600             WS-HL-DROP-COUNT
093700     END-IF
093800     IF WS-NC-DROP-COUNT > 0
093900         DISPLAY "FIELDTM: NO-CONTACT TABLE FULL - DROPPED - "
094000             WS-NC-DROP-COUNT
094100     END-IF
094200     IF WS-SR-DROP-COUNT > 0
094300         DISPLAY "FIELDTM: CAMPUS/GRADE TABLE FULL - DROPPED - "
094400             WS-SR-DROP-COUNT
094500     END-IF
094600     IF WS-UN-DROP-COUNT > 0
094700         DISPLAY "FIELDTM: SIBLING GROUP TABLE FULL - DROPPED - "
094800             WS-UN-DROP-COUNT
094900     END-IF
095000     DISPLAY "FIELDTM: NO ROSTER WRITTEN"
095100     CLOSE TEAM-RPT
095200     MOVE 8 TO RETURN-CODE.
095300 8100-EXIT.
095400     EXIT.
095500 END PROGRAM FIELDTM.
