000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCDRPT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    MONTHLY DISCIPLINE INCIDENT SUMMARY FOR THE STATE SCHOOL   *
000900*    SAFETY REPORT.  WALKS THE INCIDENT HISTORY FOR THE PARM    *
001000*    MONTH (YYYYMM - ZERO OR NO PARM TAKES THE WHOLE FILE) AND  *
001100*    COUNTS INCIDENTS BY CAMPUS AND INCIDENT TYPE, WITH THE     *
001200*    OUT-OF-SCHOOL SUSPENSIONS, BUS SUSPENSIONS, AND            *
001300*    EXPULSIONS EACH TYPE DREW.  ONE SECTION PER CAMPUS,        *
001400*    HEADED "CAMPUS XXX" FOR THE BURST RUN, THEN THE DISTRICT   *
001500*    TOTAL BY TYPE.                                             *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT INCIDENT-HISTORY-FILE ASSIGN TO INCIDENT
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS WS-IN-FILE-STATUS.
002600     SELECT INCIDENT-SUMMARY-RPT ASSIGN TO INCDRPT
002700         ORGANIZATION IS SEQUENTIAL.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  INCIDENT-HISTORY-FILE
003100     RECORDING MODE IS F.
003200     COPY incident.
003300 FD  INCIDENT-SUMMARY-RPT
003400     RECORDING MODE IS F.
003500 01  INCIDENT-SUMMARY-LINE          PIC X(80).
003600 WORKING-STORAGE SECTION.
003700     COPY rptwrit.
003800 01  WS-RW-SUB                      PIC 9(01) COMP.
003900 01  WS-IN-FILE-STATUS              PIC X(02) VALUE SPACE.
004000 01  WS-IN-EOF-SWITCH               PIC X(01) VALUE "N".
004100     88  WS-IN-EOF                      VALUE "Y".
004200 01  WS-REPORT-PERIOD               PIC 9(06) VALUE ZERO.
004300 01  WS-ROW-PERIOD                  PIC 9(06).
004400 01  WS-READ-COUNT                  PIC 9(07) VALUE ZERO.
004500 01  WS-SELECTED-COUNT              PIC 9(07) VALUE ZERO.
004600*    STATE SAFETY-REPORT INCIDENT CATEGORIES, IN PRINT ORDER.
004700 01  WS-TYPE-VALUES.
004800     05  FILLER                     PIC X(24)
004900             VALUE "FGHTFIGHTING            ".
005000     05  FILLER                     PIC X(24)
005100             VALUE "BULYBULLYING/HARASSMENT ".
005200     05  FILLER                     PIC X(24)
005300             VALUE "DRUGDRUG POSSESSION/USE ".
005400     05  FILLER                     PIC X(24)
005500             VALUE "ALCOALCOHOL             ".
005600     05  FILLER                     PIC X(24)
005700             VALUE "WEAPWEAPON              ".
005800     05  FILLER                     PIC X(24)
005900             VALUE "THFTTHEFT               ".
006000     05  FILLER                     PIC X(24)
006100             VALUE "VANDVANDALISM           ".
006200     05  FILLER                     PIC X(24)
006300             VALUE "DISRDISRUPTION          ".
006400     05  FILLER                     PIC X(24)
006500             VALUE "TRUATRUANCY             ".
006600     05  FILLER                     PIC X(24)
006700             VALUE "BUSCBUS CONDUCT         ".
006800     05  FILLER                     PIC X(24)
006900             VALUE "OTHROTHER               ".
007000 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
007100     05  WS-TY-ENTRY OCCURS 11 TIMES.
007200         10  WS-TY-CODE             PIC X(04).
007300         10  WS-TY-DESC             PIC X(20).
007400 01  WS-TYPE-COUNT                  PIC 9(02) COMP VALUE 11.
007500 01  WS-TYSUB                       PIC 9(02) COMP.
007600 01  WS-TYPE-SUB                    PIC 9(02) COMP.
007700*    ONE ROW PER CAMPUS, ONE CELL PER INCIDENT TYPE.  THE LAST
007800*    ROW (WS-DISTRICT-SUB) IS THE DISTRICT TOTAL.
007900 01  WS-CAMPUS-COUNT                PIC 9(02) COMP VALUE ZERO.
008000 01  WS-CAMPUS-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
008100 01  WS-CPSUB                       PIC 9(02) COMP.
008200 01  WS-FOUND-SUB                   PIC 9(02) COMP.
008300 01  WS-CAMPUS-TABLE.
008400     05  WS-CP-ENTRY OCCURS 51 TIMES.
008500         10  WS-CP-CAMPUS           PIC X(03).
008600         10  WS-CP-CELL OCCURS 11 TIMES.
008700             15  WS-CC-INCIDENTS    PIC 9(05) COMP.
008800             15  WS-CC-OUT-SCHOOL   PIC 9(05) COMP.
008900             15  WS-CC-BUS          PIC 9(05) COMP.
009000             15  WS-CC-EXPELLED     PIC 9(05) COMP.
009100 01  WS-DISTRICT-SUB                PIC 9(02) COMP VALUE 51.
009200 01  WS-LAST-CAMPUS                 PIC X(03).
009300 01  WS-NEXT-CAMPUS                 PIC X(03).
009400 01  WS-PRINT-SUB                   PIC 9(02) COMP.
009500 01  WS-CAMPUS-HEADER.
009600     05  FILLER                     PIC X(07) VALUE "CAMPUS ".
009700     05  WS-CH-CAMPUS               PIC X(03).
009800     05  FILLER                     PIC X(70) VALUE SPACE.
009900 01  WS-DISTRICT-HEADER             PIC X(80)
010000         VALUE "DISTRICT TOTAL".
010100 01  WS-REPORT-TITLE                PIC X(50)
010200         VALUE "MONTHLY DISCIPLINE INCIDENT SUMMARY".
010300 01  WS-COLUMN-HEADING.
010400     05  FILLER                     PIC X(27)
010500             VALUE "TYPE  DESCRIPTION         ".
010600     05  FILLER                     PIC X(40)
010700             VALUE " INCIDENTS  OUT-SCHL    BUS SUSP   EXPEL".
010800     05  FILLER                     PIC X(13) VALUE SPACE.
010900 01  WS-PERIOD-LINE.
011000     05  FILLER                     PIC X(14)
011100             VALUE "REPORT MONTH  ".
011200     05  WS-PL-PERIOD               PIC X(06).
011300     05  FILLER                     PIC X(60) VALUE SPACE.
011400 01  WS-DETAIL-LINE.
011500     05  WS-DL-TYPE                 PIC X(04).
011600     05  FILLER                     PIC X(02) VALUE SPACE.
011700     05  WS-DL-DESC                 PIC X(20).
011800     05  FILLER                     PIC X(03) VALUE SPACE.
011900     05  WS-DL-INCIDENTS            PIC ZZ,ZZ9.
012000     05  FILLER                     PIC X(04) VALUE SPACE.
012100     05  WS-DL-OUT-SCHOOL           PIC ZZ,ZZ9.
012200     05  FILLER                     PIC X(05) VALUE SPACE.
012300     05  WS-DL-BUS                  PIC ZZ,ZZ9.
012400     05  FILLER                     PIC X(02) VALUE SPACE.
012500     05  WS-DL-EXPELLED             PIC ZZ,ZZ9.
012600     05  FILLER                     PIC X(16) VALUE SPACE.
012700 01  WS-SUMMARY-LINE.
012800     05  FILLER                     PIC X(17)
012900             VALUE "HISTORY READ -   ".
013000     05  WS-SL-READ                 PIC Z,ZZZ,ZZ9.
013100     05  FILLER                     PIC X(17)
013200             VALUE "  IN THE MONTH - ".
013300     05  WS-SL-SELECTED             PIC Z,ZZZ,ZZ9.
013400     05  FILLER                     PIC X(28) VALUE SPACE.
013500 LINKAGE SECTION.
013600 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
013700 01  LS-PARM-DATA                   PIC X(10).
013800 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
013900*--------------------------------------------------------------*
014000*    0000-MAINLINE                                              *
014100*--------------------------------------------------------------*
014200 0000-MAINLINE.
014300     IF LS-PARM-LENGTH >= 6
014400             AND LS-PARM-DATA (1:6) IS NUMERIC
014500         MOVE LS-PARM-DATA (1:6) TO WS-REPORT-PERIOD
014600     END-IF
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014800     PERFORM 2000-TALLY-INCIDENT THRU 2000-EXIT
014900         UNTIL WS-IN-EOF
015000     PERFORM 7000-PRINT-SECTIONS THRU 7000-EXIT
015100     PERFORM 8000-FINALIZE THRU 8000-EXIT
015200     GOBACK.
015300*--------------------------------------------------------------*
015400*    1000-INITIALIZE - THE DISTRICT ROW IS THE LAST TABLE       *
015500*    ENTRY AND IS ZEROED HERE; CAMPUS ROWS ARE ZEROED AS THEY   *
015600*    ARE ADDED.                                                 *
015700*--------------------------------------------------------------*
015800 1000-INITIALIZE.
015900     MOVE SPACE TO WS-CP-CAMPUS (WS-DISTRICT-SUB)
016000     MOVE WS-DISTRICT-SUB TO WS-FOUND-SUB
016100     PERFORM 1100-ZERO-CELL THRU 1100-EXIT
016200         VARYING WS-TYSUB FROM 1 BY 1
016300         UNTIL WS-TYSUB > WS-TYPE-COUNT
016400     OPEN INPUT INCIDENT-HISTORY-FILE
016500     IF WS-IN-FILE-STATUS = "35"
016600         DISPLAY "INCDRPT: NO INCIDENT HISTORY FILE"
016700         SET WS-IN-EOF TO TRUE
016800     END-IF
016900     OPEN OUTPUT INCIDENT-SUMMARY-RPT
017000     MOVE "I" TO RW-FUNCTION
017100     MOVE "INCDRPT" TO RW-REPORT-ID
017200     MOVE WS-REPORT-TITLE TO RW-REPORT-TITLE
017300     MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
017400     MOVE ZERO TO RW-LINES-PER-PAGE
017500     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
017600     IF WS-REPORT-PERIOD = ZERO
017700         MOVE "ALL" TO WS-PL-PERIOD
017800     ELSE
017900         MOVE WS-REPORT-PERIOD TO WS-PL-PERIOD
018000     END-IF
018100     MOVE "D" TO RW-FUNCTION
018200     MOVE "INCDRPT" TO RW-REPORT-ID
018300     MOVE WS-PERIOD-LINE TO RW-DETAIL-LINE
018400     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
018500     IF NOT WS-IN-EOF
018600         PERFORM 2100-READ-INCIDENT THRU 2100-EXIT
018700     END-IF.
018800 1000-EXIT.
018900     EXIT.
019000*--------------------------------------------------------------*
019100*    1100-ZERO-CELL                                              *
019200*--------------------------------------------------------------*
019300 1100-ZERO-CELL.
019400     MOVE ZERO TO WS-CC-INCIDENTS (WS-FOUND-SUB WS-TYSUB)
019500     MOVE ZERO TO WS-CC-OUT-SCHOOL (WS-FOUND-SUB WS-TYSUB)
019600     MOVE ZERO TO WS-CC-BUS (WS-FOUND-SUB WS-TYSUB)
019700     MOVE ZERO TO WS-CC-EXPELLED (WS-FOUND-SUB WS-TYSUB).
019800 1100-EXIT.
019900     EXIT.
020000*--------------------------------------------------------------*
020100*    2000-TALLY-INCIDENT - ONLY ROWS IN THE REPORT MONTH        *
020200*    COUNT.  AN UNKNOWN TYPE FALLS INTO OTHER SO THE CAMPUS     *
020300*    TOTAL STILL TIES TO THE HISTORY FILE.                      *
020400*--------------------------------------------------------------*
020500 2000-TALLY-INCIDENT.
020600     MOVE IN-INCIDENT-DATE (1:6) TO WS-ROW-PERIOD
020700     IF WS-REPORT-PERIOD = ZERO
020800             OR WS-ROW-PERIOD = WS-REPORT-PERIOD
020900         PERFORM 2050-COUNT-INCIDENT THRU 2050-EXIT
021000     END-IF
021100     PERFORM 2100-READ-INCIDENT THRU 2100-EXIT.
021200 2000-EXIT.
021300     EXIT.
021400*--------------------------------------------------------------*
021500*    2050-COUNT-INCIDENT                                         *
021600*--------------------------------------------------------------*
021700 2050-COUNT-INCIDENT.
021800     ADD 1 TO WS-SELECTED-COUNT
021900     MOVE WS-TYPE-COUNT TO WS-TYPE-SUB
022000     PERFORM 2200-MATCH-TYPE THRU 2200-EXIT
022100         VARYING WS-TYSUB FROM 1 BY 1
022200         UNTIL WS-TYSUB > WS-TYPE-COUNT
022300     PERFORM 2300-FIND-CAMPUS THRU 2300-EXIT
022400     PERFORM 2400-ADD-CELL THRU 2400-EXIT
022500     MOVE WS-DISTRICT-SUB TO WS-FOUND-SUB
022600     PERFORM 2400-ADD-CELL THRU 2400-EXIT.
022700 2050-EXIT.
022800     EXIT.
022900*--------------------------------------------------------------*
023000*    2100-READ-INCIDENT                                          *
023100*--------------------------------------------------------------*
023200 2100-READ-INCIDENT.
023300     READ INCIDENT-HISTORY-FILE
023400         AT END
023500             SET WS-IN-EOF TO TRUE
023600         NOT AT END
023700             ADD 1 TO WS-READ-COUNT
023800     END-READ.
023900 2100-EXIT.
024000     EXIT.
024100*--------------------------------------------------------------*
024200*    2200-MATCH-TYPE                                             *
024300*--------------------------------------------------------------*
024400 2200-MATCH-TYPE.
024500     IF IN-INCIDENT-TYPE = WS-TY-CODE (WS-TYSUB)
024600         MOVE WS-TYSUB TO WS-TYPE-SUB
024700     END-IF.
024800 2200-EXIT.
024900     EXIT.
025000*--------------------------------------------------------------*
025100*    2300-FIND-CAMPUS - WS-FOUND-SUB COMES BACK POINTING AT     *
025200*    THE CAMPUS ROW, ADDED ZEROED ON FIRST SIGHT, OR ZERO WHEN  *
025300*    THE TABLE IS FULL.                                         *
025400*--------------------------------------------------------------*
025500 2300-FIND-CAMPUS.
025600     MOVE ZERO TO WS-FOUND-SUB
025700     PERFORM 2310-MATCH-CAMPUS THRU 2310-EXIT
025800         VARYING WS-CPSUB FROM 1 BY 1
025900         UNTIL WS-CPSUB > WS-CAMPUS-COUNT
026000             OR WS-FOUND-SUB > 0
026100     IF WS-FOUND-SUB = 0
026200         IF WS-CAMPUS-COUNT >= 50
026300             ADD 1 TO WS-CAMPUS-DROP-COUNT
026400             GO TO 2300-EXIT
026500         END-IF
026600         ADD 1 TO WS-CAMPUS-COUNT
026700         MOVE WS-CAMPUS-COUNT TO WS-FOUND-SUB
026800         MOVE IN-CAMPUS-CODE TO WS-CP-CAMPUS (WS-FOUND-SUB)
026900         PERFORM 1100-ZERO-CELL THRU 1100-EXIT
027000             VARYING WS-TYSUB FROM 1 BY 1
027100             UNTIL WS-TYSUB > WS-TYPE-COUNT
027200     END-IF.
027300 2300-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------*
027600*    2310-MATCH-CAMPUS                                           *
027700*--------------------------------------------------------------*
027800 2310-MATCH-CAMPUS.
027900     IF IN-CAMPUS-CODE = WS-CP-CAMPUS (WS-CPSUB)
028000         MOVE WS-CPSUB TO WS-FOUND-SUB
028100     END-IF.
028200 2310-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------*
028500*    2400-ADD-CELL - COUNTS THE INCIDENT AND ITS ACTION IN THE  *
028600*    ROW WS-FOUND-SUB POINTS AT.                                *
028700*--------------------------------------------------------------*
028800 2400-ADD-CELL.
028900     IF WS-FOUND-SUB = 0
029000         GO TO 2400-EXIT
029100     END-IF
029200     ADD 1 TO WS-CC-INCIDENTS (WS-FOUND-SUB WS-TYPE-SUB)
029300     IF IN-ACTION-OUT-OF-SCHOOL
029400         ADD 1 TO WS-CC-OUT-SCHOOL (WS-FOUND-SUB WS-TYPE-SUB)
029500     END-IF
029600     IF IN-ACTION-BUS-SUSPEND
029700         ADD 1 TO WS-CC-BUS (WS-FOUND-SUB WS-TYPE-SUB)
029800     END-IF
029900     IF IN-ACTION-EXPULSION
030000         ADD 1 TO WS-CC-EXPELLED (WS-FOUND-SUB WS-TYPE-SUB)
030100     END-IF.
030200 2400-EXIT.
030300     EXIT.
030400*--------------------------------------------------------------*
030500*    7000-PRINT-SECTIONS - ONE SECTION PER CAMPUS IN CAMPUS     *
030600*    ORDER, HEADED "CAMPUS XXX" FOR THE BURST RUN, THEN THE     *
030700*    DISTRICT TOTAL.                                            *
030800*--------------------------------------------------------------*
030900 7000-PRINT-SECTIONS.
031000     MOVE LOW-VALUES TO WS-LAST-CAMPUS
031100     MOVE LOW-VALUES TO WS-NEXT-CAMPUS
031200     PERFORM 7100-PRINT-ONE-SECTION THRU 7100-EXIT
031300         UNTIL WS-NEXT-CAMPUS = HIGH-VALUES
031400     MOVE "D" TO RW-FUNCTION
031500     MOVE "INCDRPT" TO RW-REPORT-ID
031600     MOVE WS-DISTRICT-HEADER TO RW-DETAIL-LINE
031700     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
031800     MOVE WS-DISTRICT-SUB TO WS-PRINT-SUB
031900     PERFORM 7200-PRINT-TYPE-LINE THRU 7200-EXIT
032000         VARYING WS-TYSUB FROM 1 BY 1
032100         UNTIL WS-TYSUB > WS-TYPE-COUNT.
032200 7000-EXIT.
032300     EXIT.
032400*--------------------------------------------------------------*
032500*    7100-PRINT-ONE-SECTION                                     *
032600*--------------------------------------------------------------*
032700 7100-PRINT-ONE-SECTION.
032800     MOVE HIGH-VALUES TO WS-NEXT-CAMPUS
032900     MOVE ZERO TO WS-PRINT-SUB
033000     PERFORM 7110-FIND-NEXT-CAMPUS THRU 7110-EXIT
033100         VARYING WS-CPSUB FROM 1 BY 1
033200         UNTIL WS-CPSUB > WS-CAMPUS-COUNT
033300     IF WS-NEXT-CAMPUS NOT = HIGH-VALUES
033400         MOVE WS-NEXT-CAMPUS TO WS-CH-CAMPUS
033500         MOVE "D" TO RW-FUNCTION
033600         MOVE "INCDRPT" TO RW-REPORT-ID
033700         MOVE WS-CAMPUS-HEADER TO RW-DETAIL-LINE
033800         PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
033900         PERFORM 7200-PRINT-TYPE-LINE THRU 7200-EXIT
034000             VARYING WS-TYSUB FROM 1 BY 1
034100             UNTIL WS-TYSUB > WS-TYPE-COUNT
034200         MOVE WS-NEXT-CAMPUS TO WS-LAST-CAMPUS
034300     END-IF.
034400 7100-EXIT.
034500     EXIT.
034600*--------------------------------------------------------------*
034700*    7110-FIND-NEXT-CAMPUS                                      *
034800*--------------------------------------------------------------*
034900 7110-FIND-NEXT-CAMPUS.
035000     IF WS-CP-CAMPUS (WS-CPSUB) > WS-LAST-CAMPUS
035100             AND WS-CP-CAMPUS (WS-CPSUB) < WS-NEXT-CAMPUS
035200         MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-NEXT-CAMPUS
035300         MOVE WS-CPSUB TO WS-PRINT-SUB
035400     END-IF.
035500 7110-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------*
035800*    7200-PRINT-TYPE-LINE - TYPES WITH NO INCIDENTS ARE LEFT    *
035900*    OFF A CAMPUS SECTION BUT ALWAYS PRINT IN THE DISTRICT      *
036000*    TOTAL, WHICH THE STATE FORM WANTS COMPLETE.                *
036100*--------------------------------------------------------------*
036200 7200-PRINT-TYPE-LINE.
036300     IF WS-CC-INCIDENTS (WS-PRINT-SUB WS-TYSUB) = ZERO
036400             AND WS-PRINT-SUB NOT = WS-DISTRICT-SUB
036500         GO TO 7200-EXIT
036600     END-IF
036700     MOVE WS-TY-CODE (WS-TYSUB) TO WS-DL-TYPE
036800     MOVE WS-TY-DESC (WS-TYSUB) TO WS-DL-DESC
036900     MOVE WS-CC-INCIDENTS (WS-PRINT-SUB WS-TYSUB)
037000         TO WS-DL-INCIDENTS
037100     MOVE WS-CC-OUT-SCHOOL (WS-PRINT-SUB WS-TYSUB)
037200         TO WS-DL-OUT-SCHOOL
037300     MOVE WS-CC-BUS (WS-PRINT-SUB WS-TYSUB) TO WS-DL-BUS
037400     MOVE WS-CC-EXPELLED (WS-PRINT-SUB WS-TYSUB)
037500         TO WS-DL-EXPELLED
037600     MOVE "D" TO RW-FUNCTION
037700     MOVE "INCDRPT" TO RW-REPORT-ID
037800     MOVE WS-DETAIL-LINE TO RW-DETAIL-LINE
037900     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT.
038000 7200-EXIT.
038100     EXIT.
038200*--------------------------------------------------------------*
038300*    8000-FINALIZE                                               *
038400*--------------------------------------------------------------*
038500 8000-FINALIZE.
038600     MOVE WS-READ-COUNT TO WS-SL-READ
038700     MOVE WS-SELECTED-COUNT TO WS-SL-SELECTED
038800     MOVE "D" TO RW-FUNCTION
038900     MOVE "INCDRPT" TO RW-REPORT-ID
039000     MOVE WS-SUMMARY-LINE TO RW-DETAIL-LINE
039100     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
039200     MOVE "F" TO RW-FUNCTION
039300     MOVE "INCDRPT" TO RW-REPORT-ID
039400     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
039500     IF WS-CAMPUS-DROP-COUNT > 0
039600         DISPLAY "INCDRPT: CAMPUS TABLE FULL - DROPPED - "
039700             WS-CAMPUS-DROP-COUNT
039800     END-IF
039900     IF WS-IN-FILE-STATUS NOT = "35"
040000         CLOSE INCIDENT-HISTORY-FILE
040100     END-IF
040200     CLOSE INCIDENT-SUMMARY-RPT.
040300 8000-EXIT.
040400     EXIT.
040500*--------------------------------------------------------------*
040600*    9000-PUT-REPORT-LINE - ONE CALL TO THE COMMON REPORT       *
040700*    WRITER, THEN WRITE WHATEVER LINES IT HANDS BACK.           *
040800*--------------------------------------------------------------*
040900 9000-PUT-REPORT-LINE.
041000     CALL "RPTWRITE" USING REPORT-WRITER-AREA
041100     PERFORM 9010-WRITE-OUT-LINE THRU 9010-EXIT
041200         VARYING WS-RW-SUB FROM 1 BY 1
041300         UNTIL WS-RW-SUB > RW-OUT-COUNT.
041400 9000-EXIT.
041500     EXIT.
041600*--------------------------------------------------------------*
041700*    9010-WRITE-OUT-LINE                                        *
041800*--------------------------------------------------------------*
041900 9010-WRITE-OUT-LINE.
042000     WRITE INCIDENT-SUMMARY-LINE FROM RW-OUT-LINE (WS-RW-SUB).
042100 9010-EXIT.
042200     EXIT.
042300 END PROGRAM INCDRPT.
