000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MEDCOUNT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    MONTHLY MEDICATION COUNT FOR THE DISTRICT HEALTH           *
000900*    COORDINATOR.  WALKS THE NURSE VISIT HISTORY FOR THE PARM   *
001000*    MONTH (YYYYMM - ZERO OR NO PARM TAKES THE WHOLE FILE) AND  *
001100*    COUNTS DOSES GIVEN BY CAMPUS AND MEDICATION, WITH THE      *
001200*    DOSES THE POSTING RUN FLAGGED AS UNAUTHORIZED OR AS AN     *
001300*    ALLERGY CONFLICT.  MEDICATION NAMES COME FROM THE          *
001400*    AUTHORIZATION FILE.  ONE SECTION PER CAMPUS, HEADED        *
001500*    "CAMPUS XXX" FOR THE BURST RUN, THEN THE DISTRICT TOTAL.   *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT NURSE-HISTORY-FILE ASSIGN TO NURSVST
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS WS-NV-FILE-STATUS.
002600     SELECT MED-AUTH-FILE ASSIGN TO MEDAUTH
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-MD-FILE-STATUS.
002900     SELECT MED-COUNT-RPT ASSIGN TO MEDCOUNT
003000         ORGANIZATION IS SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  NURSE-HISTORY-FILE
003400     RECORDING MODE IS F.
003500     COPY nursvst.
003600 FD  MED-AUTH-FILE
003700     RECORDING MODE IS F.
003800     COPY medauth.
003900 FD  MED-COUNT-RPT
004000     RECORDING MODE IS F.
004100 01  MED-COUNT-LINE                 PIC X(80).
004200 WORKING-STORAGE SECTION.
004300     COPY rptwrit.
004400 01  WS-RW-SUB                      PIC 9(01) COMP.
004500 01  WS-NV-FILE-STATUS              PIC X(02) VALUE SPACE.
004600 01  WS-MD-FILE-STATUS              PIC X(02) VALUE SPACE.
004700 01  WS-NV-EOF-SWITCH               PIC X(01) VALUE "N".
004800     88  WS-NV-EOF                      VALUE "Y".
004900 01  WS-MD-EOF-SWITCH               PIC X(01) VALUE "N".
005000     88  WS-MD-EOF                      VALUE "Y".
005100 01  WS-REPORT-PERIOD               PIC 9(06) VALUE ZERO.
005200 01  WS-ROW-PERIOD                  PIC 9(06).
005300 01  WS-READ-COUNT                  PIC 9(07) VALUE ZERO.
005400 01  WS-SELECTED-COUNT              PIC 9(07) VALUE ZERO.
005500*    ONE ENTRY PER MEDICATION CODE, NAMED FROM THE AUTHORIZATION
005600*    FILE OR ADDED UNNAMED WHEN THE HISTORY SHOWS A CODE THE
005700*    FILE DOES NOT CARRY.
005800 01  WS-MED-COUNT                   PIC 9(03) COMP VALUE ZERO.
005900 01  WS-MED-DROP-COUNT              PIC 9(05) COMP VALUE ZERO.
006000 01  WS-MDSUB                       PIC 9(03) COMP.
006100 01  WS-MED-SUB                     PIC 9(03) COMP.
006200 01  WS-LOOKUP-MED                  PIC X(06).
006300 01  WS-MED-TABLE.
006400     05  WS-ME-ENTRY OCCURS 100 TIMES.
006500         10  WS-ME-CODE             PIC X(06).
006600         10  WS-ME-NAME             PIC X(20).
006700*    ONE ROW PER CAMPUS, ONE CELL PER MEDICATION.  THE LAST ROW
006800*    (WS-DISTRICT-SUB) IS THE DISTRICT TOTAL.
006900 01  WS-CAMPUS-COUNT                PIC 9(02) COMP VALUE ZERO.
007000 01  WS-CAMPUS-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
007100 01  WS-CPSUB                       PIC 9(02) COMP.
007200 01  WS-FOUND-SUB                   PIC 9(02) COMP.
007300 01  WS-CAMPUS-TABLE.
007400     05  WS-CP-ENTRY OCCURS 51 TIMES.
007500         10  WS-CP-CAMPUS           PIC X(03).
007600         10  WS-CP-VISITS           PIC 9(05) COMP.
007700         10  WS-CP-SENT-HOME        PIC 9(05) COMP.
007800         10  WS-CP-CELL OCCURS 100 TIMES.
007900             15  WS-CC-DOSES        PIC 9(05) COMP.
008000             15  WS-CC-UNAUTH       PIC 9(05) COMP.
008100             15  WS-CC-ALLERGY      PIC 9(05) COMP.
008200 01  WS-DISTRICT-SUB                PIC 9(02) COMP VALUE 51.
008300 01  WS-LAST-CAMPUS                 PIC X(03).
008400 01  WS-NEXT-CAMPUS                 PIC X(03).
008500 01  WS-PRINT-SUB                   PIC 9(02) COMP.
008600 01  WS-CAMPUS-HEADER.
008700     05  FILLER                     PIC X(07) VALUE "CAMPUS ".
008800     05  WS-CH-CAMPUS               PIC X(03).
008900     05  FILLER                     PIC X(70) VALUE SPACE.
009000 01  WS-DISTRICT-HEADER             PIC X(80)
009100         VALUE "DISTRICT TOTAL".
009200 01  WS-REPORT-TITLE                PIC X(50)
009300         VALUE "MONTHLY MEDICATION COUNT".
009400 01  WS-COLUMN-HEADING.
009500     05  FILLER                     PIC X(29)
009600             VALUE "MED     MEDICATION           ".
009700     05  FILLER                     PIC X(30)
009800             VALUE "    DOSES    UNAUTH   ALLERGY".
009900     05  FILLER                     PIC X(21) VALUE SPACE.
010000 01  WS-PERIOD-LINE.
010100     05  FILLER                     PIC X(14)
010200             VALUE "REPORT MONTH  ".
010300     05  WS-PL-PERIOD               PIC X(06).
010400     05  FILLER                     PIC X(60) VALUE SPACE.
010500 01  WS-VISIT-LINE.
010600     05  FILLER                     PIC X(09) VALUE "VISITS - ".
010700     05  WS-VL-VISITS               PIC ZZ,ZZ9.
010800     05  FILLER                     PIC X(14)
010900             VALUE "  SENT HOME - ".
011000     05  WS-VL-SENT-HOME            PIC ZZ,ZZ9.
011100     05  FILLER                     PIC X(45) VALUE SPACE.
011200 01  WS-DETAIL-LINE.
011300     05  WS-DL-CODE                 PIC X(06).
011400     05  FILLER                     PIC X(02) VALUE SPACE.
011500     05  WS-DL-NAME                 PIC X(20).
011600     05  FILLER                     PIC X(04) VALUE SPACE.
011700     05  WS-DL-DOSES                PIC ZZ,ZZ9.
011800     05  FILLER                     PIC X(04) VALUE SPACE.
011900     05  WS-DL-UNAUTH               PIC ZZ,ZZ9.
012000     05  FILLER                     PIC X(04) VALUE SPACE.
012100     05  WS-DL-ALLERGY              PIC ZZ,ZZ9.
012200     05  FILLER                     PIC X(22) VALUE SPACE.
012300 01  WS-SUMMARY-LINE.
012400     05  FILLER                     PIC X(17)
012500             VALUE "HISTORY READ -   ".
012600     05  WS-SL-READ                 PIC Z,ZZZ,ZZ9.
012700     05  FILLER                     PIC X(17)
012800             VALUE "  IN THE MONTH - ".
012900     05  WS-SL-SELECTED             PIC Z,ZZZ,ZZ9.
013000     05  FILLER                     PIC X(28) VALUE SPACE.
013100 LINKAGE SECTION.
013200 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
013300 01  LS-PARM-DATA                   PIC X(10).
013400 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
013500*--------------------------------------------------------------*
013600*    0000-MAINLINE                                              *
013700*--------------------------------------------------------------*
013800 0000-MAINLINE.
013900     IF LS-PARM-LENGTH >= 6
014000             AND LS-PARM-DATA (1:6) IS NUMERIC
014100         MOVE LS-PARM-DATA (1:6) TO WS-REPORT-PERIOD
014200     END-IF
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014400     PERFORM 2000-TALLY-VISIT THRU 2000-EXIT
014500         UNTIL WS-NV-EOF
014600     PERFORM 7000-PRINT-SECTIONS THRU 7000-EXIT
014700     PERFORM 8000-FINALIZE THRU 8000-EXIT
014800     GOBACK.
014900*--------------------------------------------------------------*
015000*    1000-INITIALIZE - LOADS THE MEDICATION NAMES, THEN ZEROES  *
015100*    THE DISTRICT ROW; CAMPUS ROWS ARE ZEROED AS THEY ARE       *
015200*    ADDED.                                                     *
015300*--------------------------------------------------------------*
015400 1000-INITIALIZE.
015500     OPEN INPUT MED-AUTH-FILE
015600     IF WS-MD-FILE-STATUS = "35"
015700         DISPLAY "MEDCOUNT: NO MED AUTHORIZATION FILE"
015800     ELSE
015900         PERFORM 1200-LOAD-MED-NAME THRU 1200-EXIT
016000             UNTIL WS-MD-EOF
016100         CLOSE MED-AUTH-FILE
016200     END-IF
016300     MOVE SPACE TO WS-CP-CAMPUS (WS-DISTRICT-SUB)
016400     MOVE WS-DISTRICT-SUB TO WS-FOUND-SUB
016500     PERFORM 1050-ZERO-ROW THRU 1050-EXIT
016600     OPEN INPUT NURSE-HISTORY-FILE
016700     IF WS-NV-FILE-STATUS = "35"
016800         DISPLAY "MEDCOUNT: NO NURSE VISIT HISTORY FILE"
016900         SET WS-NV-EOF TO TRUE
017000     END-IF
017100     OPEN OUTPUT MED-COUNT-RPT
017200     MOVE "I" TO RW-FUNCTION
017300     MOVE "MEDCOUNT" TO RW-REPORT-ID
017400     MOVE WS-REPORT-TITLE TO RW-REPORT-TITLE
017500     MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
017600     MOVE ZERO TO RW-LINES-PER-PAGE
017700     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
017800     IF WS-REPORT-PERIOD = ZERO
017900         MOVE "ALL" TO WS-PL-PERIOD
018000     ELSE
018100         MOVE WS-REPORT-PERIOD TO WS-PL-PERIOD
018200     END-IF
018300     MOVE "D" TO RW-FUNCTION
018400     MOVE "MEDCOUNT" TO RW-REPORT-ID
018500     MOVE WS-PERIOD-LINE TO RW-DETAIL-LINE
018600     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
018700     IF NOT WS-NV-EOF
018800         PERFORM 2100-READ-VISIT THRU 2100-EXIT
018900     END-IF.
019000 1000-EXIT.
019100     EXIT.
019200*--------------------------------------------------------------*
019300*    1050-ZERO-ROW                                               *
019400*--------------------------------------------------------------*
019500 1050-ZERO-ROW.
019600     MOVE ZERO TO WS-CP-VISITS (WS-FOUND-SUB)
019700     MOVE ZERO TO WS-CP-SENT-HOME (WS-FOUND-SUB)
019800     PERFORM 1100-ZERO-CELL THRU 1100-EXIT
019900         VARYING WS-MDSUB FROM 1 BY 1
020000         UNTIL WS-MDSUB > 100.
020100 1050-EXIT.
020200     EXIT.
020300*--------------------------------------------------------------*
020400*    1100-ZERO-CELL                                              *
020500*--------------------------------------------------------------*
020600 1100-ZERO-CELL.
020700     MOVE ZERO TO WS-CC-DOSES (WS-FOUND-SUB WS-MDSUB)
020800     MOVE ZERO TO WS-CC-UNAUTH (WS-FOUND-SUB WS-MDSUB)
020900     MOVE ZERO TO WS-CC-ALLERGY (WS-FOUND-SUB WS-MDSUB).
021000 1100-EXIT.
021100     EXIT.
021200*--------------------------------------------------------------*
021300*    1200-LOAD-MED-NAME - THE FIRST AUTHORIZATION ROW FOR A     *
021400*    CODE NAMES IT.                                             *
021500*--------------------------------------------------------------*
021600 1200-LOAD-MED-NAME.
021700     READ MED-AUTH-FILE
021800         AT END
021900             SET WS-MD-EOF TO TRUE
022000         NOT AT END
022100             MOVE MD-MED-CODE TO WS-LOOKUP-MED
022200             PERFORM 2500-FIND-MED THRU 2500-EXIT
022300             IF WS-MED-SUB > 0
022400                     AND WS-ME-NAME (WS-MED-SUB) = SPACE
022500                 MOVE MD-MED-NAME TO WS-ME-NAME (WS-MED-SUB)
022600             END-IF
022700     END-READ.
022800 1200-EXIT.
022900     EXIT.
023000*--------------------------------------------------------------*
023100*    2000-TALLY-VISIT - ONLY ROWS IN THE REPORT MONTH COUNT.    *
023200*--------------------------------------------------------------*
023300 2000-TALLY-VISIT.
023400     MOVE NV-VISIT-DATE (1:6) TO WS-ROW-PERIOD
023500     IF WS-REPORT-PERIOD = ZERO
023600             OR WS-ROW-PERIOD = WS-REPORT-PERIOD
023700         PERFORM 2050-COUNT-VISIT THRU 2050-EXIT
023800     END-IF
023900     PERFORM 2100-READ-VISIT THRU 2100-EXIT.
024000 2000-EXIT.
024100     EXIT.
024200*--------------------------------------------------------------*
024300*    2050-COUNT-VISIT                                            *
024400*--------------------------------------------------------------*
024500 2050-COUNT-VISIT.
024600     ADD 1 TO WS-SELECTED-COUNT
024700     MOVE ZERO TO WS-MED-SUB
024800     IF NV-MED-CODE NOT = SPACE
024900         MOVE NV-MED-CODE TO WS-LOOKUP-MED
025000         PERFORM 2500-FIND-MED THRU 2500-EXIT
025100     END-IF
025200     PERFORM 2300-FIND-CAMPUS THRU 2300-EXIT
025300     PERFORM 2400-ADD-CELL THRU 2400-EXIT
025400     MOVE WS-DISTRICT-SUB TO WS-FOUND-SUB
025500     PERFORM 2400-ADD-CELL THRU 2400-EXIT.
025600 2050-EXIT.
025700     EXIT.
025800*--------------------------------------------------------------*
025900*    2100-READ-VISIT                                             *
026000*--------------------------------------------------------------*
026100 2100-READ-VISIT.
026200     READ NURSE-HISTORY-FILE
026300         AT END
026400             SET WS-NV-EOF TO TRUE
026500         NOT AT END
026600             ADD 1 TO WS-READ-COUNT
026700     END-READ.
026800 2100-EXIT.
026900     EXIT.
027000*--------------------------------------------------------------*
027100*    2300-FIND-CAMPUS - WS-FOUND-SUB COMES BACK POINTING AT     *
027200*    THE CAMPUS ROW, ADDED ZEROED ON FIRST SIGHT, OR ZERO WHEN  *
027300*    THE TABLE IS FULL.                                         *
027400*--------------------------------------------------------------*
027500 2300-FIND-CAMPUS.
027600     MOVE ZERO TO WS-FOUND-SUB
027700     PERFORM 2310-MATCH-CAMPUS THRU 2310-EXIT
027800         VARYING WS-CPSUB FROM 1 BY 1
027900         UNTIL WS-CPSUB > WS-CAMPUS-COUNT
028000             OR WS-FOUND-SUB > 0
028100     IF WS-FOUND-SUB = 0
028200         IF WS-CAMPUS-COUNT >= 50
028300             ADD 1 TO WS-CAMPUS-DROP-COUNT
028400             GO TO 2300-EXIT
028500         END-IF
028600         ADD 1 TO WS-CAMPUS-COUNT
028700         MOVE WS-CAMPUS-COUNT TO WS-FOUND-SUB
028800         MOVE NV-CAMPUS-CODE TO WS-CP-CAMPUS (WS-FOUND-SUB)
028900         PERFORM 1050-ZERO-ROW THRU 1050-EXIT
029000     END-IF.
029100 2300-EXIT.
029200     EXIT.
029300*--------------------------------------------------------------*
029400*    2310-MATCH-CAMPUS                                           *
029500*--------------------------------------------------------------*
029600 2310-MATCH-CAMPUS.
029700     IF NV-CAMPUS-CODE = WS-CP-CAMPUS (WS-CPSUB)
029800         MOVE WS-CPSUB TO WS-FOUND-SUB
029900     END-IF.
030000 2310-EXIT.
030100     EXIT.
030200*--------------------------------------------------------------*
030300*    2400-ADD-CELL - COUNTS THE VISIT, AND THE DOSE WHEN ONE    *
030400*    WAS GIVEN, IN THE ROW WS-FOUND-SUB POINTS AT.              *
030500*--------------------------------------------------------------*
030600 2400-ADD-CELL.
030700     IF WS-FOUND-SUB = 0
030800         GO TO 2400-EXIT
030900     END-IF
031000     ADD 1 TO WS-CP-VISITS (WS-FOUND-SUB)
031100     IF NV-SENT-HOME
031200         ADD 1 TO WS-CP-SENT-HOME (WS-FOUND-SUB)
031300     END-IF
031400     IF WS-MED-SUB = 0
031500         GO TO 2400-EXIT
031600     END-IF
031700     ADD 1 TO WS-CC-DOSES (WS-FOUND-SUB WS-MED-SUB)
031800     IF NV-MED-UNAUTHORIZED
031900         ADD 1 TO WS-CC-UNAUTH (WS-FOUND-SUB WS-MED-SUB)
032000     END-IF
032100     IF NV-MED-ALLERGY
032200         ADD 1 TO WS-CC-ALLERGY (WS-FOUND-SUB WS-MED-SUB)
032300     END-IF.
032400 2400-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------*
032700*    2500-FIND-MED - WS-MED-SUB COMES BACK POINTING AT THE      *
032800*    MEDICATION ENTRY FOR WS-LOOKUP-MED, ADDED ON FIRST SIGHT,  *
032900*    OR ZERO WHEN THE TABLE IS FULL.                            *
033000*--------------------------------------------------------------*
033100 2500-FIND-MED.
033200     MOVE ZERO TO WS-MED-SUB
033300     PERFORM 2510-MATCH-MED THRU 2510-EXIT
033400         VARYING WS-MDSUB FROM 1 BY 1
033500         UNTIL WS-MDSUB > WS-MED-COUNT
033600             OR WS-MED-SUB > 0
033700     IF WS-MED-SUB = 0
033800         IF WS-MED-COUNT >= 100
033900             ADD 1 TO WS-MED-DROP-COUNT
034000             GO TO 2500-EXIT
034100         END-IF
034200         ADD 1 TO WS-MED-COUNT
034300         MOVE WS-MED-COUNT TO WS-MED-SUB
034400         MOVE WS-LOOKUP-MED TO WS-ME-CODE (WS-MED-SUB)
034500         MOVE SPACE TO WS-ME-NAME (WS-MED-SUB)
034600     END-IF.
034700 2500-EXIT.
034800     EXIT.
034900*--------------------------------------------------------------*
035000*    2510-MATCH-MED                                              *
035100*--------------------------------------------------------------*
035200 2510-MATCH-MED.
035300     IF WS-LOOKUP-MED = WS-ME-CODE (WS-MDSUB)
035400         MOVE WS-MDSUB TO WS-MED-SUB
035500     END-IF.
035600 2510-EXIT.
035700     EXIT.
035800*--------------------------------------------------------------*
035900*    7000-PRINT-SECTIONS - ONE SECTION PER CAMPUS IN CAMPUS     *
036000*    ORDER, HEADED "CAMPUS XXX" FOR THE BURST RUN, THEN THE     *
036100*    DISTRICT TOTAL.                                            *
036200*--------------------------------------------------------------*
036300 7000-PRINT-SECTIONS.
036400     MOVE LOW-VALUES TO WS-LAST-CAMPUS
036500     MOVE LOW-VALUES TO WS-NEXT-CAMPUS
036600     PERFORM 7100-PRINT-ONE-SECTION THRU 7100-EXIT
036700         UNTIL WS-NEXT-CAMPUS = HIGH-VALUES
036800     MOVE "D" TO RW-FUNCTION
036900     MOVE "MEDCOUNT" TO RW-REPORT-ID
037000     MOVE WS-DISTRICT-HEADER TO RW-DETAIL-LINE
037100     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
037200     MOVE WS-DISTRICT-SUB TO WS-PRINT-SUB
037300     PERFORM 7200-PRINT-CAMPUS-BODY THRU 7200-EXIT.
037400 7000-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------*
037700*    7100-PRINT-ONE-SECTION                                     *
037800*--------------------------------------------------------------*
037900 7100-PRINT-ONE-SECTION.
038000     MOVE HIGH-VALUES TO WS-NEXT-CAMPUS
038100     MOVE ZERO TO WS-PRINT-SUB
038200     PERFORM 7110-FIND-NEXT-CAMPUS THRU 7110-EXIT
038300         VARYING WS-CPSUB FROM 1 BY 1
038400         UNTIL WS-CPSUB > WS-CAMPUS-COUNT
038500     IF WS-NEXT-CAMPUS NOT = HIGH-VALUES
038600         MOVE WS-NEXT-CAMPUS TO WS-CH-CAMPUS
038700         MOVE "D" TO RW-FUNCTION
038800         MOVE "MEDCOUNT" TO RW-REPORT-ID
038900         MOVE WS-CAMPUS-HEADER TO RW-DETAIL-LINE
039000         PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
039100         PERFORM 7200-PRINT-CAMPUS-BODY THRU 7200-EXIT
039200         MOVE WS-NEXT-CAMPUS TO WS-LAST-CAMPUS
039300     END-IF.
039400 7100-EXIT.
039500     EXIT.
039600*--------------------------------------------------------------*
039700*    7110-FIND-NEXT-CAMPUS                                      *
039800*--------------------------------------------------------------*
039900 7110-FIND-NEXT-CAMPUS.
040000     IF WS-CP-CAMPUS (WS-CPSUB) > WS-LAST-CAMPUS
040100             AND WS-CP-CAMPUS (WS-CPSUB) < WS-NEXT-CAMPUS
040200         MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-NEXT-CAMPUS
040300         MOVE WS-CPSUB TO WS-PRINT-SUB
040400     END-IF.
040500 7110-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800*    7200-PRINT-CAMPUS-BODY - THE VISIT COUNTS, THEN ONE LINE   *
040900*    PER MEDICATION THE ROW GAVE.                               *
041000*--------------------------------------------------------------*
041100 7200-PRINT-CAMPUS-BODY.
041200     MOVE WS-CP-VISITS (WS-PRINT-SUB) TO WS-VL-VISITS
041300     MOVE WS-CP-SENT-HOME (WS-PRINT-SUB) TO WS-VL-SENT-HOME
041400     MOVE "D" TO RW-FUNCTION
041500     MOVE "MEDCOUNT" TO RW-REPORT-ID
041600     MOVE WS-VISIT-LINE TO RW-DETAIL-LINE
041700     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
041800     PERFORM 7300-PRINT-MED-LINE THRU 7300-EXIT
041900         VARYING WS-MDSUB FROM 1 BY 1
042000         UNTIL WS-MDSUB > WS-MED-COUNT.
042100 7200-EXIT.
042200     EXIT.
042300*--------------------------------------------------------------*
042400*    7300-PRINT-MED-LINE - MEDICATIONS WITH NO DOSES IN THE     *
042500*    ROW ARE LEFT OFF.                                          *
042600*--------------------------------------------------------------*
042700 7300-PRINT-MED-LINE.
042800     IF WS-CC-DOSES (WS-PRINT-SUB WS-MDSUB) = ZERO
042900         GO TO 7300-EXIT
043000     END-IF
043100     MOVE WS-ME-CODE (WS-MDSUB) TO WS-DL-CODE
043200     MOVE WS-ME-NAME (WS-MDSUB) TO WS-DL-NAME
043300     IF WS-DL-NAME = SPACE
043400         MOVE "(NOT AUTHORIZED)" TO WS-DL-NAME
043500     END-IF
043600     MOVE WS-CC-DOSES (WS-PRINT-SUB WS-MDSUB) TO WS-DL-DOSES
043700     MOVE WS-CC-UNAUTH (WS-PRINT-SUB WS-MDSUB) TO WS-DL-UNAUTH
043800     MOVE WS-CC-ALLERGY (WS-PRINT-SUB WS-MDSUB) TO WS-DL-ALLERGY
043900     MOVE "D" TO RW-FUNCTION
044000     MOVE "MEDCOUNT" TO RW-REPORT-ID
044100     MOVE WS-DETAIL-LINE TO RW-DETAIL-LINE
044200     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT.
044300 7300-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------*
044600*    8000-FINALIZE                                               *
044700*--------------------------------------------------------------*
044800 8000-FINALIZE.
044900     MOVE WS-READ-COUNT TO WS-SL-READ
045000     MOVE WS-SELECTED-COUNT TO WS-SL-SELECTED
045100     MOVE "D" TO RW-FUNCTION
045200     MOVE "MEDCOUNT" TO RW-REPORT-ID
045300     MOVE WS-SUMMARY-LINE TO RW-DETAIL-LINE
045400     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
045500     MOVE "F" TO RW-FUNCTION
045600     MOVE "MEDCOUNT" TO RW-REPORT-ID
045700     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
045800     IF WS-CAMPUS-DROP-COUNT > 0
045900         DISPLAY "MEDCOUNT: CAMPUS TABLE FULL - DROPPED - "
046000             WS-CAMPUS-DROP-COUNT
046100     END-IF
046200     IF WS-MED-DROP-COUNT > 0
046300         DISPLAY "MEDCOUNT: MEDICATION TABLE FULL - DROPPED - "
046400             WS-MED-DROP-COUNT
046500     END-IF
046600     IF WS-NV-FILE-STATUS NOT = "35"
046700         CLOSE NURSE-HISTORY-FILE
046800     END-IF
046900     CLOSE MED-COUNT-RPT.
047000 8000-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------*
047300*    9000-PUT-REPORT-LINE - ONE CALL TO THE COMMON REPORT       *
047400*    WRITER, THEN WRITE WHATEVER LINES IT HANDS BACK.           *
047500*--------------------------------------------------------------*
047600 9000-PUT-REPORT-LINE.
047700     CALL "RPTWRITE" USING REPORT-WRITER-AREA
047800     PERFORM 9010-WRITE-OUT-LINE THRU 9010-EXIT
047900         VARYING WS-RW-SUB FROM 1 BY 1
048000         UNTIL WS-RW-SUB > RW-OUT-COUNT.
048100 9000-EXIT.
048200     EXIT.
048300*--------------------------------------------------------------*
048400*    9010-WRITE-OUT-LINE                                        *
048500*--------------------------------------------------------------*
048600 9010-WRITE-OUT-LINE.
048700     WRITE MED-COUNT-LINE FROM RW-OUT-LINE (WS-RW-SUB).
048800 9010-EXIT.
048900     EXIT.
049000 END PROGRAM MEDCOUNT.
