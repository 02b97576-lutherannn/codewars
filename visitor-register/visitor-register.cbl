000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VISITREG.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    DAILY VISITOR REGISTER.  LISTS EVERY VISITOR ADMITTED ON   *
000900*    THE DAY WITH THE TIMES IN AND OUT, THEN, CAMPUS BY CAMPUS, *
001000*    THE VISITORS WITH NO TIME OUT - THE HEADCOUNT THE OFFICE   *
001100*    TAKES INTO A LOCKDOWN.                                     *
001200*    RC 8 - A TABLE FILLED AND THE STILL-IN LIST IS SHORT.      *
001300*    PARM = DAY (YYYYMMDD); DEFAULTS TO TODAY.                  *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT VISITOR-LOG-FILE ASSIGN TO VISITLOG
002200         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS WS-VL-FILE-STATUS.
002400     SELECT VISITOR-REGISTER-RPT ASSIGN TO VISITRPT
002500         ORGANIZATION IS SEQUENTIAL.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  VISITOR-LOG-FILE
002900     RECORDING MODE IS F.
003000     COPY visitlog.
003100 FD  VISITOR-REGISTER-RPT
003200     RECORDING MODE IS F.
003300 01  VISITOR-REGISTER-LINE          PIC X(80).
003400 WORKING-STORAGE SECTION.
003500 01  WS-VL-FILE-STATUS              PIC X(02) VALUE SPACE.
003600 01  WS-VL-EOF-SWITCH               PIC X(01) VALUE "N".
003700     88  WS-VL-EOF                      VALUE "Y".
003800 01  WS-TIMESTAMP.
003900     05  WS-TS-DATE                 PIC 9(08).
004000     05  FILLER                     PIC X(13).
004100 01  WS-REGISTER-DATE               PIC 9(08).
004200 01  WS-EDIT-DATE                   PIC 9(08).
004300 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
004400     05  WS-ED-YYYY                 PIC X(04).
004500     05  WS-ED-MM                   PIC X(02).
004600     05  WS-ED-DD                   PIC X(02).
004700 01  WS-CP-COUNT                    PIC 9(03) COMP VALUE ZERO.
004800 01  WS-CP-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
004900 01  WS-CPSUB                       PIC 9(03) COMP.
005000 01  WS-CP-FOUND-SUB                PIC 9(03) COMP.
005100 01  WS-CAMPUS-TABLE.
005200     05  WS-CP-ENTRY OCCURS 50 TIMES.
005300         10  WS-CP-CAMPUS           PIC X(03).
005400         10  WS-CP-STILL-IN         PIC 9(04) COMP.
005500 01  WS-IN-COUNT                    PIC 9(04) COMP VALUE ZERO.
005600 01  WS-IN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
005700 01  WS-ISUB                        PIC 9(04) COMP.
005800 01  WS-STILL-IN-TABLE.
005900     05  WS-SI-ROW OCCURS 1000 TIMES
006000                                    PIC X(100).
006100 01  WS-VISIT-COUNT                 PIC 9(05) COMP VALUE ZERO.
006200 01  WS-REPORT-HEADING.
006300     05  FILLER                     PIC X(23)
006400             VALUE "DAILY VISITOR REGISTER".
006500     05  FILLER                     PIC X(02) VALUE SPACE.
006600     05  WS-RH-MM                   PIC X(02).
006700     05  FILLER                     PIC X(01) VALUE "/".
006800     05  WS-RH-DD                   PIC X(02).
006900     05  FILLER                     PIC X(01) VALUE "/".
007000     05  WS-RH-YYYY                 PIC X(04).
007100     05  FILLER                     PIC X(45) VALUE SPACE.
007200 01  WS-COLUMN-HEADING.
007300     05  FILLER                     PIC X(14)
007400             VALUE "CMP IN   OUT".
007500     05  FILLER                     PIC X(25) VALUE "VISITOR".
007600     05  FILLER                     PIC X(16) VALUE "ID NUMBER".
007700     05  FILLER                     PIC X(15) VALUE "PURPOSE".
007800     05  FILLER                     PIC X(10) VALUE "STUDENT".
007900 01  WS-DETAIL-LINE.
008000     05  WS-DL-CAMPUS               PIC X(03).
008100     05  FILLER                     PIC X(01) VALUE SPACE.
008200     05  WS-DL-TIME-IN              PIC 9(04).
008300     05  FILLER                     PIC X(01) VALUE SPACE.
008400     05  WS-DL-TIME-OUT             PIC X(04).
008500     05  FILLER                     PIC X(01) VALUE SPACE.
008600     05  WS-DL-VISITOR-NAME         PIC X(24).
008700     05  FILLER                     PIC X(01) VALUE SPACE.
008800     05  WS-DL-VISITOR-ID           PIC X(15).
008900     05  FILLER                     PIC X(01) VALUE SPACE.
009000     05  WS-DL-PURPOSE              PIC X(14).
009100     05  FILLER                     PIC X(01) VALUE SPACE.
009200     05  WS-DL-STUDENT-ID           PIC X(09).
009300     05  FILLER                     PIC X(01) VALUE SPACE.
009400 01  WS-CAMPUS-HEADING.
009500     05  FILLER                     PIC X(38)
009600             VALUE "STILL SIGNED IN AT END OF DAY - CAMPUS".
009700     05  FILLER                     PIC X(01) VALUE SPACE.
009800     05  WS-CH-CAMPUS               PIC X(03).
009900     05  FILLER                     PIC X(38) VALUE SPACE.
010000 01  WS-HEADCOUNT-LINE.
010100     05  FILLER                     PIC X(25)
010200             VALUE "VISITORS IN THE BUILDING".
010300     05  WS-HC-COUNT                PIC Z,ZZ9.
010400     05  FILLER                     PIC X(50) VALUE SPACE.
010500 01  WS-SUMMARY-LINE.
010600     05  FILLER                     PIC X(10)
010700             VALUE "VISITS -  ".
010800     05  WS-SM-VISITS               PIC ZZ,ZZ9.
010900     05  FILLER                     PIC X(14)
011000             VALUE "  STILL IN -  ".
011100     05  WS-SM-STILL-IN             PIC ZZ,ZZ9.
011200     05  FILLER                     PIC X(44) VALUE SPACE.
011300 LINKAGE SECTION.
011400 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
011500 01  LS-PARM-DATA                   PIC X(10).
011600 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
011700*--------------------------------------------------------------*
011800*    0000-MAINLINE                                              *
011900*--------------------------------------------------------------*
012000 0000-MAINLINE.
012100     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
012200     MOVE WS-TS-DATE TO WS-REGISTER-DATE
012300     IF LS-PARM-LENGTH >= 8
012400             AND LS-PARM-DATA (1:8) IS NUMERIC
012500         MOVE LS-PARM-DATA (1:8) TO WS-REGISTER-DATE
012600     END-IF
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012800     PERFORM 2000-LIST-VISIT THRU 2000-EXIT
012900         UNTIL WS-VL-EOF
013000     PERFORM 3000-LIST-CAMPUS THRU 3000-EXIT
013100         VARYING WS-CPSUB FROM 1 BY 1
013200         UNTIL WS-CPSUB > WS-CP-COUNT
013300     PERFORM 8000-FINALIZE THRU 8000-EXIT
013400     GOBACK.
013500*--------------------------------------------------------------*
013600*    1000-INITIALIZE                                            *
013700*--------------------------------------------------------------*
013800 1000-INITIALIZE.
013900     OPEN OUTPUT VISITOR-REGISTER-RPT
014000     MOVE WS-REGISTER-DATE TO WS-EDIT-DATE
014100     MOVE WS-ED-MM TO WS-RH-MM
014200     MOVE WS-ED-DD TO WS-RH-DD
014300     MOVE WS-ED-YYYY TO WS-RH-YYYY
014400     WRITE VISITOR-REGISTER-LINE FROM WS-REPORT-HEADING
014500     WRITE VISITOR-REGISTER-LINE FROM WS-COLUMN-HEADING
014600     OPEN INPUT VISITOR-LOG-FILE
014700     IF WS-VL-FILE-STATUS = "35"
014800         SET WS-VL-EOF TO TRUE
014900     ELSE
015000         PERFORM 2900-READ-VISIT THRU 2900-EXIT
015100     END-IF.
015200 1000-EXIT.
015300     EXIT.
015400*--------------------------------------------------------------*
015500*    2000-LIST-VISIT - ONE REGISTER LINE PER VISIT ON THE DAY;  *
015600*    A VISITOR WITH NO TIME OUT IS ALSO HELD FOR THE CAMPUS'S   *
015700*    STILL-IN LIST.                                             *
015800*--------------------------------------------------------------*
015900 2000-LIST-VISIT.
016000     IF VL-VISIT-DATE NOT = WS-REGISTER-DATE
016100         GO TO 2000-NEXT
016200     END-IF
016300     ADD 1 TO WS-VISIT-COUNT
016400     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
016500     WRITE VISITOR-REGISTER-LINE FROM WS-DETAIL-LINE
016600     IF NOT VL-STILL-IN
016700         GO TO 2000-NEXT
016800     END-IF
016900     PERFORM 2200-FIND-CAMPUS THRU 2200-EXIT
017000     IF WS-CP-FOUND-SUB = 0
017100         GO TO 2000-NEXT
017200     END-IF
017300     IF WS-IN-COUNT >= 1000
017400         ADD 1 TO WS-IN-DROP-COUNT
017500         GO TO 2000-NEXT
017600     END-IF
017700     ADD 1 TO WS-IN-COUNT
017800     MOVE VISITOR-LOG-RECORD TO WS-SI-ROW (WS-IN-COUNT)
017900     ADD 1 TO WS-CP-STILL-IN (WS-CP-FOUND-SUB).
018000 2000-NEXT.
018100     PERFORM 2900-READ-VISIT THRU 2900-EXIT.
018200 2000-EXIT.
018300     EXIT.
018400*--------------------------------------------------------------*
018500*    2100-WRITE-DETAIL - BUILDS THE LINE FOR THE VISIT IN THE   *
018600*    LOG RECORD AREA.                                           *
018700*--------------------------------------------------------------*
018800 2100-WRITE-DETAIL.
018900     MOVE VL-CAMPUS-CODE TO WS-DL-CAMPUS
019000     MOVE VL-TIME-IN TO WS-DL-TIME-IN
019100     IF VL-STILL-IN
019200         MOVE "----" TO WS-DL-TIME-OUT
019300     ELSE
019400         MOVE VL-TIME-OUT TO WS-DL-TIME-OUT
019500     END-IF
019600     MOVE VL-VISITOR-NAME TO WS-DL-VISITOR-NAME
019700     MOVE VL-VISITOR-ID TO WS-DL-VISITOR-ID
019800     MOVE VL-PURPOSE TO WS-DL-PURPOSE
019900     MOVE VL-STUDENT-ID TO WS-DL-STUDENT-ID.
020000 2100-EXIT.
020100     EXIT.
020200*--------------------------------------------------------------*
020300*    2200-FIND-CAMPUS - WS-CP-FOUND-SUB COMES BACK POINTING AT  *
020400*    THE VISIT'S CAMPUS, ADDED IF NEW, OR ZERO WHEN THE TABLE   *
020500*    IS FULL.                                                   *
020600*--------------------------------------------------------------*
020700 2200-FIND-CAMPUS.
020800     MOVE ZERO TO WS-CP-FOUND-SUB
020900     PERFORM 2210-MATCH-CAMPUS THRU 2210-EXIT
021000         VARYING WS-CPSUB FROM 1 BY 1
021100         UNTIL WS-CPSUB > WS-CP-COUNT
021200             OR WS-CP-FOUND-SUB > 0
021300     IF WS-CP-FOUND-SUB > 0
021400         GO TO 2200-EXIT
021500     END-IF
021600     IF WS-CP-COUNT >= 50
021700         ADD 1 TO WS-CP-DROP-COUNT
021800         GO TO 2200-EXIT
021900     END-IF
022000     ADD 1 TO WS-CP-COUNT
022100     MOVE WS-CP-COUNT TO WS-CP-FOUND-SUB
022200     MOVE VL-CAMPUS-CODE TO WS-CP-CAMPUS (WS-CP-COUNT)
022300     MOVE ZERO TO WS-CP-STILL-IN (WS-CP-COUNT).
022400 2200-EXIT.
022500     EXIT.
022600*--------------------------------------------------------------*
022700*    2210-MATCH-CAMPUS                                          *
022800*--------------------------------------------------------------*
022900 2210-MATCH-CAMPUS.
023000     IF VL-CAMPUS-CODE = WS-CP-CAMPUS (WS-CPSUB)
023100         MOVE WS-CPSUB TO WS-CP-FOUND-SUB
023200     END-IF.
023300 2210-EXIT.
023400     EXIT.
023500*--------------------------------------------------------------*
023600*    2900-READ-VISIT                                            *
023700*--------------------------------------------------------------*
023800 2900-READ-VISIT.
023900     READ VISITOR-LOG-FILE
024000         AT END
024100             SET WS-VL-EOF TO TRUE
024200     END-READ.
024300 2900-EXIT.
024400     EXIT.
024500*--------------------------------------------------------------*
024600*    3000-LIST-CAMPUS - THE CAMPUS'S VISITORS STILL IN, IN THE  *
024700*    ORDER THEY ARRIVED, AND THE HEADCOUNT.                     *
024800*--------------------------------------------------------------*
024900 3000-LIST-CAMPUS.
025000     MOVE SPACE TO VISITOR-REGISTER-LINE
025100     WRITE VISITOR-REGISTER-LINE
025200     MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-CH-CAMPUS
025300     WRITE VISITOR-REGISTER-LINE FROM WS-CAMPUS-HEADING
025400     PERFORM 3100-LIST-STILL-IN THRU 3100-EXIT
025500         VARYING WS-ISUB FROM 1 BY 1
025600         UNTIL WS-ISUB > WS-IN-COUNT
025700     MOVE WS-CP-STILL-IN (WS-CPSUB) TO WS-HC-COUNT
025800     WRITE VISITOR-REGISTER-LINE FROM WS-HEADCOUNT-LINE.
025900 3000-EXIT.
026000     EXIT.
026100*--------------------------------------------------------------*
026200*    3100-LIST-STILL-IN                                         *
026300*--------------------------------------------------------------*
026400 3100-LIST-STILL-IN.
026500     MOVE WS-SI-ROW (WS-ISUB) TO VISITOR-LOG-RECORD
026600     IF VL-CAMPUS-CODE NOT = WS-CP-CAMPUS (WS-CPSUB)
026700         GO TO 3100-EXIT
026800     END-IF
026900     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
027000     WRITE VISITOR-REGISTER-LINE FROM WS-DETAIL-LINE.
027100 3100-EXIT.
027200     EXIT.
027300*--------------------------------------------------------------*
027400*    8000-FINALIZE                                              *
027500*--------------------------------------------------------------*
027600 8000-FINALIZE.
027700     MOVE SPACE TO VISITOR-REGISTER-LINE
027800     WRITE VISITOR-REGISTER-LINE
027900     MOVE WS-VISIT-COUNT TO WS-SM-VISITS
028000     MOVE WS-IN-COUNT TO WS-SM-STILL-IN
028100     WRITE VISITOR-REGISTER-LINE FROM WS-SUMMARY-LINE
028200     MOVE ZERO TO RETURN-CODE
028300     IF WS-CP-DROP-COUNT > 0
028400         DISPLAY "VISITREG: CAMPUS TABLE FULL - DROPPED - "
028500             WS-CP-DROP-COUNT
028600         MOVE 8 TO RETURN-CODE
028700     END-IF
028800     IF WS-IN-DROP-COUNT > 0
028900         DISPLAY "VISITREG: STILL-IN TABLE FULL - DROPPED - "
029000             WS-IN-DROP-COUNT
029100         MOVE 8 TO RETURN-CODE
029200     END-IF
029300     CLOSE VISITOR-LOG-FILE
029400     CLOSE VISITOR-REGISTER-RPT.
029500 8000-EXIT.
029600     EXIT.
029700 END PROGRAM VISITREG.
