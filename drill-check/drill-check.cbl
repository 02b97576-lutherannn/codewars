000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DRILLCHK.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    EMERGENCY DRILL COMPLIANCE CHECK AND STATE CERTIFICATION.  *
000900*    EVERY CAMPUS ON THE BELL SCHEDULE IS HELD TO EVERY ROW OF  *
001000*    THE STATE DRILL REQUIREMENT TABLE.  THE TERM CALENDAR      *
001100*    NUMBERS THE SCHOOL DAYS OF THE YEAR (SUMMER SESSION LEFT   *
001200*    OUT), WHICH TURNS EACH REQUIREMENT'S WINDOW INTO DATES, AND *
001300*    THE CAMPUS'S DRILL LOG IS COUNTED INSIDE EACH WINDOW.  AS  *
001400*    OF THE RUN DATE A REQUIREMENT IS MET, MISSED (THE WINDOW   *
001500*    CLOSED SHORT), DUE (THE WINDOW CLOSES WITHIN TWO WEEKS),   *
001600*    OPEN, OR NOT YET OPEN.  THE COMPLIANCE REPORT LISTS EVERY  *
001700*    CAMPUS AND REQUIREMENT; THE CERTIFICATION REPORT PRINTS,   *
001800*    PER CAMPUS, THE YEAR'S DRILLS WITH THEIR EVACUATION TIMES  *
001900*    AND THE REQUIREMENTS MET, FOR THE PRINCIPAL TO SIGN.  THE  *
002000*    LAST RUN OF THE YEAR IS THE COPY FILED WITH THE STATE.     *
002100*    RC 4 - A WINDOW WAS MISSED OR A LOG ROW WAS LISTED AS AN   *
002200*    EXCEPTION.                                                 *
002300*    RC 8 - NO TERM CALENDAR OR A TABLE FILLED.                 *
002400*    PARM = RUN DATE (YYYYMMDD); DEFAULTS TO TODAY.             *
002500*--------------------------------------------------------------*
002600*    MODIFICATION HISTORY                                      *
002700*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DRILL-REQUIREMENT-FILE ASSIGN TO DRILLREQ
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-DQ-FILE-STATUS.
003500     SELECT DRILL-LOG-FILE ASSIGN TO DRILLLOG
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-DG-FILE-STATUS.
003800     SELECT BELL-SCHEDULE-FILE ASSIGN TO BELLSCHD
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-BE-FILE-STATUS.
004100     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-TC-FILE-STATUS.
004400     SELECT DRILL-COMPLIANCE-RPT ASSIGN TO DRILLRPT
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT DRILL-CERTIFICATION-RPT ASSIGN TO DRILLCRT
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  DRILL-REQUIREMENT-FILE
005100     RECORDING MODE IS F.
005200     COPY drillreq.
005300 FD  DRILL-LOG-FILE
005400     RECORDING MODE IS F.
005500     COPY drilllog.
005600 FD  BELL-SCHEDULE-FILE
005700     RECORDING MODE IS F.
005800     COPY belsched.
005900 FD  TERM-CALENDAR-FILE
006000     RECORDING MODE IS F.
006100     COPY calendar.
006200 FD  DRILL-COMPLIANCE-RPT
006300     RECORDING MODE IS F.
006400 01  DRILL-COMPLIANCE-LINE          PIC X(80).
006500 FD  DRILL-CERTIFICATION-RPT
006600     RECORDING MODE IS F.
006700 01  DRILL-CERTIFICATION-LINE       PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 01  WS-DQ-FILE-STATUS              PIC X(02) VALUE SPACE.
007000 01  WS-DG-FILE-STATUS              PIC X(02) VALUE SPACE.
007100 01  WS-BE-FILE-STATUS              PIC X(02) VALUE SPACE.
007200 01  WS-TC-FILE-STATUS              PIC X(02) VALUE SPACE.
007300 01  WS-DQ-EOF-SWITCH               PIC X(01) VALUE "N".
007400     88  WS-DQ-EOF                      VALUE "Y".
007500 01  WS-DG-EOF-SWITCH               PIC X(01) VALUE "N".
007600     88  WS-DG-EOF                      VALUE "Y".
007700 01  WS-BE-EOF-SWITCH               PIC X(01) VALUE "N".
007800     88  WS-BE-EOF                      VALUE "Y".
007900 01  WS-TC-EOF-SWITCH               PIC X(01) VALUE "N".
008000     88  WS-TC-EOF                      VALUE "Y".
008100 01  WS-TIMESTAMP.
008200     05  WS-TS-DATE                 PIC 9(08).
008300     05  FILLER                     PIC X(13).
008400 01  WS-RUN-DATE                    PIC 9(08).
008500*    A WINDOW CLOSING WITHIN THIS MANY DAYS OF THE RUN DATE IS
008600*    LISTED AS DUE.
008700 01  WS-DUE-DAYS                    PIC 9(03) VALUE 014.
008800 01  WS-DUE-DATE                    PIC 9(08).
008900 01  WS-EDIT-DATE                   PIC 9(08).
009000 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
009100     05  WS-ED-YYYY                 PIC X(04).
009200     05  WS-ED-MM                   PIC X(02).
009300     05  WS-ED-DD                   PIC X(02).
009400 01  WS-DATE-EDIT.
009500     05  WS-DE-MM                   PIC X(02).
009600     05  FILLER                     PIC X(01) VALUE "/".
009700     05  WS-DE-DD                   PIC X(02).
009800     05  FILLER                     PIC X(01) VALUE "/".
009900     05  WS-DE-YYYY                 PIC X(04).
010000*    THE SCHOOL DAYS OF THE YEAR, IN CALENDAR ORDER; A DAY'S
010100*    SUBSCRIPT IS ITS SCHOOL-DAY NUMBER.
010200 01  WS-SD-COUNT                    PIC 9(03) COMP VALUE ZERO.
010300 01  WS-SD-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010400 01  WS-SDSUB                       PIC 9(03) COMP.
010500 01  WS-SCHOOL-DAY-TABLE.
010600     05  WS-SD-DATE OCCURS 400 TIMES
010700                                    PIC 9(08).
010800 01  WS-DAY-NUMBER                  PIC 9(03) COMP.
010900 01  WS-RQ-COUNT                    PIC 9(03) COMP VALUE ZERO.
011000 01  WS-RQ-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
011100 01  WS-RQSUB                       PIC 9(03) COMP.
011200 01  WS-REQUIREMENT-TABLE.
011300     05  WS-RQ-ENTRY OCCURS 50 TIMES.
011400         10  WS-RQ-TYPE             PIC X(01).
011500         10  WS-RQ-FROM-DAY         PIC 9(03).
011600         10  WS-RQ-TO-DAY           PIC 9(03).
011700         10  WS-RQ-FROM-DATE        PIC 9(08).
011800         10  WS-RQ-TO-DATE          PIC 9(08).
011900         10  WS-RQ-REQUIRED         PIC 9(02).
012000         10  WS-RQ-DESCRIPTION      PIC X(20).
012100 01  WS-CP-COUNT                    PIC 9(03) COMP VALUE ZERO.
012200 01  WS-CP-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
012300 01  WS-CPSUB                       PIC 9(03) COMP.
012400 01  WS-CP-FOUND-SUB                PIC 9(03) COMP.
012500 01  WS-CAMPUS-TABLE.
012600     05  WS-CP-CAMPUS OCCURS 50 TIMES
012700                                    PIC X(03).
012800 01  WS-FIND-CAMPUS                 PIC X(03).
012900*    THE YEAR'S DRILLS UP TO THE RUN DATE, WITH THE SCHOOL-DAY
013000*    NUMBER EACH FELL ON (A DRILL ON A DAY WITH NO SCHOOL
013100*    COUNTS WITH THE SCHOOL DAY BEFORE IT).
013200 01  WS-DR-COUNT                    PIC 9(04) COMP VALUE ZERO.
013300 01  WS-DR-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
013400 01  WS-DRSUB                       PIC 9(04) COMP.
013500 01  WS-DRILL-TABLE.
013600     05  WS-DR-ENTRY OCCURS 2000 TIMES.
013700         10  WS-DR-CAMPUS           PIC X(03).
013800         10  WS-DR-DATE             PIC 9(08).
013900         10  WS-DR-TIME             PIC 9(04).
014000         10  WS-DR-TYPE             PIC X(01).
014100         10  WS-DR-EVAC-MIN         PIC 9(02).
014200         10  WS-DR-EVAC-SEC         PIC 9(02).
014300         10  WS-DR-LED-BY           PIC X(09).
014400         10  WS-DR-DAY              PIC 9(03).
014500 01  WS-HELD                        PIC 9(02).
014600 01  WS-STATUS                      PIC X(17).
014700 01  WS-TYPE-NAME                   PIC X(14).
014800 01  WS-CAMPUS-OPEN-COUNT           PIC 9(03) COMP.
014900 01  WS-CAMPUS-MISSED-COUNT         PIC 9(03) COMP.
015000 01  WS-CAMPUS-DRILL-COUNT          PIC 9(04) COMP.
015100 01  WS-READ-COUNT                  PIC 9(05) COMP VALUE ZERO.
015200 01  WS-EXCEPTION-COUNT             PIC 9(05) COMP VALUE ZERO.
015300 01  WS-MET-COUNT                   PIC 9(05) COMP VALUE ZERO.
015400 01  WS-DUE-COUNT                   PIC 9(05) COMP VALUE ZERO.
015500 01  WS-MISSED-COUNT                PIC 9(05) COMP VALUE ZERO.
015600 01  WS-OPEN-COUNT                  PIC 9(05) COMP VALUE ZERO.
015700 01  WS-NO-CALENDAR-SWITCH          PIC X(01) VALUE "N".
015800     88  WS-NO-CALENDAR                 VALUE "Y".
015900 01  WS-RUN-PROGRAM-ID              PIC X(10) VALUE "DRILLCHK".
016000 01  WS-RUN-PHASE                   PIC X(05).
016100 01  WS-RUN-READ                    PIC 9(07).
016200 01  WS-RUN-WRITTEN                 PIC 9(07).
016300 01  WS-RUN-REJECTS                 PIC 9(07).
016400 01  WS-RUN-RC                      PIC 9(04).
016500 01  WS-REPORT-HEADING.
016600     05  FILLER                     PIC X(33)
016700             VALUE "EMERGENCY DRILL COMPLIANCE AS OF".
016800     05  WS-RH-DATE                 PIC X(10).
016900     05  FILLER                     PIC X(37) VALUE SPACE.
017000 01  WS-COLUMN-HEADING.
017100     05  FILLER                     PIC X(25)
017200             VALUE "CMP REQUIREMENT".
017300     05  FILLER                     PIC X(22) VALUE "WINDOW".
017400     05  FILLER                     PIC X(33)
017500             VALUE "REQ HELD STATUS".
017600 01  WS-DETAIL-LINE.
017700     05  WS-DL-CAMPUS               PIC X(03).
017800     05  FILLER                     PIC X(01) VALUE SPACE.
017900     05  WS-DL-DESCRIPTION          PIC X(20).
018000     05  FILLER                     PIC X(01) VALUE SPACE.
018100     05  WS-DL-FROM-DATE            PIC X(10).
018200     05  FILLER                     PIC X(01) VALUE "-".
018300     05  WS-DL-TO-DATE              PIC X(10).
018400     05  FILLER                     PIC X(01) VALUE SPACE.
018500     05  WS-DL-REQUIRED             PIC Z9.
018600     05  FILLER                     PIC X(02) VALUE SPACE.
018700     05  WS-DL-HELD                 PIC Z9.
018800     05  FILLER                     PIC X(03) VALUE SPACE.
018900     05  WS-DL-STATUS               PIC X(17).
019000     05  FILLER                     PIC X(07) VALUE SPACE.
019100 01  WS-EXCEPTION-LINE.
019200     05  FILLER                     PIC X(15)
019300             VALUE "LOG EXCEPTION -".
019400     05  FILLER                     PIC X(01) VALUE SPACE.
019500     05  WS-XL-CAMPUS               PIC X(03).
019600     05  FILLER                     PIC X(01) VALUE SPACE.
019700     05  WS-XL-DATE                 PIC X(08).
019800     05  FILLER                     PIC X(01) VALUE SPACE.
019900     05  WS-XL-TYPE                 PIC X(01).
020000     05  FILLER                     PIC X(02) VALUE SPACE.
020100     05  WS-XL-REASON               PIC X(30).
020200     05  FILLER                     PIC X(18) VALUE SPACE.
020300 01  WS-SUMMARY-LINE.
020400     05  FILLER                     PIC X(11)
020500             VALUE "CAMPUSES - ".
020600     05  WS-SM-CAMPUSES             PIC ZZ9.
020700     05  FILLER                     PIC X(08) VALUE "  MET - ".
020800     05  WS-SM-MET                  PIC ZZ,ZZ9.
020900     05  FILLER                     PIC X(08) VALUE "  DUE - ".
021000     05  WS-SM-DUE                  PIC ZZ,ZZ9.
021100     05  FILLER                     PIC X(11)
021200             VALUE "  MISSED - ".
021300     05  WS-SM-MISSED               PIC ZZ,ZZ9.
021400     05  FILLER                     PIC X(09) VALUE "  OPEN - ".
021500     05  WS-SM-OPEN                 PIC ZZ,ZZ9.
021600     05  FILLER                     PIC X(06) VALUE SPACE.
021700 01  WS-CERT-HEADING.
021800     05  FILLER                     PIC X(40)
021900             VALUE "STATE EMERGENCY DRILL CERTIFICATION".
022000     05  FILLER                     PIC X(12)
022100             VALUE "SCHOOL YEAR ".
022200     05  WS-CH-FROM-DATE            PIC X(10).
022300     05  FILLER                     PIC X(03) VALUE " - ".
022400     05  WS-CH-TO-DATE              PIC X(10).
022500     05  FILLER                     PIC X(05) VALUE SPACE.
022600 01  WS-CERT-CAMPUS-LINE.
022700     05  FILLER                     PIC X(07) VALUE "CAMPUS ".
022800     05  WS-CC-CAMPUS               PIC X(03).
022900     05  FILLER                     PIC X(24)
023000             VALUE "    DRILLS HELD THROUGH".
023100     05  WS-CC-RUN-DATE             PIC X(10).
023200     05  FILLER                     PIC X(36) VALUE SPACE.
023300 01  WS-CERT-DRILL-HEADING.
023400     05  FILLER                     PIC X(19)
023500             VALUE "  DATE       TIME".
023600     05  FILLER                     PIC X(61)
023700             VALUE "DRILL           EVACUATION LED BY".
023800 01  WS-CERT-DRILL-LINE.
023900     05  FILLER                     PIC X(02) VALUE SPACE.
024000     05  WS-CD-DATE                 PIC X(10).
024100     05  FILLER                     PIC X(01) VALUE SPACE.
024200     05  WS-CD-TIME                 PIC 9(04).
024300     05  FILLER                     PIC X(02) VALUE SPACE.
024400     05  WS-CD-TYPE-NAME            PIC X(14).
024500     05  FILLER                     PIC X(06) VALUE SPACE.
024600     05  WS-CD-EVAC-MIN             PIC Z9.
024700     05  FILLER                     PIC X(01) VALUE ":".
024800     05  WS-CD-EVAC-SEC             PIC 9(02).
024900     05  FILLER                     PIC X(02) VALUE SPACE.
025000     05  WS-CD-LED-BY               PIC X(09).
025100     05  FILLER                     PIC X(25) VALUE SPACE.
025200 01  WS-CERT-NO-DRILL-LINE          PIC X(80)
025300         VALUE "  NO DRILLS LOGGED".
025400 01  WS-CERT-REQ-HEADING.
025500     05  FILLER                     PIC X(23)
025600             VALUE "  REQUIREMENT".
025700     05  FILLER                     PIC X(22) VALUE "WINDOW".
025800     05  FILLER                     PIC X(35)
025900             VALUE "REQ HELD  RESULT".
026000 01  WS-CERT-REQ-LINE.
026100     05  FILLER                     PIC X(02) VALUE SPACE.
026200     05  WS-CR-DESCRIPTION          PIC X(20).
026300     05  FILLER                     PIC X(01) VALUE SPACE.
026400     05  WS-CR-FROM-DATE            PIC X(10).
026500     05  FILLER                     PIC X(01) VALUE "-".
026600     05  WS-CR-TO-DATE              PIC X(10).
026700     05  FILLER                     PIC X(01) VALUE SPACE.
026800     05  WS-CR-REQUIRED             PIC Z9.
026900     05  FILLER                     PIC X(02) VALUE SPACE.
027000     05  WS-CR-HELD                 PIC Z9.
027100     05  FILLER                     PIC X(04) VALUE SPACE.
027200     05  WS-CR-RESULT               PIC X(14).
027300     05  FILLER                     PIC X(11) VALUE SPACE.
027400 01  WS-CERT-RESULT-LINE.
027500     05  FILLER                     PIC X(02) VALUE SPACE.
027600     05  WS-CT-TEXT                 PIC X(78).
027700 01  WS-CERT-NOT-MET-TEXT.
027800     05  FILLER                     PIC X(25)
027900             VALUE "REQUIREMENTS NOT MET - ".
028000     05  WS-CN-COUNT                PIC ZZ9.
028100     05  FILLER                     PIC X(50) VALUE SPACE.
028200 01  WS-CERT-SIGN-LINE.
028300     05  FILLER                     PIC X(12)
028400             VALUE "  PRINCIPAL".
028500     05  FILLER                     PIC X(30) VALUE ALL "_".
028600     05  FILLER                     PIC X(07) VALUE "  DATE".
028700     05  FILLER                     PIC X(10) VALUE ALL "_".
028800     05  FILLER                     PIC X(21) VALUE SPACE.
028900 LINKAGE SECTION.
029000 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
029100 01  LS-PARM-DATA                   PIC X(10).
029200 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
029300*--------------------------------------------------------------*
029400*    0000-MAINLINE                                              *
029500*--------------------------------------------------------------*
029600 0000-MAINLINE.
029700     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
029800     MOVE WS-TS-DATE TO WS-RUN-DATE
029900     IF LS-PARM-LENGTH >= 8
030000             AND LS-PARM-DATA (1:8) IS NUMERIC
030100         MOVE LS-PARM-DATA (1:8) TO WS-RUN-DATE
030200     END-IF
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030400     IF NOT WS-NO-CALENDAR
030500         PERFORM 2000-CHECK-CAMPUS THRU 2000-EXIT
030600             VARYING WS-CPSUB FROM 1 BY 1
030700             UNTIL WS-CPSUB > WS-CP-COUNT
030800         PERFORM 3000-CERTIFY-CAMPUS THRU 3000-EXIT
030900             VARYING WS-CPSUB FROM 1 BY 1
031000             UNTIL WS-CPSUB > WS-CP-COUNT
031100     END-IF
031200     PERFORM 8000-FINALIZE THRU 8000-EXIT
031300     GOBACK.
031400*--------------------------------------------------------------*
031500*    1000-INITIALIZE - LOADS THE SCHOOL DAYS, THE REQUIREMENTS  *
031600*    (WITH THEIR WINDOWS AS DATES), THE CAMPUSES AND THE        *
031700*    YEAR'S DRILL LOG.                                          *
031800*--------------------------------------------------------------*
031900 1000-INITIALIZE.
032000     MOVE "START" TO WS-RUN-PHASE
032100     MOVE ZERO TO WS-RUN-READ
032200     MOVE ZERO TO WS-RUN-WRITTEN
032300     MOVE ZERO TO WS-RUN-REJECTS
032400     MOVE ZERO TO WS-RUN-RC
032500     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
032600         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
032700         WS-RUN-RC
032800     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
032900         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + WS-DUE-DAYS)
033000     OPEN OUTPUT DRILL-COMPLIANCE-RPT
033100     OPEN OUTPUT DRILL-CERTIFICATION-RPT
033200     MOVE WS-RUN-DATE TO WS-EDIT-DATE
033300     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
033400     MOVE WS-DATE-EDIT TO WS-RH-DATE
033500     MOVE WS-DATE-EDIT TO WS-CC-RUN-DATE
033600     WRITE DRILL-COMPLIANCE-LINE FROM WS-REPORT-HEADING
033700     WRITE DRILL-COMPLIANCE-LINE FROM WS-COLUMN-HEADING
033800     OPEN INPUT TERM-CALENDAR-FILE
033900     IF WS-TC-FILE-STATUS = "35"
034000         SET WS-TC-EOF TO TRUE
034100     ELSE
034200         PERFORM 1100-LOAD-SCHOOL-DAY THRU 1100-EXIT
034300             UNTIL WS-TC-EOF
034400         CLOSE TERM-CALENDAR-FILE
034500     END-IF
034600     IF WS-SD-COUNT = 0
034700         DISPLAY "DRILLCHK: NO TERM CALENDAR - NOTHING CHECKED"
034800         SET WS-NO-CALENDAR TO TRUE
034900         GO TO 1000-EXIT
035000     END-IF
035100     MOVE WS-SD-DATE (1) TO WS-EDIT-DATE
035200     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
035300     MOVE WS-DATE-EDIT TO WS-CH-FROM-DATE
035400     MOVE WS-SD-DATE (WS-SD-COUNT) TO WS-EDIT-DATE
035500     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
035600     MOVE WS-DATE-EDIT TO WS-CH-TO-DATE
035700     OPEN INPUT DRILL-REQUIREMENT-FILE
035800     IF WS-DQ-FILE-STATUS = "35"
035900         DISPLAY "DRILLCHK: NO DRILL REQUIREMENTS - NOTHING DUE"
036000         SET WS-DQ-EOF TO TRUE
036100     ELSE
036200         PERFORM 1200-LOAD-REQUIREMENT THRU 1200-EXIT
036300             UNTIL WS-DQ-EOF
036400         CLOSE DRILL-REQUIREMENT-FILE
036500     END-IF
036600     OPEN INPUT BELL-SCHEDULE-FILE
036700     IF WS-BE-FILE-STATUS = "35"
036800         DISPLAY "DRILLCHK: NO BELL SCHEDULE - NO CAMPUSES"
036900         SET WS-BE-EOF TO TRUE
037000     ELSE
037100         PERFORM 1300-LOAD-CAMPUS THRU 1300-EXIT
037200             UNTIL WS-BE-EOF
037300         CLOSE BELL-SCHEDULE-FILE
037400     END-IF
037500     OPEN INPUT DRILL-LOG-FILE
037600     IF WS-DG-FILE-STATUS = "35"
037700         SET WS-DG-EOF TO TRUE
037800     ELSE
037900         PERFORM 1400-LOAD-DRILL THRU 1400-EXIT
038000             UNTIL WS-DG-EOF
038100         CLOSE DRILL-LOG-FILE
038200     END-IF.
038300 1000-EXIT.
038400     EXIT.
038500*--------------------------------------------------------------*
038600*    1100-LOAD-SCHOOL-DAY - SUMMER SESSION DAYS ARE NOT PART OF *
038700*    THE SCHOOL YEAR THE STATE COUNTS.                          *
038800*--------------------------------------------------------------*
038900 1100-LOAD-SCHOOL-DAY.
039000     READ TERM-CALENDAR-FILE
039100         AT END
039200             SET WS-TC-EOF TO TRUE
039300             GO TO 1100-EXIT
039400     END-READ
039500     IF TC-SESSION-SUMMER OR TC-CAL-DATE NOT NUMERIC
039600         GO TO 1100-EXIT
039700     END-IF
039800     IF WS-SD-COUNT >= 400
039900         ADD 1 TO WS-SD-DROP-COUNT
040000         GO TO 1100-EXIT
040100     END-IF
040200     ADD 1 TO WS-SD-COUNT
040300     MOVE TC-CAL-DATE TO WS-SD-DATE (WS-SD-COUNT).
040400 1100-EXIT.
040500     EXIT.
040600*--------------------------------------------------------------*
040700*    1200-LOAD-REQUIREMENT - A WINDOW RUNNING PAST THE LAST     *
040800*    SCHOOL DAY ENDS ON IT.  A WINDOW STARTING AFTER THE LAST   *
040900*    SCHOOL DAY, OR BACKWARDS, CANNOT BE MET AND IS NOT LOADED. *
041000*--------------------------------------------------------------*
041100 1200-LOAD-REQUIREMENT.
041200     READ DRILL-REQUIREMENT-FILE
041300         AT END
041400             SET WS-DQ-EOF TO TRUE
041500             GO TO 1200-EXIT
041600     END-READ
041700     IF DQ-WINDOW-FROM NOT NUMERIC OR DQ-WINDOW-TO NOT NUMERIC
041800             OR DQ-REQUIRED NOT NUMERIC
041900             OR DQ-WINDOW-FROM = ZERO
042000             OR DQ-WINDOW-FROM > WS-SD-COUNT
042100             OR DQ-WINDOW-TO < DQ-WINDOW-FROM
042200         DISPLAY "DRILLCHK: REQUIREMENT WINDOW NOT USABLE - "
042300             DQ-DRILL-TYPE " " DQ-DESCRIPTION
042400         GO TO 1200-EXIT
042500     END-IF
042600     IF WS-RQ-COUNT >= 50
042700         ADD 1 TO WS-RQ-DROP-COUNT
042800         GO TO 1200-EXIT
042900     END-IF
043000     ADD 1 TO WS-RQ-COUNT
043100     MOVE DQ-DRILL-TYPE TO WS-RQ-TYPE (WS-RQ-COUNT)
043200     MOVE DQ-WINDOW-FROM TO WS-RQ-FROM-DAY (WS-RQ-COUNT)
043300     MOVE DQ-WINDOW-TO TO WS-RQ-TO-DAY (WS-RQ-COUNT)
043400     IF DQ-WINDOW-TO > WS-SD-COUNT
043500         MOVE WS-SD-COUNT TO WS-RQ-TO-DAY (WS-RQ-COUNT)
043600     END-IF
043700     MOVE WS-SD-DATE (DQ-WINDOW-FROM)
043800         TO WS-RQ-FROM-DATE (WS-RQ-COUNT)
043900     MOVE WS-SD-DATE (WS-RQ-TO-DAY (WS-RQ-COUNT))
044000         TO WS-RQ-TO-DATE (WS-RQ-COUNT)
044100     MOVE DQ-REQUIRED TO WS-RQ-REQUIRED (WS-RQ-COUNT)
044200     MOVE DQ-DESCRIPTION TO WS-RQ-DESCRIPTION (WS-RQ-COUNT).
044300 1200-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------*
044600*    1300-LOAD-CAMPUS - EVERY CAMPUS THAT RINGS BELLS DRILLS.   *
044700*--------------------------------------------------------------*
044800 1300-LOAD-CAMPUS.
044900     READ BELL-SCHEDULE-FILE
045000         AT END
045100             SET WS-BE-EOF TO TRUE
045200             GO TO 1300-EXIT
045300     END-READ
045400     MOVE BE-CAMPUS-CODE TO WS-FIND-CAMPUS
045500     PERFORM 1500-FIND-CAMPUS THRU 1500-EXIT
045600     IF WS-CP-FOUND-SUB > 0
045700         GO TO 1300-EXIT
045800     END-IF
045900     IF WS-CP-COUNT >= 50
046000         ADD 1 TO WS-CP-DROP-COUNT
046100         GO TO 1300-EXIT
046200     END-IF
046300     ADD 1 TO WS-CP-COUNT
046400     MOVE BE-CAMPUS-CODE TO WS-CP-CAMPUS (WS-CP-COUNT).
046500 1300-EXIT.
046600     EXIT.
046700*--------------------------------------------------------------*
046800*    1400-LOAD-DRILL - A ROW FROM ANOTHER YEAR OR DATED AFTER   *
046900*    THE RUN DATE IS PASSED OVER.  A ROW THAT CANNOT BE COUNTED *
047000*    IS LISTED SO THE DRILL SHEET CAN BE RE-KEYED.              *
047100*--------------------------------------------------------------*
047200 1400-LOAD-DRILL.
047300     READ DRILL-LOG-FILE
047400         AT END
047500             SET WS-DG-EOF TO TRUE
047600             GO TO 1400-EXIT
047700     END-READ
047800     ADD 1 TO WS-READ-COUNT
047900     IF DG-DRILL-DATE NOT NUMERIC
048000         MOVE "DRILL DATE NOT NUMERIC" TO WS-XL-REASON
048100         PERFORM 1410-LIST-EXCEPTION THRU 1410-EXIT
048200         GO TO 1400-EXIT
048300     END-IF
048400     IF DG-DRILL-DATE < WS-SD-DATE (1)
048500             OR DG-DRILL-DATE > WS-RUN-DATE
048600         GO TO 1400-EXIT
048700     END-IF
048800     IF NOT DG-FIRE AND NOT DG-LOCKDOWN AND NOT DG-SEVERE-WEATHER
048900         MOVE "DRILL TYPE NOT F, L OR W" TO WS-XL-REASON
049000         PERFORM 1410-LIST-EXCEPTION THRU 1410-EXIT
049100         GO TO 1400-EXIT
049200     END-IF
049300     MOVE DG-CAMPUS-CODE TO WS-FIND-CAMPUS
049400     PERFORM 1500-FIND-CAMPUS THRU 1500-EXIT
049500     IF WS-CP-FOUND-SUB = 0
049600         MOVE "CAMPUS NOT ON BELL SCHEDULE" TO WS-XL-REASON
049700         PERFORM 1410-LIST-EXCEPTION THRU 1410-EXIT
049800         GO TO 1400-EXIT
049900     END-IF
050000     IF DG-DRILL-TIME NOT NUMERIC OR DG-EVAC-TIME NOT NUMERIC
050100         MOVE "TIME OR EVACUATION NOT NUMERIC" TO WS-XL-REASON
050200         PERFORM 1410-LIST-EXCEPTION THRU 1410-EXIT
050300         GO TO 1400-EXIT
050400     END-IF
050500     IF WS-DR-COUNT >= 2000
050600         ADD 1 TO WS-DR-DROP-COUNT
050700         GO TO 1400-EXIT
050800     END-IF
050900     MOVE ZERO TO WS-DAY-NUMBER
051000     PERFORM 1420-COUNT-DAY THRU 1420-EXIT
051100         VARYING WS-SDSUB FROM 1 BY 1
051200         UNTIL WS-SDSUB > WS-SD-COUNT
051300             OR WS-SD-DATE (WS-SDSUB) > DG-DRILL-DATE
051400     ADD 1 TO WS-DR-COUNT
051500     MOVE DG-CAMPUS-CODE TO WS-DR-CAMPUS (WS-DR-COUNT)
051600     MOVE DG-DRILL-DATE TO WS-DR-DATE (WS-DR-COUNT)
051700     MOVE DG-DRILL-TIME TO WS-DR-TIME (WS-DR-COUNT)
051800     MOVE DG-DRILL-TYPE TO WS-DR-TYPE (WS-DR-COUNT)
051900     MOVE DG-EVAC-MIN TO WS-DR-EVAC-MIN (WS-DR-COUNT)
052000     MOVE DG-EVAC-SEC TO WS-DR-EVAC-SEC (WS-DR-COUNT)
052100     MOVE DG-LED-BY TO WS-DR-LED-BY (WS-DR-COUNT)
052200     MOVE WS-DAY-NUMBER TO WS-DR-DAY (WS-DR-COUNT).
052300 1400-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------*
052600*    1410-LIST-EXCEPTION                                        *
052700*--------------------------------------------------------------*
052800 1410-LIST-EXCEPTION.
052900     ADD 1 TO WS-EXCEPTION-COUNT
053000     MOVE DG-CAMPUS-CODE TO WS-XL-CAMPUS
053100     MOVE DG-DRILL-DATE TO WS-XL-DATE
053200     MOVE DG-DRILL-TYPE TO WS-XL-TYPE
053300     WRITE DRILL-COMPLIANCE-LINE FROM WS-EXCEPTION-LINE.
053400 1410-EXIT.
053500     EXIT.
053600*--------------------------------------------------------------*
053700*    1420-COUNT-DAY                                             *
053800*--------------------------------------------------------------*
053900 1420-COUNT-DAY.
054000     MOVE WS-SDSUB TO WS-DAY-NUMBER.
054100 1420-EXIT.
054200     EXIT.
054300*--------------------------------------------------------------*
054400*    1500-FIND-CAMPUS - WS-CP-FOUND-SUB COMES BACK POINTING AT  *
054500*    WS-FIND-CAMPUS'S ENTRY, OR ZERO.                           *
054600*--------------------------------------------------------------*
054700 1500-FIND-CAMPUS.
054800     MOVE ZERO TO WS-CP-FOUND-SUB
054900     PERFORM 1510-MATCH-CAMPUS THRU 1510-EXIT
055000         VARYING WS-CPSUB FROM 1 BY 1
055100         UNTIL WS-CPSUB > WS-CP-COUNT
055200             OR WS-CP-FOUND-SUB > 0.
055300 1500-EXIT.
055400     EXIT.
055500*--------------------------------------------------------------*
055600*    1510-MATCH-CAMPUS                                          *
055700*--------------------------------------------------------------*
055800 1510-MATCH-CAMPUS.
055900     IF WS-FIND-CAMPUS = WS-CP-CAMPUS (WS-CPSUB)
056000         MOVE WS-CPSUB TO WS-CP-FOUND-SUB
056100     END-IF.
056200 1510-EXIT.
056300     EXIT.
056400*--------------------------------------------------------------*
056500*    2000-CHECK-CAMPUS - ONE COMPLIANCE LINE PER REQUIREMENT.   *
056600*--------------------------------------------------------------*
056700 2000-CHECK-CAMPUS.
056800     PERFORM 2100-CHECK-REQUIREMENT THRU 2100-EXIT
056900         VARYING WS-RQSUB FROM 1 BY 1
057000         UNTIL WS-RQSUB > WS-RQ-COUNT.
057100 2000-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------*
057400*    2100-CHECK-REQUIREMENT                                     *
057500*--------------------------------------------------------------*
057600 2100-CHECK-REQUIREMENT.
057700     PERFORM 2200-COUNT-HELD THRU 2200-EXIT
057800     EVALUATE TRUE
057900         WHEN WS-HELD >= WS-RQ-REQUIRED (WS-RQSUB)
058000             MOVE "MET" TO WS-STATUS
058100             ADD 1 TO WS-MET-COUNT
058200         WHEN WS-RQ-TO-DATE (WS-RQSUB) < WS-RUN-DATE
058300             MOVE "MISSED" TO WS-STATUS
058400             ADD 1 TO WS-MISSED-COUNT
058500         WHEN WS-RQ-FROM-DATE (WS-RQSUB) > WS-DUE-DATE
058600             MOVE "NOT YET OPEN" TO WS-STATUS
058700         WHEN WS-RQ-TO-DATE (WS-RQSUB) <= WS-DUE-DATE
058800             MOVE WS-RQ-TO-DATE (WS-RQSUB) TO WS-EDIT-DATE
058900             PERFORM 2900-EDIT-DATE THRU 2900-EXIT
059000             MOVE SPACE TO WS-STATUS
059100             STRING "DUE BY " DELIMITED BY SIZE
059200                 WS-DATE-EDIT DELIMITED BY SIZE
059300                 INTO WS-STATUS
059400             END-STRING
059500             ADD 1 TO WS-DUE-COUNT
059600         WHEN OTHER
059700             MOVE "OPEN" TO WS-STATUS
059800             ADD 1 TO WS-OPEN-COUNT
059900     END-EVALUATE
060000     MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-DL-CAMPUS
060100     MOVE WS-RQ-DESCRIPTION (WS-RQSUB) TO WS-DL-DESCRIPTION
060200     MOVE WS-RQ-FROM-DATE (WS-RQSUB) TO WS-EDIT-DATE
060300     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
060400     MOVE WS-DATE-EDIT TO WS-DL-FROM-DATE
060500     MOVE WS-RQ-TO-DATE (WS-RQSUB) TO WS-EDIT-DATE
060600     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
060700     MOVE WS-DATE-EDIT TO WS-DL-TO-DATE
060800     MOVE WS-RQ-REQUIRED (WS-RQSUB) TO WS-DL-REQUIRED
060900     MOVE WS-HELD TO WS-DL-HELD
061000     MOVE WS-STATUS TO WS-DL-STATUS
061100     WRITE DRILL-COMPLIANCE-LINE FROM WS-DETAIL-LINE.
061200 2100-EXIT.
061300     EXIT.
061400*--------------------------------------------------------------*
061500*    2200-COUNT-HELD - THE CAMPUS'S DRILLS OF THE REQUIRED TYPE *
061600*    ON SCHOOL DAYS INSIDE THE WINDOW.                          *
061700*--------------------------------------------------------------*
061800 2200-COUNT-HELD.
061900     MOVE ZERO TO WS-HELD
062000     PERFORM 2210-MATCH-DRILL THRU 2210-EXIT
062100         VARYING WS-DRSUB FROM 1 BY 1
062200         UNTIL WS-DRSUB > WS-DR-COUNT.
062300 2200-EXIT.
062400     EXIT.
062500*--------------------------------------------------------------*
062600*    2210-MATCH-DRILL                                           *
062700*--------------------------------------------------------------*
062800 2210-MATCH-DRILL.
062900     IF WS-DR-CAMPUS (WS-DRSUB) = WS-CP-CAMPUS (WS-CPSUB)
063000             AND WS-DR-TYPE (WS-DRSUB) = WS-RQ-TYPE (WS-RQSUB)
063100             AND WS-DR-DAY (WS-DRSUB) >= WS-RQ-FROM-DAY (WS-RQSUB)
063200             AND WS-DR-DAY (WS-DRSUB) <= WS-RQ-TO-DAY (WS-RQSUB)
063300             AND WS-HELD < 99
063400         ADD 1 TO WS-HELD
063500     END-IF.
063600 2210-EXIT.
063700     EXIT.
063800*--------------------------------------------------------------*
063900*    2900-EDIT-DATE - WS-EDIT-DATE AS MM/DD/YYYY.               *
064000*--------------------------------------------------------------*
064100 2900-EDIT-DATE.
064200     MOVE WS-ED-MM TO WS-DE-MM
064300     MOVE WS-ED-DD TO WS-DE-DD
064400     MOVE WS-ED-YYYY TO WS-DE-YYYY.
064500 2900-EXIT.
064600     EXIT.
064700*--------------------------------------------------------------*
064800*    3000-CERTIFY-CAMPUS - THE CAMPUS'S CERTIFICATION PAGE: ITS *
064900*    DRILLS, EACH REQUIREMENT'S RESULT, AND THE SIGNATURE LINE. *
065000*--------------------------------------------------------------*
065100 3000-CERTIFY-CAMPUS.
065200     WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-HEADING
065300     MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-CC-CAMPUS
065400     WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-CAMPUS-LINE
065500     WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-DRILL-HEADING
065600     MOVE ZERO TO WS-CAMPUS-DRILL-COUNT
065700     PERFORM 3100-CERTIFY-DRILL THRU 3100-EXIT
065800         VARYING WS-DRSUB FROM 1 BY 1
065900         UNTIL WS-DRSUB > WS-DR-COUNT
066000     IF WS-CAMPUS-DRILL-COUNT = 0
066100         WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-NO-DRILL-LINE
066200     END-IF
066300     MOVE SPACE TO DRILL-CERTIFICATION-LINE
066400     WRITE DRILL-CERTIFICATION-LINE
066500     WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-REQ-HEADING
066600     MOVE ZERO TO WS-CAMPUS-MISSED-COUNT
066700     MOVE ZERO TO WS-CAMPUS-OPEN-COUNT
066800     PERFORM 3200-CERTIFY-REQUIREMENT THRU 3200-EXIT
066900         VARYING WS-RQSUB FROM 1 BY 1
067000         UNTIL WS-RQSUB > WS-RQ-COUNT
067100     MOVE SPACE TO DRILL-CERTIFICATION-LINE
067200     WRITE DRILL-CERTIFICATION-LINE
067300     EVALUATE TRUE
067400         WHEN WS-CAMPUS-MISSED-COUNT > 0
067500             MOVE WS-CAMPUS-MISSED-COUNT TO WS-CN-COUNT
067600             MOVE WS-CERT-NOT-MET-TEXT TO WS-CT-TEXT
067700         WHEN WS-CAMPUS-OPEN-COUNT > 0
067800             MOVE "ALL REQUIREMENTS DUE SO FAR HAVE BEEN MET"
067900                 TO WS-CT-TEXT
068000         WHEN OTHER
068100             MOVE "ALL STATE DRILL REQUIREMENTS HAVE BEEN MET"
068200                 TO WS-CT-TEXT
068300     END-EVALUATE
068400     WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-RESULT-LINE
068500     MOVE SPACE TO DRILL-CERTIFICATION-LINE
068600     WRITE DRILL-CERTIFICATION-LINE
068700     WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-SIGN-LINE
068800     MOVE SPACE TO DRILL-CERTIFICATION-LINE
068900     WRITE DRILL-CERTIFICATION-LINE
069000     WRITE DRILL-CERTIFICATION-LINE.
069100 3000-EXIT.
069200     EXIT.
069300*--------------------------------------------------------------*
069400*    3100-CERTIFY-DRILL                                         *
069500*--------------------------------------------------------------*
069600 3100-CERTIFY-DRILL.
069700     IF WS-DR-CAMPUS (WS-DRSUB) NOT = WS-CP-CAMPUS (WS-CPSUB)
069800         GO TO 3100-EXIT
069900     END-IF
070000     ADD 1 TO WS-CAMPUS-DRILL-COUNT
070100     MOVE WS-DR-DATE (WS-DRSUB) TO WS-EDIT-DATE
070200     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
070300     MOVE WS-DATE-EDIT TO WS-CD-DATE
070400     MOVE WS-DR-TIME (WS-DRSUB) TO WS-CD-TIME
070500     EVALUATE WS-DR-TYPE (WS-DRSUB)
070600         WHEN "F"
070700             MOVE "FIRE" TO WS-CD-TYPE-NAME
070800         WHEN "L"
070900             MOVE "LOCKDOWN" TO WS-CD-TYPE-NAME
071000         WHEN OTHER
071100             MOVE "SEVERE WEATHER" TO WS-CD-TYPE-NAME
071200     END-EVALUATE
071300     MOVE WS-DR-EVAC-MIN (WS-DRSUB) TO WS-CD-EVAC-MIN
071400     MOVE WS-DR-EVAC-SEC (WS-DRSUB) TO WS-CD-EVAC-SEC
071500     MOVE WS-DR-LED-BY (WS-DRSUB) TO WS-CD-LED-BY
071600     WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-DRILL-LINE.
071700 3100-EXIT.
071800     EXIT.
071900*--------------------------------------------------------------*
072000*    3200-CERTIFY-REQUIREMENT - A WINDOW STILL OPEN ON THE RUN  *
072100*    DATE IS NOT YET A FAILURE.                                 *
072200*--------------------------------------------------------------*
072300 3200-CERTIFY-REQUIREMENT.
072400     PERFORM 2200-COUNT-HELD THRU 2200-EXIT
072500     EVALUATE TRUE
072600         WHEN WS-HELD >= WS-RQ-REQUIRED (WS-RQSUB)
072700             MOVE "MET" TO WS-CR-RESULT
072800         WHEN WS-RQ-TO-DATE (WS-RQSUB) < WS-RUN-DATE
072900             MOVE "NOT MET" TO WS-CR-RESULT
073000             ADD 1 TO WS-CAMPUS-MISSED-COUNT
073100         WHEN OTHER
073200             MOVE "WINDOW OPEN" TO WS-CR-RESULT
073300             ADD 1 TO WS-CAMPUS-OPEN-COUNT
073400     END-EVALUATE
073500     MOVE WS-RQ-DESCRIPTION (WS-RQSUB) TO WS-CR-DESCRIPTION
073600     MOVE WS-RQ-FROM-DATE (WS-RQSUB) TO WS-EDIT-DATE
073700     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
073800     MOVE WS-DATE-EDIT TO WS-CR-FROM-DATE
073900     MOVE WS-RQ-TO-DATE (WS-RQSUB) TO WS-EDIT-DATE
074000     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
074100     MOVE WS-DATE-EDIT TO WS-CR-TO-DATE
074200     MOVE WS-RQ-REQUIRED (WS-RQSUB) TO WS-CR-REQUIRED
074300     MOVE WS-HELD TO WS-CR-HELD
074400     WRITE DRILL-CERTIFICATION-LINE FROM WS-CERT-REQ-LINE.
074500 3200-EXIT.
074600     EXIT.
074700*--------------------------------------------------------------*
074800*    8000-FINALIZE                                              *
074900*--------------------------------------------------------------*
075000 8000-FINALIZE.
075100     MOVE WS-CP-COUNT TO WS-SM-CAMPUSES
075200     MOVE WS-MET-COUNT TO WS-SM-MET
075300     MOVE WS-DUE-COUNT TO WS-SM-DUE
075400     MOVE WS-MISSED-COUNT TO WS-SM-MISSED
075500     MOVE WS-OPEN-COUNT TO WS-SM-OPEN
075600     WRITE DRILL-COMPLIANCE-LINE FROM WS-SUMMARY-LINE
075700     MOVE ZERO TO RETURN-CODE
075800     IF WS-MISSED-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
075900         MOVE 4 TO RETURN-CODE
076000     END-IF
076100     IF WS-NO-CALENDAR
076200         MOVE 8 TO RETURN-CODE
076300     END-IF
076400     IF WS-SD-DROP-COUNT > 0
076500         DISPLAY "DRILLCHK: CALENDAR TABLE FULL - DROPPED - "
076600             WS-SD-DROP-COUNT
076700         MOVE 8 TO RETURN-CODE
076800     END-IF
076900     IF WS-RQ-DROP-COUNT > 0
077000         DISPLAY "DRILLCHK: REQUIREMENT TABLE FULL - DROPPED - "
077100             WS-RQ-DROP-COUNT
077200         MOVE 8 TO RETURN-CODE
077300     END-IF
077400     IF WS-CP-DROP-COUNT > 0
077500         DISPLAY "DRILLCHK: CAMPUS TABLE FULL - DROPPED - "
077600             WS-CP-DROP-COUNT
077700         MOVE 8 TO RETURN-CODE
077800     END-IF
077900     IF WS-DR-DROP-COUNT > 0
078000         DISPLAY "DRILLCHK: DRILL TABLE FULL - DROPPED - "
078100             WS-DR-DROP-COUNT
078200         MOVE 8 TO RETURN-CODE
078300     END-IF
078400     CLOSE DRILL-COMPLIANCE-RPT
078500     CLOSE DRILL-CERTIFICATION-RPT
078600     MOVE "END" TO WS-RUN-PHASE
078700     MOVE WS-READ-COUNT TO WS-RUN-READ
078800     MOVE WS-DR-COUNT TO WS-RUN-WRITTEN
078900     MOVE WS-EXCEPTION-COUNT TO WS-RUN-REJECTS
079000     MOVE RETURN-CODE TO WS-RUN-RC
079100     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
079200         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
079300         WS-RUN-RC
079400     MOVE WS-RUN-RC TO RETURN-CODE.
079500 8000-EXIT.
079600     EXIT.
079700 END PROGRAM DRILLCHK.
