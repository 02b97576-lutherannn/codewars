001800*--------------------------------------------------------------*
001900*    MODIFICATION HISTORY                                      *
002000*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
002010*    2026-10-14  DLS  COUNT A CODE S SUSPENSION DAY AS A       *
002020*                     WHOLE-DAY ABSENCE - A SUSPENDED STUDENT  *
002030*                     IS NOT IN ATTENDANCE FOR THE CLAIM.      *
002040*    2026-10-15  DLS  OPTIONAL AS-OF DATE AFTER THE CLAIM      *
002050*                     MONTH IN THE PARM - EACH STUDENT'S       *
002060*                     CAMPUS THEN COMES FROM THE MASTER ROW    *
002070*                     IN FORCE THAT DAY VIA ASOFLOOK, SO A     *
002080*                     RERUN REPRODUCES THE CLAIM AS FILED.     *
002086*    2026-10-15  DLS  CLOSE ASOFLOOK BEFORE THE BALANCE CHECK  *
002092*                     SO THE CALL CANNOT CLEAR ITS RC 4.       *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
009300 01  WS-ADA-PCT                     PIC 9(03).
009400 01  WS-CLAIM-STUDENTS              PIC 9(05) COMP VALUE ZERO.
009500 01  WS-ENROLL-STUDENTS             PIC 9(05) COMP VALUE ZERO.
009520 01  WS-AS-OF-DATE                  PIC 9(08) VALUE ZERO.
009540 01  WS-HISTORY-SWITCH              PIC X(01) VALUE "Y".
009560     88  WS-HISTORY-MISSING             VALUE "N".
009580     COPY asofreq.
009600 01  WS-REPORT-HEADING              PIC X(80)
009700         VALUE "MONTHLY ADA STATE FUNDING REPORT".
009710 01  WS-AS-OF-LINE.
009720     05  FILLER                     PIC X(31)
009730             VALUE "CAMPUSES AS OF MASTER HISTORY -".
009740     05  FILLER                     PIC X(01) VALUE SPACE.
009750     05  WS-AO-DATE                 PIC 9(08).
009760     05  FILLER                     PIC X(40) VALUE SPACE.
009800 01  WS-CAMPUS-LINE.
009900     05  FILLER                     PIC X(09)
010000             VALUE "CAMPUS - ".
012500     05  FILLER                     PIC X(09) VALUE SPACE.
012600 LINKAGE SECTION.
012700 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
012800 01  LS-PARM-DATA                   PIC X(14).
012900 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
013000*--------------------------------------------------------------*
013100*    0000-MAINLINE                                              *
013500             AND LS-PARM-DATA (1:6) IS NUMERIC
013600         MOVE LS-PARM-DATA (1:6) TO WS-CLAIM-PERIOD
013700     END-IF
013707*    AN AS-OF DATE (YYYYMMDD) MAY FOLLOW THE CLAIM MONTH - A
013714*    RERUN OF A FILED CLAIM NAMES THE DAY IT WAS FILED.
013721     IF LS-PARM-LENGTH >= 14
013728         IF LS-PARM-DATA (7:8) IS NUMERIC
013735                 AND LS-PARM-DATA (7:8) NOT = ZERO
013742             MOVE LS-PARM-DATA (7:8) TO WS-AS-OF-DATE
013749         ELSE
013756             DISPLAY "ADARPT: BAD AS-OF DATE - "
013763                 LS-PARM-DATA (7:8) " - RUN ENDED"
013770             MOVE 8 TO RETURN-CODE
013777             GOBACK
013784         END-IF
013791     END-IF
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013900     PERFORM 2000-LOAD-STUDENT THRU 2000-EXIT
014000         UNTIL WS-TE-EOF
016200     OPEN OUTPUT ADA-CLAIM-FILE
016300     OPEN OUTPUT ADA-RPT
016400     WRITE ADA-RPT-LINE FROM WS-REPORT-HEADING
016420     IF WS-AS-OF-DATE > ZERO
016440         MOVE WS-AS-OF-DATE TO WS-AO-DATE
016460         WRITE ADA-RPT-LINE FROM WS-AS-OF-LINE
016480     END-IF
016500     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT
016600     IF NOT WS-AT-EOF
016700         PERFORM 3100-READ-ATTEND THRU 3100-EXIT
022000*--------------------------------------------------------------*
022100 3000-TALLY-ABSENCE.
022200     MOVE AT-ATTEND-DATE (1:6) TO WS-ROW-PERIOD
022300     IF (AT-ABSENT OR AT-SUSPENDED)
022400             AND (WS-CLAIM-PERIOD = ZERO
022500                 OR WS-ROW-PERIOD = WS-CLAIM-PERIOD)
022600         PERFORM 3200-FIND-STUDENT THRU 3200-EXIT
026500*--------------------------------------------------------------*
026600*    4000-ROLL-UP-STUDENT - ABSENT DAYS ARE WHOLE-DAY ROWS      *
026700*    PLUS PERIOD ROWS AT PERIODS-PER-DAY TO THE DAY; THE        *
026760*    CAMPUS COMES OFF THE STUDENT MASTER, OR OFF THE MASTER     *
026820*    ROW IN FORCE ON THE AS-OF DATE WHEN THE PARM NAMES ONE.    *
026900*--------------------------------------------------------------*
027000 4000-ROLL-UP-STUDENT.
027100     ADD 1 TO WS-CLAIM-STUDENTS
027900         MOVE ZERO TO WS-PRESENT-DAYS
028000     END-IF
028100     MOVE SPACE TO WS-CAMPUS-CODE
028110     IF WS-AS-OF-DATE > ZERO
028120         PERFORM 4050-CAMPUS-AS-OF THRU 4050-EXIT
028130         PERFORM 4100-TALLY-CAMPUS THRU 4100-EXIT
028140         GO TO 4000-EXIT
028150     END-IF
028200     MOVE SPACE TO SM-STUDENT-ID
028300     MOVE WS-ST-STUDENT-ID (WS-SSUB) TO SM-STUDENT-ID
028400     READ STUDENT-MASTER-FILE
029000     PERFORM 4100-TALLY-CAMPUS THRU 4100-EXIT.
029100 4000-EXIT.
029200     EXIT.
029204*--------------------------------------------------------------*
029208*    4050-CAMPUS-AS-OF - A STUDENT WITH NO MASTER ROW THAT DAY  *
029212*    FALLS TO ??? THE SAME AS ONE MISSING FROM THE MASTER.      *
029216*--------------------------------------------------------------*
029220 4050-CAMPUS-AS-OF.
029224     SET AO-FUNCTION-LOOKUP TO TRUE
029228     MOVE WS-AS-OF-DATE TO AO-AS-OF-DATE
029232     MOVE WS-ST-STUDENT-ID (WS-SSUB) TO AO-STUDENT-ID
029236     CALL "ASOFLOOK" USING AS-OF-LOOKUP-AREA
029240     EVALUATE TRUE
029244         WHEN AO-FOUND
029248             MOVE AO-MASTER-IMAGE TO STUDENT-MASTER-RECORD
029252             MOVE SM-CAMPUS-CODE TO WS-CAMPUS-CODE
029256         WHEN AO-UNAVAILABLE
029260             SET WS-HISTORY-MISSING TO TRUE
029264             MOVE "???" TO WS-CAMPUS-CODE
029268         WHEN OTHER
029272             MOVE "???" TO WS-CAMPUS-CODE
029276     END-EVALUATE.
029280 4050-EXIT.
029284     EXIT.
029300*--------------------------------------------------------------*
029400*    4100-TALLY-CAMPUS                                           *
029500*--------------------------------------------------------------*
032900     PERFORM 8100-WRITE-CAMPUS THRU 8100-EXIT
033000         VARYING WS-CPSUB FROM 1 BY 1
033100         UNTIL WS-CPSUB > WS-CAMPUS-COUNT
033120     IF WS-AS-OF-DATE > ZERO
033140         SET AO-FUNCTION-CLOSE TO TRUE
033160         CALL "ASOFLOOK" USING AS-OF-LOOKUP-AREA
033180     END-IF
033200     MOVE WS-CLAIM-STUDENTS TO WS-RC-CLAIM
033300     MOVE WS-ENROLL-STUDENTS TO WS-RC-ENROLL
033400     IF WS-CLAIM-STUDENTS = WS-ENROLL-STUDENTS
033800         MOVE 4 TO RETURN-CODE
033900     END-IF
034000     WRITE ADA-RPT-LINE FROM WS-RECON-LINE
034050     IF WS-HISTORY-MISSING
034060         DISPLAY "ADARPT: STUDENT HISTORY UNAVAILABLE - "
034070             "CAMPUSES NOT AS OF " WS-AS-OF-DATE
034080         MOVE 8 TO RETURN-CODE
034090     END-IF
034100     IF WS-STUDENT-DROP-COUNT > 0
034200         DISPLAY "ADARPT: STUDENT TABLE FULL - DROPPED - "
034300             WS-STUDENT-DROP-COUNT
