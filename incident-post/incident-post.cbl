000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCDPOST.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    DAILY DISCIPLINE INCIDENT POSTING.  EDITS THE DEANS'       *
000900*    INCIDENT TRANSACTIONS - THE STUDENT MUST BE ON THE MASTER, *
001000*    THE INCIDENT TYPE AND ACTION CODE MUST BE ON THE LISTS,    *
001100*    AND A SUSPENSION MUST CARRY A GOOD DATE RANGE - AND        *
001200*    APPENDS CLEAN ROWS TO THE INCIDENT HISTORY FILE.  EACH     *
001300*    SCHOOL DAY OF AN OUT-OF-SCHOOL SUSPENSION BECOMES A CODE S *
001400*    WHOLE-DAY ATTENDANCE TRANSACTION FOR THE ATTENDANCE        *
001500*    POSTING RUN.  REJECTS GO TO THE REGISTER AND THE SHARED    *
001600*    AUDIT LOG.  RC 8 - THE CALENDAR TABLE FILLED; NOTHING IS   *
001650*    POSTED AND SUSPTXN IS LEFT AS IT WAS.                      *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
001930*    2026-10-15  DLS  EDIT THE NO-CONTACT STUDENT AGAINST THE  *
001960*                     MASTER.                                  *
001973*    2026-10-15  DLS  A FULL CALENDAR TABLE ENDS THE RUN RC 8  *
001986*                     BEFORE SUSPTXN IS OPENED.                *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT INCIDENT-TXN-FILE ASSIGN TO INCDTXN
002500         ORGANIZATION IS SEQUENTIAL.
002600     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS SM-STUDENT-ID
003200         FILE STATUS IS WS-SM-FILE-STATUS.
003300     SELECT INCIDENT-HISTORY-FILE ASSIGN TO INCIDENT
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT SUSPENSION-TXN-FILE ASSIGN TO SUSPTXN
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT INCIDENT-REGISTER-RPT ASSIGN TO INCDPRPT
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  INCIDENT-TXN-FILE
004200     RECORDING MODE IS F.
004300     COPY incident.
004400 FD  TERM-CALENDAR-FILE
004500     RECORDING MODE IS F.
004600     COPY calendar.
004700 FD  STUDENT-MASTER-FILE.
004800     COPY studmast.
004900 FD  INCIDENT-HISTORY-FILE
005000     RECORDING MODE IS F.
005100 01  INCIDENT-HISTORY-RECORD        PIC X(70).
005200 FD  SUSPENSION-TXN-FILE
005300     RECORDING MODE IS F.
005400     COPY attend.
005500 FD  INCIDENT-REGISTER-RPT
005600     RECORDING MODE IS F.
005700 01  INCIDENT-REGISTER-LINE         PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006000 01  WS-TXN-EOF-SWITCH              PIC X(01) VALUE "N".
006100     88  WS-TXN-EOF                     VALUE "Y".
006200 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
006300     88  WS-CAL-EOF                     VALUE "Y".
006400 01  WS-CAL-COUNT                   PIC 9(03) COMP VALUE ZERO.
006500 01  WS-CAL-DROP-COUNT              PIC 9(05) COMP VALUE ZERO.
006600 01  WS-CALSUB                      PIC 9(03) COMP.
006700 01  WS-CALENDAR-TABLE.
006800     05  WS-CAL-DATE OCCURS 200 TIMES
006900                                    PIC 9(08).
007000 01  WS-SUSP-DAYS                   PIC 9(03) COMP.
007100 01  WS-POSTED-COUNT                PIC 9(05) COMP VALUE ZERO.
007200 01  WS-SUSP-DAY-COUNT              PIC 9(05) COMP VALUE ZERO.
007300 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
007400 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "INCDPOST".
007500 01  WS-AUDIT-FIELD-NAME            PIC X(10) VALUE "INCIDENT".
007600 01  WS-AUDIT-VALUE                 PIC X(25).
007700 01  WS-AUDIT-REASON                PIC X(20).
007800 01  WS-REPORT-HEADING              PIC X(80)
007900         VALUE "DISCIPLINE INCIDENT POSTING REGISTER".
008000 01  WS-REGISTER-LINE.
008100     05  WS-RL-DISPOSITION          PIC X(08).
008200     05  FILLER                     PIC X(01) VALUE SPACE.
008300     05  WS-RL-STUDENT-ID           PIC X(09).
008400     05  FILLER                     PIC X(02) VALUE SPACE.
008500     05  WS-RL-DATE                 PIC X(08).
008600     05  FILLER                     PIC X(02) VALUE SPACE.
008700     05  WS-RL-TYPE                 PIC X(04).
008800     05  FILLER                     PIC X(02) VALUE SPACE.
008900     05  WS-RL-ACTION               PIC X(01).
009000     05  FILLER                     PIC X(02) VALUE SPACE.
009100     05  WS-RL-SUSP-DAYS            PIC ZZ9.
009200     05  FILLER                     PIC X(02) VALUE SPACE.
009300     05  WS-RL-REASON               PIC X(20).
009400     05  FILLER                     PIC X(16) VALUE SPACE.
009500 01  WS-SUMMARY-LINE.
009600     05  FILLER                     PIC X(09) VALUE "POSTED - ".
009700     05  WS-SL-POSTED               PIC ZZ,ZZ9.
009800     05  FILLER                     PIC X(19)
009900             VALUE "  SUSPENSION DAYS -".
010000     05  WS-SL-SUSP-DAYS            PIC ZZ,ZZ9.
010100     05  FILLER                     PIC X(11)
010200             VALUE "  REJECTS -".
010300     05  WS-SL-REJECTS              PIC ZZ,ZZ9.
010400     05  FILLER                     PIC X(23) VALUE SPACE.
010500 PROCEDURE DIVISION.
010600*--------------------------------------------------------------*
010700*    0000-MAINLINE                                              *
010800*--------------------------------------------------------------*
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011025     IF WS-CAL-DROP-COUNT > 0
011050         GOBACK
011075     END-IF
011100     PERFORM 2000-POST-INCIDENT THRU 2000-EXIT
011200         UNTIL WS-TXN-EOF
011300     PERFORM 8000-FINALIZE THRU 8000-EXIT
011400     GOBACK.
011500*--------------------------------------------------------------*
011600*    1000-INITIALIZE - LOADS THE SCHOOL-DAY CALENDAR ONCE.  A   *
011633*    CALENDAR TOO BIG FOR THE TABLE WOULD SHORT THE SUSPENSION  *
011666*    DAYS, SO THE RUN STOPS RC 8 BEFORE THE POSTING FILES OPEN. *
011700*--------------------------------------------------------------*
011800 1000-INITIALIZE.
011900     OPEN INPUT TERM-CALENDAR-FILE
012000     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
012100         UNTIL WS-CAL-EOF
012200     CLOSE TERM-CALENDAR-FILE
012214     IF WS-CAL-DROP-COUNT > 0
012228         DISPLAY "INCDPOST: CALENDAR TABLE FULL - DROPPED - "
012242             WS-CAL-DROP-COUNT
012256         MOVE 8 TO RETURN-CODE
012270         GO TO 1000-EXIT
012284     END-IF
012300     OPEN INPUT INCIDENT-TXN-FILE
012400     OPEN INPUT STUDENT-MASTER-FILE
012500     OPEN EXTEND INCIDENT-HISTORY-FILE
012600     OPEN OUTPUT SUSPENSION-TXN-FILE
012700     OPEN OUTPUT INCIDENT-REGISTER-RPT
012800     WRITE INCIDENT-REGISTER-LINE FROM WS-REPORT-HEADING
012900     PERFORM 2100-READ-TXN THRU 2100-EXIT.
013000 1000-EXIT.
013100     EXIT.
013200*--------------------------------------------------------------*
013300*    1100-LOAD-CALENDAR                                          *
013400*--------------------------------------------------------------*
013500 1100-LOAD-CALENDAR.
013600     READ TERM-CALENDAR-FILE
013700         AT END
013800             SET WS-CAL-EOF TO TRUE
013900         NOT AT END
014000             IF WS-CAL-COUNT < 200
014100                 ADD 1 TO WS-CAL-COUNT
014200                 MOVE TC-CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
014300             ELSE
014400                 ADD 1 TO WS-CAL-DROP-COUNT
014500             END-IF
014600     END-READ.
014700 1100-EXIT.
014800     EXIT.
014900*--------------------------------------------------------------*
015000*    2000-POST-INCIDENT                                          *
015100*--------------------------------------------------------------*
015200 2000-POST-INCIDENT.
015300     MOVE ZERO TO WS-SUSP-DAYS
015400     EVALUATE TRUE
015500         WHEN IN-STUDENT-ID = SPACE
015600             MOVE "MISSING KEY" TO WS-AUDIT-REASON
015700             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
015800         WHEN IN-INCIDENT-DATE NOT NUMERIC
015900                 OR IN-INCIDENT-DATE = ZERO
016000             MOVE "BAD INCIDENT DATE" TO WS-AUDIT-REASON
016100             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
016200         WHEN NOT IN-TYPE-VALID
016300             MOVE "BAD INCIDENT TYPE" TO WS-AUDIT-REASON
016400             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
016500         WHEN NOT IN-ACTION-VALID
016600             MOVE "BAD ACTION CODE" TO WS-AUDIT-REASON
016700             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
016800         WHEN (IN-ACTION-OUT-OF-SCHOOL OR IN-ACTION-BUS-SUSPEND)
016900                 AND (IN-SUSP-START-DATE NOT NUMERIC
017000                     OR IN-SUSP-END-DATE NOT NUMERIC
017100                     OR IN-SUSP-START-DATE = ZERO
017200                     OR IN-SUSP-END-DATE < IN-SUSP-START-DATE)
017300             MOVE "BAD SUSPENSION DATES" TO WS-AUDIT-REASON
017400             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
017420         WHEN IN-NO-CONTACT-ID = IN-STUDENT-ID
017440             MOVE "BAD NO-CONTACT ID" TO WS-AUDIT-REASON
017460             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
017500         WHEN OTHER
017600             PERFORM 2400-CHECK-MASTER THRU 2400-EXIT
017700     END-EVALUATE
017800     PERFORM 2100-READ-TXN THRU 2100-EXIT.
017900 2000-EXIT.
018000     EXIT.
018100*--------------------------------------------------------------*
018200*    2100-READ-TXN                                               *
018300*--------------------------------------------------------------*
018400 2100-READ-TXN.
018500     READ INCIDENT-TXN-FILE
018600         AT END
018700             SET WS-TXN-EOF TO TRUE
018800     END-READ.
018900 2100-EXIT.
019000     EXIT.
019100*--------------------------------------------------------------*
019200*    2300-REJECT-TXN                                             *
019300*--------------------------------------------------------------*
019400 2300-REJECT-TXN.
019500     ADD 1 TO WS-REJECT-COUNT
019600     MOVE "REJECT" TO WS-RL-DISPOSITION
019700     MOVE WS-AUDIT-REASON TO WS-RL-REASON
019800     PERFORM 2600-WRITE-REGISTER THRU 2600-EXIT
019900     MOVE IN-STUDENT-ID TO WS-AUDIT-VALUE
020000     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID WS-AUDIT-FIELD-NAME
020100         WS-AUDIT-VALUE WS-AUDIT-REASON.
020200 2300-EXIT.
020300     EXIT.
020400*--------------------------------------------------------------*
020500*    2400-CHECK-MASTER - THE STUDENT MUST BE ON THE MASTER.     *
020600*    A BLANK CAMPUS ON THE TRANSACTION TAKES THE STUDENT'S      *
020700*    HOME CAMPUS SO THE MONTHLY SUMMARY CAN PLACE THE ROW.      *
020730*    A NO-CONTACT STUDENT, WHEN NAMED, MUST BE ON THE MASTER    *
020760*    TOO.                                                       *
020800*--------------------------------------------------------------*
020900 2400-CHECK-MASTER.
021000     MOVE SPACE TO SM-STUDENT-ID
021100     MOVE IN-STUDENT-ID TO SM-STUDENT-ID
021200     READ STUDENT-MASTER-FILE
021300         INVALID KEY
021400             MOVE "UNKNOWN STUDENT" TO WS-AUDIT-REASON
021500             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
021600             GO TO 2400-EXIT
021700     END-READ
021800     IF IN-CAMPUS-CODE = SPACE
021900         MOVE SM-CAMPUS-CODE TO IN-CAMPUS-CODE
022000     END-IF
022010     IF IN-NO-CONTACT-ID NOT = SPACE
022020         MOVE IN-NO-CONTACT-ID TO SM-STUDENT-ID
022030         READ STUDENT-MASTER-FILE
022040             INVALID KEY
022050                 MOVE "UNKNOWN NO-CONTACT" TO WS-AUDIT-REASON
022060                 PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022070                 GO TO 2400-EXIT
022080         END-READ
022090     END-IF
022100     IF NOT IN-ACTION-OUT-OF-SCHOOL
022200             AND NOT IN-ACTION-BUS-SUSPEND
022300         MOVE ZERO TO IN-SUSP-START-DATE
022400         MOVE ZERO TO IN-SUSP-END-DATE
022500     END-IF
022600     ADD 1 TO WS-POSTED-COUNT
022700     WRITE INCIDENT-HISTORY-RECORD FROM INCIDENT-RECORD
022800     IF IN-ACTION-OUT-OF-SCHOOL
022900         PERFORM 2500-POST-SUSP-DAY THRU 2500-EXIT
023000             VARYING WS-CALSUB FROM 1 BY 1
023100             UNTIL WS-CALSUB > WS-CAL-COUNT
023200     END-IF
023300     MOVE "POSTED" TO WS-RL-DISPOSITION
023400     MOVE SPACE TO WS-RL-REASON
023500     PERFORM 2600-WRITE-REGISTER THRU 2600-EXIT.
023600 2400-EXIT.
023700     EXIT.
023800*--------------------------------------------------------------*
023900*    2500-POST-SUSP-DAY - EVERY SCHOOL DAY INSIDE THE           *
024000*    SUSPENSION RANGE IS ONE WHOLE-DAY CODE S TRANSACTION.      *
024100*    WEEKENDS AND HOLIDAYS ARE NOT ON THE CALENDAR AND DO NOT   *
024200*    COUNT AGAINST THE STUDENT.                                 *
024300*--------------------------------------------------------------*
024400 2500-POST-SUSP-DAY.
024500     IF WS-CAL-DATE (WS-CALSUB) >= IN-SUSP-START-DATE
024600             AND WS-CAL-DATE (WS-CALSUB) <= IN-SUSP-END-DATE
024700         MOVE SPACE TO ATTENDANCE-RECORD
024800         MOVE IN-STUDENT-ID TO AT-STUDENT-ID
024900         MOVE WS-CAL-DATE (WS-CALSUB) TO AT-ATTEND-DATE
025000         SET AT-SUSPENDED TO TRUE
025100         MOVE ZERO TO AT-PERIOD
025200         MOVE ZERO TO AT-ARRIVE-TIME
025300         WRITE ATTENDANCE-RECORD
025400         ADD 1 TO WS-SUSP-DAYS
025500         ADD 1 TO WS-SUSP-DAY-COUNT
025600     END-IF.
025700 2500-EXIT.
025800     EXIT.
025900*--------------------------------------------------------------*
026000*    2600-WRITE-REGISTER                                         *
026100*--------------------------------------------------------------*
026200 2600-WRITE-REGISTER.
026300     MOVE IN-STUDENT-ID TO WS-RL-STUDENT-ID
026400     MOVE IN-INCIDENT-DATE TO WS-RL-DATE
026500     MOVE IN-INCIDENT-TYPE TO WS-RL-TYPE
026600     MOVE IN-ACTION-CODE TO WS-RL-ACTION
026700     MOVE WS-SUSP-DAYS TO WS-RL-SUSP-DAYS
026800     WRITE INCIDENT-REGISTER-LINE FROM WS-REGISTER-LINE.
026900 2600-EXIT.
027000     EXIT.
027100*--------------------------------------------------------------*
027200*    8000-FINALIZE                                               *
027300*--------------------------------------------------------------*
027400 8000-FINALIZE.
027500     MOVE WS-POSTED-COUNT TO WS-SL-POSTED
027600     MOVE WS-SUSP-DAY-COUNT TO WS-SL-SUSP-DAYS
027700     MOVE WS-REJECT-COUNT TO WS-SL-REJECTS
027800     WRITE INCIDENT-REGISTER-LINE FROM WS-SUMMARY-LINE
028300     CLOSE INCIDENT-TXN-FILE
028400     CLOSE STUDENT-MASTER-FILE
028500     CLOSE INCIDENT-HISTORY-FILE
028600     CLOSE SUSPENSION-TXN-FILE
028700     CLOSE INCIDENT-REGISTER-RPT.
028800 8000-EXIT.
028900     EXIT.
029000 END PROGRAM INCDPOST.
