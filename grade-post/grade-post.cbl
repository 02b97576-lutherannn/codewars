000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADEPST.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    COURSE GRADE POSTING.  EDITS THE TEACHERS' GRADE-SHEET     *
000900*    TRANSACTIONS - THE STUDENT MUST BE ON THE TERM ENROLLMENT  *
001000*    AND THE STUDENT MASTER, THE QUARTER MUST BE 1-4, AND THE   *
001100*    LETTER MUST BE ON THE GRADE-POINT TABLE - AND POSTS CLEAN  *
001200*    ROWS TO THE KEYED COURSE-GRADE FILE.  A SECOND SHEET FOR   *
001300*    THE SAME STUDENT, COURSE, AND QUARTER IS A CORRECTION AND  *
001400*    REPLACES THE GRADE ON FILE.  REJECTS GO TO THE REGISTER    *
001500*    AND THE SHARED AUDIT LOG.  RC 8 - THE ENROLLMENT TABLE     *
001550*    FILLED; NO GRADE IS POSTED OR AUDIT-LOGGED.                *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
001833*    2026-10-15  DLS  A NEWLY CREATED GRADE FILE IS REOPENED   *
001866*                     I-O SO A CORRECTION CAN BE READ BACK.    *
001877*    2026-10-15  DLS  A FULL ENROLLMENT TABLE ENDS THE RUN RC 8 *
001888*                     BEFORE ANY GRADE IS POSTED.               *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT GRADE-SHEET-FILE ASSIGN TO GRADETXN
002400         ORGANIZATION IS SEQUENTIAL.
002500     SELECT TERM-ENROLLMENT-FILE ASSIGN TO TERMENR
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS SM-STUDENT-ID
003100         FILE STATUS IS WS-SM-FILE-STATUS.
003200     SELECT COURSE-GRADE-FILE ASSIGN TO CRSGRADE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CG-GRADE-KEY
003600         FILE STATUS IS WS-CG-FILE-STATUS.
003700     SELECT GRADE-REGISTER-RPT ASSIGN TO GRADERPT
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  GRADE-SHEET-FILE
004200     RECORDING MODE IS F.
004300     COPY gradetxn.
004400 FD  TERM-ENROLLMENT-FILE
004500     RECORDING MODE IS F.
004600     COPY termenr.
004700 FD  STUDENT-MASTER-FILE.
004800     COPY studmast.
004900 FD  COURSE-GRADE-FILE.
005000     COPY crsgrade.
005100 FD  GRADE-REGISTER-RPT
005200     RECORDING MODE IS F.
005300 01  GRADE-REGISTER-LINE            PIC X(80).
005400 WORKING-STORAGE SECTION.
005500 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
005600 01  WS-CG-FILE-STATUS              PIC X(02) VALUE SPACE.
005700 01  WS-TXN-EOF-SWITCH              PIC X(01) VALUE "N".
005800     88  WS-TXN-EOF                     VALUE "Y".
005900 01  WS-TE-EOF-SWITCH               PIC X(01) VALUE "N".
006000     88  WS-TE-EOF                      VALUE "Y".
006100 01  WS-ENROLL-COUNT                PIC 9(04) COMP VALUE ZERO.
006200 01  WS-ENROLL-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
006300 01  WS-ESUB                        PIC 9(04) COMP.
006400 01  WS-ENROLL-TABLE.
006500     05  WS-EN-STUDENT-ID OCCURS 2000 TIMES
006600                                    PIC X(09).
006700 01  WS-ENROLL-SWITCH               PIC X(01).
006800     88  WS-ENROLLED                    VALUE "Y".
006900     88  WS-NOT-ENROLLED                VALUE "N".
007000 01  WS-GSUB                        PIC 9(02) COMP.
007100 01  WS-GRADE-SWITCH                PIC X(01).
007200     88  WS-GRADE-VALID                 VALUE "Y".
007300     88  WS-GRADE-INVALID               VALUE "N".
007400     COPY grdpts.
007500 01  WS-TIMESTAMP.
007600     05  WS-TS-DATE                 PIC 9(08).
007700     05  FILLER                     PIC X(13).
007800 01  WS-POSTED-COUNT                PIC 9(05) COMP VALUE ZERO.
007900 01  WS-REPOST-COUNT                PIC 9(05) COMP VALUE ZERO.
008000 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
008100 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "GRADEPST".
008150 01  WS-AUDIT-FIELD-NAME            PIC X(10) VALUE "GRADES".
008200 01  WS-AUDIT-VALUE                 PIC X(25).
008300 01  WS-AUDIT-REASON                PIC X(20).
008400 01  WS-REPORT-HEADING              PIC X(80)
008500         VALUE "COURSE GRADE POSTING REGISTER".
008600 01  WS-REGISTER-LINE.
008700     05  WS-RL-DISPOSITION          PIC X(08).
008800     05  FILLER                     PIC X(01) VALUE SPACE.
008900     05  WS-RL-STUDENT-ID           PIC X(09).
009000     05  FILLER                     PIC X(02) VALUE SPACE.
009100     05  WS-RL-COURSE-ID            PIC X(06).
009200     05  FILLER                     PIC X(02) VALUE SPACE.
009300     05  WS-RL-SCHOOL-YEAR          PIC 9(04).
009400     05  FILLER                     PIC X(02) VALUE " Q".
009500     05  WS-RL-QUARTER              PIC 9(01).
009600     05  FILLER                     PIC X(02) VALUE SPACE.
009700     05  WS-RL-GRADE                PIC X(02).
009800     05  FILLER                     PIC X(02) VALUE SPACE.
009900     05  WS-RL-REASON               PIC X(20).
010000     05  FILLER                     PIC X(19) VALUE SPACE.
010100 01  WS-SUMMARY-LINE.
010200     05  FILLER                     PIC X(09) VALUE "POSTED - ".
010300     05  WS-SL-POSTED               PIC ZZ,ZZ9.
010400     05  FILLER                     PIC X(13)
010500             VALUE "  REPLACED - ".
010600     05  WS-SL-REPOSTED             PIC ZZ,ZZ9.
010700     05  FILLER                     PIC X(11)
010800             VALUE "  REJECTS -".
010900     05  WS-SL-REJECTS              PIC ZZ,ZZ9.
011000     05  FILLER                     PIC X(29) VALUE SPACE.
011100 PROCEDURE DIVISION.
011200*--------------------------------------------------------------*
011300*    0000-MAINLINE                                              *
011400*--------------------------------------------------------------*
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011620     IF WS-ENROLL-DROP-COUNT > 0
011640         PERFORM 8000-FINALIZE THRU 8000-EXIT
011660         GOBACK
011680     END-IF
011700     PERFORM 2000-POST-GRADE THRU 2000-EXIT
011800         UNTIL WS-TXN-EOF
011900     PERFORM 8000-FINALIZE THRU 8000-EXIT
012000     GOBACK.
012100*--------------------------------------------------------------*
012200*    1000-INITIALIZE - LOADS THE TERM ENROLLMENT ONCE.  THE     *
012300*    FIRST POSTING OF A NEW YEAR CREATES THE GRADE FILE.        *
012400*--------------------------------------------------------------*
012500 1000-INITIALIZE.
012600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
012700     OPEN INPUT TERM-ENROLLMENT-FILE
012800     PERFORM 1100-LOAD-ENROLLMENT THRU 1100-EXIT
012900         UNTIL WS-TE-EOF
013000     CLOSE TERM-ENROLLMENT-FILE
013100     OPEN INPUT GRADE-SHEET-FILE
013200     OPEN INPUT STUDENT-MASTER-FILE
013300     OPEN I-O COURSE-GRADE-FILE
013400     IF WS-CG-FILE-STATUS = "35"
013500         OPEN OUTPUT COURSE-GRADE-FILE
013533         CLOSE COURSE-GRADE-FILE
013566         OPEN I-O COURSE-GRADE-FILE
013600     END-IF
013700     OPEN OUTPUT GRADE-REGISTER-RPT
013800     WRITE GRADE-REGISTER-LINE FROM WS-REPORT-HEADING
013900     PERFORM 2100-READ-TXN THRU 2100-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200*--------------------------------------------------------------*
014300*    1100-LOAD-ENROLLMENT - STOPS AT THE CONTROL TRAILER.       *
014400*--------------------------------------------------------------*
014500 1100-LOAD-ENROLLMENT.
014600     READ TERM-ENROLLMENT-FILE
014700         AT END
014800             SET WS-TE-EOF TO TRUE
014900         NOT AT END
015000             IF TERM-ENROLLMENT-RECORD (1:3) = "###"
015100                 SET WS-TE-EOF TO TRUE
015200             ELSE
015300                 IF WS-ENROLL-COUNT < 2000
015400                     ADD 1 TO WS-ENROLL-COUNT
015500                     MOVE TE-STUDENT-ID
015600                         TO WS-EN-STUDENT-ID (WS-ENROLL-COUNT)
015700                 ELSE
015800                     ADD 1 TO WS-ENROLL-DROP-COUNT
015900                 END-IF
016000             END-IF
016100     END-READ.
016200 1100-EXIT.
016300     EXIT.
016400*--------------------------------------------------------------*
016500*    2000-POST-GRADE                                             *
016600*--------------------------------------------------------------*
016700 2000-POST-GRADE.
016800     PERFORM 2200-CHECK-GRADE THRU 2200-EXIT
016900     EVALUATE TRUE
017000         WHEN GT-STUDENT-ID = SPACE OR GT-COURSE-ID = SPACE
017100             MOVE "MISSING KEY" TO WS-AUDIT-REASON
017200             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
017300         WHEN GT-SCHOOL-YEAR NOT NUMERIC
017400                 OR GT-SCHOOL-YEAR = ZERO
017500             MOVE "BAD SCHOOL YEAR" TO WS-AUDIT-REASON
017600             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
017700         WHEN GT-QUARTER NOT NUMERIC
017800                 OR GT-QUARTER < 1 OR GT-QUARTER > 4
017900             MOVE "BAD QUARTER" TO WS-AUDIT-REASON
018000             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
018100         WHEN WS-GRADE-INVALID
018200             MOVE "BAD LETTER GRADE" TO WS-AUDIT-REASON
018300             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
018400         WHEN GT-CREDITS NOT NUMERIC
018500             MOVE "BAD CREDITS" TO WS-AUDIT-REASON
018600             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
018700         WHEN OTHER
018800             PERFORM 2400-CHECK-ENROLLED THRU 2400-EXIT
018900             IF WS-NOT-ENROLLED
019000                 MOVE "NOT ENROLLED" TO WS-AUDIT-REASON
019100                 PERFORM 2300-REJECT-TXN THRU 2300-EXIT
019200             ELSE
019300                 PERFORM 2500-CHECK-MASTER THRU 2500-EXIT
019400             END-IF
019500     END-EVALUATE
019600     PERFORM 2100-READ-TXN THRU 2100-EXIT.
019700 2000-EXIT.
019800     EXIT.
019900*--------------------------------------------------------------*
020000*    2100-READ-TXN                                               *
020100*--------------------------------------------------------------*
020200 2100-READ-TXN.
020300     READ GRADE-SHEET-FILE
020400         AT END
020500             SET WS-TXN-EOF TO TRUE
020600     END-READ.
020700 2100-EXIT.
020800     EXIT.
020900*--------------------------------------------------------------*
021000*    2200-CHECK-GRADE - THE LETTER MUST BE ON THE TABLE.        *
021100*--------------------------------------------------------------*
021200 2200-CHECK-GRADE.
021300     SET WS-GRADE-INVALID TO TRUE
021400     PERFORM 2210-MATCH-GRADE THRU 2210-EXIT
021500         VARYING WS-GSUB FROM 1 BY 1
021600         UNTIL WS-GSUB > GP-ENTRY-COUNT
021700             OR WS-GRADE-VALID.
021800 2200-EXIT.
021900     EXIT.
022000*--------------------------------------------------------------*
022100*    2210-MATCH-GRADE                                            *
022200*--------------------------------------------------------------*
022300 2210-MATCH-GRADE.
022400     IF GT-LETTER-GRADE = GP-LETTER-GRADE (WS-GSUB)
022500         SET WS-GRADE-VALID TO TRUE
022600     END-IF.
022700 2210-EXIT.
022800     EXIT.
022900*--------------------------------------------------------------*
023000*    2300-REJECT-TXN                                             *
023100*--------------------------------------------------------------*
023200 2300-REJECT-TXN.
023300     ADD 1 TO WS-REJECT-COUNT
023400     MOVE "REJECT" TO WS-RL-DISPOSITION
023500     MOVE WS-AUDIT-REASON TO WS-RL-REASON
023600     PERFORM 2600-WRITE-REGISTER THRU 2600-EXIT
023700     MOVE GT-STUDENT-ID TO WS-AUDIT-VALUE
023800     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID WS-AUDIT-FIELD-NAME
023900         WS-AUDIT-VALUE WS-AUDIT-REASON.
024000 2300-EXIT.
024100     EXIT.
024200*--------------------------------------------------------------*
024300*    2400-CHECK-ENROLLED                                         *
024400*--------------------------------------------------------------*
024500 2400-CHECK-ENROLLED.
024600     SET WS-NOT-ENROLLED TO TRUE
024700     PERFORM 2410-MATCH-ENROLLED THRU 2410-EXIT
024800         VARYING WS-ESUB FROM 1 BY 1
024900         UNTIL WS-ESUB > WS-ENROLL-COUNT
025000             OR WS-ENROLLED.
025100 2400-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------*
025400*    2410-MATCH-ENROLLED                                         *
025500*--------------------------------------------------------------*
025600 2410-MATCH-ENROLLED.
025700     IF GT-STUDENT-ID = WS-EN-STUDENT-ID (WS-ESUB)
025800         SET WS-ENROLLED TO TRUE
025900     END-IF.
026000 2410-EXIT.
026100     EXIT.
026200*--------------------------------------------------------------*
026300*    2500-CHECK-MASTER - THE STUDENT MUST BE ON THE MASTER.     *
026400*    A KEY ALREADY ON FILE IS REWRITTEN WITH THE NEW GRADE.     *
026500*--------------------------------------------------------------*
026600 2500-CHECK-MASTER.
026700     MOVE SPACE TO SM-STUDENT-ID
026800     MOVE GT-STUDENT-ID TO SM-STUDENT-ID
026900     READ STUDENT-MASTER-FILE
027000         INVALID KEY
027100             MOVE "UNKNOWN STUDENT" TO WS-AUDIT-REASON
027200             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
027300             GO TO 2500-EXIT
027400     END-READ
027500     MOVE SPACE TO COURSE-GRADE-RECORD
027600     MOVE GT-STUDENT-ID TO CG-STUDENT-ID
027700     MOVE GT-COURSE-ID TO CG-COURSE-ID
027800     MOVE GT-SCHOOL-YEAR TO CG-SCHOOL-YEAR
027900     MOVE GT-QUARTER TO CG-QUARTER
028000     MOVE GT-COURSE-NAME TO CG-COURSE-NAME
028100     MOVE GT-LETTER-GRADE TO CG-LETTER-GRADE
028200     MOVE GT-CREDITS TO CG-CREDITS
028300     IF CG-CREDITS = ZERO
028400         MOVE 1 TO CG-CREDITS
028500     END-IF
028600     MOVE GT-TEACHER-NAME TO CG-TEACHER-NAME
028700     MOVE WS-TS-DATE TO CG-POST-DATE
028800     MOVE SPACE TO WS-RL-REASON
028900     WRITE COURSE-GRADE-RECORD
029000         INVALID KEY
029100             REWRITE COURSE-GRADE-RECORD
029200             END-REWRITE
029300             ADD 1 TO WS-REPOST-COUNT
029400             MOVE "REPLACED" TO WS-RL-DISPOSITION
029500             MOVE "CORRECTED GRADE" TO WS-RL-REASON
029600         NOT INVALID KEY
029700             ADD 1 TO WS-POSTED-COUNT
029800             MOVE "POSTED" TO WS-RL-DISPOSITION
029900     END-WRITE
030000     PERFORM 2600-WRITE-REGISTER THRU 2600-EXIT.
030100 2500-EXIT.
030200     EXIT.
030300*--------------------------------------------------------------*
030400*    2600-WRITE-REGISTER                                         *
030500*--------------------------------------------------------------*
030600 2600-WRITE-REGISTER.
030700     MOVE GT-STUDENT-ID TO WS-RL-STUDENT-ID
030800     MOVE GT-COURSE-ID TO WS-RL-COURSE-ID
030900     MOVE GT-SCHOOL-YEAR TO WS-RL-SCHOOL-YEAR
031000     MOVE GT-QUARTER TO WS-RL-QUARTER
031100     MOVE GT-LETTER-GRADE TO WS-RL-GRADE
031200     WRITE GRADE-REGISTER-LINE FROM WS-REGISTER-LINE.
031300 2600-EXIT.
031400     EXIT.
031500*--------------------------------------------------------------*
031600*    8000-FINALIZE                                               *
031700*--------------------------------------------------------------*
031800 8000-FINALIZE.
031900     MOVE WS-POSTED-COUNT TO WS-SL-POSTED
032000     MOVE WS-REPOST-COUNT TO WS-SL-REPOSTED
032100     MOVE WS-REJECT-COUNT TO WS-SL-REJECTS
032200     WRITE GRADE-REGISTER-LINE FROM WS-SUMMARY-LINE
032300     IF WS-ENROLL-DROP-COUNT > 0
032400         DISPLAY "GRADEPST: ENROLLMENT TABLE FULL - DROPPED - "
032500             WS-ENROLL-DROP-COUNT
032550         MOVE 8 TO RETURN-CODE
032600     END-IF
032700     CLOSE GRADE-SHEET-FILE
032800     CLOSE STUDENT-MASTER-FILE
032900     CLOSE COURSE-GRADE-FILE
033000     CLOSE GRADE-REGISTER-RPT.
033100 8000-EXIT.
033200     EXIT.
033300 END PROGRAM GRADEPST.
