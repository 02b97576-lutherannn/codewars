000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IMMREGQ.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    WEEKLY QUERY AND DOSE REPORT TO THE STATE IMMUNIZATION     *
000900*    REGISTRY.  WALKS THE TERM-ENROLLMENT FILE BESIDE THE       *
001000*    IMMUNIZATION RECORDS (BOTH IN STUDENT-ID ORDER) AND        *
001100*    WRITES THE REGISTRY FILE: A HEADER, ONE QUERY ROW PER      *
001200*    ENROLLED STUDENT (NAME AND BIRTH DATE FROM THE STUDENT     *
001300*    MASTER), ONE DOSE-REPORT ROW FOR EACH DOSE THE NURSES      *
001400*    KEYED THAT HAS NOT YET GONE OUT, AND A TRAILER.  EVERY     *
001500*    IMMUNIZATION ROW IS COPIED TO THE NEW FILE, WITH THE       *
001600*    REPORTED FLAG SET ON THE DOSES SENT.  A STUDENT WITH NO    *
001700*    MASTER ROW OR NO BIRTH DATE CANNOT BE MATCHED BY THE       *
001800*    REGISTRY, SO IS LISTED INSTEAD OF SENT.  IMMREGI POSTS     *
001900*    THE REGISTRY'S RESPONSE.                                   *
002000*--------------------------------------------------------------*
002100*    MODIFICATION HISTORY                                      *
002200*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TERM-ENROLLMENT-FILE ASSIGN TO TERMENR
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS SM-STUDENT-ID
003300         FILE STATUS IS WS-SM-FILE-STATUS.
003400     SELECT IMMUNIZATION-FILE ASSIGN TO IMMREC
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-IM-FILE-STATUS.
003700     SELECT NEW-IMMUN-FILE ASSIGN TO IMMRECO
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT REGISTRY-OUT-FILE ASSIGN TO IMMREGO
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT QUERY-RPT ASSIGN TO IMMQRPT
004200         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  TERM-ENROLLMENT-FILE
004600     RECORDING MODE IS F.
004700     COPY termenr.
004800 FD  STUDENT-MASTER-FILE.
004900     COPY studmast.
005000 FD  IMMUNIZATION-FILE
005100     RECORDING MODE IS F.
005200     COPY immrec.
005300 FD  NEW-IMMUN-FILE
005400     RECORDING MODE IS F.
005500 01  NEW-IMMUN-RECORD               PIC X(30).
005600 FD  REGISTRY-OUT-FILE
005700     RECORDING MODE IS F.
005800     COPY immreg.
005900 FD  QUERY-RPT
006000     RECORDING MODE IS F.
006100 01  QUERY-LINE                     PIC X(80).
006200 WORKING-STORAGE SECTION.
006300 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006400 01  WS-IM-FILE-STATUS              PIC X(02) VALUE SPACE.
006500 01  WS-TE-EOF-SWITCH               PIC X(01) VALUE "N".
006600     88  WS-TE-EOF                      VALUE "Y".
006700 01  WS-IM-EOF-SWITCH               PIC X(01) VALUE "N".
006800     88  WS-IM-EOF                      VALUE "Y".
006900 01  WS-SENT-SWITCH                 PIC X(01) VALUE "N".
007000     88  WS-STUDENT-SENT                VALUE "Y".
007100 01  WS-TIMESTAMP.
007200     05  WS-TS-DATE                 PIC 9(08).
007300     05  FILLER                     PIC X(13).
007400*    THE DISTRICT'S SUBMITTER ID AS ASSIGNED BY THE REGISTRY.
007500 01  WS-SENDER-ID                   PIC X(10) VALUE "DISTSCHOOL".
007600 01  WS-RECEIVER-ID                 PIC X(10) VALUE "STATEIIS".
007700 01  WS-IM-KEY                      PIC X(09)
007800                                    VALUE HIGH-VALUES.
007900 01  WS-BIRTH-DATE                  PIC 9(08).
008000 01  WS-STUDENT-NAME                PIC X(30).
008100 01  WS-STUDENT-COUNT               PIC 9(05) COMP VALUE ZERO.
008200 01  WS-QUERY-COUNT                 PIC 9(05) COMP VALUE ZERO.
008300 01  WS-DOSE-COUNT                  PIC 9(05) COMP VALUE ZERO.
008400 01  WS-NOT-SENT-COUNT              PIC 9(05) COMP VALUE ZERO.
008500 01  WS-BODY-COUNT                  PIC 9(07) COMP VALUE ZERO.
008600 01  WS-REPORT-HEADING              PIC X(80)
008700         VALUE "IMMUNIZATION REGISTRY QUERY - STUDENTS NOT SENT".
008800 01  WS-DETAIL-LINE.
008900     05  WS-DL-STUDENT-ID           PIC X(09).
009000     05  FILLER                     PIC X(02) VALUE SPACE.
009100     05  WS-DL-STUDENT-NAME         PIC X(30).
009200     05  FILLER                     PIC X(02) VALUE SPACE.
009300     05  WS-DL-NOTE                 PIC X(20).
009400     05  FILLER                     PIC X(17) VALUE SPACE.
009500 01  WS-SUMMARY-LINE.
009600     05  FILLER                     PIC X(11)
009700             VALUE "STUDENTS - ".
009800     05  WS-SM-STUDENTS             PIC ZZ,ZZ9.
009900     05  FILLER                     PIC X(11)
010000             VALUE "  QUERIED -".
010100     05  WS-SM-QUERIED              PIC ZZ,ZZ9.
010200     05  FILLER                     PIC X(18)
010300             VALUE "  DOSES REPORTED -".
010400     05  WS-SM-DOSES                PIC ZZ,ZZ9.
010500     05  FILLER                     PIC X(12)
010600             VALUE "  NOT SENT -".
010700     05  WS-SM-NOT-SENT             PIC ZZ,ZZ9.
010800     05  FILLER                     PIC X(04) VALUE SPACE.
010900 PROCEDURE DIVISION.
011000*--------------------------------------------------------------*
011100*    0000-MAINLINE                                              *
011200*--------------------------------------------------------------*
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011500     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
011600         UNTIL WS-TE-EOF
011700     PERFORM 2600-COPY-IMMUN THRU 2600-EXIT
011800         UNTIL WS-IM-EOF
011900     PERFORM 8000-FINALIZE THRU 8000-EXIT
012000     GOBACK.
012100*--------------------------------------------------------------*
012200*    1000-INITIALIZE                                             *
012300*--------------------------------------------------------------*
012400 1000-INITIALIZE.
012500     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
012600     OPEN INPUT TERM-ENROLLMENT-FILE
012700     OPEN INPUT STUDENT-MASTER-FILE
012800     OPEN INPUT IMMUNIZATION-FILE
012900     IF WS-IM-FILE-STATUS = "35"
013000         SET WS-IM-EOF TO TRUE
013100     END-IF
013200     OPEN OUTPUT NEW-IMMUN-FILE
013300     OPEN OUTPUT REGISTRY-OUT-FILE
013400     OPEN OUTPUT QUERY-RPT
013500     WRITE QUERY-LINE FROM WS-REPORT-HEADING
013600     MOVE SPACE TO IMM-REGISTRY-RECORD
013700     SET XR-HEADER TO TRUE
013800     MOVE WS-SENDER-ID TO XR-HD-SENDER-ID
013900     MOVE WS-RECEIVER-ID TO XR-HD-RECEIVER-ID
014000     MOVE WS-TS-DATE TO XR-HD-FILE-DATE
014100     WRITE IMM-REGISTRY-RECORD
014200     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT
014300     IF NOT WS-IM-EOF
014400         PERFORM 2200-READ-IMMUN THRU 2200-EXIT
014500     END-IF.
014600 1000-EXIT.
014700     EXIT.
014800*--------------------------------------------------------------*
014900*    2000-PROCESS-STUDENT - COPIES ANY ROWS FOR STUDENTS NO     *
015000*    LONGER ENROLLED, QUERIES THIS STUDENT, THEN REPORTS AND    *
015100*    COPIES THE STUDENT'S OWN DOSES.                            *
015200*--------------------------------------------------------------*
015300 2000-PROCESS-STUDENT.
015400     ADD 1 TO WS-STUDENT-COUNT
015500     PERFORM 2600-COPY-IMMUN THRU 2600-EXIT
015600         UNTIL WS-IM-EOF
015700             OR WS-IM-KEY >= TE-STUDENT-ID
015800     PERFORM 2300-QUERY-STUDENT THRU 2300-EXIT
015900     PERFORM 2700-REPORT-IMMUN THRU 2700-EXIT
016000         UNTIL WS-IM-EOF
016100             OR WS-IM-KEY NOT = TE-STUDENT-ID
016200     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
016300 2000-EXIT.
016400     EXIT.
016500*--------------------------------------------------------------*
016600*    2100-READ-ENROLLMENT - THE TERM FILE MAY CARRY A           *
016700*    CONTROL-TOTAL TRAILER; IT ENDS THE WALK.                   *
016800*--------------------------------------------------------------*
016900 2100-READ-ENROLLMENT.
017000     READ TERM-ENROLLMENT-FILE
017100         AT END
017200             SET WS-TE-EOF TO TRUE
017300         NOT AT END
017400             IF TERM-ENROLLMENT-RECORD (1:3) = "###"
017500                 SET WS-TE-EOF TO TRUE
017600             END-IF
017700     END-READ.
017800 2100-EXIT.
017900     EXIT.
018000*--------------------------------------------------------------*
018100*    2200-READ-IMMUN                                             *
018200*--------------------------------------------------------------*
018300 2200-READ-IMMUN.
018400     READ IMMUNIZATION-FILE
018500         AT END
018600             SET WS-IM-EOF TO TRUE
018700             MOVE HIGH-VALUES TO WS-IM-KEY
018800         NOT AT END
018900             MOVE IM-STUDENT-ID TO WS-IM-KEY
019000     END-READ.
019100 2200-EXIT.
019200     EXIT.
019300*--------------------------------------------------------------*
019400*    2300-QUERY-STUDENT - THE REGISTRY MATCHES ON NAME AND      *
019500*    BIRTH DATE, SO BOTH COME FROM THE STUDENT MASTER.          *
019600*--------------------------------------------------------------*
019700 2300-QUERY-STUDENT.
019800     MOVE "N" TO WS-SENT-SWITCH
019900     MOVE SPACE TO SM-STUDENT-ID
020000     MOVE TE-STUDENT-ID TO SM-STUDENT-ID
020100     READ STUDENT-MASTER-FILE
020200         INVALID KEY
020300             MOVE "NO MASTER RECORD" TO WS-DL-NOTE
020400             PERFORM 2400-LIST-NOT-SENT THRU 2400-EXIT
020500             GO TO 2300-EXIT
020600     END-READ
020700     IF SM-BIRTH-YEAR = ZERO
020800             OR SM-BIRTH-MONTH = ZERO
020900             OR SM-BIRTH-DAY = ZERO
021000         MOVE "NO BIRTH DATE" TO WS-DL-NOTE
021100         PERFORM 2400-LIST-NOT-SENT THRU 2400-EXIT
021200         GO TO 2300-EXIT
021300     END-IF
021400     COMPUTE WS-BIRTH-DATE = SM-BIRTH-YEAR * 10000
021500         + SM-BIRTH-MONTH * 100 + SM-BIRTH-DAY
021600     MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME
021700     MOVE SPACE TO IMM-REGISTRY-RECORD
021800     SET XR-QUERY TO TRUE
021900     MOVE TE-STUDENT-ID TO XR-QY-STUDENT-ID
022000     MOVE WS-STUDENT-NAME TO XR-QY-PATIENT-NAME
022100     MOVE WS-BIRTH-DATE TO XR-QY-BIRTH-DATE
022200     MOVE SM-GUARDIAN-NAME TO XR-QY-GUARDIAN-NAME
022300     MOVE SM-CITY-ST-ZIP TO XR-QY-CITY-ST-ZIP
022400     WRITE IMM-REGISTRY-RECORD
022500     ADD 1 TO WS-QUERY-COUNT
022600     ADD 1 TO WS-BODY-COUNT
022700     SET WS-STUDENT-SENT TO TRUE.
022800 2300-EXIT.
022900     EXIT.
023000*--------------------------------------------------------------*
023100*    2400-LIST-NOT-SENT                                          *
023200*--------------------------------------------------------------*
023300 2400-LIST-NOT-SENT.
023400     ADD 1 TO WS-NOT-SENT-COUNT
023500     MOVE TE-STUDENT-ID TO WS-DL-STUDENT-ID
023600     MOVE TE-STUDENT-NAME TO WS-DL-STUDENT-NAME
023700     WRITE QUERY-LINE FROM WS-DETAIL-LINE.
023800 2400-EXIT.
023900     EXIT.
024000*--------------------------------------------------------------*
024100*    2600-COPY-IMMUN - CARRIES A ROW TO THE NEW FILE AS IS.     *
024200*--------------------------------------------------------------*
024300 2600-COPY-IMMUN.
024400     WRITE NEW-IMMUN-RECORD FROM IMMUNIZATION-RECORD
024500     PERFORM 2200-READ-IMMUN THRU 2200-EXIT.
024600 2600-EXIT.
024700     EXIT.
024800*--------------------------------------------------------------*
024900*    2700-REPORT-IMMUN - A DOSE THE NURSE KEYED FOR A QUERIED   *
025000*    STUDENT GOES OUT ONCE; EXEMPTION ROWS AND DOSES THAT CAME  *
025100*    FROM THE REGISTRY ARE NEVER SENT BACK.                     *
025200*--------------------------------------------------------------*
025300 2700-REPORT-IMMUN.
025400     IF WS-STUDENT-SENT
025500             AND NOT IM-EXEMPT
025600             AND NOT IM-FROM-REGISTRY
025700             AND NOT IM-REPORTED
025800         MOVE SPACE TO IMM-REGISTRY-RECORD
025900         SET XR-DOSE-REPORT TO TRUE
026000         MOVE IM-STUDENT-ID TO XR-VX-STUDENT-ID
026100         MOVE WS-STUDENT-NAME TO XR-VX-PATIENT-NAME
026200         MOVE WS-BIRTH-DATE TO XR-VX-BIRTH-DATE
026300         MOVE IM-VACCINE-CODE TO XR-VX-VACCINE-CODE
026400         MOVE IM-DOSE-DATE TO XR-VX-DOSE-DATE
026500         WRITE IMM-REGISTRY-RECORD
026600         ADD 1 TO WS-DOSE-COUNT
026700         ADD 1 TO WS-BODY-COUNT
026800         SET IM-REPORTED TO TRUE
026900     END-IF
027000     PERFORM 2600-COPY-IMMUN THRU 2600-EXIT.
027100 2700-EXIT.
027200     EXIT.
027300*--------------------------------------------------------------*
027400*    8000-FINALIZE - THE TRAILER COUNTS THE QUERY AND DOSE      *
027500*    ROWS, NOT THE HEADER OR ITSELF.                            *
027600*--------------------------------------------------------------*
027700 8000-FINALIZE.
027800     MOVE SPACE TO IMM-REGISTRY-RECORD
027900     SET XR-TRAILER TO TRUE
028000     MOVE WS-BODY-COUNT TO XR-TR-RECORD-COUNT
028100     WRITE IMM-REGISTRY-RECORD
028200     MOVE WS-STUDENT-COUNT TO WS-SM-STUDENTS
028300     MOVE WS-QUERY-COUNT TO WS-SM-QUERIED
028400     MOVE WS-DOSE-COUNT TO WS-SM-DOSES
028500     MOVE WS-NOT-SENT-COUNT TO WS-SM-NOT-SENT
028600     WRITE QUERY-LINE FROM WS-SUMMARY-LINE
028700     CLOSE TERM-ENROLLMENT-FILE
028800     CLOSE STUDENT-MASTER-FILE
028900     CLOSE IMMUNIZATION-FILE
029000     CLOSE NEW-IMMUN-FILE
029100     CLOSE REGISTRY-OUT-FILE
029200     CLOSE QUERY-RPT.
029300 8000-EXIT.
029400     EXIT.
