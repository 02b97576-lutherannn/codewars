000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IMMREGI.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    STATE IMMUNIZATION REGISTRY RESPONSE IMPORT.  LOADS THE    *
000900*    ENROLLED STUDENTS (NAME AND BIRTH DATE FROM THE STUDENT    *
001000*    MASTER, AS IMMREGQ SENT THEM TO THE REGISTRY) AND MATCHES  *
001050*    EACH DOSE ROW THE REGISTRY SENT BACK BY NAME AND BIRTH     *
001100*    DATE.  A ROW THAT MATCHES EXACTLY ONE STUDENT IS POSTED    *
001200*    TO THE NEW IMMUNIZATION FILE AS A REGISTRY DOSE UNLESS THE *
001300*    SAME VACCINE AND DATE IS ALREADY ON FILE.  A ROW THAT      *
001400*    MATCHES MORE THAN ONE STUDENT, OR ONLY NEARLY MATCHES ONE  *
001500*    (SAME NAME, OTHER BIRTH DATE - OR SAME BIRTH DATE AND THE  *
001600*    SAME FIRST TEN OF THE NAME), GOES TO THE REVIEW LIST FOR   *
001700*    THE NURSE INSTEAD OF POSTING.  THE JOB SORTS THE NEW FILE  *
001800*    BACK INTO STUDENT-ID ORDER AND RERUNS IMMCHK.  RC 4 - THE  *
001900*    TRAILER COUNT DID NOT AGREE.  RC 8 - A TABLE FILLED.       *
002100*--------------------------------------------------------------*
002200*    MODIFICATION HISTORY                                      *
002300*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002333*    2026-10-15  DLS  MATCH ON THE MASTER NAME, NOT THE TERM    *
002366*                     FILE'S COPY OF IT.                        *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TERM-ENROLLMENT-FILE ASSIGN TO TERMENR
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS SM-STUDENT-ID
003400         FILE STATUS IS WS-SM-FILE-STATUS.
003500     SELECT REGISTRY-IN-FILE ASSIGN TO IMMREGI
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-XR-FILE-STATUS.
003800     SELECT IMMUNIZATION-FILE ASSIGN TO IMMREC
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-IM-FILE-STATUS.
004100     SELECT NEW-IMMUN-FILE ASSIGN TO IMMRECO
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT IMPORT-RPT ASSIGN TO IMMIRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TERM-ENROLLMENT-FILE
004800     RECORDING MODE IS F.
004900     COPY termenr.
005000 FD  STUDENT-MASTER-FILE.
005100     COPY studmast.
005200 FD  REGISTRY-IN-FILE
005300     RECORDING MODE IS F.
005400     COPY immreg.
005500 FD  IMMUNIZATION-FILE
005600     RECORDING MODE IS F.
005700     COPY immrec.
005800 FD  NEW-IMMUN-FILE
005900     RECORDING MODE IS F.
006000 01  NEW-IMMUN-RECORD               PIC X(30).
006100 FD  IMPORT-RPT
006200     RECORDING MODE IS F.
006300 01  IMPORT-LINE                    PIC X(80).
006400 WORKING-STORAGE SECTION.
006500 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006600 01  WS-XR-FILE-STATUS              PIC X(02) VALUE SPACE.
006700 01  WS-IM-FILE-STATUS              PIC X(02) VALUE SPACE.
006800 01  WS-TE-EOF-SWITCH               PIC X(01) VALUE "N".
006900     88  WS-TE-EOF                      VALUE "Y".
007000 01  WS-XR-EOF-SWITCH               PIC X(01) VALUE "N".
007100     88  WS-XR-EOF                      VALUE "Y".
007200 01  WS-IM-EOF-SWITCH               PIC X(01) VALUE "N".
007300     88  WS-IM-EOF                      VALUE "Y".
007400 01  WS-TRAILER-SWITCH              PIC X(01) VALUE "N".
007500     88  WS-TRAILER-SEEN                VALUE "Y".
007600*    ENROLLED STUDENTS THE RESPONSE IS MATCHED AGAINST.
007700 01  WS-STU-COUNT                   PIC 9(04) COMP VALUE ZERO.
007800 01  WS-STU-DROP-COUNT              PIC 9(05) COMP VALUE ZERO.
007900 01  WS-SSUB                        PIC 9(04) COMP.
008000 01  WS-STUDENT-TABLE.
008100     05  WS-ST-ENTRY OCCURS 3000 TIMES.
008200         10  WS-ST-STUDENT-ID       PIC X(09).
008300         10  WS-ST-NAME             PIC X(30).
008400         10  WS-ST-BIRTH-DATE       PIC 9(08).
008500*    MATCHED REGISTRY DOSES WAITING TO POST.
008600 01  WS-CAND-COUNT                  PIC 9(04) COMP VALUE ZERO.
008700 01  WS-CAND-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
008800 01  WS-CSUB                        PIC 9(04) COMP.
008900 01  WS-CAND-TABLE.
009000     05  WS-CD-ENTRY OCCURS 2000 TIMES.
009100         10  WS-CD-STUDENT-ID       PIC X(09).
009200         10  WS-CD-VACCINE          PIC X(04).
009300         10  WS-CD-DOSE-DATE        PIC 9(08).
009400         10  WS-CD-ON-FILE-SW       PIC X(01).
009500             88  WS-CD-ON-FILE          VALUE "Y".
009600 01  WS-EXACT-COUNT                 PIC 9(04) COMP.
009700 01  WS-EXACT-SUB                   PIC 9(04) COMP.
009800 01  WS-NEAR-COUNT                  PIC 9(04) COMP.
009900 01  WS-NEAR-SUB                    PIC 9(04) COMP.
010000 01  WS-MATCH-SUB                   PIC 9(04) COMP.
010100 01  WS-BODY-COUNT                  PIC 9(07) COMP VALUE ZERO.
010200 01  WS-RESPONSE-COUNT              PIC 9(05) COMP VALUE ZERO.
010300 01  WS-POSTED-COUNT                PIC 9(05) COMP VALUE ZERO.
010400 01  WS-ON-FILE-COUNT               PIC 9(05) COMP VALUE ZERO.
010500 01  WS-REVIEW-COUNT                PIC 9(05) COMP VALUE ZERO.
010600 01  WS-NO-MATCH-COUNT              PIC 9(05) COMP VALUE ZERO.
010700 01  WS-NOT-FOUND-COUNT             PIC 9(05) COMP VALUE ZERO.
010800 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
010900 01  WS-REPORT-HEADING              PIC X(80)
011000         VALUE "IMMUNIZATION REGISTRY IMPORT - REVIEW LIST".
011100 01  WS-DETAIL-LINE.
011200     05  WS-DL-PATIENT-NAME         PIC X(30).
011300     05  FILLER                     PIC X(01) VALUE SPACE.
011400     05  WS-DL-BIRTH-DATE           PIC 9(08).
011500     05  FILLER                     PIC X(01) VALUE SPACE.
011600     05  WS-DL-VACCINE              PIC X(04).
011700     05  FILLER                     PIC X(01) VALUE SPACE.
011800     05  WS-DL-DOSE-DATE            PIC 9(08).
011900     05  FILLER                     PIC X(01) VALUE SPACE.
012000     05  WS-DL-STUDENT-ID           PIC X(09).
012100     05  FILLER                     PIC X(01) VALUE SPACE.
012200     05  WS-DL-NOTE                 PIC X(16).
012300 01  WS-SUMMARY-LINE-1.
012400     05  FILLER                     PIC X(16)
012500             VALUE "RESPONSE ROWS - ".
012600     05  WS-SM-RESPONSES            PIC ZZ,ZZ9.
012700     05  FILLER                     PIC X(11)
012800             VALUE "  POSTED - ".
012900     05  WS-SM-POSTED               PIC ZZ,ZZ9.
013000     05  FILLER                     PIC X(20)
013100             VALUE "  ALREADY ON FILE - ".
013200     05  WS-SM-ON-FILE              PIC ZZ,ZZ9.
013300     05  FILLER                     PIC X(15) VALUE SPACE.
013400 01  WS-SUMMARY-LINE-2.
013500     05  FILLER                     PIC X(09)
013600             VALUE "REVIEW - ".
013700     05  WS-SM-REVIEW               PIC ZZ,ZZ9.
013800     05  FILLER                     PIC X(13)
013900             VALUE "  NO MATCH - ".
014000     05  WS-SM-NO-MATCH             PIC ZZ,ZZ9.
014100     05  FILLER                     PIC X(14)
014200             VALUE "  NOT FOUND - ".
014300     05  WS-SM-NOT-FOUND            PIC ZZ,ZZ9.
014400     05  FILLER                     PIC X(13)
014500             VALUE "  REJECTED - ".
014600     05  WS-SM-REJECTED             PIC ZZ,ZZ9.
014700     05  FILLER                     PIC X(07) VALUE SPACE.
014800 PROCEDURE DIVISION.
014900*--------------------------------------------------------------*
015000*    0000-MAINLINE                                              *
015100*--------------------------------------------------------------*
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015400     PERFORM 2000-MATCH-RESPONSE THRU 2000-EXIT
015500         UNTIL WS-XR-EOF
015600     PERFORM 3000-COPY-IMMUN THRU 3000-EXIT
015700         UNTIL WS-IM-EOF
015800     PERFORM 4000-POST-CANDIDATE THRU 4000-EXIT
015900         VARYING WS-CSUB FROM 1 BY 1
016000         UNTIL WS-CSUB > WS-CAND-COUNT
016100     PERFORM 8000-FINALIZE THRU 8000-EXIT
016200     GOBACK.
016300*--------------------------------------------------------------*
016400*    1000-INITIALIZE                                             *
016500*--------------------------------------------------------------*
016600 1000-INITIALIZE.
016700     OPEN INPUT TERM-ENROLLMENT-FILE
016800     OPEN INPUT STUDENT-MASTER-FILE
016900     PERFORM 1100-READ-ENROLLMENT THRU 1100-EXIT
017000     PERFORM 1200-LOAD-STUDENT THRU 1200-EXIT
017100         UNTIL WS-TE-EOF
017200     CLOSE TERM-ENROLLMENT-FILE
017300     CLOSE STUDENT-MASTER-FILE
017400     OPEN INPUT REGISTRY-IN-FILE
017500     IF WS-XR-FILE-STATUS = "35"
017600         DISPLAY "IMMREGI: REGISTRY RESPONSE FILE MISSING"
017700         SET WS-XR-EOF TO TRUE
017800         SET WS-TRAILER-SEEN TO TRUE
017900     END-IF
018000     OPEN INPUT IMMUNIZATION-FILE
018100     IF WS-IM-FILE-STATUS = "35"
018200         SET WS-IM-EOF TO TRUE
018300     END-IF
018400     OPEN OUTPUT NEW-IMMUN-FILE
018500     OPEN OUTPUT IMPORT-RPT
018600     WRITE IMPORT-LINE FROM WS-REPORT-HEADING
018700     IF NOT WS-XR-EOF
018800         PERFORM 2100-READ-RESPONSE THRU 2100-EXIT
018900     END-IF
019000     IF NOT WS-IM-EOF
019100         PERFORM 3100-READ-IMMUN THRU 3100-EXIT
019200     END-IF.
019300 1000-EXIT.
019400     EXIT.
019500*--------------------------------------------------------------*
019600*    1100-READ-ENROLLMENT - THE TERM FILE MAY CARRY A           *
019700*    CONTROL-TOTAL TRAILER; IT ENDS THE WALK.                   *
019800*--------------------------------------------------------------*
019900 1100-READ-ENROLLMENT.
020000     READ TERM-ENROLLMENT-FILE
020100         AT END
020200             SET WS-TE-EOF TO TRUE
020300         NOT AT END
020400             IF TERM-ENROLLMENT-RECORD (1:3) = "###"
020500                 SET WS-TE-EOF TO TRUE
020600             END-IF
020700     END-READ.
020800 1100-EXIT.
020900     EXIT.
021000*--------------------------------------------------------------*
021100*    1200-LOAD-STUDENT - A STUDENT WITH NO MASTER ROW CARRIES   *
021200*    THE TERM FILE'S NAME AND A ZERO BIRTH DATE, AND SO CAN     *
021250*    ONLY NEAR-MATCH.                                           *
021300*--------------------------------------------------------------*
021400 1200-LOAD-STUDENT.
021500     IF WS-STU-COUNT < 3000
021600         ADD 1 TO WS-STU-COUNT
021700         MOVE TE-STUDENT-ID TO WS-ST-STUDENT-ID (WS-STU-COUNT)
021800         MOVE TE-STUDENT-NAME TO WS-ST-NAME (WS-STU-COUNT)
021900         MOVE ZERO TO WS-ST-BIRTH-DATE (WS-STU-COUNT)
022000         MOVE SPACE TO SM-STUDENT-ID
022100         MOVE TE-STUDENT-ID TO SM-STUDENT-ID
022200         READ STUDENT-MASTER-FILE
022300             INVALID KEY
022400                 CONTINUE
022500             NOT INVALID KEY
022550                 MOVE SM-STUDENT-NAME TO WS-ST-NAME (WS-STU-COUNT)
022600                 COMPUTE WS-ST-BIRTH-DATE (WS-STU-COUNT) =
022700                     SM-BIRTH-YEAR * 10000
022800                     + SM-BIRTH-MONTH * 100 + SM-BIRTH-DAY
022900         END-READ
023000     ELSE
023100         ADD 1 TO WS-STU-DROP-COUNT
023200     END-IF
023300     PERFORM 1100-READ-ENROLLMENT THRU 1100-EXIT.
023400 1200-EXIT.
023500     EXIT.
023600*--------------------------------------------------------------*
023700*    2000-MATCH-RESPONSE                                         *
023800*--------------------------------------------------------------*
023900 2000-MATCH-RESPONSE.
024000     EVALUATE TRUE
024100         WHEN XR-HEADER
024200             CONTINUE
024300         WHEN XR-TRAILER
024400             SET WS-TRAILER-SEEN TO TRUE
024500             IF XR-TR-RECORD-COUNT NOT = WS-BODY-COUNT
024600                 DISPLAY "IMMREGI: TRAILER COUNT "
024700                     XR-TR-RECORD-COUNT " - ROWS READ "
024800                     WS-BODY-COUNT
024900                 MOVE 4 TO RETURN-CODE
025000             END-IF
025100         WHEN XR-NOT-FOUND
025200             ADD 1 TO WS-BODY-COUNT
025300             ADD 1 TO WS-NOT-FOUND-COUNT
025400         WHEN XR-RESPONSE
025500             ADD 1 TO WS-BODY-COUNT
025600             ADD 1 TO WS-RESPONSE-COUNT
025700             PERFORM 2200-MATCH-DOSE THRU 2200-EXIT
025800         WHEN OTHER
025900             ADD 1 TO WS-BODY-COUNT
026000             ADD 1 TO WS-REJECT-COUNT
026100     END-EVALUATE
026200     PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
026300 2000-EXIT.
026400     EXIT.
026500*--------------------------------------------------------------*
026600*    2100-READ-RESPONSE                                          *
026700*--------------------------------------------------------------*
026800 2100-READ-RESPONSE.
026900     READ REGISTRY-IN-FILE
027000         AT END
027100             SET WS-XR-EOF TO TRUE
027200     END-READ.
027300 2100-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------*
027600*    2200-MATCH-DOSE - EXACTLY ONE NAME AND BIRTH-DATE MATCH    *
027700*    POSTS; ANYTHING LESS CERTAIN IS LISTED FOR THE NURSE.      *
027800*--------------------------------------------------------------*
027900 2200-MATCH-DOSE.
028000     MOVE SPACE TO WS-DETAIL-LINE
028100     MOVE XR-RS-PATIENT-NAME TO WS-DL-PATIENT-NAME
028200     MOVE XR-RS-BIRTH-DATE TO WS-DL-BIRTH-DATE
028300     MOVE XR-RS-VACCINE-CODE TO WS-DL-VACCINE
028400     MOVE XR-RS-DOSE-DATE TO WS-DL-DOSE-DATE
028500     IF XR-RS-VACCINE-CODE = SPACE
028600             OR XR-RS-DOSE-DATE NOT NUMERIC
028700             OR XR-RS-DOSE-DATE = ZERO
028800             OR XR-RS-BIRTH-DATE NOT NUMERIC
028900         ADD 1 TO WS-REJECT-COUNT
029000         MOVE "BAD DOSE ROW" TO WS-DL-NOTE
029100         WRITE IMPORT-LINE FROM WS-DETAIL-LINE
029200         GO TO 2200-EXIT
029300     END-IF
029400     MOVE ZERO TO WS-EXACT-COUNT
029500     MOVE ZERO TO WS-EXACT-SUB
029600     MOVE ZERO TO WS-NEAR-COUNT
029700     MOVE ZERO TO WS-NEAR-SUB
029800     PERFORM 2300-COMPARE-STUDENT THRU 2300-EXIT
029900         VARYING WS-SSUB FROM 1 BY 1
030000         UNTIL WS-SSUB > WS-STU-COUNT
030100     EVALUATE TRUE
030200         WHEN WS-EXACT-COUNT = 1
030300             PERFORM 2400-ADD-CANDIDATE THRU 2400-EXIT
030400         WHEN WS-EXACT-COUNT > 1
030500             ADD 1 TO WS-REVIEW-COUNT
030600             MOVE WS-ST-STUDENT-ID (WS-EXACT-SUB)
030700                 TO WS-DL-STUDENT-ID
030800             MOVE "REVIEW-AMBIGUOUS" TO WS-DL-NOTE
030900             WRITE IMPORT-LINE FROM WS-DETAIL-LINE
031000         WHEN WS-NEAR-COUNT > 0
031100             ADD 1 TO WS-REVIEW-COUNT
031200             MOVE WS-ST-STUDENT-ID (WS-NEAR-SUB)
031300                 TO WS-DL-STUDENT-ID
031400             MOVE "REVIEW-NEAR" TO WS-DL-NOTE
031500             WRITE IMPORT-LINE FROM WS-DETAIL-LINE
031600         WHEN OTHER
031700             ADD 1 TO WS-NO-MATCH-COUNT
031800             MOVE "NO MATCH" TO WS-DL-NOTE
031900             WRITE IMPORT-LINE FROM WS-DETAIL-LINE
032000     END-EVALUATE.
032100 2200-EXIT.
032200     EXIT.
032300*--------------------------------------------------------------*
032400*    2300-COMPARE-STUDENT                                        *
032500*--------------------------------------------------------------*
032600 2300-COMPARE-STUDENT.
032700     IF WS-ST-NAME (WS-SSUB) = XR-RS-PATIENT-NAME
032800             AND WS-ST-BIRTH-DATE (WS-SSUB) = XR-RS-BIRTH-DATE
032900         ADD 1 TO WS-EXACT-COUNT
033000         MOVE WS-SSUB TO WS-EXACT-SUB
033100         GO TO 2300-EXIT
033200     END-IF
033300     IF WS-ST-NAME (WS-SSUB) = XR-RS-PATIENT-NAME
033400             OR (WS-ST-BIRTH-DATE (WS-SSUB) = XR-RS-BIRTH-DATE
033500                 AND WS-ST-NAME (WS-SSUB) (1:10)
033600                     = XR-RS-PATIENT-NAME (1:10))
033700         ADD 1 TO WS-NEAR-COUNT
033800         MOVE WS-SSUB TO WS-NEAR-SUB
033900     END-IF.
034000 2300-EXIT.
034100     EXIT.
034200*--------------------------------------------------------------*
034300*    2400-ADD-CANDIDATE - THE REGISTRY CAN SEND THE SAME DOSE   *
034400*    TWICE; IT IS TABLED ONCE.                                  *
034500*--------------------------------------------------------------*
034600 2400-ADD-CANDIDATE.
034700     MOVE ZERO TO WS-MATCH-SUB
034800     PERFORM 2410-MATCH-CANDIDATE THRU 2410-EXIT
034900         VARYING WS-CSUB FROM 1 BY 1
035000         UNTIL WS-CSUB > WS-CAND-COUNT
035100             OR WS-MATCH-SUB > 0
035200     IF WS-MATCH-SUB > 0
035300         ADD 1 TO WS-ON-FILE-COUNT
035400         GO TO 2400-EXIT
035500     END-IF
035600     IF WS-CAND-COUNT < 2000
035700         ADD 1 TO WS-CAND-COUNT
035800         MOVE WS-ST-STUDENT-ID (WS-EXACT-SUB)
035900             TO WS-CD-STUDENT-ID (WS-CAND-COUNT)
036000         MOVE XR-RS-VACCINE-CODE TO WS-CD-VACCINE (WS-CAND-COUNT)
036100         MOVE XR-RS-DOSE-DATE TO WS-CD-DOSE-DATE (WS-CAND-COUNT)
036200         MOVE "N" TO WS-CD-ON-FILE-SW (WS-CAND-COUNT)
036300     ELSE
036400         ADD 1 TO WS-CAND-DROP-COUNT
036500     END-IF.
036600 2400-EXIT.
036700     EXIT.
036800*--------------------------------------------------------------*
036900*    2410-MATCH-CANDIDATE                                        *
037000*--------------------------------------------------------------*
037100 2410-MATCH-CANDIDATE.
037200     IF WS-CD-STUDENT-ID (WS-CSUB)
037300             = WS-ST-STUDENT-ID (WS-EXACT-SUB)
037400             AND WS-CD-VACCINE (WS-CSUB) = XR-RS-VACCINE-CODE
037500             AND WS-CD-DOSE-DATE (WS-CSUB) = XR-RS-DOSE-DATE
037600         MOVE WS-CSUB TO WS-MATCH-SUB
037700     END-IF.
037800 2410-EXIT.
037900     EXIT.
038000*--------------------------------------------------------------*
038100*    3000-COPY-IMMUN - CARRIES EVERY ROW ON FILE FORWARD AND    *
038200*    MARKS THE CANDIDATES IT ALREADY HOLDS (INCLUDING THE       *
038300*    DISTRICT'S OWN DOSES THE REGISTRY ECHOES BACK).            *
038400*--------------------------------------------------------------*
038500 3000-COPY-IMMUN.
038600     WRITE NEW-IMMUN-RECORD FROM IMMUNIZATION-RECORD
038700     IF NOT IM-EXEMPT
038800         PERFORM 3200-MARK-ON-FILE THRU 3200-EXIT
038900             VARYING WS-CSUB FROM 1 BY 1
039000             UNTIL WS-CSUB > WS-CAND-COUNT
039100     END-IF
039200     PERFORM 3100-READ-IMMUN THRU 3100-EXIT.
039300 3000-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------*
039600*    3100-READ-IMMUN                                             *
039700*--------------------------------------------------------------*
039800 3100-READ-IMMUN.
039900     READ IMMUNIZATION-FILE
040000         AT END
040100             SET WS-IM-EOF TO TRUE
040200     END-READ.
040300 3100-EXIT.
040400     EXIT.
040500*--------------------------------------------------------------*
040600*    3200-MARK-ON-FILE                                           *
040700*--------------------------------------------------------------*
040800 3200-MARK-ON-FILE.
040900     IF WS-CD-STUDENT-ID (WS-CSUB) = IM-STUDENT-ID
041000             AND WS-CD-VACCINE (WS-CSUB) = IM-VACCINE-CODE
041100             AND WS-CD-DOSE-DATE (WS-CSUB) = IM-DOSE-DATE
041200             AND NOT WS-CD-ON-FILE (WS-CSUB)
041300         SET WS-CD-ON-FILE (WS-CSUB) TO TRUE
041400         ADD 1 TO WS-ON-FILE-COUNT
041500     END-IF.
041600 3200-EXIT.
041700     EXIT.
041800*--------------------------------------------------------------*
041900*    4000-POST-CANDIDATE - A REGISTRY DOSE IS ALREADY KNOWN TO  *
042000*    THE REGISTRY, SO IT IS POSTED AS REPORTED.                 *
042100*--------------------------------------------------------------*
042200 4000-POST-CANDIDATE.
042300     IF WS-CD-ON-FILE (WS-CSUB)
042400         GO TO 4000-EXIT
042500     END-IF
042600     MOVE SPACE TO IMMUNIZATION-RECORD
042700     MOVE WS-CD-STUDENT-ID (WS-CSUB) TO IM-STUDENT-ID
042800     MOVE WS-CD-VACCINE (WS-CSUB) TO IM-VACCINE-CODE
042900     MOVE WS-CD-DOSE-DATE (WS-CSUB) TO IM-DOSE-DATE
043000     MOVE "N" TO IM-EXEMPT-FLAG
043100     SET IM-FROM-REGISTRY TO TRUE
043200     SET IM-REPORTED TO TRUE
043300     WRITE NEW-IMMUN-RECORD FROM IMMUNIZATION-RECORD
043400     ADD 1 TO WS-POSTED-COUNT.
043500 4000-EXIT.
043600     EXIT.
043700*--------------------------------------------------------------*
043800*    8000-FINALIZE                                               *
043900*--------------------------------------------------------------*
044000 8000-FINALIZE.
044100     IF NOT WS-TRAILER-SEEN
044200         DISPLAY "IMMREGI: REGISTRY RESPONSE HAS NO TRAILER"
044300         MOVE 4 TO RETURN-CODE
044400     END-IF
044500     MOVE WS-RESPONSE-COUNT TO WS-SM-RESPONSES
044600     MOVE WS-POSTED-COUNT TO WS-SM-POSTED
044700     MOVE WS-ON-FILE-COUNT TO WS-SM-ON-FILE
044800     WRITE IMPORT-LINE FROM WS-SUMMARY-LINE-1
044900     MOVE WS-REVIEW-COUNT TO WS-SM-REVIEW
045000     MOVE WS-NO-MATCH-COUNT TO WS-SM-NO-MATCH
045100     MOVE WS-NOT-FOUND-COUNT TO WS-SM-NOT-FOUND
045200     MOVE WS-REJECT-COUNT TO WS-SM-REJECTED
045300     WRITE IMPORT-LINE FROM WS-SUMMARY-LINE-2
045400     IF WS-STU-DROP-COUNT > 0
045500         DISPLAY "IMMREGI: STUDENT TABLE FULL - DROPPED - "
045600             WS-STU-DROP-COUNT
045700         MOVE 8 TO RETURN-CODE
045800     END-IF
045900     IF WS-CAND-DROP-COUNT > 0
046000         DISPLAY "IMMREGI: DOSE TABLE FULL - DROPPED - "
046100             WS-CAND-DROP-COUNT
046200         MOVE 8 TO RETURN-CODE
046300     END-IF
046400     IF WS-XR-FILE-STATUS NOT = "35"
046500         CLOSE REGISTRY-IN-FILE
046600     END-IF
046700     IF WS-IM-FILE-STATUS NOT = "35"
046800         CLOSE IMMUNIZATION-FILE
046900     END-IF
047000     CLOSE NEW-IMMUN-FILE
047100     CLOSE IMPORT-RPT.
047200 8000-EXIT.
047300     EXIT.
