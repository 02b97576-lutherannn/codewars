000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ROSTBLD.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    NIGHTLY CLASSROOM ROSTER BUILD.  COUNTS TONIGHT'S ACTIVE   *
000900*    STUDENT-TO-SECTION ENROLLMENTS AGAINST THE COURSE-SECTION  *
001000*    MASTER, FLAGS EVERY SECTION SEATED OVER ITS ROOM'S         *
001100*    CAPACITY, AND WRITES THE CLASSROOM ROSTER (ONE ROW PER     *
001200*    CLASSROOM, IN CLASSROOM ORDER, WITH THE CONTROL TRAILER)   *
001300*    THAT THE SUPPLY-ORDER PLAN AND THE PAPER RECONCILIATION    *
001400*    READ.  A CLASSROOM'S HEADCOUNT IS EVERY STUDENT SEATED IN  *
001500*    ANY SECTION THAT MEETS THERE - EACH ONE NEEDS A PACKET.    *
001600*    TEACHER, GRADE, AND PACKET PAGES COME FROM THE ROOM'S      *
001700*    FIRST SECTION ON THE MASTER.                               *
001800*--------------------------------------------------------------*
001900*    MODIFICATION HISTORY                                      *
002000*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT COURSE-SECTION-FILE ASSIGN TO CRSSECT
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT SECTION-ENROLLMENT-FILE ASSIGN TO SECTENR
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-SE-FILE-STATUS.
003000     SELECT CLASSROOM-ROSTER-FILE ASSIGN TO CLASROST
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT ROSTER-BUILD-RPT ASSIGN TO ROSTBRPT
003300         ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  COURSE-SECTION-FILE
003700     RECORDING MODE IS F.
003800     COPY crssect.
003900 FD  SECTION-ENROLLMENT-FILE
004000     RECORDING MODE IS F.
004100     COPY sectenr.
004200 FD  CLASSROOM-ROSTER-FILE
004300     RECORDING MODE IS F.
004400     COPY clasrost.
004500 FD  ROSTER-BUILD-RPT
004600     RECORDING MODE IS F.
004700 01  ROSTER-BUILD-LINE              PIC X(80).
004800 WORKING-STORAGE SECTION.
004900 01  WS-SE-FILE-STATUS              PIC X(02) VALUE SPACE.
005000 01  WS-SX-EOF-SWITCH               PIC X(01) VALUE "N".
005100     88  WS-SX-EOF                      VALUE "Y".
005200 01  WS-SE-EOF-SWITCH               PIC X(01) VALUE "N".
005300     88  WS-SE-EOF                      VALUE "Y".
005400 01  WS-TIMESTAMP.
005500     05  WS-TS-DATE                 PIC 9(08).
005600     05  FILLER                     PIC X(13).
005700 01  WS-SECTION-COUNT               PIC 9(04) COMP VALUE ZERO.
005800 01  WS-SECTION-DROP-COUNT          PIC 9(05) COMP VALUE ZERO.
005900 01  WS-XSUB                        PIC 9(04) COMP.
006000 01  WS-FOUND-SUB                   PIC 9(04) COMP.
006100 01  WS-SECTION-TABLE.
006200     05  WS-SX-ENTRY OCCURS 600 TIMES.
006300         10  WS-SX-SECTION-ID       PIC X(08).
006400         10  WS-SX-COURSE-ID        PIC X(06).
006500         10  WS-SX-TEACHER          PIC X(20).
006600         10  WS-SX-GRADE-LEVEL      PIC X(02).
006700         10  WS-SX-CLASSROOM-ID     PIC X(06).
006800         10  WS-SX-CAMPUS           PIC X(03).
006900         10  WS-SX-PERIOD           PIC 9(02).
007000         10  WS-SX-CAPACITY         PIC 9(03).
007100         10  WS-SX-PACKET-PAGES     PIC 9(03).
007200         10  WS-SX-SEATED           PIC 9(04) COMP.
007300 01  WS-ROOM-COUNT                  PIC 9(04) COMP VALUE ZERO.
007400 01  WS-ROOM-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
007500 01  WS-RSUB                        PIC 9(04) COMP.
007600 01  WS-ROOM-FOUND-SUB              PIC 9(04) COMP.
007700 01  WS-ROOM-TABLE.
007800     05  WS-RM-ENTRY OCCURS 400 TIMES.
007900         10  WS-RM-CLASSROOM-ID     PIC X(06).
008000         10  WS-RM-TEACHER          PIC X(20).
008100         10  WS-RM-GRADE-LEVEL      PIC X(02).
008200         10  WS-RM-CAMPUS           PIC X(03).
008300         10  WS-RM-PACKET-PAGES     PIC 9(03).
008400         10  WS-RM-STUDENTS         PIC 9(04) COMP.
008500 01  WS-LAST-ROOM                   PIC X(06).
008600 01  WS-NEXT-ROOM                   PIC X(06).
008700 01  WS-NEXT-SUB                    PIC 9(04) COMP.
008800 01  WS-ENROLL-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
008900 01  WS-SEATED-COUNT                PIC 9(05) COMP VALUE ZERO.
009000 01  WS-UNKNOWN-SECTION-COUNT       PIC 9(05) COMP VALUE ZERO.
009100 01  WS-OVER-CAPACITY-COUNT         PIC 9(05) COMP VALUE ZERO.
009200 01  WS-ROSTER-WRITTEN              PIC 9(05) COMP VALUE ZERO.
009300 01  WS-TRL-COUNT                   PIC 9(07) VALUE ZERO.
009400 01  WS-TRL-HASH                    PIC 9(10) VALUE ZERO.
009500     COPY trailrec.
009600 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "ROSTBLD".
009700 01  WS-EOD-OVER-LABEL              PIC X(24)
009800         VALUE "SECTIONS OVER CAPACITY".
009900 01  WS-EOD-METRIC-VALUE            PIC 9(07).
010000 01  WS-EOD-CAMPUS-CODE             PIC X(03) VALUE SPACE.
010100 01  WS-RUN-PROGRAM-ID              PIC X(10) VALUE "ROSTBLD".
010200 01  WS-RUN-PHASE                   PIC X(05).
010300 01  WS-RUN-READ                    PIC 9(07).
010400 01  WS-RUN-WRITTEN                 PIC 9(07).
010500 01  WS-RUN-REJECTS                 PIC 9(07).
010600 01  WS-RUN-RC                      PIC 9(04).
010700 01  WS-REPORT-HEADING              PIC X(80)
010800         VALUE "CLASS ROSTER BUILD - SECTION SEATING".
010900 01  WS-COLUMN-HEADING              PIC X(80)
011000         VALUE "SECTION   COURSE ROOM   CMP PD SEATED CAP".
011100 01  WS-SECTION-LINE.
011200     05  WS-SL-SECTION-ID           PIC X(08).
011300     05  FILLER                     PIC X(02) VALUE SPACE.
011400     05  WS-SL-COURSE-ID            PIC X(06).
011500     05  FILLER                     PIC X(01) VALUE SPACE.
011600     05  WS-SL-CLASSROOM-ID         PIC X(06).
011700     05  FILLER                     PIC X(01) VALUE SPACE.
011800     05  WS-SL-CAMPUS               PIC X(03).
011900     05  FILLER                     PIC X(01) VALUE SPACE.
012000     05  WS-SL-PERIOD               PIC 9(02).
012100     05  FILLER                     PIC X(01) VALUE SPACE.
012200     05  WS-SL-SEATED               PIC Z,ZZ9.
012300     05  FILLER                     PIC X(01) VALUE SPACE.
012400     05  WS-SL-CAPACITY             PIC ZZ9.
012500     05  FILLER                     PIC X(02) VALUE SPACE.
012600     05  WS-SL-FLAG                 PIC X(14).
012700     05  FILLER                     PIC X(24) VALUE SPACE.
012800 01  WS-UNKNOWN-LINE.
012900     05  FILLER                     PIC X(24)
013000             VALUE "NO SUCH SECTION - STU   ".
013100     05  WS-UL-STUDENT-ID           PIC X(09).
013200     05  FILLER                     PIC X(10)
013300             VALUE "  SECTION ".
013400     05  WS-UL-SECTION-ID           PIC X(08).
013500     05  FILLER                     PIC X(29) VALUE SPACE.
013600 01  WS-SUMMARY-LINE.
013700     05  FILLER                     PIC X(09) VALUE "SEATED - ".
013800     05  WS-SM-SEATED               PIC ZZ,ZZ9.
013900     05  FILLER                     PIC X(10)
014000             VALUE "  ROOMS - ".
014100     05  WS-SM-ROOMS                PIC ZZ,ZZ9.
014200     05  FILLER                     PIC X(17)
014300             VALUE "  OVER CAPACITY -".
014400     05  WS-SM-OVER                 PIC ZZ,ZZ9.
014500     05  FILLER                     PIC X(16)
014600             VALUE "  NO SECTION -  ".
014700     05  WS-SM-UNKNOWN              PIC ZZ,ZZ9.
014800     05  FILLER                     PIC X(04) VALUE SPACE.
014900 PROCEDURE DIVISION.
015000*--------------------------------------------------------------*
015100*    0000-MAINLINE                                              *
015200*--------------------------------------------------------------*
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015500     PERFORM 2000-COUNT-ENROLLMENT THRU 2000-EXIT
015600         UNTIL WS-SE-EOF
015700     PERFORM 3000-CHECK-SECTION THRU 3000-EXIT
015800         VARYING WS-XSUB FROM 1 BY 1
015900         UNTIL WS-XSUB > WS-SECTION-COUNT
016000     PERFORM 4000-WRITE-ROSTER THRU 4000-EXIT
016100     PERFORM 8000-FINALIZE THRU 8000-EXIT
016200     GOBACK.
016300*--------------------------------------------------------------*
016400*    1000-INITIALIZE - LOADS THE ACTIVE SECTIONS ONCE.          *
016500*--------------------------------------------------------------*
016600 1000-INITIALIZE.
016700     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
016800     MOVE "START" TO WS-RUN-PHASE
016900     MOVE ZERO TO WS-RUN-READ
017000     MOVE ZERO TO WS-RUN-WRITTEN
017100     MOVE ZERO TO WS-RUN-REJECTS
017200     MOVE ZERO TO WS-RUN-RC
017300     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
017400         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
017500         WS-RUN-RC
017600     OPEN INPUT COURSE-SECTION-FILE
017700     PERFORM 1100-LOAD-SECTION THRU 1100-EXIT
017800         UNTIL WS-SX-EOF
017900     CLOSE COURSE-SECTION-FILE
018000     OPEN INPUT SECTION-ENROLLMENT-FILE
018100     IF WS-SE-FILE-STATUS = "35"
018200         DISPLAY "ROSTBLD: NO SECTION ENROLLMENT FILE - "
018300             "EVERY ROOM BUILDS EMPTY"
018400         SET WS-SE-EOF TO TRUE
018500     END-IF
018600     OPEN OUTPUT CLASSROOM-ROSTER-FILE
018700     OPEN OUTPUT ROSTER-BUILD-RPT
018800     WRITE ROSTER-BUILD-LINE FROM WS-REPORT-HEADING
018900     WRITE ROSTER-BUILD-LINE FROM WS-COLUMN-HEADING
019000     IF NOT WS-SE-EOF
019100         PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT
019200     END-IF.
019300 1000-EXIT.
019400     EXIT.
019500*--------------------------------------------------------------*
019600*    1100-LOAD-SECTION                                           *
019700*--------------------------------------------------------------*
019800 1100-LOAD-SECTION.
019900     READ COURSE-SECTION-FILE
020000         AT END
020100             SET WS-SX-EOF TO TRUE
020200         NOT AT END
020300             IF SX-SECTION-ACTIVE
020400                 IF WS-SECTION-COUNT < 600
020500                     ADD 1 TO WS-SECTION-COUNT
020600                     PERFORM 1110-STORE-SECTION THRU 1110-EXIT
020700                 ELSE
020800                     ADD 1 TO WS-SECTION-DROP-COUNT
020900                 END-IF
021000             END-IF
021100     END-READ.
021200 1100-EXIT.
021300     EXIT.
021400*--------------------------------------------------------------*
021500*    1110-STORE-SECTION                                          *
021600*--------------------------------------------------------------*
021700 1110-STORE-SECTION.
021800     MOVE SX-SECTION-ID TO WS-SX-SECTION-ID (WS-SECTION-COUNT)
021900     MOVE SX-COURSE-ID TO WS-SX-COURSE-ID (WS-SECTION-COUNT)
022000     MOVE SX-TEACHER-NAME TO WS-SX-TEACHER (WS-SECTION-COUNT)
022100     MOVE SX-GRADE-LEVEL TO WS-SX-GRADE-LEVEL (WS-SECTION-COUNT)
022200     MOVE SX-CLASSROOM-ID
022300         TO WS-SX-CLASSROOM-ID (WS-SECTION-COUNT)
022400     MOVE SX-CAMPUS-CODE TO WS-SX-CAMPUS (WS-SECTION-COUNT)
022500     MOVE SX-PERIOD TO WS-SX-PERIOD (WS-SECTION-COUNT)
022600     MOVE SX-ROOM-CAPACITY TO WS-SX-CAPACITY (WS-SECTION-COUNT)
022700     MOVE SX-PACKET-PAGES
022800         TO WS-SX-PACKET-PAGES (WS-SECTION-COUNT)
022900     MOVE ZERO TO WS-SX-SEATED (WS-SECTION-COUNT).
023000 1110-EXIT.
023100     EXIT.
023200*--------------------------------------------------------------*
023300*    2000-COUNT-ENROLLMENT - A ROW COUNTS WHEN THE STUDENT IS   *
023400*    IN THE SECTION TONIGHT: ADDED ON OR BEFORE TODAY AND NOT   *
023500*    DROPPED ON OR BEFORE TODAY.                                *
023600*--------------------------------------------------------------*
023700 2000-COUNT-ENROLLMENT.
023800     ADD 1 TO WS-ENROLL-READ-COUNT
023900     IF SE-ADD-DATE <= WS-TS-DATE
024000             AND (SE-DROP-DATE = ZERO
024100                 OR SE-DROP-DATE > WS-TS-DATE)
024200         PERFORM 2200-FIND-SECTION THRU 2200-EXIT
024300         IF WS-FOUND-SUB > 0
024400             ADD 1 TO WS-SX-SEATED (WS-FOUND-SUB)
024500             ADD 1 TO WS-SEATED-COUNT
024600         ELSE
024700             ADD 1 TO WS-UNKNOWN-SECTION-COUNT
024800             MOVE SE-STUDENT-ID TO WS-UL-STUDENT-ID
024900             MOVE SE-SECTION-ID TO WS-UL-SECTION-ID
025000             WRITE ROSTER-BUILD-LINE FROM WS-UNKNOWN-LINE
025100         END-IF
025200     END-IF
025300     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
025400 2000-EXIT.
025500     EXIT.
025600*--------------------------------------------------------------*
025700*    2100-READ-ENROLLMENT                                        *
025800*--------------------------------------------------------------*
025900 2100-READ-ENROLLMENT.
026000     READ SECTION-ENROLLMENT-FILE
026100         AT END
026200             SET WS-SE-EOF TO TRUE
026300     END-READ.
026400 2100-EXIT.
026500     EXIT.
026600*--------------------------------------------------------------*
026700*    2200-FIND-SECTION                                           *
026800*--------------------------------------------------------------*
026900 2200-FIND-SECTION.
027000     MOVE ZERO TO WS-FOUND-SUB
027100     PERFORM 2210-MATCH-SECTION THRU 2210-EXIT
027200         VARYING WS-XSUB FROM 1 BY 1
027300         UNTIL WS-XSUB > WS-SECTION-COUNT
027400             OR WS-FOUND-SUB > 0.
027500 2200-EXIT.
027600     EXIT.
027700*--------------------------------------------------------------*
027800*    2210-MATCH-SECTION                                          *
027900*--------------------------------------------------------------*
028000 2210-MATCH-SECTION.
028100     IF SE-SECTION-ID = WS-SX-SECTION-ID (WS-XSUB)
028200         MOVE WS-XSUB TO WS-FOUND-SUB
028300     END-IF.
028400 2210-EXIT.
028500     EXIT.
028600*--------------------------------------------------------------*
028700*    3000-CHECK-SECTION - PRINTS EVERY SECTION'S SEATING AND    *
028800*    FLAGS ONE SEATED OVER ITS ROOM CAPACITY, THEN ROLLS THE    *
028900*    SECTION INTO ITS CLASSROOM.                                *
029000*--------------------------------------------------------------*
029100 3000-CHECK-SECTION.
029200     MOVE WS-SX-SECTION-ID (WS-XSUB) TO WS-SL-SECTION-ID
029300     MOVE WS-SX-COURSE-ID (WS-XSUB) TO WS-SL-COURSE-ID
029400     MOVE WS-SX-CLASSROOM-ID (WS-XSUB) TO WS-SL-CLASSROOM-ID
029500     MOVE WS-SX-CAMPUS (WS-XSUB) TO WS-SL-CAMPUS
029600     MOVE WS-SX-PERIOD (WS-XSUB) TO WS-SL-PERIOD
029700     MOVE WS-SX-SEATED (WS-XSUB) TO WS-SL-SEATED
029800     MOVE WS-SX-CAPACITY (WS-XSUB) TO WS-SL-CAPACITY
029900     MOVE SPACE TO WS-SL-FLAG
030000     IF WS-SX-SEATED (WS-XSUB) > WS-SX-CAPACITY (WS-XSUB)
030100         ADD 1 TO WS-OVER-CAPACITY-COUNT
030200         MOVE "OVER CAPACITY" TO WS-SL-FLAG
030300     END-IF
030400     WRITE ROSTER-BUILD-LINE FROM WS-SECTION-LINE
030500     PERFORM 3100-ROLL-UP-ROOM THRU 3100-EXIT.
030600 3000-EXIT.
030700     EXIT.
030800*--------------------------------------------------------------*
030900*    3100-ROLL-UP-ROOM                                           *
031000*--------------------------------------------------------------*
031100 3100-ROLL-UP-ROOM.
031200     MOVE ZERO TO WS-ROOM-FOUND-SUB
031300     PERFORM 3110-MATCH-ROOM THRU 3110-EXIT
031400         VARYING WS-RSUB FROM 1 BY 1
031500         UNTIL WS-RSUB > WS-ROOM-COUNT
031600             OR WS-ROOM-FOUND-SUB > 0
031700     IF WS-ROOM-FOUND-SUB = 0
031800         IF WS-ROOM-COUNT < 400
031900             ADD 1 TO WS-ROOM-COUNT
032000             MOVE WS-ROOM-COUNT TO WS-ROOM-FOUND-SUB
032100             MOVE WS-SX-CLASSROOM-ID (WS-XSUB)
032200                 TO WS-RM-CLASSROOM-ID (WS-ROOM-COUNT)
032300             MOVE WS-SX-TEACHER (WS-XSUB)
032400                 TO WS-RM-TEACHER (WS-ROOM-COUNT)
032500             MOVE WS-SX-GRADE-LEVEL (WS-XSUB)
032600                 TO WS-RM-GRADE-LEVEL (WS-ROOM-COUNT)
032700             MOVE WS-SX-CAMPUS (WS-XSUB)
032800                 TO WS-RM-CAMPUS (WS-ROOM-COUNT)
032900             MOVE WS-SX-PACKET-PAGES (WS-XSUB)
033000                 TO WS-RM-PACKET-PAGES (WS-ROOM-COUNT)
033100             MOVE ZERO TO WS-RM-STUDENTS (WS-ROOM-COUNT)
033200         ELSE
033300             ADD 1 TO WS-ROOM-DROP-COUNT
033400             GO TO 3100-EXIT
033500         END-IF
033600     END-IF
033700     ADD WS-SX-SEATED (WS-XSUB)
033800         TO WS-RM-STUDENTS (WS-ROOM-FOUND-SUB).
033900 3100-EXIT.
034000     EXIT.
034100*--------------------------------------------------------------*
034200*    3110-MATCH-ROOM                                             *
034300*--------------------------------------------------------------*
034400 3110-MATCH-ROOM.
034500     IF WS-SX-CLASSROOM-ID (WS-XSUB)
034600             = WS-RM-CLASSROOM-ID (WS-RSUB)
034700         MOVE WS-RSUB TO WS-ROOM-FOUND-SUB
034800     END-IF.
034900 3110-EXIT.
035000     EXIT.
035100*--------------------------------------------------------------*
035200*    4000-WRITE-ROSTER - ROOMS GO OUT IN ASCENDING CLASSROOM    *
035300*    ORDER (THE SUPPLY PLAN SEQUENCE-CHECKS THEM), FOLLOWED BY  *
035400*    THE RECORD-COUNT / HEADCOUNT-HASH TRAILER.                 *
035500*--------------------------------------------------------------*
035600 4000-WRITE-ROSTER.
035700     MOVE LOW-VALUES TO WS-LAST-ROOM
035800     MOVE LOW-VALUES TO WS-NEXT-ROOM
035900     PERFORM 4100-WRITE-NEXT-ROOM THRU 4100-EXIT
036000         UNTIL WS-NEXT-ROOM = HIGH-VALUES
036100     MOVE SPACE TO CLASSROOM-ROSTER-RECORD
036200     MOVE "###" TO TR-TRAILER-TAG
036300     MOVE WS-TRL-COUNT TO TR-RECORD-COUNT
036400     MOVE WS-TRL-HASH TO TR-HASH-TOTAL
036500     MOVE TRAILER-RECORD TO CLASSROOM-ROSTER-RECORD (1:20)
036600     WRITE CLASSROOM-ROSTER-RECORD.
036700 4000-EXIT.
036800     EXIT.
036900*--------------------------------------------------------------*
037000*    4100-WRITE-NEXT-ROOM                                        *
037100*--------------------------------------------------------------*
037200 4100-WRITE-NEXT-ROOM.
037300     MOVE HIGH-VALUES TO WS-NEXT-ROOM
037400     MOVE ZERO TO WS-NEXT-SUB
037500     PERFORM 4110-FIND-NEXT-ROOM THRU 4110-EXIT
037600         VARYING WS-RSUB FROM 1 BY 1
037700         UNTIL WS-RSUB > WS-ROOM-COUNT
037800     IF WS-NEXT-SUB > 0
037900         MOVE SPACE TO CLASSROOM-ROSTER-RECORD
038000         MOVE WS-RM-TEACHER (WS-NEXT-SUB) TO CR-TEACHER-NAME
038100         MOVE WS-RM-GRADE-LEVEL (WS-NEXT-SUB) TO CR-GRADE-LEVEL
038200         MOVE WS-RM-CLASSROOM-ID (WS-NEXT-SUB)
038300             TO CR-CLASSROOM-ID
038400         MOVE WS-RM-STUDENTS (WS-NEXT-SUB) TO CR-STUDENT-COUNT
038500         MOVE WS-RM-PACKET-PAGES (WS-NEXT-SUB)
038600             TO CR-PACKET-PAGES
038700         MOVE WS-RM-CAMPUS (WS-NEXT-SUB) TO CR-CAMPUS-CODE
038800         WRITE CLASSROOM-ROSTER-RECORD
038900         ADD 1 TO WS-ROSTER-WRITTEN
039000         ADD 1 TO WS-TRL-COUNT
039100         ADD CR-STUDENT-COUNT TO WS-TRL-HASH
039200         MOVE WS-NEXT-ROOM TO WS-LAST-ROOM
039300     END-IF.
039400 4100-EXIT.
039500     EXIT.
039600*--------------------------------------------------------------*
039700*    4110-FIND-NEXT-ROOM                                         *
039800*--------------------------------------------------------------*
039900 4110-FIND-NEXT-ROOM.
040000     IF WS-RM-CLASSROOM-ID (WS-RSUB) > WS-LAST-ROOM
040100             AND WS-RM-CLASSROOM-ID (WS-RSUB) < WS-NEXT-ROOM
040200         MOVE WS-RM-CLASSROOM-ID (WS-RSUB) TO WS-NEXT-ROOM
040300         MOVE WS-RSUB TO WS-NEXT-SUB
040400     END-IF.
040500 4110-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800*    8000-FINALIZE - AN OVER-CAPACITY SECTION ENDS THE STEP     *
040900*    WITH A WARNING (RC 4); THE ROSTER IS STILL GOOD.           *
041000*--------------------------------------------------------------*
041100 8000-FINALIZE.
041200     MOVE WS-SEATED-COUNT TO WS-SM-SEATED
041300     MOVE WS-ROSTER-WRITTEN TO WS-SM-ROOMS
041400     MOVE WS-OVER-CAPACITY-COUNT TO WS-SM-OVER
041500     MOVE WS-UNKNOWN-SECTION-COUNT TO WS-SM-UNKNOWN
041600     WRITE ROSTER-BUILD-LINE FROM WS-SUMMARY-LINE
041700     IF WS-SECTION-DROP-COUNT > 0
041800         DISPLAY "ROSTBLD: SECTION TABLE FULL - DROPPED - "
041900             WS-SECTION-DROP-COUNT
042000     END-IF
042100     IF WS-ROOM-DROP-COUNT > 0
042200         DISPLAY "ROSTBLD: ROOM TABLE FULL - DROPPED - "
042300             WS-ROOM-DROP-COUNT
042400     END-IF
042500     IF WS-SE-FILE-STATUS NOT = "35"
042600         CLOSE SECTION-ENROLLMENT-FILE
042700     END-IF
042800     CLOSE CLASSROOM-ROSTER-FILE
042900     CLOSE ROSTER-BUILD-RPT
043000     MOVE WS-OVER-CAPACITY-COUNT TO WS-EOD-METRIC-VALUE
043100     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
043200         WS-EOD-OVER-LABEL WS-EOD-METRIC-VALUE
043300         WS-EOD-CAMPUS-CODE
043400     IF WS-OVER-CAPACITY-COUNT > 0
043500         MOVE 4 TO RETURN-CODE
043600     END-IF
043700     IF WS-SECTION-DROP-COUNT > 0 OR WS-ROOM-DROP-COUNT > 0
043800         MOVE 8 TO RETURN-CODE
043900     END-IF
044000     MOVE "END" TO WS-RUN-PHASE
044100     MOVE WS-ENROLL-READ-COUNT TO WS-RUN-READ
044200     MOVE WS-ROSTER-WRITTEN TO WS-RUN-WRITTEN
044300     MOVE WS-UNKNOWN-SECTION-COUNT TO WS-RUN-REJECTS
044400     MOVE RETURN-CODE TO WS-RUN-RC
044500     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
044600         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
044700         WS-RUN-RC
044800     MOVE WS-RUN-RC TO RETURN-CODE.
044900 8000-EXIT.
045000     EXIT.
045100 END PROGRAM ROSTBLD.
