000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALLRSLT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    ABSENCE CALL RESULTS.  MATCHES THE DIALER'S OVERNIGHT      *
000900*    RESULT FILE BACK TO YESTERDAY'S DIAL LIST AND PRINTS THE   *
001000*    PARENT-NOT-REACHED EXCEPTIONS FOR THE ATTENDANCE CLERKS -  *
001100*    EVERY HOUSEHOLD THE DIALER REPORTS AS OTHER THAN REACHED,  *
001200*    AND EVERY HOUSEHOLD IT NEVER REPORTED ON AT ALL.  ONE      *
001300*    SECTION PER CAMPUS, HEADED "CAMPUS XXX" FOR THE BURST RUN. *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT ABSENCE-DIAL-FILE ASSIGN TO ABSDIAL
002200         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS WS-AD-FILE-STATUS.
002400     SELECT ABSENCE-RESULT-FILE ASSIGN TO ABSRSLT
002500         ORGANIZATION IS SEQUENTIAL
002600         FILE STATUS IS WS-AR-FILE-STATUS.
002700     SELECT CALL-RESULT-RPT ASSIGN TO CALLRPT
002800         ORGANIZATION IS SEQUENTIAL.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  ABSENCE-DIAL-FILE
003200     RECORDING MODE IS F.
003300     COPY absdial.
003400 FD  ABSENCE-RESULT-FILE
003500     RECORDING MODE IS F.
003600     COPY absrslt.
003700 FD  CALL-RESULT-RPT
003800     RECORDING MODE IS F.
003900 01  CALL-RESULT-LINE               PIC X(80).
004000 WORKING-STORAGE SECTION.
004100     COPY rptwrit.
004200 01  WS-RW-SUB                      PIC 9(01) COMP.
004300 01  WS-AD-FILE-STATUS              PIC X(02) VALUE SPACE.
004400 01  WS-AR-FILE-STATUS              PIC X(02) VALUE SPACE.
004500 01  WS-AD-EOF-SWITCH               PIC X(01) VALUE "N".
004600     88  WS-AD-EOF                      VALUE "Y".
004700 01  WS-AR-EOF-SWITCH               PIC X(01) VALUE "N".
004800     88  WS-AR-EOF                      VALUE "Y".
004900 01  WS-DIAL-COUNT                  PIC 9(05) VALUE ZERO.
005000 01  WS-REACHED-COUNT               PIC 9(05) VALUE ZERO.
005100 01  WS-RESULT-COUNT                PIC 9(04) COMP VALUE ZERO.
005200 01  WS-RESULT-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
005300 01  WS-RSSUB                       PIC 9(04) COMP.
005400 01  WS-FOUND-SUB                   PIC 9(04) COMP.
005500 01  WS-RESULT-TABLE.
005600     05  WS-RS-ENTRY OCCURS 2000 TIMES.
005700         10  WS-RS-CALL-DATE        PIC 9(08).
005800         10  WS-RS-HOUSEHOLD-ID     PIC X(09).
005900         10  WS-RS-RESULT-CODE      PIC X(01).
006000         10  WS-RS-ATTEMPTS         PIC 9(02).
006100         10  WS-RS-LAST-TRY-TIME    PIC 9(04).
006200*    HOUSEHOLDS NOT REACHED, HELD FOR THE CAMPUS-ORDER PRINT.
006300 01  WS-EXCEPTION-COUNT             PIC 9(04) COMP VALUE ZERO.
006400 01  WS-EXCEPTION-DROP-COUNT        PIC 9(05) COMP VALUE ZERO.
006500 01  WS-EXSUB                       PIC 9(04) COMP.
006600 01  WS-EXCEPTION-TABLE.
006700     05  WS-EX-ENTRY OCCURS 1000 TIMES.
006800         10  WS-EX-CAMPUS           PIC X(03).
006900         10  WS-EX-STUDENT-ID       PIC X(09).
007000         10  WS-EX-HOUSEHOLD-ID     PIC X(09).
007100         10  WS-EX-PHONE            PIC X(10).
007200         10  WS-EX-CONTACT-NAME     PIC X(22).
007300         10  WS-EX-ABSENT-COUNT     PIC 9(02).
007400         10  WS-EX-RESULT           PIC X(12).
007500         10  WS-EX-ATTEMPTS         PIC 9(02).
007600 01  WS-LAST-CAMPUS                 PIC X(03).
007700 01  WS-NEXT-CAMPUS                 PIC X(03).
007800 01  WS-CAMPUS-HEADER.
007900     05  FILLER                     PIC X(07) VALUE "CAMPUS ".
008000     05  WS-CH-CAMPUS               PIC X(03).
008100     05  FILLER                     PIC X(70) VALUE SPACE.
008200 01  WS-REPORT-TITLE                PIC X(50)
008300         VALUE "ABSENCE CALLS - PARENT NOT REACHED".
008400 01  WS-COLUMN-HEADING.
008500     05  FILLER                     PIC X(40)
008600             VALUE "STUDENT   HOUSEHOLD PHONE      CONTACT  ".
008700     05  FILLER                     PIC X(40)
008800             VALUE "              ABS RESULT       TRIES    ".
008900 01  WS-DETAIL-LINE.
009000     05  WS-DL-STUDENT-ID           PIC X(09).
009100     05  FILLER                     PIC X(01) VALUE SPACE.
009200     05  WS-DL-HOUSEHOLD-ID         PIC X(09).
009300     05  FILLER                     PIC X(01) VALUE SPACE.
009400     05  WS-DL-PHONE                PIC X(10).
009500     05  FILLER                     PIC X(01) VALUE SPACE.
009600     05  WS-DL-CONTACT-NAME         PIC X(22).
009700     05  FILLER                     PIC X(01) VALUE SPACE.
009800     05  WS-DL-ABSENT-COUNT         PIC Z9.
009900     05  FILLER                     PIC X(02) VALUE SPACE.
010000     05  WS-DL-RESULT               PIC X(12).
010100     05  FILLER                     PIC X(01) VALUE SPACE.
010200     05  WS-DL-ATTEMPTS             PIC Z9.
010300     05  FILLER                     PIC X(07) VALUE SPACE.
010400 01  WS-SUMMARY-LINE.
010500     05  FILLER                     PIC X(12)
010600             VALUE "DIAL ROWS - ".
010700     05  WS-SL-DIALS                PIC ZZ,ZZ9.
010800     05  FILLER                     PIC X(12)
010900             VALUE "  REACHED - ".
011000     05  WS-SL-REACHED              PIC ZZ,ZZ9.
011100     05  FILLER                     PIC X(16)
011200             VALUE "  NOT REACHED - ".
011300     05  WS-SL-NOT-REACHED          PIC ZZ,ZZ9.
011400     05  FILLER                     PIC X(22) VALUE SPACE.
011500 PROCEDURE DIVISION.
011600*--------------------------------------------------------------*
011700*    0000-MAINLINE                                              *
011800*--------------------------------------------------------------*
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012100     PERFORM 2000-MATCH-DIAL THRU 2000-EXIT
012200         UNTIL WS-AD-EOF
012300     PERFORM 7000-PRINT-SECTIONS THRU 7000-EXIT
012400     PERFORM 8000-FINALIZE THRU 8000-EXIT
012500     GOBACK.
012600*--------------------------------------------------------------*
012700*    1000-INITIALIZE - LOADS THE DIALER RESULTS.  A MISSING     *
012800*    RESULT FILE LEAVES EVERY DIAL ROW AS AN EXCEPTION.         *
012900*--------------------------------------------------------------*
013000 1000-INITIALIZE.
013100     OPEN INPUT ABSENCE-RESULT-FILE
013200     IF WS-AR-FILE-STATUS = "35"
013300         DISPLAY "CALLRSLT: DIALER RESULT FILE MISSING"
013400         SET WS-AR-EOF TO TRUE
013500     ELSE
013600         PERFORM 1200-LOAD-RESULT THRU 1200-EXIT
013700             UNTIL WS-AR-EOF
013800         CLOSE ABSENCE-RESULT-FILE
013900     END-IF
014000     OPEN INPUT ABSENCE-DIAL-FILE
014100     IF WS-AD-FILE-STATUS = "35"
014200         DISPLAY "CALLRSLT: DIAL LIST MISSING"
014300         SET WS-AD-EOF TO TRUE
014400     END-IF
014500     OPEN OUTPUT CALL-RESULT-RPT
014600     MOVE "I" TO RW-FUNCTION
014700     MOVE "CALLRSLT" TO RW-REPORT-ID
014800     MOVE WS-REPORT-TITLE TO RW-REPORT-TITLE
014900     MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
015000     MOVE ZERO TO RW-LINES-PER-PAGE
015100     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
015200     IF NOT WS-AD-EOF
015300         PERFORM 2100-READ-DIAL THRU 2100-EXIT
015400     END-IF.
015500 1000-EXIT.
015600     EXIT.
015700*--------------------------------------------------------------*
015800*    1200-LOAD-RESULT                                           *
015900*--------------------------------------------------------------*
016000 1200-LOAD-RESULT.
016100     READ ABSENCE-RESULT-FILE
016200         AT END
016300             SET WS-AR-EOF TO TRUE
016400         NOT AT END
016500             IF WS-RESULT-COUNT < 2000
016600                 ADD 1 TO WS-RESULT-COUNT
016700                 MOVE AR-CALL-DATE
016800                     TO WS-RS-CALL-DATE (WS-RESULT-COUNT)
016900                 MOVE AR-HOUSEHOLD-ID
017000                     TO WS-RS-HOUSEHOLD-ID (WS-RESULT-COUNT)
017100                 MOVE AR-RESULT-CODE
017200                     TO WS-RS-RESULT-CODE (WS-RESULT-COUNT)
017300                 MOVE AR-ATTEMPTS
017400                     TO WS-RS-ATTEMPTS (WS-RESULT-COUNT)
017500                 MOVE AR-LAST-TRY-TIME
017600                     TO WS-RS-LAST-TRY-TIME (WS-RESULT-COUNT)
017700             ELSE
017800                 ADD 1 TO WS-RESULT-DROP-COUNT
017900             END-IF
018000     END-READ.
018100 1200-EXIT.
018200     EXIT.
018300*--------------------------------------------------------------*
018400*    2000-MATCH-DIAL - A DIAL ROW IS CLEARED ONLY BY A REACHED  *
018500*    RESULT FOR THE SAME HOUSEHOLD AND CALL DATE.               *
018600*--------------------------------------------------------------*
018700 2000-MATCH-DIAL.
018800     ADD 1 TO WS-DIAL-COUNT
018900     MOVE ZERO TO WS-FOUND-SUB
019000     PERFORM 2200-MATCH-RESULT THRU 2200-EXIT
019100         VARYING WS-RSSUB FROM 1 BY 1
019200         UNTIL WS-RSSUB > WS-RESULT-COUNT
019300             OR WS-FOUND-SUB > 0
019400     IF WS-FOUND-SUB > 0
019500         MOVE WS-RS-RESULT-CODE (WS-FOUND-SUB) TO AR-RESULT-CODE
019600         IF AR-REACHED
019700             ADD 1 TO WS-REACHED-COUNT
019800             GO TO 2000-NEXT
019900         END-IF
020000     END-IF
020100     PERFORM 2300-ADD-EXCEPTION THRU 2300-EXIT.
020200 2000-NEXT.
020300     PERFORM 2100-READ-DIAL THRU 2100-EXIT.
020400 2000-EXIT.
020500     EXIT.
020600*--------------------------------------------------------------*
020700*    2100-READ-DIAL                                              *
020800*--------------------------------------------------------------*
020900 2100-READ-DIAL.
021000     READ ABSENCE-DIAL-FILE
021100         AT END
021200             SET WS-AD-EOF TO TRUE
021300     END-READ.
021400 2100-EXIT.
021500     EXIT.
021600*--------------------------------------------------------------*
021700*    2200-MATCH-RESULT                                           *
021800*--------------------------------------------------------------*
021900 2200-MATCH-RESULT.
022000     IF AD-HOUSEHOLD-ID = WS-RS-HOUSEHOLD-ID (WS-RSSUB)
022100             AND AD-CALL-DATE = WS-RS-CALL-DATE (WS-RSSUB)
022200         MOVE WS-RSSUB TO WS-FOUND-SUB
022300     END-IF.
022400 2200-EXIT.
022500     EXIT.
022600*--------------------------------------------------------------*
022700*    2300-ADD-EXCEPTION - THE RESULT TEXT SAYS WHY THE PARENT   *
022800*    WAS NOT REACHED; NO RESULT ROW AT ALL PRINTS AS NOT DIALED.*
022900*--------------------------------------------------------------*
023000 2300-ADD-EXCEPTION.
023100     IF WS-EXCEPTION-COUNT >= 1000
023200         ADD 1 TO WS-EXCEPTION-DROP-COUNT
023300         GO TO 2300-EXIT
023400     END-IF
023500     ADD 1 TO WS-EXCEPTION-COUNT
023600     MOVE WS-EXCEPTION-COUNT TO WS-EXSUB
023700     MOVE AD-CAMPUS-CODE TO WS-EX-CAMPUS (WS-EXSUB)
023800     MOVE AD-STUDENT-ID TO WS-EX-STUDENT-ID (WS-EXSUB)
023900     MOVE AD-HOUSEHOLD-ID TO WS-EX-HOUSEHOLD-ID (WS-EXSUB)
024000     MOVE AD-PHONE TO WS-EX-PHONE (WS-EXSUB)
024100     MOVE AD-CONTACT-NAME TO WS-EX-CONTACT-NAME (WS-EXSUB)
024200     MOVE AD-ABSENT-COUNT TO WS-EX-ABSENT-COUNT (WS-EXSUB)
024300     MOVE ZERO TO WS-EX-ATTEMPTS (WS-EXSUB)
024400     IF WS-FOUND-SUB = 0
024500         MOVE "NOT DIALED" TO WS-EX-RESULT (WS-EXSUB)
024600         GO TO 2300-EXIT
024700     END-IF
024800     MOVE WS-RS-ATTEMPTS (WS-FOUND-SUB)
024900         TO WS-EX-ATTEMPTS (WS-EXSUB)
025000     EVALUATE TRUE
025100         WHEN AR-MACHINE
025200             MOVE "MACHINE" TO WS-EX-RESULT (WS-EXSUB)
025300         WHEN AR-NO-ANSWER
025400             MOVE "NO ANSWER" TO WS-EX-RESULT (WS-EXSUB)
025500         WHEN AR-BUSY
025600             MOVE "BUSY" TO WS-EX-RESULT (WS-EXSUB)
025700         WHEN AR-BAD-NUMBER
025800             MOVE "BAD NUMBER" TO WS-EX-RESULT (WS-EXSUB)
025900         WHEN OTHER
026000             MOVE "UNKNOWN" TO WS-EX-RESULT (WS-EXSUB)
026100     END-EVALUATE.
026200 2300-EXIT.
026300     EXIT.
026400*--------------------------------------------------------------*
026500*    7000-PRINT-SECTIONS - ONE SECTION PER CAMPUS IN CAMPUS     *
026600*    ORDER, HEADED "CAMPUS XXX" FOR THE BURST RUN.              *
026700*--------------------------------------------------------------*
026800 7000-PRINT-SECTIONS.
026900     MOVE LOW-VALUES TO WS-LAST-CAMPUS
027000     MOVE LOW-VALUES TO WS-NEXT-CAMPUS
027100     PERFORM 7100-PRINT-ONE-SECTION THRU 7100-EXIT
027200         UNTIL WS-NEXT-CAMPUS = HIGH-VALUES.
027300 7000-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------*
027600*    7100-PRINT-ONE-SECTION                                     *
027700*--------------------------------------------------------------*
027800 7100-PRINT-ONE-SECTION.
027900     MOVE HIGH-VALUES TO WS-NEXT-CAMPUS
028000     PERFORM 7110-FIND-NEXT-CAMPUS THRU 7110-EXIT
028100         VARYING WS-EXSUB FROM 1 BY 1
028200         UNTIL WS-EXSUB > WS-EXCEPTION-COUNT
028300     IF WS-NEXT-CAMPUS NOT = HIGH-VALUES
028400         MOVE WS-NEXT-CAMPUS TO WS-CH-CAMPUS
028500         MOVE "D" TO RW-FUNCTION
028600         MOVE "CALLRSLT" TO RW-REPORT-ID
028700         MOVE WS-CAMPUS-HEADER TO RW-DETAIL-LINE
028800         PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
028900         PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
029000             VARYING WS-EXSUB FROM 1 BY 1
029100             UNTIL WS-EXSUB > WS-EXCEPTION-COUNT
029200         MOVE WS-NEXT-CAMPUS TO WS-LAST-CAMPUS
029300     END-IF.
029400 7100-EXIT.
029500     EXIT.
029600*--------------------------------------------------------------*
029700*    7110-FIND-NEXT-CAMPUS                                      *
029800*--------------------------------------------------------------*
029900 7110-FIND-NEXT-CAMPUS.
030000     IF WS-EX-CAMPUS (WS-EXSUB) > WS-LAST-CAMPUS
030100             AND WS-EX-CAMPUS (WS-EXSUB) < WS-NEXT-CAMPUS
030200         MOVE WS-EX-CAMPUS (WS-EXSUB) TO WS-NEXT-CAMPUS
030300     END-IF.
030400 7110-EXIT.
030500     EXIT.
030600*--------------------------------------------------------------*
030700*    7200-PRINT-EXCEPTION                                        *
030800*--------------------------------------------------------------*
030900 7200-PRINT-EXCEPTION.
031000     IF WS-EX-CAMPUS (WS-EXSUB) NOT = WS-NEXT-CAMPUS
031100         GO TO 7200-EXIT
031200     END-IF
031300     MOVE WS-EX-STUDENT-ID (WS-EXSUB) TO WS-DL-STUDENT-ID
031400     MOVE WS-EX-HOUSEHOLD-ID (WS-EXSUB) TO WS-DL-HOUSEHOLD-ID
031500     MOVE WS-EX-PHONE (WS-EXSUB) TO WS-DL-PHONE
031600     MOVE WS-EX-CONTACT-NAME (WS-EXSUB) TO WS-DL-CONTACT-NAME
031700     MOVE WS-EX-ABSENT-COUNT (WS-EXSUB) TO WS-DL-ABSENT-COUNT
031800     MOVE WS-EX-RESULT (WS-EXSUB) TO WS-DL-RESULT
031900     MOVE WS-EX-ATTEMPTS (WS-EXSUB) TO WS-DL-ATTEMPTS
032000     MOVE "D" TO RW-FUNCTION
032100     MOVE "CALLRSLT" TO RW-REPORT-ID
032200     MOVE WS-DETAIL-LINE TO RW-DETAIL-LINE
032300     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT.
032400 7200-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------*
032700*    8000-FINALIZE                                               *
032800*--------------------------------------------------------------*
032900 8000-FINALIZE.
033000     MOVE WS-DIAL-COUNT TO WS-SL-DIALS
033100     MOVE WS-REACHED-COUNT TO WS-SL-REACHED
033200     COMPUTE WS-SL-NOT-REACHED = WS-DIAL-COUNT - WS-REACHED-COUNT
033300     MOVE "D" TO RW-FUNCTION
033400     MOVE "CALLRSLT" TO RW-REPORT-ID
033500     MOVE WS-SUMMARY-LINE TO RW-DETAIL-LINE
033600     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
033700     MOVE "F" TO RW-FUNCTION
033800     MOVE "CALLRSLT" TO RW-REPORT-ID
033900     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
034000     IF WS-RESULT-DROP-COUNT > 0
034100         DISPLAY "CALLRSLT: RESULT TABLE FULL - DROPPED - "
034200             WS-RESULT-DROP-COUNT
034300     END-IF
034400     IF WS-EXCEPTION-DROP-COUNT > 0
034500         DISPLAY "CALLRSLT: EXCEPTION TABLE FULL - DROPPED - "
034600             WS-EXCEPTION-DROP-COUNT
034700     END-IF
034800     IF WS-AD-FILE-STATUS NOT = "35"
034900         CLOSE ABSENCE-DIAL-FILE
035000     END-IF
035100     CLOSE CALL-RESULT-RPT.
035200 8000-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------*
035500*    9000-PUT-REPORT-LINE - ONE CALL TO THE COMMON REPORT       *
035600*    WRITER, THEN WRITE WHATEVER LINES IT HANDS BACK.           *
035700*--------------------------------------------------------------*
035800 9000-PUT-REPORT-LINE.
035900     CALL "RPTWRITE" USING REPORT-WRITER-AREA
036000     PERFORM 9010-WRITE-OUT-LINE THRU 9010-EXIT
036100         VARYING WS-RW-SUB FROM 1 BY 1
036200         UNTIL WS-RW-SUB > RW-OUT-COUNT.
036300 9000-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------*
036600*    9010-WRITE-OUT-LINE                                        *
036700*--------------------------------------------------------------*
036800 9010-WRITE-OUT-LINE.
036900     WRITE CALL-RESULT-LINE FROM RW-OUT-LINE (WS-RW-SUB).
037000 9010-EXIT.
037100     EXIT.
037200 END PROGRAM CALLRSLT.
