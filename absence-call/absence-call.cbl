000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ABSNCALL.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SAME-DAY ABSENCE CALL EXTRACT.  AFTER THE MORNING          *
000900*    ATTENDANCE POSTING AND PARENT-NOTE RUN, SELECTS EVERY      *
001000*    WHOLE-DAY ABSENCE DATED TODAY WITH NO EXCUSE ON FILE AND   *
001100*    WRITES THE AUTO-DIALER'S LIST - ONE ROW PER HOUSEHOLD (THE *
001200*    HOUSEHOLD LINKAGE GROUPS SIBLINGS), DIALING THE FIRST      *
001300*    ABSENT CHILD'S TOP-PRIORITY EMERGENCY CONTACT IN THE       *
001400*    FAMILY'S HOME LANGUAGE.  AN ABSENT CHILD WITH NO CONTACT   *
001500*    PHONE GOES ON THE REPORT FOR THE CLERK TO CALL BY HAND.    *
001533*    RC 8 - THE ABSENTEE TABLE FILLED; THE DIAL LIST IS EMPTY   *
001566*    AND THE CALLS GO OUT BY HAND.                              *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
001833*    2026-10-15  DLS  A FULL ABSENTEE TABLE ENDS THE RUN RC 8  *
001866*                     BEFORE ANY DIAL ROW IS WRITTEN.          *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT ATTENDANCE-FILE ASSIGN TO ATTENDF
002400         ORGANIZATION IS SEQUENTIAL.
002500     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS RANDOM
002800         RECORD KEY IS SM-STUDENT-ID
002900         FILE STATUS IS WS-SM-FILE-STATUS.
003000     SELECT EMERGENCY-CONTACT-FILE ASSIGN TO EMERCONT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-EC-FILE-STATUS.
003300     SELECT HOUSEHOLD-LINK-FILE ASSIGN TO HOUSHOLD
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-HH-FILE-STATUS.
003600     SELECT ABSENCE-DIAL-FILE ASSIGN TO ABSDIAL
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT ABSENCE-CALL-RPT ASSIGN TO ABSCRPT
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ATTENDANCE-FILE
004300     RECORDING MODE IS F.
004400     COPY attend.
004500 FD  STUDENT-MASTER-FILE.
004600     COPY studmast.
004700 FD  EMERGENCY-CONTACT-FILE
004800     RECORDING MODE IS F.
004900     COPY emercont.
005000 FD  HOUSEHOLD-LINK-FILE
005100     RECORDING MODE IS F.
005200     COPY houshold.
005300 FD  ABSENCE-DIAL-FILE
005400     RECORDING MODE IS F.
005500     COPY absdial.
005600 FD  ABSENCE-CALL-RPT
005700     RECORDING MODE IS F.
005800 01  ABSENCE-CALL-LINE              PIC X(80).
005900 WORKING-STORAGE SECTION.
006000 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006100 01  WS-EC-FILE-STATUS              PIC X(02) VALUE SPACE.
006200 01  WS-HH-FILE-STATUS              PIC X(02) VALUE SPACE.
006300 01  WS-AT-EOF-SWITCH               PIC X(01) VALUE "N".
006400     88  WS-AT-EOF                      VALUE "Y".
006500 01  WS-EC-EOF-SWITCH               PIC X(01) VALUE "N".
006600     88  WS-EC-EOF                      VALUE "Y".
006700 01  WS-HH-EOF-SWITCH               PIC X(01) VALUE "N".
006800     88  WS-HH-EOF                      VALUE "Y".
006900 01  WS-TIMESTAMP.
007000     05  WS-TS-DATE                 PIC 9(08).
007100     05  FILLER                     PIC X(13).
007200 01  WS-HH-COUNT                    PIC 9(04) COMP VALUE ZERO.
007300 01  WS-HH-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
007400 01  WS-HHSUB                       PIC 9(04) COMP.
007500 01  WS-HOUSEHOLD-TABLE.
007600     05  WS-HL-ENTRY OCCURS 2000 TIMES.
007700         10  WS-HL-STUDENT-ID       PIC X(09).
007800         10  WS-HL-HOUSEHOLD-ID     PIC X(09).
007900*    TODAY'S UNEXCUSED WHOLE-DAY ABSENTEES.  WS-AB-PRIORITY 99
008000*    MEANS NO CONTACT WITH A PHONE HAS BEEN FOUND YET.
008100 01  WS-ABSENT-COUNT                PIC 9(04) COMP VALUE ZERO.
008200 01  WS-ABSENT-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
008300 01  WS-ABSUB                       PIC 9(04) COMP.
008400 01  WS-ABSUB2                      PIC 9(04) COMP.
008500 01  WS-FOUND-SUB                   PIC 9(04) COMP.
008600 01  WS-ABSENT-TABLE.
008700     05  WS-AB-ENTRY OCCURS 1000 TIMES.
008800         10  WS-AB-STUDENT-ID       PIC X(09).
008900         10  WS-AB-HOUSEHOLD-ID     PIC X(09).
009000         10  WS-AB-CAMPUS           PIC X(03).
009100         10  WS-AB-LANGUAGE         PIC X(02).
009200         10  WS-AB-PRIORITY         PIC 9(02).
009300         10  WS-AB-CONTACT-NAME     PIC X(30).
009400         10  WS-AB-PHONE            PIC X(10).
009500 01  WS-LOOKUP-ID                   PIC X(09).
009600 01  WS-HOUSEHOLD-ID                PIC X(09).
009700 01  WS-FIRST-SWITCH                PIC X(01).
009800     88  WS-FIRST-IN-HOUSEHOLD          VALUE "Y".
009900     88  WS-NOT-FIRST-IN-HOUSEHOLD      VALUE "N".
010000 01  WS-HOUSEHOLD-ABSENT            PIC 9(02) COMP.
010100 01  WS-DIAL-COUNT                  PIC 9(05) COMP VALUE ZERO.
010200 01  WS-SIBLING-COUNT               PIC 9(05) COMP VALUE ZERO.
010300 01  WS-NO-CONTACT-COUNT            PIC 9(05) COMP VALUE ZERO.
010400 01  WS-REPORT-HEADING              PIC X(80)
010500         VALUE "SAME-DAY ABSENCE CALL EXTRACT".
010600 01  WS-REPORT-LINE.
010700     05  WS-RL-DISPOSITION          PIC X(10).
010800     05  FILLER                     PIC X(01) VALUE SPACE.
010900     05  WS-RL-HOUSEHOLD-ID         PIC X(09).
011000     05  FILLER                     PIC X(01) VALUE SPACE.
011100     05  WS-RL-STUDENT-ID           PIC X(09).
011200     05  FILLER                     PIC X(01) VALUE SPACE.
011300     05  WS-RL-CAMPUS               PIC X(03).
011400     05  FILLER                     PIC X(01) VALUE SPACE.
011500     05  WS-RL-PHONE                PIC X(10).
011600     05  FILLER                     PIC X(01) VALUE SPACE.
011700     05  WS-RL-LANGUAGE             PIC X(02).
011800     05  FILLER                     PIC X(01) VALUE SPACE.
011900     05  WS-RL-CONTACT-NAME         PIC X(30).
012000     05  FILLER                     PIC X(01) VALUE SPACE.
012100 01  WS-SUMMARY-LINE.
012200     05  FILLER                     PIC X(12)
012300             VALUE "DIAL ROWS - ".
012400     05  WS-SL-DIALS                PIC ZZ,ZZ9.
012500     05  FILLER                     PIC X(13)
012600             VALUE "  SIBLINGS - ".
012700     05  WS-SL-SIBLINGS             PIC ZZ,ZZ9.
012800     05  FILLER                     PIC X(15)
012900             VALUE "  NO CONTACT - ".
013000     05  WS-SL-NO-CONTACT           PIC ZZ,ZZ9.
013100     05  FILLER                     PIC X(09) VALUE "  DATE - ".
013200     05  WS-SL-DATE                 PIC 9(08).
013300     05  FILLER                     PIC X(05) VALUE SPACE.
013400 PROCEDURE DIVISION.
013500*--------------------------------------------------------------*
013600*    0000-MAINLINE                                              *
013700*--------------------------------------------------------------*
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014000     PERFORM 2000-SELECT-ABSENCE THRU 2000-EXIT
014100         UNTIL WS-AT-EOF
014120     IF WS-ABSENT-DROP-COUNT > 0
014140         PERFORM 8000-FINALIZE THRU 8000-EXIT
014160         GOBACK
014180     END-IF
014200     PERFORM 3000-PICK-CONTACT THRU 3000-EXIT
014300         UNTIL WS-EC-EOF
014400     PERFORM 4000-WRITE-DIAL THRU 4000-EXIT
014500         VARYING WS-ABSUB FROM 1 BY 1
014600         UNTIL WS-ABSUB > WS-ABSENT-COUNT
014700     PERFORM 8000-FINALIZE THRU 8000-EXIT
014800     GOBACK.
014900*--------------------------------------------------------------*
015000*    1000-INITIALIZE - LOADS THE HOUSEHOLD LINKAGE ONCE.  A     *
015100*    MISSING LINKAGE FILE MAKES EVERY CHILD A HOUSEHOLD OF ONE. *
015200*--------------------------------------------------------------*
015300 1000-INITIALIZE.
015400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
015500     OPEN INPUT HOUSEHOLD-LINK-FILE
015600     IF WS-HH-FILE-STATUS = "35"
015700         SET WS-HH-EOF TO TRUE
015800     ELSE
015900         PERFORM 1200-LOAD-HOUSEHOLD THRU 1200-EXIT
016000             UNTIL WS-HH-EOF
016100         CLOSE HOUSEHOLD-LINK-FILE
016200     END-IF
016300     OPEN INPUT ATTENDANCE-FILE
016400     OPEN INPUT STUDENT-MASTER-FILE
016500     OPEN INPUT EMERGENCY-CONTACT-FILE
016600     IF WS-EC-FILE-STATUS = "35"
016700         DISPLAY "ABSNCALL: CONTACT FILE MISSING"
016800         SET WS-EC-EOF TO TRUE
016900     END-IF
017000     OPEN OUTPUT ABSENCE-DIAL-FILE
017100     OPEN OUTPUT ABSENCE-CALL-RPT
017200     WRITE ABSENCE-CALL-LINE FROM WS-REPORT-HEADING
017300     PERFORM 2100-READ-ATTEND THRU 2100-EXIT
017400     IF NOT WS-EC-EOF
017500         PERFORM 3100-READ-CONTACT THRU 3100-EXIT
017600     END-IF.
017700 1000-EXIT.
017800     EXIT.
017900*--------------------------------------------------------------*
018000*    1200-LOAD-HOUSEHOLD                                        *
018100*--------------------------------------------------------------*
018200 1200-LOAD-HOUSEHOLD.
018300     READ HOUSEHOLD-LINK-FILE
018400         AT END
018500             SET WS-HH-EOF TO TRUE
018600         NOT AT END
018700             IF WS-HH-COUNT < 2000
018800                 ADD 1 TO WS-HH-COUNT
018900                 MOVE HH-STUDENT-ID
019000                     TO WS-HL-STUDENT-ID (WS-HH-COUNT)
019100                 MOVE HH-HOUSEHOLD-ID
019200                     TO WS-HL-HOUSEHOLD-ID (WS-HH-COUNT)
019300             ELSE
019400                 ADD 1 TO WS-HH-DROP-COUNT
019500             END-IF
019600     END-READ.
019700 1200-EXIT.
019800     EXIT.
019900*--------------------------------------------------------------*
020000*    2000-SELECT-ABSENCE - A WHOLE-DAY CODE A ROW DATED TODAY   *
020100*    AND STILL UNEXCUSED PUTS THE CHILD ON THE LIST ONCE.       *
020200*--------------------------------------------------------------*
020300 2000-SELECT-ABSENCE.
020400     IF AT-ABSENT AND AT-REASON-UNEXCUSED
020500             AND AT-ATTEND-DATE = WS-TS-DATE
020600             AND (AT-PERIOD NOT NUMERIC OR AT-PERIOD = ZERO)
020700         MOVE AT-STUDENT-ID TO WS-LOOKUP-ID
020800         PERFORM 2200-FIND-ABSENTEE THRU 2200-EXIT
020900         IF WS-FOUND-SUB = 0
021000             PERFORM 2300-ADD-ABSENTEE THRU 2300-EXIT
021100         END-IF
021200     END-IF
021300     PERFORM 2100-READ-ATTEND THRU 2100-EXIT.
021400 2000-EXIT.
021500     EXIT.
021600*--------------------------------------------------------------*
021700*    2100-READ-ATTEND                                            *
021800*--------------------------------------------------------------*
021900 2100-READ-ATTEND.
022000     READ ATTENDANCE-FILE
022100         AT END
022200             SET WS-AT-EOF TO TRUE
022300     END-READ.
022400 2100-EXIT.
022500     EXIT.
022600*--------------------------------------------------------------*
022700*    2200-FIND-ABSENTEE - WS-FOUND-SUB COMES BACK POINTING AT   *
022800*    THE ABSENTEE ENTRY FOR WS-LOOKUP-ID, OR ZERO.              *
022900*--------------------------------------------------------------*
023000 2200-FIND-ABSENTEE.
023100     MOVE ZERO TO WS-FOUND-SUB
023200     PERFORM 2210-MATCH-ABSENTEE THRU 2210-EXIT
023300         VARYING WS-ABSUB2 FROM 1 BY 1
023400         UNTIL WS-ABSUB2 > WS-ABSENT-COUNT
023500             OR WS-FOUND-SUB > 0.
023600 2200-EXIT.
023700     EXIT.
023800*--------------------------------------------------------------*
023900*    2210-MATCH-ABSENTEE                                         *
024000*--------------------------------------------------------------*
024100 2210-MATCH-ABSENTEE.
024200     IF WS-LOOKUP-ID = WS-AB-STUDENT-ID (WS-ABSUB2)
024300         MOVE WS-ABSUB2 TO WS-FOUND-SUB
024400     END-IF.
024500 2210-EXIT.
024600     EXIT.
024700*--------------------------------------------------------------*
024800*    2300-ADD-ABSENTEE - THE CAMPUS AND HOME LANGUAGE COME FROM *
024900*    THE MASTER; SPACES READ AS ENGLISH.                        *
025000*--------------------------------------------------------------*
025100 2300-ADD-ABSENTEE.
025200     IF WS-ABSENT-COUNT >= 1000
025300         ADD 1 TO WS-ABSENT-DROP-COUNT
025400         GO TO 2300-EXIT
025500     END-IF
025600     ADD 1 TO WS-ABSENT-COUNT
025700     MOVE WS-ABSENT-COUNT TO WS-FOUND-SUB
025800     MOVE WS-LOOKUP-ID TO WS-AB-STUDENT-ID (WS-FOUND-SUB)
025900     PERFORM 2400-RESOLVE-HOUSEHOLD THRU 2400-EXIT
026000     MOVE WS-HOUSEHOLD-ID TO WS-AB-HOUSEHOLD-ID (WS-FOUND-SUB)
026100     MOVE 99 TO WS-AB-PRIORITY (WS-FOUND-SUB)
026200     MOVE SPACE TO WS-AB-CONTACT-NAME (WS-FOUND-SUB)
026300     MOVE SPACE TO WS-AB-PHONE (WS-FOUND-SUB)
026400     MOVE SPACE TO WS-AB-CAMPUS (WS-FOUND-SUB)
026500     MOVE "EN" TO WS-AB-LANGUAGE (WS-FOUND-SUB)
026600     MOVE SPACE TO SM-STUDENT-ID
026700     MOVE WS-LOOKUP-ID TO SM-STUDENT-ID
026800     READ STUDENT-MASTER-FILE
026900         INVALID KEY
027000             GO TO 2300-EXIT
027100     END-READ
027200     MOVE SM-CAMPUS-CODE TO WS-AB-CAMPUS (WS-FOUND-SUB)
027300     IF SM-HOME-LANGUAGE NOT = SPACE
027400         MOVE SM-HOME-LANGUAGE TO WS-AB-LANGUAGE (WS-FOUND-SUB)
027500     END-IF.
027600 2300-EXIT.
027700     EXIT.
027800*--------------------------------------------------------------*
027900*    2400-RESOLVE-HOUSEHOLD - AN UNLINKED STUDENT IS A          *
028000*    HOUSEHOLD OF ONE (THE STUDENT ID STANDS IN).               *
028100*--------------------------------------------------------------*
028200 2400-RESOLVE-HOUSEHOLD.
028300     MOVE WS-LOOKUP-ID TO WS-HOUSEHOLD-ID
028400     PERFORM 2410-MATCH-HOUSEHOLD THRU 2410-EXIT
028500         VARYING WS-HHSUB FROM 1 BY 1
028600         UNTIL WS-HHSUB > WS-HH-COUNT.
028700 2400-EXIT.
028800     EXIT.
028900*--------------------------------------------------------------*
029000*    2410-MATCH-HOUSEHOLD                                       *
029100*--------------------------------------------------------------*
029200 2410-MATCH-HOUSEHOLD.
029300     IF WS-LOOKUP-ID = WS-HL-STUDENT-ID (WS-HHSUB)
029400         MOVE WS-HL-HOUSEHOLD-ID (WS-HHSUB)
029500             TO WS-HOUSEHOLD-ID
029600     END-IF.
029700 2410-EXIT.
029800     EXIT.
029900*--------------------------------------------------------------*
030000*    3000-PICK-CONTACT - KEEPS THE LOWEST PRIORITY-SEQ CONTACT  *
030100*    WITH A PHONE FOR EACH ABSENTEE.                            *
030200*--------------------------------------------------------------*
030300 3000-PICK-CONTACT.
030400     IF EC-PHONE NOT = SPACE
030500         MOVE EC-STUDENT-ID TO WS-LOOKUP-ID
030600         PERFORM 2200-FIND-ABSENTEE THRU 2200-EXIT
030700         IF WS-FOUND-SUB > 0
030800                 AND EC-PRIORITY-SEQ
030900                     < WS-AB-PRIORITY (WS-FOUND-SUB)
031000             MOVE EC-PRIORITY-SEQ TO WS-AB-PRIORITY (WS-FOUND-SUB)
031100             MOVE EC-CONTACT-NAME
031200                 TO WS-AB-CONTACT-NAME (WS-FOUND-SUB)
031300             MOVE EC-PHONE TO WS-AB-PHONE (WS-FOUND-SUB)
031400         END-IF
031500     END-IF
031600     PERFORM 3100-READ-CONTACT THRU 3100-EXIT.
031700 3000-EXIT.
031800     EXIT.
031900*--------------------------------------------------------------*
032000*    3100-READ-CONTACT                                           *
032100*--------------------------------------------------------------*
032200 3100-READ-CONTACT.
032300     READ EMERGENCY-CONTACT-FILE
032400         AT END
032500             SET WS-EC-EOF TO TRUE
032600     END-READ.
032700 3100-EXIT.
032800     EXIT.
032900*--------------------------------------------------------------*
033000*    4000-WRITE-DIAL - THE FIRST ABSENT CHILD OF A HOUSEHOLD    *
033100*    WITH A CONTACT PHONE CARRIES THE HOUSEHOLD'S ONE DIAL ROW; *
033200*    LATER SIBLINGS ARE COUNTED INTO IT.  A CHILD WITH NO       *
033300*    CONTACT PHONE IS LISTED FOR THE CLERK.                     *
033400*--------------------------------------------------------------*
033500 4000-WRITE-DIAL.
033600     IF WS-AB-PHONE (WS-ABSUB) = SPACE
033700         ADD 1 TO WS-NO-CONTACT-COUNT
033800         MOVE "NO CONTACT" TO WS-RL-DISPOSITION
033900         PERFORM 4200-WRITE-REPORT THRU 4200-EXIT
034000         GO TO 4000-EXIT
034100     END-IF
034200     SET WS-FIRST-IN-HOUSEHOLD TO TRUE
034300     MOVE 1 TO WS-HOUSEHOLD-ABSENT
034400     PERFORM 4100-CHECK-SIBLING THRU 4100-EXIT
034500         VARYING WS-ABSUB2 FROM 1 BY 1
034600         UNTIL WS-ABSUB2 > WS-ABSENT-COUNT
034700     IF WS-NOT-FIRST-IN-HOUSEHOLD
034800         ADD 1 TO WS-SIBLING-COUNT
034900         GO TO 4000-EXIT
035000     END-IF
035100     ADD 1 TO WS-DIAL-COUNT
035200     MOVE SPACE TO ABSENCE-DIAL-RECORD
035300     MOVE WS-TS-DATE TO AD-CALL-DATE
035400     MOVE WS-AB-HOUSEHOLD-ID (WS-ABSUB) TO AD-HOUSEHOLD-ID
035500     MOVE WS-AB-STUDENT-ID (WS-ABSUB) TO AD-STUDENT-ID
035600     MOVE WS-AB-CAMPUS (WS-ABSUB) TO AD-CAMPUS-CODE
035700     MOVE WS-HOUSEHOLD-ABSENT TO AD-ABSENT-COUNT
035800     MOVE WS-AB-PHONE (WS-ABSUB) TO AD-PHONE
035900     MOVE WS-AB-CONTACT-NAME (WS-ABSUB) TO AD-CONTACT-NAME
036000     MOVE WS-AB-LANGUAGE (WS-ABSUB) TO AD-LANGUAGE
036100     MOVE "ABSENT" TO AD-SCRIPT-ID
036200     WRITE ABSENCE-DIAL-RECORD
036300     MOVE "DIAL" TO WS-RL-DISPOSITION
036400     PERFORM 4200-WRITE-REPORT THRU 4200-EXIT.
036500 4000-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------*
036800*    4100-CHECK-SIBLING - AN EARLIER ABSENTEE WITH A PHONE IN   *
036900*    THE SAME HOUSEHOLD ALREADY OWNS THE DIAL ROW; LATER ONES   *
037000*    ADD TO THE ABSENT COUNT ON IT.                             *
037100*--------------------------------------------------------------*
037200 4100-CHECK-SIBLING.
037300     IF WS-ABSUB2 = WS-ABSUB
037400             OR WS-AB-HOUSEHOLD-ID (WS-ABSUB2)
037500                 NOT = WS-AB-HOUSEHOLD-ID (WS-ABSUB)
037600             OR WS-AB-PHONE (WS-ABSUB2) = SPACE
037700         GO TO 4100-EXIT
037800     END-IF
037900     IF WS-ABSUB2 < WS-ABSUB
038000         SET WS-NOT-FIRST-IN-HOUSEHOLD TO TRUE
038100     ELSE
038200         ADD 1 TO WS-HOUSEHOLD-ABSENT
038300     END-IF.
038400 4100-EXIT.
038500     EXIT.
038600*--------------------------------------------------------------*
038700*    4200-WRITE-REPORT                                           *
038800*--------------------------------------------------------------*
038900 4200-WRITE-REPORT.
039000     MOVE WS-AB-HOUSEHOLD-ID (WS-ABSUB) TO WS-RL-HOUSEHOLD-ID
039100     MOVE WS-AB-STUDENT-ID (WS-ABSUB) TO WS-RL-STUDENT-ID
039200     MOVE WS-AB-CAMPUS (WS-ABSUB) TO WS-RL-CAMPUS
039300     MOVE WS-AB-PHONE (WS-ABSUB) TO WS-RL-PHONE
039400     MOVE WS-AB-LANGUAGE (WS-ABSUB) TO WS-RL-LANGUAGE
039500     MOVE WS-AB-CONTACT-NAME (WS-ABSUB) TO WS-RL-CONTACT-NAME
039600     WRITE ABSENCE-CALL-LINE FROM WS-REPORT-LINE.
039700 4200-EXIT.
039800     EXIT.
039900*--------------------------------------------------------------*
040000*    8000-FINALIZE - A FULL ABSENTEE TABLE ENDS THE RUN RC 8.   *
040100*--------------------------------------------------------------*
040200 8000-FINALIZE.
040300     MOVE WS-DIAL-COUNT TO WS-SL-DIALS
040400     MOVE WS-SIBLING-COUNT TO WS-SL-SIBLINGS
040500     MOVE WS-NO-CONTACT-COUNT TO WS-SL-NO-CONTACT
040600     MOVE WS-TS-DATE TO WS-SL-DATE
040700     WRITE ABSENCE-CALL-LINE FROM WS-SUMMARY-LINE
040800     IF WS-HH-DROP-COUNT > 0
040900         DISPLAY "ABSNCALL: HOUSEHOLD TABLE FULL - DROPPED - "
041000             WS-HH-DROP-COUNT
041100     END-IF
041200     IF WS-ABSENT-DROP-COUNT > 0
041300         DISPLAY "ABSNCALL: ABSENTEE TABLE FULL - DROPPED - "
041400             WS-ABSENT-DROP-COUNT
041450         MOVE 8 TO RETURN-CODE
041500     END-IF
041600     CLOSE ATTENDANCE-FILE
041700     CLOSE STUDENT-MASTER-FILE
041800     IF WS-EC-FILE-STATUS NOT = "35"
041900         CLOSE EMERGENCY-CONTACT-FILE
042000     END-IF
042100     CLOSE ABSENCE-DIAL-FILE
042200     CLOSE ABSENCE-CALL-RPT.
042300 8000-EXIT.
042400     EXIT.
042500 END PROGRAM ABSNCALL.
