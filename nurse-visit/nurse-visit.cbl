000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NURSPOST.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    DAILY HEALTH-OFFICE VISIT POSTING.  EDITS THE NURSE'S      *
000900*    VISIT AND MEDICATION TRANSACTIONS - THE STUDENT MUST BE    *
001000*    ON THE MASTER, THE TIMES AND DISPOSITION MUST BE GOOD -    *
001100*    AND APPENDS CLEAN ROWS TO THE VISIT HISTORY FILE.  EVERY   *
001200*    MEDICATION GIVEN IS CHECKED AGAINST THE STUDENT'S ALLERGY  *
001300*    CODES AND THE STANDING MEDICATION-AUTHORIZATION FILE; A    *
001400*    DOSE WITH NO AUTHORIZATION OR AN ALLERGY CONFLICT IS       *
001500*    FLAGGED ON THE LOG AND WRITTEN TO THE SHARED AUDIT LOG.    *
001600*    A SENT-HOME VISIT BECOMES A CODE E ATTENDANCE TRANSACTION  *
001700*    FOR THE ATTENDANCE POSTING RUN.  THE REGISTER IS THE       *
001800*    NURSE'S DAILY LOG.  RC 8 - THE AUTHORIZATION TABLE FILLED; *
001850*    NO VISIT IS POSTED, FLAGGED OR AUDIT-LOGGED.               *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002133*    2026-10-15  DLS  SCAN EVERY AUTHORIZATION ROW SO A LATER  *
002166*                     ROW'S ALLERGEN CODES ARE NOT MISSED.     *
002177*    2026-10-15  DLS  A FULL AUTHORIZATION TABLE ENDS THE RUN  *
002188*                     RC 8 BEFORE ANY VISIT IS POSTED.         *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT NURSE-TXN-FILE ASSIGN TO NURSTXN
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT MED-AUTH-FILE ASSIGN TO MEDAUTH
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-MD-FILE-STATUS.
003100     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS SM-STUDENT-ID
003500         FILE STATUS IS WS-SM-FILE-STATUS.
003600     SELECT NURSE-HISTORY-FILE ASSIGN TO NURSVST
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT EARLY-OUT-TXN-FILE ASSIGN TO EARLYTXN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT NURSE-LOG-RPT ASSIGN TO NURSLOG
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  NURSE-TXN-FILE
004500     RECORDING MODE IS F.
004600     COPY nursvst.
004700 FD  MED-AUTH-FILE
004800     RECORDING MODE IS F.
004900     COPY medauth.
005000 FD  STUDENT-MASTER-FILE.
005100     COPY studmast.
005200 FD  NURSE-HISTORY-FILE
005300     RECORDING MODE IS F.
005400 01  NURSE-HISTORY-RECORD           PIC X(80).
005500 FD  EARLY-OUT-TXN-FILE
005600     RECORDING MODE IS F.
005700     COPY attend.
005800 FD  NURSE-LOG-RPT
005900     RECORDING MODE IS F.
006000 01  NURSE-LOG-LINE                 PIC X(80).
006100 WORKING-STORAGE SECTION.
006200 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006300 01  WS-MD-FILE-STATUS              PIC X(02) VALUE SPACE.
006400 01  WS-TXN-EOF-SWITCH              PIC X(01) VALUE "N".
006500     88  WS-TXN-EOF                     VALUE "Y".
006600 01  WS-MD-EOF-SWITCH               PIC X(01) VALUE "N".
006700     88  WS-MD-EOF                      VALUE "Y".
006800*    STANDING MEDICATION AUTHORIZATIONS, LOADED ONCE.
006900 01  WS-AUTH-COUNT                  PIC 9(04) COMP VALUE ZERO.
007000 01  WS-AUTH-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
007100 01  WS-MDSUB                       PIC 9(04) COMP.
007200 01  WS-AUTH-TABLE.
007300     05  WS-MA-ENTRY OCCURS 500 TIMES.
007400         10  WS-MA-STUDENT-ID       PIC X(09).
007500         10  WS-MA-MED-CODE         PIC X(06).
007600         10  WS-MA-ALLERGENS        PIC X(04).
007700         10  WS-MA-DOSE             PIC X(10).
007800         10  WS-MA-START-DATE       PIC 9(08).
007900         10  WS-MA-END-DATE         PIC 9(08).
008000 01  WS-AUTH-SWITCH                 PIC X(01).
008100     88  WS-AUTH-FOUND                  VALUE "Y".
008200     88  WS-AUTH-WRONG-DOSE             VALUE "D".
008300     88  WS-AUTH-NOT-FOUND              VALUE "N".
008400 01  WS-MED-ALLERGENS               PIC X(04).
008500 01  WS-ALSUB                       PIC 9(01) COMP.
008600 01  WS-ALSUB2                      PIC 9(01) COMP.
008700 01  WS-ALLERGY-SWITCH              PIC X(01).
008800     88  WS-ALLERGY-MATCH               VALUE "Y".
008900     88  WS-ALLERGY-NO-MATCH            VALUE "N".
009000 01  WS-POSTED-COUNT                PIC 9(05) COMP VALUE ZERO.
009100 01  WS-MED-COUNT                   PIC 9(05) COMP VALUE ZERO.
009200 01  WS-FLAGGED-COUNT               PIC 9(05) COMP VALUE ZERO.
009300 01  WS-SENT-HOME-COUNT             PIC 9(05) COMP VALUE ZERO.
009400 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
009500 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "NURSPOST".
009600 01  WS-AUDIT-FIELD-NAME            PIC X(10).
009700 01  WS-AUDIT-VALUE                 PIC X(25).
009800 01  WS-AUDIT-REASON                PIC X(20).
009900 01  WS-REPORT-HEADING              PIC X(80)
010000         VALUE "HEALTH OFFICE DAILY VISIT LOG".
010100 01  WS-COLUMN-HEADING.
010200     05  FILLER                     PIC X(40)
010300         VALUE "STATUS   STUDENT   IN   OUT  COMPLAINT ".
010400     05  FILLER                     PIC X(40)
010500         VALUE "           MED    DOSE       D          ".
010600 01  WS-LOG-LINE.
010700     05  WS-LL-STATUS               PIC X(08).
010800     05  FILLER                     PIC X(01) VALUE SPACE.
010900     05  WS-LL-STUDENT-ID           PIC X(09).
011000     05  FILLER                     PIC X(01) VALUE SPACE.
011100     05  WS-LL-TIME-IN              PIC X(04).
011200     05  FILLER                     PIC X(01) VALUE SPACE.
011300     05  WS-LL-TIME-OUT             PIC X(04).
011400     05  FILLER                     PIC X(01) VALUE SPACE.
011500     05  WS-LL-COMPLAINT            PIC X(20).
011600     05  FILLER                     PIC X(01) VALUE SPACE.
011700     05  WS-LL-MED-CODE             PIC X(06).
011800     05  FILLER                     PIC X(01) VALUE SPACE.
011900     05  WS-LL-DOSE                 PIC X(10).
012000     05  FILLER                     PIC X(01) VALUE SPACE.
012100     05  WS-LL-DISPOSITION          PIC X(01).
012200     05  FILLER                     PIC X(11) VALUE SPACE.
012300 01  WS-NOTE-LINE.
012400     05  FILLER                     PIC X(10) VALUE SPACE.
012500     05  FILLER                     PIC X(03) VALUE "** ".
012600     05  WS-NL-REASON               PIC X(20).
012700     05  FILLER                     PIC X(47) VALUE SPACE.
012800 01  WS-SUMMARY-LINE.
012900     05  FILLER                     PIC X(09) VALUE "VISITS - ".
013000     05  WS-SL-POSTED               PIC ZZZ9.
013100     05  FILLER                     PIC X(09) VALUE "  MEDS - ".
013200     05  WS-SL-MEDS                 PIC ZZZ9.
013300     05  FILLER                     PIC X(12)
013400             VALUE "  FLAGGED - ".
013500     05  WS-SL-FLAGGED              PIC ZZZ9.
013600     05  FILLER                     PIC X(14)
013700             VALUE "  SENT HOME - ".
013800     05  WS-SL-SENT-HOME            PIC ZZZ9.
013900     05  FILLER                     PIC X(12)
014000             VALUE "  REJECTS - ".
014100     05  WS-SL-REJECTS              PIC ZZZ9.
014200     05  FILLER                     PIC X(08) VALUE SPACE.
014300 PROCEDURE DIVISION.
014400*--------------------------------------------------------------*
014500*    0000-MAINLINE                                              *
014600*--------------------------------------------------------------*
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014820     IF WS-AUTH-DROP-COUNT > 0
014840         PERFORM 8000-FINALIZE THRU 8000-EXIT
014860         GOBACK
014880     END-IF
014900     PERFORM 2000-POST-VISIT THRU 2000-EXIT
015000         UNTIL WS-TXN-EOF
015100     PERFORM 8000-FINALIZE THRU 8000-EXIT
015200     GOBACK.
015300*--------------------------------------------------------------*
015400*    1000-INITIALIZE - LOADS THE AUTHORIZATION FILE ONCE.  A    *
015500*    MISSING FILE LEAVES THE TABLE EMPTY, SO EVERY DOSE IS      *
015600*    FLAGGED UNTIL THE HEALTH OFFICE SENDS ONE.                 *
015700*--------------------------------------------------------------*
015800 1000-INITIALIZE.
015900     OPEN INPUT MED-AUTH-FILE
016000     IF WS-MD-FILE-STATUS = "35"
016100         DISPLAY "NURSPOST: NO MED AUTHORIZATION FILE"
016200     ELSE
016300         PERFORM 1100-LOAD-AUTH THRU 1100-EXIT
016400             UNTIL WS-MD-EOF
016500         CLOSE MED-AUTH-FILE
016600     END-IF
016700     OPEN INPUT NURSE-TXN-FILE
016800     OPEN INPUT STUDENT-MASTER-FILE
016900     OPEN EXTEND NURSE-HISTORY-FILE
017000     OPEN OUTPUT EARLY-OUT-TXN-FILE
017100     OPEN OUTPUT NURSE-LOG-RPT
017200     WRITE NURSE-LOG-LINE FROM WS-REPORT-HEADING
017300     WRITE NURSE-LOG-LINE FROM WS-COLUMN-HEADING
017400     PERFORM 2100-READ-TXN THRU 2100-EXIT.
017500 1000-EXIT.
017600     EXIT.
017700*--------------------------------------------------------------*
017800*    1100-LOAD-AUTH                                              *
017900*--------------------------------------------------------------*
018000 1100-LOAD-AUTH.
018100     READ MED-AUTH-FILE
018200         AT END
018300             SET WS-MD-EOF TO TRUE
018400         NOT AT END
018500             IF WS-AUTH-COUNT < 500
018600                 ADD 1 TO WS-AUTH-COUNT
018700                 MOVE MD-STUDENT-ID
018800                     TO WS-MA-STUDENT-ID (WS-AUTH-COUNT)
018900                 MOVE MD-MED-CODE
019000                     TO WS-MA-MED-CODE (WS-AUTH-COUNT)
019100                 MOVE MD-ALLERGEN-CODES
019200                     TO WS-MA-ALLERGENS (WS-AUTH-COUNT)
019300                 MOVE MD-DOSE TO WS-MA-DOSE (WS-AUTH-COUNT)
019400                 MOVE MD-START-DATE
019500                     TO WS-MA-START-DATE (WS-AUTH-COUNT)
019600                 MOVE MD-END-DATE
019700                     TO WS-MA-END-DATE (WS-AUTH-COUNT)
019800             ELSE
019900                 ADD 1 TO WS-AUTH-DROP-COUNT
020000             END-IF
020100     END-READ.
020200 1100-EXIT.
020300     EXIT.
020400*--------------------------------------------------------------*
020500*    2000-POST-VISIT                                            *
020600*--------------------------------------------------------------*
020700 2000-POST-VISIT.
020800     EVALUATE TRUE
020900         WHEN NV-STUDENT-ID = SPACE
021000             MOVE "MISSING KEY" TO WS-AUDIT-REASON
021100             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
021200         WHEN NV-VISIT-DATE NOT NUMERIC
021300                 OR NV-VISIT-DATE = ZERO
021400             MOVE "BAD VISIT DATE" TO WS-AUDIT-REASON
021500             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
021600         WHEN NV-TIME-IN NOT NUMERIC
021700                 OR NV-TIME-OUT NOT NUMERIC
021800                 OR NV-TIME-OUT < NV-TIME-IN
021900             MOVE "BAD VISIT TIMES" TO WS-AUDIT-REASON
022000             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022100         WHEN NOT NV-DISPOSITION-VALID
022200             MOVE "BAD DISPOSITION" TO WS-AUDIT-REASON
022300             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022400         WHEN NV-MED-CODE NOT = SPACE AND NV-DOSE = SPACE
022500             MOVE "MISSING DOSE" TO WS-AUDIT-REASON
022600             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022700         WHEN OTHER
022800             PERFORM 2400-CHECK-MASTER THRU 2400-EXIT
022900     END-EVALUATE
023000     PERFORM 2100-READ-TXN THRU 2100-EXIT.
023100 2000-EXIT.
023200     EXIT.
023300*--------------------------------------------------------------*
023400*    2100-READ-TXN                                               *
023500*--------------------------------------------------------------*
023600 2100-READ-TXN.
023700     READ NURSE-TXN-FILE
023800         AT END
023900             SET WS-TXN-EOF TO TRUE
024000     END-READ.
024100 2100-EXIT.
024200     EXIT.
024300*--------------------------------------------------------------*
024400*    2300-REJECT-TXN                                             *
024500*--------------------------------------------------------------*
024600 2300-REJECT-TXN.
024700     ADD 1 TO WS-REJECT-COUNT
024800     MOVE "REJECT" TO WS-LL-STATUS
024900     PERFORM 2700-WRITE-LOG THRU 2700-EXIT
025000     MOVE WS-AUDIT-REASON TO WS-NL-REASON
025100     WRITE NURSE-LOG-LINE FROM WS-NOTE-LINE
025200     MOVE "NURSEVISIT" TO WS-AUDIT-FIELD-NAME
025300     MOVE NV-STUDENT-ID TO WS-AUDIT-VALUE
025400     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID WS-AUDIT-FIELD-NAME
025500         WS-AUDIT-VALUE WS-AUDIT-REASON.
025600 2300-EXIT.
025700     EXIT.
025800*--------------------------------------------------------------*
025900*    2400-CHECK-MASTER - THE STUDENT MUST BE ON THE MASTER.     *
026000*    A BLANK CAMPUS ON THE TRANSACTION TAKES THE STUDENT'S      *
026100*    HOME CAMPUS SO THE MONTHLY COUNT CAN PLACE THE ROW.  A     *
026200*    FLAGGED DOSE IS STILL POSTED - THE LOG RECORDS WHAT THE    *
026300*    OFFICE DID, AND THE FLAG CARRIES INTO THE HISTORY.         *
026400*--------------------------------------------------------------*
026500 2400-CHECK-MASTER.
026600     MOVE SPACE TO SM-STUDENT-ID
026700     MOVE NV-STUDENT-ID TO SM-STUDENT-ID
026800     READ STUDENT-MASTER-FILE
026900         INVALID KEY
027000             MOVE "UNKNOWN STUDENT" TO WS-AUDIT-REASON
027100             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
027200             GO TO 2400-EXIT
027300     END-READ
027400     IF NV-CAMPUS-CODE = SPACE
027500         MOVE SM-CAMPUS-CODE TO NV-CAMPUS-CODE
027600     END-IF
027700     SET NV-MED-CLEAN TO TRUE
027800     MOVE SPACE TO WS-AUDIT-REASON
027900     IF NV-MED-CODE NOT = SPACE
028000         ADD 1 TO WS-MED-COUNT
028100         PERFORM 2500-CHECK-MEDICATION THRU 2500-EXIT
028200     END-IF
028300     ADD 1 TO WS-POSTED-COUNT
028400     WRITE NURSE-HISTORY-RECORD FROM NURSE-VISIT-RECORD
028500     IF NV-SENT-HOME
028600         PERFORM 2600-POST-EARLY-OUT THRU 2600-EXIT
028700     END-IF
028800     IF NV-MED-CLEAN
028900         MOVE "LOGGED" TO WS-LL-STATUS
029000         PERFORM 2700-WRITE-LOG THRU 2700-EXIT
029100     ELSE
029200         MOVE "FLAGGED" TO WS-LL-STATUS
029300         PERFORM 2700-WRITE-LOG THRU 2700-EXIT
029400         MOVE WS-AUDIT-REASON TO WS-NL-REASON
029500         WRITE NURSE-LOG-LINE FROM WS-NOTE-LINE
029600     END-IF.
029700 2400-EXIT.
029800     EXIT.
029900*--------------------------------------------------------------*
030000*    2500-CHECK-MEDICATION - AN ALLERGY CONFLICT OUTRANKS A     *
030100*    MISSING AUTHORIZATION.  THE MEDICATION'S ALLERGEN CODES    *
030200*    COME FROM ANY AUTHORIZATION ROW FOR THE SAME MEDICATION,   *
030300*    SO A DOSE GIVEN WITHOUT THE STUDENT'S OWN ORDER IS STILL   *
030400*    CHECKED.  EVERY ROW IS SCANNED SO NO ROW'S ALLERGENS ARE   *
030450*    MISSED ONCE AN AUTHORIZATION HAS BEEN FOUND.               *
030500*--------------------------------------------------------------*
030600 2500-CHECK-MEDICATION.
030700     SET WS-AUTH-NOT-FOUND TO TRUE
030800     MOVE SPACE TO WS-MED-ALLERGENS
030900     PERFORM 2510-MATCH-AUTH THRU 2510-EXIT
031000         VARYING WS-MDSUB FROM 1 BY 1
031100         UNTIL WS-MDSUB > WS-AUTH-COUNT
031300     PERFORM 2520-CHECK-ALLERGY THRU 2520-EXIT
031400     EVALUATE TRUE
031500         WHEN WS-ALLERGY-MATCH
031600             SET NV-MED-ALLERGY TO TRUE
031700             MOVE "ALLERGY CONFLICT" TO WS-AUDIT-REASON
031800         WHEN WS-AUTH-WRONG-DOSE
031900             SET NV-MED-UNAUTHORIZED TO TRUE
032000             MOVE "DOSE NOT AUTHORIZED" TO WS-AUDIT-REASON
032100         WHEN WS-AUTH-NOT-FOUND
032200             SET NV-MED-UNAUTHORIZED TO TRUE
032300             MOVE "UNAUTHORIZED MED" TO WS-AUDIT-REASON
032400         WHEN OTHER
032500             GO TO 2500-EXIT
032600     END-EVALUATE
032700     ADD 1 TO WS-FLAGGED-COUNT
032800     MOVE "MEDICATION" TO WS-AUDIT-FIELD-NAME
032900     MOVE NV-STUDENT-ID TO WS-AUDIT-VALUE
033000     MOVE NV-MED-CODE TO WS-AUDIT-VALUE (11:6)
033100     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID WS-AUDIT-FIELD-NAME
033200         WS-AUDIT-VALUE WS-AUDIT-REASON.
033300 2500-EXIT.
033400     EXIT.
033500*--------------------------------------------------------------*
033600*    2510-MATCH-AUTH - A ROW COVERS THE DOSE WHEN IT IS FOR     *
033700*    THIS STUDENT OR IS A DISTRICT STANDING ORDER, IS IN FORCE  *
033800*    ON THE VISIT DATE, AND ALLOWS THE DOSE GIVEN.  A WRONG     *
033850*    DOSE ON ONE ROW DOES NOT UNDO A COVERING ROW.              *
033900*--------------------------------------------------------------*
034000 2510-MATCH-AUTH.
034100     IF WS-MA-MED-CODE (WS-MDSUB) NOT = NV-MED-CODE
034200         GO TO 2510-EXIT
034300     END-IF
034400     IF WS-MA-ALLERGENS (WS-MDSUB) NOT = SPACE
034500         MOVE WS-MA-ALLERGENS (WS-MDSUB) TO WS-MED-ALLERGENS
034600     END-IF
034700     IF WS-MA-STUDENT-ID (WS-MDSUB) NOT = SPACE
034800             AND WS-MA-STUDENT-ID (WS-MDSUB) NOT = NV-STUDENT-ID
034900         GO TO 2510-EXIT
035000     END-IF
035100     IF NV-VISIT-DATE < WS-MA-START-DATE (WS-MDSUB)
035200         GO TO 2510-EXIT
035300     END-IF
035400     IF WS-MA-END-DATE (WS-MDSUB) NOT = ZERO
035500             AND NV-VISIT-DATE > WS-MA-END-DATE (WS-MDSUB)
035600         GO TO 2510-EXIT
035700     END-IF
035800     IF WS-MA-DOSE (WS-MDSUB) = SPACE
035900             OR WS-MA-DOSE (WS-MDSUB) = NV-DOSE
036000         SET WS-AUTH-FOUND TO TRUE
036100     ELSE
036150         IF NOT WS-AUTH-FOUND
036200             SET WS-AUTH-WRONG-DOSE TO TRUE
036250         END-IF
036300     END-IF.
036400 2510-EXIT.
036500     EXIT.
036600*--------------------------------------------------------------*
036700*    2520-CHECK-ALLERGY - SAME INTERSECTION THE POS RUNS.       *
036800*--------------------------------------------------------------*
036900 2520-CHECK-ALLERGY.
037000     SET WS-ALLERGY-NO-MATCH TO TRUE
037100     IF SM-ALLERGY-CODES NOT = SPACE
037200             AND WS-MED-ALLERGENS NOT = SPACE
037300         PERFORM 2530-CHECK-ALLERGEN-CODE THRU 2530-EXIT
037400             VARYING WS-ALSUB FROM 1 BY 1
037500             UNTIL WS-ALSUB > 4
037600                 OR WS-ALLERGY-MATCH
037700     END-IF.
037800 2520-EXIT.
037900     EXIT.
038000*--------------------------------------------------------------*
038100*    2530-CHECK-ALLERGEN-CODE                                   *
038200*--------------------------------------------------------------*
038300 2530-CHECK-ALLERGEN-CODE.
038400     IF WS-MED-ALLERGENS (WS-ALSUB:1) NOT = SPACE
038500         PERFORM 2540-MATCH-STUDENT-CODE THRU 2540-EXIT
038600             VARYING WS-ALSUB2 FROM 1 BY 1
038700             UNTIL WS-ALSUB2 > 4
038800                 OR WS-ALLERGY-MATCH
038900     END-IF.
039000 2530-EXIT.
039100     EXIT.
039200*--------------------------------------------------------------*
039300*    2540-MATCH-STUDENT-CODE                                    *
039400*--------------------------------------------------------------*
039500 2540-MATCH-STUDENT-CODE.
039600     IF SM-ALLERGY-CODES (WS-ALSUB2:1) NOT = SPACE
039700             AND SM-ALLERGY-CODES (WS-ALSUB2:1)
039800                 = WS-MED-ALLERGENS (WS-ALSUB:1)
039900         SET WS-ALLERGY-MATCH TO TRUE
040000     END-IF.
040100 2540-EXIT.
040200     EXIT.
040300*--------------------------------------------------------------*
040400*    2600-POST-EARLY-OUT - A SENT-HOME VISIT IS ONE WHOLE-DAY   *
040500*    CODE E TRANSACTION CARRYING THE TIME THE STUDENT LEFT THE  *
040600*    HEALTH OFFICE.                                             *
040700*--------------------------------------------------------------*
040800 2600-POST-EARLY-OUT.
040900     MOVE SPACE TO ATTENDANCE-RECORD
041000     MOVE NV-STUDENT-ID TO AT-STUDENT-ID
041100     MOVE NV-VISIT-DATE TO AT-ATTEND-DATE
041200     SET AT-EARLY-OUT TO TRUE
041300     MOVE ZERO TO AT-PERIOD
041400     MOVE NV-TIME-OUT TO AT-DEPART-TIME
041500     WRITE ATTENDANCE-RECORD
041600     ADD 1 TO WS-SENT-HOME-COUNT.
041700 2600-EXIT.
041800     EXIT.
041900*--------------------------------------------------------------*
042000*    2700-WRITE-LOG                                              *
042100*--------------------------------------------------------------*
042200 2700-WRITE-LOG.
042300     MOVE NV-STUDENT-ID TO WS-LL-STUDENT-ID
042400     MOVE NV-TIME-IN TO WS-LL-TIME-IN
042500     MOVE NV-TIME-OUT TO WS-LL-TIME-OUT
042600     MOVE NV-COMPLAINT TO WS-LL-COMPLAINT
042700     MOVE NV-MED-CODE TO WS-LL-MED-CODE
042800     MOVE NV-DOSE TO WS-LL-DOSE
042900     MOVE NV-DISPOSITION TO WS-LL-DISPOSITION
043000     WRITE NURSE-LOG-LINE FROM WS-LOG-LINE.
043100 2700-EXIT.
043200     EXIT.
043300*--------------------------------------------------------------*
043400*    8000-FINALIZE                                               *
043500*--------------------------------------------------------------*
043600 8000-FINALIZE.
043700     MOVE WS-POSTED-COUNT TO WS-SL-POSTED
043800     MOVE WS-MED-COUNT TO WS-SL-MEDS
043900     MOVE WS-FLAGGED-COUNT TO WS-SL-FLAGGED
044000     MOVE WS-SENT-HOME-COUNT TO WS-SL-SENT-HOME
044100     MOVE WS-REJECT-COUNT TO WS-SL-REJECTS
044200     WRITE NURSE-LOG-LINE FROM WS-SUMMARY-LINE
044300     IF WS-AUTH-DROP-COUNT > 0
044400         DISPLAY "NURSPOST: AUTH TABLE FULL - DROPPED - "
044500             WS-AUTH-DROP-COUNT
044550         MOVE 8 TO RETURN-CODE
044600     END-IF
044700     CLOSE NURSE-TXN-FILE
044800     CLOSE STUDENT-MASTER-FILE
044900     CLOSE NURSE-HISTORY-FILE
045000     CLOSE EARLY-OUT-TXN-FILE
045100     CLOSE NURSE-LOG-RPT.
045200 8000-EXIT.
045300     EXIT.
045400 END PROGRAM NURSPOST.
