000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VISITCHK.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    FRONT-DESK VISITOR SIGN-IN CHECK.  RUN ON REQUEST FROM A   *
000900*    CAMPUS FRONT DESK.  EACH SIGN-IN IS CHECKED AGAINST THE    *
001000*    DISTRICT BANNED-VISITOR FILE (BY ID NUMBER OR BY NAME) AND,*
001100*    WHEN THE VISITOR IS SEEING A STUDENT, AGAINST THE          *
001200*    STUDENT'S COURT RESTRICTIONS ON THE PICKUP AUTHORIZATION   *
001300*    FILE.  A VISITOR WHO FAILS EITHER, OR SHOWS NO ID, IS      *
001400*    DENIED ON THE SLIP AND THE DENIAL IS APPENDED TO THE       *
001500*    PICKUP DENIAL LOG; ONE WHO PASSES IS ADDED TO THE VISITOR  *
001600*    LOG WITH THE TIME IN.  A SIGN-OUT POSTS THE TIME OUT TO    *
001700*    THE VISITOR'S OPEN ROW FOR THE DAY.  THE NEW VISITOR LOG   *
001800*    IS THE OLD ONE WITH TODAY'S ROWS UPDATED.  THE COURT-ORDER *
001833*    REFERENCE ON A DENIAL SLIP PRINTS ONLY WHEN THE DESK       *
001866*    OPERATOR NAMED IN THE PARM IS CLEARED FOR CUSTODY.         *
001900*    RC 4 - A TRANSACTION COULD NOT BE APPLIED (A SIGN-OUT WITH *
002000*    NO OPEN VISIT, A SECOND SIGN-IN, A BAD TYPE).              *
002100*    RC 8 - A LIST OVERFLOWED AND VISITS WERE DENIED FROM AN    *
002200*    INCOMPLETE PICTURE, OR TODAY'S LOG WOULD NOT FIT; THE LOG  *
002300*    IS NOT COPIED BACK AND THE DESK WORKS FROM PAPER.          *
002400*--------------------------------------------------------------*
002500*    MODIFICATION HISTORY                                      *
002600*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002625*    2026-10-15  DLS  TAKE THE DESK OPERATOR IN THE PARM; MASK *
002650*                     THE COURT-ORDER REF UNLESS THE OPERATOR  *
002675*                     IS CLEARED FOR CUSTODY.                  *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT VISITOR-TRANSACTION-FILE ASSIGN TO VISITXN
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-VT-FILE-STATUS.
003400     SELECT BANNED-VISITOR-FILE ASSIGN TO BANVIS
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-BV-FILE-STATUS.
003700     SELECT PICKUP-AUTH-FILE ASSIGN TO PICKAUTH
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-PK-FILE-STATUS.
004000     SELECT VISITOR-LOG-FILE ASSIGN TO VISITLOG
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-VL-FILE-STATUS.
004300     SELECT NEW-VISITOR-LOG-FILE ASSIGN TO VISITLGO
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT PICKUP-DENIAL-LOG ASSIGN TO PICKDENY
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT VISITOR-SLIP-RPT ASSIGN TO VISITSLP
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  VISITOR-TRANSACTION-FILE
005200     RECORDING MODE IS F.
005300     COPY visitxn.
005400 FD  BANNED-VISITOR-FILE
005500     RECORDING MODE IS F.
005600     COPY banvis.
005700 FD  PICKUP-AUTH-FILE
005800     RECORDING MODE IS F.
005900     COPY pickauth.
006000 FD  VISITOR-LOG-FILE
006100     RECORDING MODE IS F.
006200     COPY visitlog.
006300 FD  NEW-VISITOR-LOG-FILE
006400     RECORDING MODE IS F.
006500 01  NEW-VISITOR-LOG-RECORD         PIC X(100).
006600 FD  PICKUP-DENIAL-LOG
006700     RECORDING MODE IS F.
006800     COPY pickdeny.
006900 FD  VISITOR-SLIP-RPT
007000     RECORDING MODE IS F.
007100 01  VISITOR-SLIP-LINE              PIC X(80).
007200 WORKING-STORAGE SECTION.
007300 01  WS-VT-FILE-STATUS              PIC X(02) VALUE SPACE.
007400 01  WS-BV-FILE-STATUS              PIC X(02) VALUE SPACE.
007500 01  WS-PK-FILE-STATUS              PIC X(02) VALUE SPACE.
007600 01  WS-VL-FILE-STATUS              PIC X(02) VALUE SPACE.
007700 01  WS-VT-EOF-SWITCH               PIC X(01) VALUE "N".
007800     88  WS-VT-EOF                      VALUE "Y".
007900 01  WS-BV-EOF-SWITCH               PIC X(01) VALUE "N".
008000     88  WS-BV-EOF                      VALUE "Y".
008100 01  WS-PK-EOF-SWITCH               PIC X(01) VALUE "N".
008200     88  WS-PK-EOF                      VALUE "Y".
008300 01  WS-VL-EOF-SWITCH               PIC X(01) VALUE "N".
008400     88  WS-VL-EOF                      VALUE "Y".
008500 01  WS-TIMESTAMP                   PIC X(21).
008600 01  WS-TIMESTAMP-PARTS REDEFINES WS-TIMESTAMP.
008700     05  WS-TS-DATE                 PIC 9(08).
008800     05  WS-TS-HHMM                 PIC 9(04).
008900     05  FILLER                     PIC X(09).
009000 01  WS-TODAY                       PIC 9(08).
009100 01  WS-DESK-TIME                   PIC 9(04).
009200 01  WS-BAN-COUNT                   PIC 9(04) COMP VALUE ZERO.
009300 01  WS-BAN-DROP-COUNT              PIC 9(05) COMP VALUE ZERO.
009400 01  WS-BSUB                        PIC 9(04) COMP.
009500 01  WS-BAN-TABLE.
009600     05  WS-BN-ENTRY OCCURS 500 TIMES.
009700         10  WS-BN-VISITOR-ID       PIC X(15).
009800         10  WS-BN-NAME             PIC X(30).
009900         10  WS-BN-REASON           PIC X(15).
010000 01  WS-AUTH-COUNT                  PIC 9(04) COMP VALUE ZERO.
010100 01  WS-AUTH-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
010200 01  WS-ASUB                        PIC 9(04) COMP.
010300*    ONLY THE COURT RESTRICTIONS ARE KEPT - A VISITOR DOES NOT
010400*    HAVE TO BE ON THE PICKUP LIST TO DROP OFF A LUNCH.
010500 01  WS-RESTRICTION-TABLE.
010600     05  WS-RS-ENTRY OCCURS 1000 TIMES.
010700         10  WS-RS-STUDENT-ID       PIC X(09).
010800         10  WS-RS-NAME             PIC X(30).
010900         10  WS-RS-ORDER-REF        PIC X(12).
011000*    TODAY'S ROWS OF THE VISITOR LOG, HELD WHILE THE DESK'S
011100*    TRANSACTIONS ARE APPLIED.
011200 01  WS-VISIT-COUNT                 PIC 9(04) COMP VALUE ZERO.
011300 01  WS-VISIT-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
011400 01  WS-VSUB                        PIC 9(04) COMP.
011500 01  WS-VISIT-FOUND-SUB             PIC 9(04) COMP.
011600 01  WS-VISIT-TABLE.
011700     05  WS-VS-ROW OCCURS 1000 TIMES
011800                                    PIC X(100).
011900 01  WS-DECISION                    PIC X(05).
012000 01  WS-REASON                      PIC X(20).
012100 01  WS-ORDER-REF                   PIC X(12).
012200 01  WS-IN-COUNT                    PIC 9(05) COMP VALUE ZERO.
012300 01  WS-OUT-COUNT                   PIC 9(05) COMP VALUE ZERO.
012400 01  WS-DENY-COUNT                  PIC 9(05) COMP VALUE ZERO.
012500 01  WS-EXCEPTION-COUNT             PIC 9(05) COMP VALUE ZERO.
012600 01  WS-REPORT-HEADING              PIC X(80)
012700         VALUE "VISITOR SIGN-IN / SIGN-OUT SLIPS".
012800 01  WS-SLIP-LINE.
012900     05  WS-SL-DECISION             PIC X(05).
013000     05  FILLER                     PIC X(01) VALUE SPACE.
013100     05  WS-SL-CAMPUS               PIC X(03).
013200     05  FILLER                     PIC X(01) VALUE SPACE.
013300     05  WS-SL-TIME                 PIC 9(04).
013400     05  FILLER                     PIC X(01) VALUE SPACE.
013500     05  WS-SL-VISITOR              PIC X(30).
013600     05  FILLER                     PIC X(01) VALUE SPACE.
013700     05  WS-SL-STUDENT-ID           PIC X(09).
013800     05  FILLER                     PIC X(01) VALUE SPACE.
013900     05  WS-SL-REASON               PIC X(20).
014000     05  FILLER                     PIC X(04) VALUE SPACE.
014100 01  WS-ORDER-LINE.
014200     05  FILLER                     PIC X(21)
014300             VALUE "  COURT ORDER REF -  ".
014400     05  WS-OL-ORDER-REF            PIC X(12).
014500     05  FILLER                     PIC X(47) VALUE SPACE.
014600 01  WS-SUMMARY-LINE.
014700     05  FILLER                     PIC X(10)
014800             VALUE "SIGNED IN-".
014900     05  WS-SM-IN                   PIC ZZ,ZZ9.
015000     05  FILLER                     PIC X(13)
015100             VALUE "  SIGNED OUT-".
015200     05  WS-SM-OUT                  PIC ZZ,ZZ9.
015300     05  FILLER                     PIC X(10)
015400             VALUE "  DENIED -".
015500     05  WS-SM-DENIED               PIC ZZ,ZZ9.
015600     05  FILLER                     PIC X(14)
015700             VALUE "  NOT APPLIED-".
015800     05  WS-SM-EXCEPTIONS           PIC ZZ,ZZ9.
015900     05  FILLER                     PIC X(09) VALUE SPACE.
015911 01  WS-SEC-OPERATOR-ID             PIC X(08) VALUE SPACE.
015922 01  WS-SEC-TXN-CLASS               PIC X(08) VALUE "CUSTODY".
015933 01  WS-SEC-PROGRAM-ID              PIC X(10) VALUE "VISITCHK".
015944 01  WS-SEC-RESULT                  PIC X(01) VALUE "D".
015955     88  WS-SEC-ALLOWED                 VALUE "A".
015966 LINKAGE SECTION.
015977 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
015988 01  LS-PARM-DATA                   PIC X(10).
016000 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
016100*--------------------------------------------------------------*
016200*    0000-MAINLINE                                              *
016300*--------------------------------------------------------------*
016400 0000-MAINLINE.
016409*    THE COURT-ORDER REFERENCE PRINTS ONLY FOR A DESK OPERATOR
016418*    CLEARED FOR CUSTODY (SECCHECK LOGS THE UNMASKED PRINT).
016427*    THE ADMIT/DENY DECISION NEVER DEPENDS ON THE FLAG.
016436     IF LS-PARM-LENGTH > 0
016445         MOVE LS-PARM-DATA (1:8) TO WS-SEC-OPERATOR-ID
016454     END-IF
016463     IF WS-SEC-OPERATOR-ID NOT = SPACE
016472         CALL "SECCHECK" USING WS-SEC-OPERATOR-ID
016481             WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID WS-SEC-RESULT
016490     END-IF
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
016700         UNTIL WS-VT-EOF
016800     PERFORM 8000-FINALIZE THRU 8000-EXIT
016900     GOBACK.
017000*--------------------------------------------------------------*
017100*    1000-INITIALIZE - LOADS THE BANS IN FORCE TODAY AND THE    *
017200*    COURT RESTRICTIONS, COPIES THE VISITOR LOG'S EARLIER DAYS  *
017300*    STRAIGHT TO THE NEW LOG AND HOLDS TODAY'S ROWS.            *
017400*--------------------------------------------------------------*
017500 1000-INITIALIZE.
017600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
017700     MOVE WS-TS-DATE TO WS-TODAY
017800     OPEN INPUT BANNED-VISITOR-FILE
017900     IF WS-BV-FILE-STATUS = "35"
018000         DISPLAY "VISITCHK: BANNED-VISITOR FILE MISSING - "
018100             "NO BANS CHECKED"
018200         SET WS-BV-EOF TO TRUE
018300     ELSE
018400         PERFORM 1100-LOAD-BAN THRU 1100-EXIT
018500             UNTIL WS-BV-EOF
018600         CLOSE BANNED-VISITOR-FILE
018700     END-IF
018800     OPEN INPUT PICKUP-AUTH-FILE
018900     IF WS-PK-FILE-STATUS = "35"
019000         DISPLAY "VISITCHK: PICKUP AUTH FILE MISSING - "
019100             "NO CUSTODY RESTRICTIONS CHECKED"
019200         SET WS-PK-EOF TO TRUE
019300     ELSE
019400         PERFORM 1200-LOAD-RESTRICTION THRU 1200-EXIT
019500             UNTIL WS-PK-EOF
019600         CLOSE PICKUP-AUTH-FILE
019700     END-IF
019800     OPEN OUTPUT NEW-VISITOR-LOG-FILE
019900     OPEN INPUT VISITOR-LOG-FILE
020000     IF WS-VL-FILE-STATUS = "35"
020100         SET WS-VL-EOF TO TRUE
020200     ELSE
020300         PERFORM 1300-LOAD-VISIT THRU 1300-EXIT
020400             UNTIL WS-VL-EOF
020500         CLOSE VISITOR-LOG-FILE
020600     END-IF
020700     OPEN EXTEND PICKUP-DENIAL-LOG
020800     OPEN OUTPUT VISITOR-SLIP-RPT
020900     WRITE VISITOR-SLIP-LINE FROM WS-REPORT-HEADING
021000     OPEN INPUT VISITOR-TRANSACTION-FILE
021100     IF WS-VT-FILE-STATUS = "35"
021200         DISPLAY "VISITCHK: NO DESK TRANSACTIONS"
021300         SET WS-VT-EOF TO TRUE
021400     ELSE
021500         PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
021600     END-IF.
021700 1000-EXIT.
021800     EXIT.
021900*--------------------------------------------------------------*
022000*    1100-LOAD-BAN - A BAN NOT YET STARTED OR ALREADY LAPSED IS *
022100*    NOT LOADED.                                                *
022200*--------------------------------------------------------------*
022300 1100-LOAD-BAN.
022400     READ BANNED-VISITOR-FILE
022500         AT END
022600             SET WS-BV-EOF TO TRUE
022700             GO TO 1100-EXIT
022800     END-READ
022900     IF BV-BAN-START NUMERIC AND BV-BAN-START > WS-TODAY
023000         GO TO 1100-EXIT
023100     END-IF
023200     IF BV-BAN-END NUMERIC AND BV-BAN-END NOT = ZERO
023300             AND BV-BAN-END < WS-TODAY
023400         GO TO 1100-EXIT
023500     END-IF
023600     IF WS-BAN-COUNT >= 500
023700         ADD 1 TO WS-BAN-DROP-COUNT
023800         GO TO 1100-EXIT
023900     END-IF
024000     ADD 1 TO WS-BAN-COUNT
024100     MOVE BV-VISITOR-ID TO WS-BN-VISITOR-ID (WS-BAN-COUNT)
024200     MOVE BV-VISITOR-NAME TO WS-BN-NAME (WS-BAN-COUNT)
024300     MOVE BV-BAN-REASON TO WS-BN-REASON (WS-BAN-COUNT).
024400 1100-EXIT.
024500     EXIT.
024600*--------------------------------------------------------------*
024700*    1200-LOAD-RESTRICTION                                      *
024800*--------------------------------------------------------------*
024900 1200-LOAD-RESTRICTION.
025000     READ PICKUP-AUTH-FILE
025100         AT END
025200             SET WS-PK-EOF TO TRUE
025300             GO TO 1200-EXIT
025400     END-READ
025500     IF NOT PK-TYPE-RESTRICTED
025600         GO TO 1200-EXIT
025700     END-IF
025800     IF WS-AUTH-COUNT >= 1000
025900         ADD 1 TO WS-AUTH-DROP-COUNT
026000         GO TO 1200-EXIT
026100     END-IF
026200     ADD 1 TO WS-AUTH-COUNT
026300     MOVE PK-STUDENT-ID TO WS-RS-STUDENT-ID (WS-AUTH-COUNT)
026400     MOVE PK-PERSON-NAME TO WS-RS-NAME (WS-AUTH-COUNT)
026500     MOVE PK-COURT-ORDER-REF TO WS-RS-ORDER-REF (WS-AUTH-COUNT).
026600 1200-EXIT.
026700     EXIT.
026800*--------------------------------------------------------------*
026900*    1300-LOAD-VISIT - A DAY TOO LONG FOR THE TABLE ENDS THE    *
027000*    RUN RC 8, SO THE LOG IS NOT COPIED BACK; ITS EXTRA ROWS    *
027100*    STILL GO STRAIGHT TO THE NEW LOG SO NONE IS LOST.          *
027200*--------------------------------------------------------------*
027300 1300-LOAD-VISIT.
027400     READ VISITOR-LOG-FILE
027500         AT END
027600             SET WS-VL-EOF TO TRUE
027700             GO TO 1300-EXIT
027800     END-READ
027900     IF VL-VISIT-DATE NOT = WS-TODAY
028000         WRITE NEW-VISITOR-LOG-RECORD FROM VISITOR-LOG-RECORD
028100         GO TO 1300-EXIT
028200     END-IF
028300     IF WS-VISIT-COUNT >= 1000
028400         ADD 1 TO WS-VISIT-DROP-COUNT
028500         WRITE NEW-VISITOR-LOG-RECORD FROM VISITOR-LOG-RECORD
028600         GO TO 1300-EXIT
028700     END-IF
028800     ADD 1 TO WS-VISIT-COUNT
028900     MOVE VISITOR-LOG-RECORD TO WS-VS-ROW (WS-VISIT-COUNT).
029000 1300-EXIT.
029100     EXIT.
029200*--------------------------------------------------------------*
029300*    2000-PROCESS-TRANSACTION - THE DESK'S TIME IS USED WHEN    *
029400*    KEYED; OTHERWISE THE TIME THE SLIP PRINTS.                 *
029500*--------------------------------------------------------------*
029600 2000-PROCESS-TRANSACTION.
029700     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
029800     MOVE WS-TS-HHMM TO WS-DESK-TIME
029900     IF VT-DESK-TIME NUMERIC AND VT-DESK-TIME NOT = ZERO
030000         MOVE VT-DESK-TIME TO WS-DESK-TIME
030100     END-IF
030200     MOVE SPACE TO WS-REASON
030300     MOVE SPACE TO WS-ORDER-REF
030400     EVALUATE TRUE
030500         WHEN VT-SIGN-IN
030600             PERFORM 2100-SIGN-IN THRU 2100-EXIT
030700         WHEN VT-SIGN-OUT
030800             PERFORM 2500-SIGN-OUT THRU 2500-EXIT
030900         WHEN OTHER
031000             MOVE "ERROR" TO WS-DECISION
031100             MOVE "BAD TRANSACTION TYPE" TO WS-REASON
031200             ADD 1 TO WS-EXCEPTION-COUNT
031300     END-EVALUATE
031400     MOVE SPACE TO WS-SLIP-LINE
031500     MOVE WS-DECISION TO WS-SL-DECISION
031600     MOVE VT-CAMPUS-CODE TO WS-SL-CAMPUS
031700     MOVE WS-DESK-TIME TO WS-SL-TIME
031800     MOVE VT-VISITOR-NAME TO WS-SL-VISITOR
031900     MOVE VT-STUDENT-ID TO WS-SL-STUDENT-ID
032000     MOVE WS-REASON TO WS-SL-REASON
032100     WRITE VISITOR-SLIP-LINE FROM WS-SLIP-LINE
032200     IF WS-ORDER-REF NOT = SPACE
032300         MOVE WS-ORDER-REF TO WS-OL-ORDER-REF
032325         IF NOT WS-SEC-ALLOWED
032350             MOVE ALL "*" TO WS-OL-ORDER-REF
032375         END-IF
032400         WRITE VISITOR-SLIP-LINE FROM WS-ORDER-LINE
032500     END-IF
032600     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
032700 2000-EXIT.
032800     EXIT.
032900*--------------------------------------------------------------*
033000*    2100-SIGN-IN - NO ID, A BAN, OR A COURT RESTRICTION ON THE *
033100*    STUDENT BEING SEEN DENIES.  A LIST THAT OVERFLOWED DENIES  *
033200*    EVERY VISIT IT WOULD HAVE BEEN CHECKED AGAINST.            *
033300*--------------------------------------------------------------*
033400 2100-SIGN-IN.
033500     MOVE "DENY" TO WS-DECISION
033600     IF VT-VISITOR-ID = SPACE OR VT-VISITOR-NAME = SPACE
033700         MOVE "NO PHOTO ID" TO WS-REASON
033800         GO TO 2100-DENY
033900     END-IF
034000     IF WS-BAN-DROP-COUNT > 0
034100         MOVE "BAN LIST INCOMPLETE" TO WS-REASON
034200         GO TO 2100-DENY
034300     END-IF
034400     PERFORM 2200-SCAN-BAN THRU 2200-EXIT
034500         VARYING WS-BSUB FROM 1 BY 1
034600         UNTIL WS-BSUB > WS-BAN-COUNT
034700             OR WS-REASON NOT = SPACE
034800     IF WS-REASON NOT = SPACE
034900         GO TO 2100-DENY
035000     END-IF
035100     IF VT-STUDENT-ID NOT = SPACE
035200         IF WS-AUTH-DROP-COUNT > 0
035300             MOVE "AUTH LIST INCOMPLETE" TO WS-REASON
035400             GO TO 2100-DENY
035500         END-IF
035600         PERFORM 2300-SCAN-RESTRICTION THRU 2300-EXIT
035700             VARYING WS-ASUB FROM 1 BY 1
035800             UNTIL WS-ASUB > WS-AUTH-COUNT
035900                 OR WS-REASON NOT = SPACE
036000         IF WS-REASON NOT = SPACE
036100             GO TO 2100-DENY
036200         END-IF
036300     END-IF
036400     PERFORM 2400-FIND-OPEN-VISIT THRU 2400-EXIT
036500     IF WS-VISIT-FOUND-SUB > 0
036600         MOVE "ERROR" TO WS-DECISION
036700         MOVE "ALREADY SIGNED IN" TO WS-REASON
036800         ADD 1 TO WS-EXCEPTION-COUNT
036900         GO TO 2100-EXIT
037000     END-IF
037100     IF WS-VISIT-COUNT >= 1000
037200         ADD 1 TO WS-VISIT-DROP-COUNT
037300         MOVE "ERROR" TO WS-DECISION
037400         MOVE "LOG FULL - USE PAPER" TO WS-REASON
037500         GO TO 2100-EXIT
037600     END-IF
037700     MOVE SPACE TO VISITOR-LOG-RECORD
037800     MOVE WS-TODAY TO VL-VISIT-DATE
037900     MOVE VT-CAMPUS-CODE TO VL-CAMPUS-CODE
038000     MOVE VT-VISITOR-ID TO VL-VISITOR-ID
038100     MOVE VT-VISITOR-NAME TO VL-VISITOR-NAME
038200     MOVE VT-PURPOSE TO VL-PURPOSE
038300     MOVE VT-STUDENT-ID TO VL-STUDENT-ID
038400     MOVE WS-DESK-TIME TO VL-TIME-IN
038500     MOVE ZERO TO VL-TIME-OUT
038600     ADD 1 TO WS-VISIT-COUNT
038700     MOVE VISITOR-LOG-RECORD TO WS-VS-ROW (WS-VISIT-COUNT)
038800     MOVE "IN" TO WS-DECISION
038900     ADD 1 TO WS-IN-COUNT
039000     GO TO 2100-EXIT.
039100 2100-DENY.
039200     ADD 1 TO WS-DENY-COUNT
039300     PERFORM 3000-LOG-DENIAL THRU 3000-EXIT.
039400 2100-EXIT.
039500     EXIT.
039600*--------------------------------------------------------------*
039700*    2200-SCAN-BAN - THE SAME PERSON MAY SHOW A DIFFERENT ID,   *
039800*    SO THE NAME ON THE BAN IS MATCHED AS WELL AS THE NUMBER.   *
039900*--------------------------------------------------------------*
040000 2200-SCAN-BAN.
040100     IF VT-VISITOR-ID = WS-BN-VISITOR-ID (WS-BSUB)
040200             OR VT-VISITOR-NAME = WS-BN-NAME (WS-BSUB)
040300         MOVE "BANNED - " TO WS-REASON
040400         MOVE WS-BN-REASON (WS-BSUB) TO WS-REASON (10:11)
040500     END-IF.
040600 2200-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900*    2300-SCAN-RESTRICTION                                      *
041000*--------------------------------------------------------------*
041100 2300-SCAN-RESTRICTION.
041200     IF VT-STUDENT-ID = WS-RS-STUDENT-ID (WS-ASUB)
041300             AND VT-VISITOR-NAME = WS-RS-NAME (WS-ASUB)
041400         MOVE "COURT RESTRICTION" TO WS-REASON
041500         MOVE WS-RS-ORDER-REF (WS-ASUB) TO WS-ORDER-REF
041600     END-IF.
041700 2300-EXIT.
041800     EXIT.
041900*--------------------------------------------------------------*
042000*    2400-FIND-OPEN-VISIT - WS-VISIT-FOUND-SUB COMES BACK       *
042100*    POINTING AT THE VISITOR'S ROW AT THIS CAMPUS TODAY THAT    *
042200*    HAS NO TIME OUT, OR ZERO.                                  *
042300*--------------------------------------------------------------*
042400 2400-FIND-OPEN-VISIT.
042500     MOVE ZERO TO WS-VISIT-FOUND-SUB
042600     PERFORM 2410-MATCH-VISIT THRU 2410-EXIT
042700         VARYING WS-VSUB FROM 1 BY 1
042800         UNTIL WS-VSUB > WS-VISIT-COUNT.
042900 2400-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------*
043200*    2410-MATCH-VISIT                                           *
043300*--------------------------------------------------------------*
043400 2410-MATCH-VISIT.
043500     MOVE WS-VS-ROW (WS-VSUB) TO VISITOR-LOG-RECORD
043600     IF VL-CAMPUS-CODE = VT-CAMPUS-CODE
043700             AND VL-VISITOR-ID = VT-VISITOR-ID
043800             AND VL-STILL-IN
043900         MOVE WS-VSUB TO WS-VISIT-FOUND-SUB
044000     END-IF.
044100 2410-EXIT.
044200     EXIT.
044300*--------------------------------------------------------------*
044400*    2500-SIGN-OUT                                              *
044500*--------------------------------------------------------------*
044600 2500-SIGN-OUT.
044700     PERFORM 2400-FIND-OPEN-VISIT THRU 2400-EXIT
044800     IF WS-VISIT-FOUND-SUB = 0
044900         MOVE "ERROR" TO WS-DECISION
045000         MOVE "NOT SIGNED IN" TO WS-REASON
045100         ADD 1 TO WS-EXCEPTION-COUNT
045200         GO TO 2500-EXIT
045300     END-IF
045400     MOVE WS-VS-ROW (WS-VISIT-FOUND-SUB) TO VISITOR-LOG-RECORD
045500     MOVE WS-DESK-TIME TO VL-TIME-OUT
045600     MOVE VISITOR-LOG-RECORD TO WS-VS-ROW (WS-VISIT-FOUND-SUB)
045700     MOVE "OUT" TO WS-DECISION
045800     ADD 1 TO WS-OUT-COUNT.
045900 2500-EXIT.
046000     EXIT.
046100*--------------------------------------------------------------*
046200*    2900-READ-TRANSACTION                                      *
046300*--------------------------------------------------------------*
046400 2900-READ-TRANSACTION.
046500     READ VISITOR-TRANSACTION-FILE
046600         AT END
046700             SET WS-VT-EOF TO TRUE
046800     END-READ.
046900 2900-EXIT.
047000     EXIT.
047100*--------------------------------------------------------------*
047200*    3000-LOG-DENIAL - THE SAME LOG THE RELEASE CHECK KEEPS;    *
047300*    THE STUDENT IS BLANK FOR A VISIT NOT TO A STUDENT.         *
047400*--------------------------------------------------------------*
047500 3000-LOG-DENIAL.
047600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
047700     MOVE SPACE TO PICKUP-DENIAL-RECORD
047800     MOVE WS-TIMESTAMP TO PD-TIMESTAMP
047900     MOVE VT-STUDENT-ID TO PD-STUDENT-ID
048000     MOVE VT-VISITOR-NAME TO PD-REQUESTER-NAME
048100     MOVE WS-REASON TO PD-DENY-REASON
048200     WRITE PICKUP-DENIAL-RECORD.
048300 3000-EXIT.
048400     EXIT.
048500*--------------------------------------------------------------*
048600*    3100-WRITE-VISIT                                           *
048700*--------------------------------------------------------------*
048800 3100-WRITE-VISIT.
048900     WRITE NEW-VISITOR-LOG-RECORD FROM WS-VS-ROW (WS-VSUB).
049000 3100-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------*
049300*    8000-FINALIZE - TODAY'S ROWS GO BACK ON THE END OF THE NEW *
049400*    LOG.                                                       *
049500*--------------------------------------------------------------*
049600 8000-FINALIZE.
049700     PERFORM 3100-WRITE-VISIT THRU 3100-EXIT
049800         VARYING WS-VSUB FROM 1 BY 1
049900         UNTIL WS-VSUB > WS-VISIT-COUNT
050000     MOVE WS-IN-COUNT TO WS-SM-IN
050100     MOVE WS-OUT-COUNT TO WS-SM-OUT
050200     MOVE WS-DENY-COUNT TO WS-SM-DENIED
050300     MOVE WS-EXCEPTION-COUNT TO WS-SM-EXCEPTIONS
050400     WRITE VISITOR-SLIP-LINE FROM WS-SUMMARY-LINE
050500     MOVE ZERO TO RETURN-CODE
050600     IF WS-EXCEPTION-COUNT > 0
050700         MOVE 4 TO RETURN-CODE
050800     END-IF
050900     IF WS-BAN-DROP-COUNT > 0
051000         DISPLAY "VISITCHK: BAN TABLE FULL - ROWS DROPPED - "
051100             WS-BAN-DROP-COUNT
051200         DISPLAY "VISITCHK: ALL SIGN-INS DENIED - "
051300             "CHECK THE PAPER BAN LIST"
051400         MOVE 8 TO RETURN-CODE
051500     END-IF
051600     IF WS-AUTH-DROP-COUNT > 0
051700         DISPLAY "VISITCHK: RESTRICTION TABLE FULL - ROWS "
051800             "DROPPED - " WS-AUTH-DROP-COUNT
051900         MOVE 8 TO RETURN-CODE
052000     END-IF
052100     IF WS-VISIT-DROP-COUNT > 0
052200         DISPLAY "VISITCHK: VISIT TABLE FULL - DROPPED - "
052300             WS-VISIT-DROP-COUNT
052400         MOVE 8 TO RETURN-CODE
052500     END-IF
052600     CLOSE VISITOR-TRANSACTION-FILE
052700     CLOSE NEW-VISITOR-LOG-FILE
052800     CLOSE PICKUP-DENIAL-LOG
052900     CLOSE VISITOR-SLIP-RPT.
053000 8000-EXIT.
053100     EXIT.
053200 END PROGRAM VISITCHK.
