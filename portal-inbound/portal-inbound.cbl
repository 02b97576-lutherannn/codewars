000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PORTINBD.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    NIGHTLY PARENT-PORTAL INBOUND CHANGE RUN.  NOTHING A       *
000900*    PARENT KEYS ON THE PORTAL IS APPLIED BLIND.  FIRST THE     *
001000*    PENDING FILE IS WALKED AGAINST TONIGHT'S OFFICE APPROVAL   *
001100*    CARDS: AN APPROVED CHANGE IS RELEASED AS A STUMAINT OR     *
001200*    CONTMNT TRANSACTION FOR THE NEXT STUDENT-MAINTENANCE RUN   *
001300*    (WHICH STILL APPLIES ITS OWN FIELD EDITS), A REJECTED ONE  *
001400*    IS DROPPED, AND THE REST CARRY FORWARD.  THEN THE VENDOR'S *
001500*    INBOUND FILE (SORTED STUDENT-ID PLUS PRIORITY) IS EDITED   *
001600*    BESIDE THE EMERGENCY-CONTACT FILE AND EACH GOOD ROW IS     *
001700*    STAGED AS A NEW PENDING CHANGE WITH ITS BEFORE AND AFTER   *
001800*    ON THE REVIEW LISTING.  RC 4 - AN INBOUND ROW FAILED ITS   *
001900*    EDITS OR AN APPROVAL CARD MATCHED NO PENDING CHANGE.       *
002000*    RC 8 - THE APPROVAL TABLE FILLED; NO CARD IS ACTED ON AND  *
002050*    EVERY PENDING CHANGE CARRIES FORWARD.                      *
002100*--------------------------------------------------------------*
002200*    MODIFICATION HISTORY                                      *
002300*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002330*    2026-10-15  DLS  A PHONE CHANGE KEEPS THE CONTACT'S EMAIL *
002360*                     ADDRESS AND LETTER OPT-IN.               *
002370*    2026-10-15  DLS  A RELEASED PHONE CHANGE IS LAID OVER THE  *
002380*                     CONTACT AS IT STANDS TONIGHT; A FULL      *
002390*                     APPROVAL TABLE RELEASES NOTHING.          *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PORTAL-APPROVAL-FILE ASSIGN TO PORTAPPR
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-PV-FILE-STATUS.
003100     SELECT PRIOR-PENDING-FILE ASSIGN TO PORTPEND
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-PW-FILE-STATUS.
003400     SELECT NEW-PENDING-FILE ASSIGN TO PORTPNDO
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PORTAL-CHANGE-FILE ASSIGN TO PORTCHG
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-PG-FILE-STATUS.
003900     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS SM-STUDENT-ID
004300         FILE STATUS IS WS-SM-FILE-STATUS.
004400     SELECT EMERGENCY-CONTACT-FILE ASSIGN TO EMERCONT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-EC-FILE-STATUS.
004700     SELECT STUDENT-TXN-OUT-FILE ASSIGN TO PORTSTXO
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT CONTACT-TXN-OUT-FILE ASSIGN TO PORTCTXO
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT PORTAL-REVIEW-RPT ASSIGN TO PORTIRPT
005200         ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PORTAL-APPROVAL-FILE
005600     RECORDING MODE IS F.
005700     COPY portapr.
005800 FD  PRIOR-PENDING-FILE
005900     RECORDING MODE IS F.
006000 01  PRIOR-PENDING-RECORD           PIC X(310).
006100 FD  NEW-PENDING-FILE
006200     RECORDING MODE IS F.
006300 01  NEW-PENDING-RECORD             PIC X(310).
006400 FD  PORTAL-CHANGE-FILE
006500     RECORDING MODE IS F.
006600     COPY portchg.
006700 FD  STUDENT-MASTER-FILE.
006800     COPY studmast.
006900 FD  EMERGENCY-CONTACT-FILE
007000     RECORDING MODE IS F.
007100     COPY emercont.
007200 FD  STUDENT-TXN-OUT-FILE
007300     RECORDING MODE IS F.
007400     COPY stumtxn.
007500 FD  CONTACT-TXN-OUT-FILE
007600     RECORDING MODE IS F.
007700     COPY ectxn.
007800 FD  PORTAL-REVIEW-RPT
007900     RECORDING MODE IS F.
008000 01  PORTAL-REVIEW-LINE             PIC X(80).
008100 WORKING-STORAGE SECTION.
008200     COPY portpnd.
008300 01  WS-PV-FILE-STATUS              PIC X(02) VALUE SPACE.
008400 01  WS-PW-FILE-STATUS              PIC X(02) VALUE SPACE.
008500 01  WS-PG-FILE-STATUS              PIC X(02) VALUE SPACE.
008600 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
008700 01  WS-EC-FILE-STATUS              PIC X(02) VALUE SPACE.
008800 01  WS-PV-EOF-SWITCH               PIC X(01) VALUE "N".
008900     88  WS-PV-EOF                      VALUE "Y".
009000 01  WS-PW-EOF-SWITCH               PIC X(01) VALUE "N".
009100     88  WS-PW-EOF                      VALUE "Y".
009200 01  WS-PG-EOF-SWITCH               PIC X(01) VALUE "N".
009300     88  WS-PG-EOF                      VALUE "Y".
009400 01  WS-TIMESTAMP.
009500     05  WS-TS-DATE                 PIC 9(08).
009600     05  FILLER                     PIC X(13).
009700*    TONIGHT'S APPROVAL CARDS; A CARD NOT USED BY THE PENDING
009800*    WALK IS LISTED AS MATCHING NOTHING.
009900 01  WS-AP-COUNT                    PIC 9(03) COMP VALUE ZERO.
010000 01  WS-AP-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010100 01  WS-APSUB                       PIC 9(03) COMP.
010200 01  WS-AP-FOUND-SUB                PIC 9(03) COMP.
010300 01  WS-APPROVAL-TABLE.
010400     05  WS-AP-ENTRY OCCURS 500 TIMES.
010500         10  WS-AP-STAGE-DATE       PIC 9(08).
010600         10  WS-AP-STAGE-SEQ        PIC 9(04).
010700         10  WS-AP-DECISION         PIC X(01).
010800             88  WS-AP-APPROVE          VALUE "A".
010900         10  WS-AP-OPERATOR-ID      PIC X(08).
011000         10  WS-AP-USED-SW          PIC X(01).
011100             88  WS-AP-USED             VALUE "Y".
011200*    CONTACT MERGE KEY - STUDENT ID PLUS PRIORITY, HIGH-VALUES
011300*    ONCE THE CONTACT FILE RUNS OUT.
011400 01  WS-EC-KEY                      PIC X(11) VALUE HIGH-VALUES.
011405*    APPROVED PHONE CHANGES, HELD UNTIL THE CONTACT FILE HAS BEEN
011410*    WALKED SO EACH GOES OUT OVER THE CONTACT AS IT STANDS.  NO
011415*    MORE CAN BE HELD THAN THERE ARE APPROVAL CARDS.
011420 01  WS-PR-COUNT                    PIC 9(03) COMP VALUE ZERO.
011425 01  WS-PRSUB                       PIC 9(03) COMP.
011430 01  WS-PR-NEW-PHONE                PIC X(10).
011435 01  WS-RELEASE-TABLE.
011440     05  WS-PR-ENTRY OCCURS 500 TIMES.
011445         10  WS-PR-STUDENT-ID       PIC X(09).
011450         10  WS-PR-PRIORITY-SEQ     PIC 9(02).
011455         10  WS-PR-ACTION-CODE      PIC X(01).
011460             88  WS-PR-ACTION-CHANGE    VALUE "C".
011465         10  WS-PR-FOUND-SW         PIC X(01).
011470             88  WS-PR-FOUND            VALUE "Y".
011475         10  WS-PR-DETAIL           PIC X(33).
011480         10  WS-PR-PENDING          PIC X(310).
011500 01  WS-PG-KEY.
011600     05  WS-PG-KEY-STUDENT          PIC X(09).
011700     05  WS-PG-KEY-PRIORITY         PIC 9(02).
011800 01  WS-NEXT-SEQ                    PIC 9(04) VALUE ZERO.
011900 01  WS-REJECT-REASON               PIC X(33).
012000 01  WS-NEW-ADDRESS                 PIC X(30).
012100 01  WS-NEW-CITY-ST-ZIP             PIC X(30).
012200 01  WS-PRIOR-VALUE.
012300     05  WS-PRIOR-LINE-1            PIC X(30).
012400     05  WS-PRIOR-LINE-2            PIC X(30).
012500 01  WS-STAGED-COUNT                PIC 9(05) COMP VALUE ZERO.
012600 01  WS-NOT-STAGED-COUNT            PIC 9(05) COMP VALUE ZERO.
012700 01  WS-CARRIED-COUNT               PIC 9(05) COMP VALUE ZERO.
012800 01  WS-RELEASED-COUNT              PIC 9(05) COMP VALUE ZERO.
012900 01  WS-REJECTED-COUNT              PIC 9(05) COMP VALUE ZERO.
013000 01  WS-UNMATCHED-COUNT             PIC 9(05) COMP VALUE ZERO.
013100 01  WS-REPORT-HEADING              PIC X(80)
013200         VALUE "PARENT-PORTAL CHANGE REVIEW".
013300 01  WS-COLUMN-HEADING.
013400     05  FILLER                     PIC X(15)
013500             VALUE "STAGE NO".
013600     05  FILLER                     PIC X(11) VALUE "STUDENT".
013700     05  FILLER                     PIC X(03) VALUE "T".
013800     05  FILLER                     PIC X(18) VALUE "ACTION".
013900     05  FILLER                     PIC X(33) VALUE "DETAIL".
014000 01  WS-REVIEW-LINE.
014100     05  WS-RL-STAGE-DATE           PIC X(08).
014200     05  WS-RL-DASH                 PIC X(01).
014300     05  WS-RL-STAGE-SEQ            PIC X(04).
014400     05  FILLER                     PIC X(02) VALUE SPACE.
014500     05  WS-RL-STUDENT-ID           PIC X(09).
014600     05  FILLER                     PIC X(02) VALUE SPACE.
014700     05  WS-RL-CHANGE-TYPE          PIC X(01).
014800     05  FILLER                     PIC X(02) VALUE SPACE.
014900     05  WS-RL-ACTION               PIC X(16).
015000     05  FILLER                     PIC X(02) VALUE SPACE.
015100     05  WS-RL-DETAIL               PIC X(33).
015200 01  WS-EDIT-DATE                   PIC 9(08).
015300 01  WS-EDIT-SEQ                    PIC 9(04).
015400 01  WS-SUMMARY-LINE.
015500     05  FILLER                     PIC X(09)
015600             VALUE "STAGED - ".
015700     05  WS-SL-STAGED               PIC ZZ,ZZ9.
015800     05  FILLER                     PIC X(16)
015900             VALUE "  NOT STAGED  - ".
016000     05  WS-SL-NOT-STAGED           PIC ZZ,ZZ9.
016100     05  FILLER                     PIC X(13)
016200             VALUE "  PENDING  - ".
016300     05  WS-SL-CARRIED              PIC ZZ,ZZ9.
016400     05  FILLER                     PIC X(24) VALUE SPACE.
016500 01  WS-DECISION-LINE.
016600     05  FILLER                     PIC X(11)
016700             VALUE "RELEASED - ".
016800     05  WS-DL-RELEASED             PIC ZZ,ZZ9.
016900     05  FILLER                     PIC X(14)
017000             VALUE "  REJECTED  - ".
017100     05  WS-DL-REJECTED             PIC ZZ,ZZ9.
017200     05  FILLER                     PIC X(18)
017300             VALUE "  CARDS UNMATCHED-".
017400     05  WS-DL-UNMATCHED            PIC ZZ,ZZ9.
017500     05  FILLER                     PIC X(19) VALUE SPACE.
017600 PROCEDURE DIVISION.
017700*--------------------------------------------------------------*
017800*    0000-MAINLINE                                              *
017900*--------------------------------------------------------------*
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018200     PERFORM 2000-REVIEW-PENDING THRU 2000-EXIT
018300         UNTIL WS-PW-EOF
018350     PERFORM 2400-RELEASE-CONTACT THRU 2400-EXIT
018400     PERFORM 3000-STAGE-CHANGE THRU 3000-EXIT
018500         UNTIL WS-PG-EOF
018600     PERFORM 4000-LIST-UNMATCHED THRU 4000-EXIT
018700         VARYING WS-APSUB FROM 1 BY 1
018800         UNTIL WS-APSUB > WS-AP-COUNT
018900     PERFORM 8000-FINALIZE THRU 8000-EXIT
019000     GOBACK.
019100*--------------------------------------------------------------*
019200*    1000-INITIALIZE - LOADS THE APPROVAL CARDS AND PRIMES THE  *
019300*    PENDING, INBOUND AND CONTACT FILES.  IF THE CARDS OVERRAN  *
019350*    THE TABLE NONE IS USED, SO A PART DECK RELEASES NOTHING.   *
019400*--------------------------------------------------------------*
019500 1000-INITIALIZE.
019600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
019700     OPEN INPUT PORTAL-APPROVAL-FILE
019800     IF WS-PV-FILE-STATUS = "35"
019900         SET WS-PV-EOF TO TRUE
020000     ELSE
020100         PERFORM 1100-LOAD-APPROVAL THRU 1100-EXIT
020200             UNTIL WS-PV-EOF
020300         CLOSE PORTAL-APPROVAL-FILE
020400     END-IF
020425     IF WS-AP-DROP-COUNT > 0
020450         MOVE ZERO TO WS-AP-COUNT
020475     END-IF
020500     OPEN INPUT STUDENT-MASTER-FILE
020600     OPEN OUTPUT NEW-PENDING-FILE
020700     OPEN OUTPUT STUDENT-TXN-OUT-FILE
020800     OPEN OUTPUT CONTACT-TXN-OUT-FILE
020900     OPEN OUTPUT PORTAL-REVIEW-RPT
021000     WRITE PORTAL-REVIEW-LINE FROM WS-REPORT-HEADING
021100     WRITE PORTAL-REVIEW-LINE FROM WS-COLUMN-HEADING
021200     OPEN INPUT PRIOR-PENDING-FILE
021300     IF WS-PW-FILE-STATUS = "35"
021400         SET WS-PW-EOF TO TRUE
021500     ELSE
021600         PERFORM 2100-READ-PENDING THRU 2100-EXIT
021700     END-IF
021800     OPEN INPUT EMERGENCY-CONTACT-FILE
021900     IF WS-EC-FILE-STATUS NOT = "35"
022000         PERFORM 3400-READ-CONTACT THRU 3400-EXIT
022100     END-IF
022200     OPEN INPUT PORTAL-CHANGE-FILE
022300     IF WS-PG-FILE-STATUS = "35"
022400         DISPLAY "PORTINBD: NO PORTAL INBOUND FILE - NOTHING "
022500             "TO STAGE"
022600         SET WS-PG-EOF TO TRUE
022700     ELSE
022800         PERFORM 3100-READ-CHANGE THRU 3100-EXIT
022900     END-IF.
023000 1000-EXIT.
023100     EXIT.
023200*--------------------------------------------------------------*
023300*    1100-LOAD-APPROVAL                                         *
023400*--------------------------------------------------------------*
023500 1100-LOAD-APPROVAL.
023600     READ PORTAL-APPROVAL-FILE
023700         AT END
023800             SET WS-PV-EOF TO TRUE
023900             GO TO 1100-EXIT
024000     END-READ
024100     IF WS-AP-COUNT >= 500
024200         ADD 1 TO WS-AP-DROP-COUNT
024300         GO TO 1100-EXIT
024400     END-IF
024500     ADD 1 TO WS-AP-COUNT
024600     MOVE PV-STAGE-DATE TO WS-AP-STAGE-DATE (WS-AP-COUNT)
024700     MOVE PV-STAGE-SEQ TO WS-AP-STAGE-SEQ (WS-AP-COUNT)
024800     MOVE PV-DECISION TO WS-AP-DECISION (WS-AP-COUNT)
024900     MOVE PV-OPERATOR-ID TO WS-AP-OPERATOR-ID (WS-AP-COUNT)
025000     MOVE "N" TO WS-AP-USED-SW (WS-AP-COUNT).
025100 1100-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------*
025400*    2000-REVIEW-PENDING - AN A CARD RELEASES THE CHANGE, AN R  *
025500*    CARD (OR ANY OTHER DECISION) DROPS IT, NO CARD CARRIES IT. *
025600*--------------------------------------------------------------*
025700 2000-REVIEW-PENDING.
025800     IF PW-STAGE-DATE = WS-TS-DATE
025900             AND PW-STAGE-SEQ > WS-NEXT-SEQ
026000         MOVE PW-STAGE-SEQ TO WS-NEXT-SEQ
026100     END-IF
026200     PERFORM 2200-FIND-APPROVAL THRU 2200-EXIT
026300     EVALUATE TRUE
026400         WHEN WS-AP-FOUND-SUB = 0
026500             ADD 1 TO WS-CARRIED-COUNT
026600             WRITE NEW-PENDING-RECORD FROM PORTAL-PENDING-RECORD
026700             MOVE "STILL PENDING" TO WS-RL-ACTION
026800             MOVE PW-SUBMITTED-BY TO WS-RL-DETAIL
026900             PERFORM 7000-LIST-PENDING THRU 7000-EXIT
027000             PERFORM 7100-LIST-BEFORE-AFTER THRU 7100-EXIT
027100         WHEN WS-AP-APPROVE (WS-AP-FOUND-SUB)
027200             PERFORM 2300-RELEASE-CHANGE THRU 2300-EXIT
027300         WHEN OTHER
027400             ADD 1 TO WS-REJECTED-COUNT
027500             MOVE "REJECTED" TO WS-RL-ACTION
027600             MOVE SPACE TO WS-RL-DETAIL
027700             STRING "BY " DELIMITED BY SIZE
027800                 WS-AP-OPERATOR-ID (WS-AP-FOUND-SUB)
027900                     DELIMITED BY SIZE
028000                 INTO WS-RL-DETAIL
028100             PERFORM 7000-LIST-PENDING THRU 7000-EXIT
028200     END-EVALUATE
028300     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600*--------------------------------------------------------------*
028700*    2100-READ-PENDING                                          *
028800*--------------------------------------------------------------*
028900 2100-READ-PENDING.
029000     READ PRIOR-PENDING-FILE INTO PORTAL-PENDING-RECORD
029100         AT END
029200             SET WS-PW-EOF TO TRUE
029300     END-READ.
029400 2100-EXIT.
029500     EXIT.
029600*--------------------------------------------------------------*
029700*    2200-FIND-APPROVAL                                         *
029800*--------------------------------------------------------------*
029900 2200-FIND-APPROVAL.
030000     MOVE ZERO TO WS-AP-FOUND-SUB
030100     PERFORM 2210-MATCH-APPROVAL THRU 2210-EXIT
030200         VARYING WS-APSUB FROM 1 BY 1
030300         UNTIL WS-APSUB > WS-AP-COUNT
030400             OR WS-AP-FOUND-SUB > 0
030500     IF WS-AP-FOUND-SUB > 0
030600         SET WS-AP-USED (WS-AP-FOUND-SUB) TO TRUE
030700     END-IF.
030800 2200-EXIT.
030900     EXIT.
031000*--------------------------------------------------------------*
031100*    2210-MATCH-APPROVAL                                        *
031200*--------------------------------------------------------------*
031300 2210-MATCH-APPROVAL.
031400     IF WS-AP-STAGE-DATE (WS-APSUB) = PW-STAGE-DATE
031500             AND WS-AP-STAGE-SEQ (WS-APSUB) = PW-STAGE-SEQ
031600             AND NOT WS-AP-USED (WS-APSUB)
031700         MOVE WS-APSUB TO WS-AP-FOUND-SUB
031800     END-IF.
031900 2210-EXIT.
032000     EXIT.
032100*--------------------------------------------------------------*
032200*    2300-RELEASE-CHANGE - AN ADDRESS IS LAID OVER THE MASTER   *
032300*    AS IT STANDS TONIGHT SO NO EDIT MADE WHILE IT WAITED IS    *
032400*    UNDONE.  A PHONE CHANGE IS HELD FOR 2400.                  *
032500*--------------------------------------------------------------*
032600 2300-RELEASE-CHANGE.
032700     MOVE SPACE TO WS-RL-DETAIL
032800     STRING "BY " DELIMITED BY SIZE
032900         WS-AP-OPERATOR-ID (WS-AP-FOUND-SUB) DELIMITED BY SIZE
033000         INTO WS-RL-DETAIL
033100     IF PW-CHANGE-PHONE
033200         MOVE PW-TXN-IMAGE TO CONTACT-MAINT-TRANSACTION
033262         ADD 1 TO WS-PR-COUNT
033324         MOVE ET-STUDENT-ID TO WS-PR-STUDENT-ID (WS-PR-COUNT)
033386         MOVE ET-PRIORITY-SEQ TO WS-PR-PRIORITY-SEQ (WS-PR-COUNT)
033448         MOVE ET-ACTION-CODE TO WS-PR-ACTION-CODE (WS-PR-COUNT)
033510         MOVE "N" TO WS-PR-FOUND-SW (WS-PR-COUNT)
033572         MOVE WS-RL-DETAIL TO WS-PR-DETAIL (WS-PR-COUNT)
033634         MOVE PORTAL-PENDING-RECORD TO WS-PR-PENDING (WS-PR-COUNT)
033700         GO TO 2300-EXIT
033800     END-IF
033900     MOVE PW-TXN-IMAGE TO STUDENT-MAINT-TRANSACTION
034000     MOVE ST-ADDRESS TO WS-NEW-ADDRESS
034100     MOVE ST-CITY-ST-ZIP TO WS-NEW-CITY-ST-ZIP
034200     MOVE SPACE TO SM-STUDENT-ID
034300     MOVE PW-STUDENT-ID TO SM-STUDENT-ID
034400     READ STUDENT-MASTER-FILE
034500         INVALID KEY
034600             ADD 1 TO WS-REJECTED-COUNT
034700             MOVE "NO MASTER - DROP" TO WS-RL-ACTION
034800             PERFORM 7000-LIST-PENDING THRU 7000-EXIT
034900             GO TO 2300-EXIT
035000     END-READ
035100     PERFORM 5000-BUILD-STUDENT-TXN THRU 5000-EXIT
035200     MOVE WS-NEW-ADDRESS TO ST-ADDRESS
035300     MOVE WS-NEW-CITY-ST-ZIP TO ST-CITY-ST-ZIP
035400     WRITE STUDENT-MAINT-TRANSACTION
035500     ADD 1 TO WS-RELEASED-COUNT
035600     MOVE "RELEASED" TO WS-RL-ACTION
035700     PERFORM 7000-LIST-PENDING THRU 7000-EXIT.
035800 2300-EXIT.
035802     EXIT.
035804*--------------------------------------------------------------*
035806*    2400-RELEASE-CONTACT - WALKS THE CONTACT FILE ONCE FOR THE *
035808*    HELD PHONE CHANGES, WRITES THEM, THEN REWINDS THE FILE FOR *
035810*    THE STAGING PASS.                                          *
035812*--------------------------------------------------------------*
035814 2400-RELEASE-CONTACT.
035816     IF WS-PR-COUNT = 0
035818         GO TO 2400-EXIT
035820     END-IF
035822     PERFORM 2410-MATCH-CONTACT THRU 2410-EXIT
035824         UNTIL WS-EC-KEY = HIGH-VALUES
035826     PERFORM 2430-WRITE-CONTACT THRU 2430-EXIT
035828         VARYING WS-PRSUB FROM 1 BY 1
035830         UNTIL WS-PRSUB > WS-PR-COUNT
035832     IF WS-EC-FILE-STATUS NOT = "35"
035834         CLOSE EMERGENCY-CONTACT-FILE
035836         OPEN INPUT EMERGENCY-CONTACT-FILE
035838         PERFORM 3400-READ-CONTACT THRU 3400-EXIT
035840     END-IF.
035842 2400-EXIT.
035844     EXIT.
035846*--------------------------------------------------------------*
035848*    2410-MATCH-CONTACT                                         *
035850*--------------------------------------------------------------*
035852 2410-MATCH-CONTACT.
035854     PERFORM 2420-REBUILD-CONTACT THRU 2420-EXIT
035856         VARYING WS-PRSUB FROM 1 BY 1
035858         UNTIL WS-PRSUB > WS-PR-COUNT
035860     PERFORM 3400-READ-CONTACT THRU 3400-EXIT.
035862 2410-EXIT.
035864     EXIT.
035866*--------------------------------------------------------------*
035868*    2420-REBUILD-CONTACT - A HELD CHANGE FOR THIS CONTACT IS   *
035870*    REBUILT FROM THE ROW AS IT STANDS, KEEPING ONLY THE NEW    *
035872*    PHONE FROM THE STAGED IMAGE.                               *
035874*--------------------------------------------------------------*
035876 2420-REBUILD-CONTACT.
035878     IF NOT WS-PR-ACTION-CHANGE (WS-PRSUB)
035880             OR WS-PR-STUDENT-ID (WS-PRSUB) NOT = EC-STUDENT-ID
035882             OR WS-PR-PRIORITY-SEQ (WS-PRSUB)
035884                 NOT = EC-PRIORITY-SEQ
035886         GO TO 2420-EXIT
035888     END-IF
035890     MOVE WS-PR-PENDING (WS-PRSUB) TO PORTAL-PENDING-RECORD
035892     MOVE PW-TXN-IMAGE TO CONTACT-MAINT-TRANSACTION
035894     MOVE ET-PHONE TO WS-PR-NEW-PHONE
035896     MOVE SPACE TO CONTACT-MAINT-TRANSACTION
035898     SET ET-ACTION-CHANGE TO TRUE
035900     MOVE EC-STUDENT-ID TO ET-STUDENT-ID
035902     MOVE EC-PRIORITY-SEQ TO ET-PRIORITY-SEQ
035904     MOVE EC-CONTACT-NAME TO ET-CONTACT-NAME
035906     MOVE EC-RELATIONSHIP TO ET-RELATIONSHIP
035908     MOVE EC-EMAIL-ADDRESS TO ET-EMAIL-ADDRESS
035910     MOVE EC-EMAIL-OPT-IN TO ET-EMAIL-OPT-IN
035912     MOVE WS-PR-NEW-PHONE TO ET-PHONE
035914     MOVE CONTACT-MAINT-TRANSACTION TO PW-TXN-IMAGE
035916     MOVE PORTAL-PENDING-RECORD TO WS-PR-PENDING (WS-PRSUB)
035918     SET WS-PR-FOUND (WS-PRSUB) TO TRUE.
035920 2420-EXIT.
035922     EXIT.
035924*--------------------------------------------------------------*
035926*    2430-WRITE-CONTACT - A CHANGE WHOSE CONTACT HAS LEFT THE   *
035928*    FILE SINCE IT WAS STAGED IS DROPPED; AN ADD GOES OUT AS    *
035930*    STAGED.                                                    *
035932*--------------------------------------------------------------*
035934 2430-WRITE-CONTACT.
035936     MOVE WS-PR-PENDING (WS-PRSUB) TO PORTAL-PENDING-RECORD
035938     MOVE WS-PR-DETAIL (WS-PRSUB) TO WS-RL-DETAIL
035940     IF WS-PR-ACTION-CHANGE (WS-PRSUB)
035942             AND NOT WS-PR-FOUND (WS-PRSUB)
035944         ADD 1 TO WS-REJECTED-COUNT
035946         MOVE "NO CONTACT-DROP" TO WS-RL-ACTION
035948         PERFORM 7000-LIST-PENDING THRU 7000-EXIT
035950         GO TO 2430-EXIT
035952     END-IF
035954     MOVE PW-TXN-IMAGE TO CONTACT-MAINT-TRANSACTION
035956     WRITE CONTACT-MAINT-TRANSACTION
035958     ADD 1 TO WS-RELEASED-COUNT
035960     MOVE "RELEASED" TO WS-RL-ACTION
035962     PERFORM 7000-LIST-PENDING THRU 7000-EXIT.
035964 2430-EXIT.
035966     EXIT.
036000*--------------------------------------------------------------*
036100*    3000-STAGE-CHANGE - EDITS ONE INBOUND ROW; A GOOD ROW      *
036200*    BECOMES A PENDING CHANGE UNDER THE NEXT STAGE NUMBER.      *
036300*--------------------------------------------------------------*
036400 3000-STAGE-CHANGE.
036500     MOVE SPACE TO WS-REJECT-REASON
036600     MOVE SPACE TO WS-PRIOR-VALUE
036700     MOVE SPACE TO SM-STUDENT-ID
036800     MOVE PG-STUDENT-ID TO SM-STUDENT-ID
036900     READ STUDENT-MASTER-FILE
037000         INVALID KEY
037100             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-REASON
037200     END-READ
037300     IF WS-REJECT-REASON = SPACE
037400         EVALUATE TRUE
037500             WHEN PG-CHANGE-ADDRESS
037600                 PERFORM 3200-EDIT-ADDRESS THRU 3200-EXIT
037700             WHEN PG-CHANGE-PHONE
037800                 PERFORM 3300-EDIT-PHONE THRU 3300-EXIT
037900             WHEN OTHER
038000                 MOVE "BAD CHANGE TYPE" TO WS-REJECT-REASON
038100         END-EVALUATE
038200     END-IF
038300     IF WS-REJECT-REASON NOT = SPACE
038400         ADD 1 TO WS-NOT-STAGED-COUNT
038500         MOVE SPACE TO WS-REVIEW-LINE
038600         MOVE PG-STUDENT-ID TO WS-RL-STUDENT-ID
038700         MOVE PG-CHANGE-TYPE TO WS-RL-CHANGE-TYPE
038800         MOVE "NOT STAGED" TO WS-RL-ACTION
038900         MOVE WS-REJECT-REASON TO WS-RL-DETAIL
039000         WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE
039100     ELSE
039200         PERFORM 3500-WRITE-STAGED THRU 3500-EXIT
039300     END-IF
039400     PERFORM 3100-READ-CHANGE THRU 3100-EXIT.
039500 3000-EXIT.
039600     EXIT.
039700*--------------------------------------------------------------*
039800*    3100-READ-CHANGE                                           *
039900*--------------------------------------------------------------*
040000 3100-READ-CHANGE.
040100     READ PORTAL-CHANGE-FILE
040200         AT END
040300             SET WS-PG-EOF TO TRUE
040400     END-READ.
040500 3100-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800*    3200-EDIT-ADDRESS - THE NEW ADDRESS BUILDS A FULL-PICTURE  *
040900*    MASTER CHANGE FROM TONIGHT'S MASTER.                       *
041000*--------------------------------------------------------------*
041100 3200-EDIT-ADDRESS.
041200     IF PG-ADDRESS = SPACE OR PG-CITY-ST-ZIP = SPACE
041300         MOVE "ADDRESS INCOMPLETE" TO WS-REJECT-REASON
041400         GO TO 3200-EXIT
041500     END-IF
041600     IF PG-ADDRESS = SM-ADDRESS
041700             AND PG-CITY-ST-ZIP = SM-CITY-ST-ZIP
041800         MOVE "SAME AS MASTER" TO WS-REJECT-REASON
041900         GO TO 3200-EXIT
042000     END-IF
042100     MOVE SM-ADDRESS TO WS-PRIOR-LINE-1
042200     MOVE SM-CITY-ST-ZIP TO WS-PRIOR-LINE-2
042300     PERFORM 5000-BUILD-STUDENT-TXN THRU 5000-EXIT
042400     MOVE PG-ADDRESS TO ST-ADDRESS
042500     MOVE PG-CITY-ST-ZIP TO ST-CITY-ST-ZIP
042600     MOVE STUDENT-MAINT-TRANSACTION TO PW-TXN-IMAGE.
042700 3200-EXIT.
042800     EXIT.
042900*--------------------------------------------------------------*
043000*    3300-EDIT-PHONE - A CONTACT ON FILE AT THE PRIORITY GETS A *
043100*    CHANGE KEEPING ITS NAME; NONE ON FILE NEEDS A NAME AND     *
043200*    RELATIONSHIP FOR AN ADD.                                   *
043300*--------------------------------------------------------------*
043400 3300-EDIT-PHONE.
043500     IF PG-PHONE NOT NUMERIC
043600         MOVE "PHONE NOT TEN DIGITS" TO WS-REJECT-REASON
043700         GO TO 3300-EXIT
043800     END-IF
043900     IF PG-PRIORITY-SEQ NOT NUMERIC
044000             OR PG-PRIORITY-SEQ = ZERO
044100         MOVE "BAD CONTACT PRIORITY" TO WS-REJECT-REASON
044200         GO TO 3300-EXIT
044300     END-IF
044400     MOVE PG-STUDENT-ID TO WS-PG-KEY-STUDENT
044500     MOVE PG-PRIORITY-SEQ TO WS-PG-KEY-PRIORITY
044600     PERFORM 3400-READ-CONTACT THRU 3400-EXIT
044700         UNTIL WS-EC-KEY >= WS-PG-KEY
044800     MOVE SPACE TO CONTACT-MAINT-TRANSACTION
044900     MOVE PG-STUDENT-ID TO ET-STUDENT-ID
045000     MOVE PG-PRIORITY-SEQ TO ET-PRIORITY-SEQ
045100     MOVE PG-PHONE TO ET-PHONE
045200     IF WS-EC-KEY = WS-PG-KEY
045300         IF PG-PHONE = EC-PHONE
045400             MOVE "SAME AS CONTACT FILE" TO WS-REJECT-REASON
045500             GO TO 3300-EXIT
045600         END-IF
045700         SET ET-ACTION-CHANGE TO TRUE
045800         MOVE EC-CONTACT-NAME TO ET-CONTACT-NAME
045900         MOVE EC-RELATIONSHIP TO ET-RELATIONSHIP
045930         MOVE EC-EMAIL-ADDRESS TO ET-EMAIL-ADDRESS
045960         MOVE EC-EMAIL-OPT-IN TO ET-EMAIL-OPT-IN
046000         MOVE EC-PHONE TO WS-PRIOR-LINE-1
046100     ELSE
046200         IF PG-CONTACT-NAME = SPACE
046300                 OR PG-RELATIONSHIP = SPACE
046400             MOVE "NO CONTACT AT PRIORITY" TO WS-REJECT-REASON
046500             GO TO 3300-EXIT
046600         END-IF
046700         SET ET-ACTION-ADD TO TRUE
046800         MOVE PG-CONTACT-NAME TO ET-CONTACT-NAME
046900         MOVE PG-RELATIONSHIP TO ET-RELATIONSHIP
047000         MOVE "(NEW CONTACT)" TO WS-PRIOR-LINE-1
047100     END-IF
047200     MOVE CONTACT-MAINT-TRANSACTION TO PW-TXN-IMAGE.
047300 3300-EXIT.
047400     EXIT.
047500*--------------------------------------------------------------*
047600*    3400-READ-CONTACT                                          *
047700*--------------------------------------------------------------*
047800 3400-READ-CONTACT.
047900     READ EMERGENCY-CONTACT-FILE
048000         AT END
048100             MOVE HIGH-VALUES TO WS-EC-KEY
048200         NOT AT END
048300             MOVE EC-STUDENT-ID TO WS-EC-KEY (1:9)
048400             MOVE EC-PRIORITY-SEQ TO WS-EC-KEY (10:2)
048500     END-READ.
048600 3400-EXIT.
048700     EXIT.
048800*--------------------------------------------------------------*
048900*    3500-WRITE-STAGED                                          *
049000*--------------------------------------------------------------*
049100 3500-WRITE-STAGED.
049200     ADD 1 TO WS-NEXT-SEQ
049300     ADD 1 TO WS-STAGED-COUNT
049400     MOVE WS-TS-DATE TO PW-STAGE-DATE
049500     MOVE WS-NEXT-SEQ TO PW-STAGE-SEQ
049600     MOVE PG-STUDENT-ID TO PW-STUDENT-ID
049700     MOVE PG-CHANGE-TYPE TO PW-CHANGE-TYPE
049800     MOVE PG-SUBMIT-DATE TO PW-SUBMIT-DATE
049900     MOVE PG-SUBMITTED-BY TO PW-SUBMITTED-BY
050000     MOVE WS-PRIOR-VALUE TO PW-PRIOR-VALUE
050100     WRITE NEW-PENDING-RECORD FROM PORTAL-PENDING-RECORD
050200     MOVE "STAGED" TO WS-RL-ACTION
050300     MOVE PW-SUBMITTED-BY TO WS-RL-DETAIL
050400     PERFORM 7000-LIST-PENDING THRU 7000-EXIT
050500     PERFORM 7100-LIST-BEFORE-AFTER THRU 7100-EXIT.
050600 3500-EXIT.
050700     EXIT.
050800*--------------------------------------------------------------*
050900*    4000-LIST-UNMATCHED - A CARD NAMING NO PENDING CHANGE IS   *
051000*    MOST LIKELY A MISKEYED STAGE NUMBER.                       *
051100*--------------------------------------------------------------*
051200 4000-LIST-UNMATCHED.
051300     IF WS-AP-USED (WS-APSUB)
051400         GO TO 4000-EXIT
051500     END-IF
051600     ADD 1 TO WS-UNMATCHED-COUNT
051700     MOVE SPACE TO WS-REVIEW-LINE
051800     MOVE WS-AP-STAGE-DATE (WS-APSUB) TO WS-EDIT-DATE
051900     MOVE WS-EDIT-DATE TO WS-RL-STAGE-DATE
052000     MOVE "-" TO WS-RL-DASH
052100     MOVE WS-AP-STAGE-SEQ (WS-APSUB) TO WS-EDIT-SEQ
052200     MOVE WS-EDIT-SEQ TO WS-RL-STAGE-SEQ
052300     MOVE "NO SUCH CHANGE" TO WS-RL-ACTION
052400     STRING "CARD BY " DELIMITED BY SIZE
052500         WS-AP-OPERATOR-ID (WS-APSUB) DELIMITED BY SIZE
052600         INTO WS-RL-DETAIL
052700     WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE.
052800 4000-EXIT.
052900     EXIT.
053000*--------------------------------------------------------------*
053100*    5000-BUILD-STUDENT-TXN - THE FULL PICTURE OF THE MASTER    *
053200*    RECORD JUST READ, AS A STUMAINT CHANGE.                    *
053300*--------------------------------------------------------------*
053400 5000-BUILD-STUDENT-TXN.
053500     MOVE SPACE TO STUDENT-MAINT-TRANSACTION
053600     SET ST-ACTION-CHANGE TO TRUE
053700     MOVE SM-STUDENT-ID TO ST-STUDENT-ID
053800     MOVE SM-STUDENT-NAME TO ST-STUDENT-NAME
053900     MOVE SM-AGE TO ST-AGE
054000     MOVE SM-ENROLLMENT-YEAR TO ST-ENROLLMENT-YEAR
054100     MOVE SM-ENROLLMENT-MONTH TO ST-ENROLLMENT-MONTH
054200     MOVE SM-ENROLLMENT-DAY TO ST-ENROLLMENT-DAY
054300     MOVE SM-BIRTH-YEAR TO ST-BIRTH-YEAR
054400     MOVE SM-BIRTH-MONTH TO ST-BIRTH-MONTH
054500     MOVE SM-BIRTH-DAY TO ST-BIRTH-DAY
054600     MOVE SM-GUARDIAN-NAME TO ST-GUARDIAN-NAME
054700     MOVE SM-ADDRESS TO ST-ADDRESS
054800     MOVE SM-CITY-ST-ZIP TO ST-CITY-ST-ZIP
054900     MOVE SM-ALLERGY-CODES TO ST-ALLERGY-CODES
055000     MOVE SM-MEAL-TIER TO ST-MEAL-TIER
055100     MOVE SM-HOME-LANGUAGE TO ST-HOME-LANGUAGE.
055200 5000-EXIT.
055300     EXIT.
055400*--------------------------------------------------------------*
055500*    7000-LIST-PENDING - THE FIRST LISTING LINE FOR A PENDING   *
055600*    ROW; THE CALLER SETS THE ACTION AND DETAIL.                *
055700*--------------------------------------------------------------*
055800 7000-LIST-PENDING.
055900     MOVE PW-STAGE-DATE TO WS-EDIT-DATE
056000     MOVE WS-EDIT-DATE TO WS-RL-STAGE-DATE
056100     MOVE "-" TO WS-RL-DASH
056200     MOVE PW-STAGE-SEQ TO WS-EDIT-SEQ
056300     MOVE WS-EDIT-SEQ TO WS-RL-STAGE-SEQ
056400     MOVE PW-STUDENT-ID TO WS-RL-STUDENT-ID
056500     MOVE PW-CHANGE-TYPE TO WS-RL-CHANGE-TYPE
056600     WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE.
056700 7000-EXIT.
056800     EXIT.
056900*--------------------------------------------------------------*
057000*    7100-LIST-BEFORE-AFTER - WHAT THE OFFICE IS APPROVING.     *
057100*--------------------------------------------------------------*
057200 7100-LIST-BEFORE-AFTER.
057300     MOVE SPACE TO WS-REVIEW-LINE
057400     IF PW-CHANGE-PHONE
057500         MOVE PW-TXN-IMAGE TO CONTACT-MAINT-TRANSACTION
057600         MOVE "  CONTACT" TO WS-RL-ACTION
057700         MOVE ET-CONTACT-NAME TO WS-RL-DETAIL
057800         WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE
057900         MOVE "  WAS" TO WS-RL-ACTION
058000         MOVE PW-PRIOR-VALUE TO WS-RL-DETAIL
058100         WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE
058200         MOVE "  NOW" TO WS-RL-ACTION
058300         MOVE ET-PHONE TO WS-RL-DETAIL
058400         WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE
058500         GO TO 7100-EXIT
058600     END-IF
058700     MOVE PW-TXN-IMAGE TO STUDENT-MAINT-TRANSACTION
058800     MOVE PW-PRIOR-VALUE TO WS-PRIOR-VALUE
058900     MOVE "  WAS" TO WS-RL-ACTION
059000     MOVE WS-PRIOR-LINE-1 TO WS-RL-DETAIL
059100     WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE
059200     MOVE SPACE TO WS-RL-ACTION
059300     MOVE WS-PRIOR-LINE-2 TO WS-RL-DETAIL
059400     WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE
059500     MOVE "  NOW" TO WS-RL-ACTION
059600     MOVE ST-ADDRESS TO WS-RL-DETAIL
059700     WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE
059800     MOVE SPACE TO WS-RL-ACTION
059900     MOVE ST-CITY-ST-ZIP TO WS-RL-DETAIL
060000     WRITE PORTAL-REVIEW-LINE FROM WS-REVIEW-LINE.
060100 7100-EXIT.
060200     EXIT.
060300*--------------------------------------------------------------*
060400*    8000-FINALIZE                                              *
060500*--------------------------------------------------------------*
060600 8000-FINALIZE.
060700     MOVE WS-STAGED-COUNT TO WS-SL-STAGED
060800     MOVE WS-NOT-STAGED-COUNT TO WS-SL-NOT-STAGED
060900     MOVE WS-CARRIED-COUNT TO WS-SL-CARRIED
061000     WRITE PORTAL-REVIEW-LINE FROM WS-SUMMARY-LINE
061100     MOVE WS-RELEASED-COUNT TO WS-DL-RELEASED
061200     MOVE WS-REJECTED-COUNT TO WS-DL-REJECTED
061300     MOVE WS-UNMATCHED-COUNT TO WS-DL-UNMATCHED
061400     WRITE PORTAL-REVIEW-LINE FROM WS-DECISION-LINE
061500     IF WS-PW-FILE-STATUS NOT = "35"
061600         CLOSE PRIOR-PENDING-FILE
061700     END-IF
061800     IF WS-EC-FILE-STATUS NOT = "35"
061900         CLOSE EMERGENCY-CONTACT-FILE
062000     END-IF
062100     IF WS-PG-FILE-STATUS NOT = "35"
062200         CLOSE PORTAL-CHANGE-FILE
062300     END-IF
062400     CLOSE STUDENT-MASTER-FILE
062500     CLOSE NEW-PENDING-FILE
062600     CLOSE STUDENT-TXN-OUT-FILE
062700     CLOSE CONTACT-TXN-OUT-FILE
062800     CLOSE PORTAL-REVIEW-RPT
062900     IF WS-NOT-STAGED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
063000         MOVE 4 TO RETURN-CODE
063100     END-IF
063200     IF WS-AP-DROP-COUNT > 0
063300         DISPLAY "PORTINBD: APPROVAL TABLE FULL - DROPPED - "
063400             WS-AP-DROP-COUNT
063500         MOVE 8 TO RETURN-CODE
063600     END-IF.
063700 8000-EXIT.
063800     EXIT.
063900 END PROGRAM PORTINBD.
