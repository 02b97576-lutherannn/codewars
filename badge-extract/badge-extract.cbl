000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BADGEXT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    NIGHTLY STUDENT ID BADGE EXTRACT.  WALKS THE STUDENT       *
000900*    MASTER AND WRITES A CARD PRINTER ROW FOR EVERY STUDENT     *
001000*    WHO NEEDS A CARD: A STUDENT NEVER ISSUED ONE (NEW          *
001100*    ENROLLEE), A STUDENT WHOSE CARD SHOWS A CAMPUS OTHER THAN  *
001200*    THE ONE ENROLLED AT (TRANSFER), AND A STUDENT WITH A       *
001300*    REPRINT REQUEST FROM THE OFFICE.  THE BARCODE IS THE       *
001400*    STUDENT ID AND CARD ISSUE NUMBER WITH A CHKDIGIT CHECK     *
001500*    DIGIT; A REPRINT TAKES THE NEXT ISSUE NUMBER, SO THE LOST  *
001600*    CARD IS REFUSED AT THE POS FROM THE NEXT SALE ON.  THE     *
001700*    AM/PM ROUTES COME FROM THE ROUTE-RIDER FILE, THE ALLERGY   *
001800*    ALERT AND MEAL BAND FROM THE MASTER.                       *
001900*    RC 4 - A REPRINT REQUEST WAS REJECTED (BAD REASON, NOT ON  *
002000*    THE MASTER).  RC 8 - A TABLE FILLED; NO CARDS ARE WRITTEN  *
002100*    AND THE MASTER IS LEFT AS IT WAS.                          *
002200*--------------------------------------------------------------*
002300*    MODIFICATION HISTORY                                      *
002400*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS SM-STUDENT-ID
003300         FILE STATUS IS WS-SM-FILE-STATUS.
003400     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RA-FILE-STATUS.
003700     SELECT BADGE-REQUEST-FILE ASSIGN TO BADGEREQ
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-BQ-FILE-STATUS.
004000     SELECT BADGE-PRINT-FILE ASSIGN TO BADGEPRT
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT BADGE-RPT ASSIGN TO BADGERPT
004300         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STUDENT-MASTER-FILE.
004700     COPY studmast.
004800 FD  ROUTE-RIDER-FILE
004900     RECORDING MODE IS F.
005000     COPY rterider.
005100 FD  BADGE-REQUEST-FILE
005200     RECORDING MODE IS F.
005300     COPY badgereq.
005400 FD  BADGE-PRINT-FILE
005500     RECORDING MODE IS F.
005600     COPY badgeprt.
005700 FD  BADGE-RPT
005800     RECORDING MODE IS F.
005900 01  BADGE-RPT-LINE                 PIC X(80).
006000 WORKING-STORAGE SECTION.
006100 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006200 01  WS-RA-FILE-STATUS              PIC X(02) VALUE SPACE.
006300 01  WS-BQ-FILE-STATUS              PIC X(02) VALUE SPACE.
006400 01  WS-SM-EOF-SWITCH               PIC X(01) VALUE "N".
006500     88  WS-SM-EOF                      VALUE "Y".
006600 01  WS-RA-EOF-SWITCH               PIC X(01) VALUE "N".
006700     88  WS-RA-EOF                      VALUE "Y".
006800 01  WS-BQ-EOF-SWITCH               PIC X(01) VALUE "N".
006900     88  WS-BQ-EOF                      VALUE "Y".
007000 01  WS-TIMESTAMP.
007100     05  WS-TS-DATE                 PIC 9(08).
007200     05  FILLER                     PIC X(13).
007300*    EACH RIDER'S ROUTE PER LEG - A P ROW IS THE AFTERNOON RUN,
007400*    ANY OTHER THE MORNING.
007500 01  WS-RT-COUNT                    PIC 9(04) COMP VALUE ZERO.
007600 01  WS-RT-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
007700 01  WS-RTSUB                       PIC 9(04) COMP.
007800 01  WS-RT-FOUND-SUB                PIC 9(04) COMP.
007900 01  WS-RIDER-TABLE.
008000     05  WS-RT-ENTRY OCCURS 5000 TIMES.
008100         10  WS-RT-STUDENT-ID       PIC X(09).
008200         10  WS-RT-AM-ROUTE         PIC X(05).
008300         10  WS-RT-PM-ROUTE         PIC X(05).
008400 01  WS-RQ-COUNT                    PIC 9(03) COMP VALUE ZERO.
008500 01  WS-RQ-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
008600 01  WS-RQSUB                       PIC 9(03) COMP.
008700 01  WS-RQ-FOUND-SUB                PIC 9(03) COMP.
008800 01  WS-REQUEST-TABLE.
008900     05  WS-RQ-ENTRY OCCURS 500 TIMES.
009000         10  WS-RQ-STUDENT-ID       PIC X(09).
009100         10  WS-RQ-REASON           PIC X(01).
009200         10  WS-RQ-USED-SWITCH      PIC X(01).
009300             88  WS-RQ-USED             VALUE "Y".
009400 01  WS-CURRENT-ISSUE               PIC 9(02).
009500 01  WS-NEW-ISSUE                   PIC 9(02).
009600 01  WS-ISSUE-REASON                PIC X(01).
009700 01  WS-REJECT-REASON               PIC X(20).
009800 01  WS-CD-ACTION                   PIC X(01) VALUE "C".
009900 01  WS-CD-ID-VALUE                 PIC X(25).
010000 01  WS-CD-CHECK-DIGIT              PIC 9(01).
010100 01  WS-CHKDIGIT-STATUS             PIC X(01).
010200     88  WS-CHKDIGIT-VALID              VALUE "V".
010300 01  WS-STUDENT-COUNT               PIC 9(07) COMP VALUE ZERO.
010400 01  WS-NEW-COUNT                   PIC 9(05) COMP VALUE ZERO.
010500 01  WS-TRANSFER-COUNT              PIC 9(05) COMP VALUE ZERO.
010600 01  WS-REPRINT-COUNT               PIC 9(05) COMP VALUE ZERO.
010700 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
010800 01  WS-REPORT-HEADING.
010900     05  FILLER                     PIC X(30)
011000             VALUE "STUDENT ID BADGE EXTRACT".
011100     05  WS-RH-DATE                 PIC 9(08).
011200     05  FILLER                     PIC X(42) VALUE SPACE.
011300 01  WS-COLUMN-HEADING.
011400     05  FILLER                     PIC X(10) VALUE "STUDENT".
011500     05  FILLER                     PIC X(31) VALUE "NAME".
011600     05  FILLER                     PIC X(04) VALUE "CMP".
011700     05  FILLER                     PIC X(11) VALUE "ISSUED FOR".
011800     05  FILLER                     PIC X(24) VALUE "BARCODE".
011900 01  WS-DETAIL-LINE.
012000     05  WS-DL-STUDENT-ID           PIC X(09).
012100     05  FILLER                     PIC X(01) VALUE SPACE.
012200     05  WS-DL-STUDENT-NAME         PIC X(30).
012300     05  FILLER                     PIC X(01) VALUE SPACE.
012400     05  WS-DL-CAMPUS               PIC X(03).
012500     05  FILLER                     PIC X(01) VALUE SPACE.
012600     05  WS-DL-REASON               PIC X(10).
012700     05  FILLER                     PIC X(01) VALUE SPACE.
012800     05  WS-DL-BARCODE              PIC X(12).
012900     05  FILLER                     PIC X(12) VALUE SPACE.
013000 01  WS-REJECT-HEADING.
013100     05  FILLER                     PIC X(24)
013200             VALUE "REPRINT REQUESTS REFUSED".
013300     05  FILLER                     PIC X(56) VALUE SPACE.
013400 01  WS-REJECT-LINE.
013500     05  WS-RJ-STUDENT-ID           PIC X(09).
013600     05  FILLER                     PIC X(01) VALUE SPACE.
013700     05  WS-RJ-REASON-CODE          PIC X(01).
013800     05  FILLER                     PIC X(01) VALUE SPACE.
013900     05  WS-RJ-TAKEN-BY             PIC X(09).
014000     05  FILLER                     PIC X(01) VALUE SPACE.
014100     05  WS-RJ-REJECT-REASON        PIC X(20).
014200     05  FILLER                     PIC X(38) VALUE SPACE.
014300 01  WS-TOTAL-LINE.
014400     05  FILLER                     PIC X(06) VALUE "NEW - ".
014500     05  WS-TL-NEW                  PIC ZZ,ZZ9.
014600     05  FILLER                     PIC X(14)
014700             VALUE "  TRANSFERS - ".
014800     05  WS-TL-TRANSFER             PIC ZZ,ZZ9.
014900     05  FILLER                     PIC X(13)
015000             VALUE "  REPRINTS - ".
015100     05  WS-TL-REPRINT              PIC ZZ,ZZ9.
015200     05  FILLER                     PIC X(13)
015300             VALUE "  REFUSED - ".
015400     05  WS-TL-REJECT               PIC ZZ,ZZ9.
015500     05  FILLER                     PIC X(10) VALUE SPACE.
015600 PROCEDURE DIVISION.
015700*--------------------------------------------------------------*
015800*    0000-MAINLINE                                              *
015900*--------------------------------------------------------------*
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016200     IF WS-RT-DROP-COUNT > 0 OR WS-RQ-DROP-COUNT > 0
016300         PERFORM 8100-TABLE-FULL THRU 8100-EXIT
016400         GOBACK
016500     END-IF
016600     OPEN I-O STUDENT-MASTER-FILE
016700     OPEN OUTPUT BADGE-PRINT-FILE
016800     PERFORM 2900-READ-STUDENT THRU 2900-EXIT
016900     PERFORM 2000-BADGE-STUDENT THRU 2000-EXIT
017000         UNTIL WS-SM-EOF
017100     PERFORM 3000-LIST-UNMATCHED THRU 3000-EXIT
017200         VARYING WS-RQSUB FROM 1 BY 1
017300         UNTIL WS-RQSUB > WS-RQ-COUNT
017400     PERFORM 8000-FINALIZE THRU 8000-EXIT
017500     GOBACK.
017600*--------------------------------------------------------------*
017700*    1000-INITIALIZE - RIDERS, THEN REPRINT REQUESTS.           *
017800*--------------------------------------------------------------*
017900 1000-INITIALIZE.
018000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
018100     OPEN OUTPUT BADGE-RPT
018200     MOVE WS-TS-DATE TO WS-RH-DATE
018300     WRITE BADGE-RPT-LINE FROM WS-REPORT-HEADING
018400     OPEN INPUT ROUTE-RIDER-FILE
018500     IF WS-RA-FILE-STATUS = "35"
018600         DISPLAY "BADGEXT: NO ROUTE-RIDER FILE - CARDS PRINT "
018700             "WITHOUT ROUTES"
018800     ELSE
018900         PERFORM 1100-LOAD-RIDER THRU 1100-EXIT
019000             UNTIL WS-RA-EOF
019100         CLOSE ROUTE-RIDER-FILE
019200     END-IF
019300     WRITE BADGE-RPT-LINE FROM WS-REJECT-HEADING
019400     OPEN INPUT BADGE-REQUEST-FILE
019500     IF WS-BQ-FILE-STATUS NOT = "35"
019600         PERFORM 1200-LOAD-REQUEST THRU 1200-EXIT
019700             UNTIL WS-BQ-EOF
019800         CLOSE BADGE-REQUEST-FILE
019900     END-IF.
020000 1000-EXIT.
020100     EXIT.
020200*--------------------------------------------------------------*
020300*    1100-LOAD-RIDER - ONE TABLE ROW PER STUDENT CARRYING BOTH  *
020400*    LEGS.                                                      *
020500*--------------------------------------------------------------*
020600 1100-LOAD-RIDER.
020700     READ ROUTE-RIDER-FILE
020800         AT END
020900             SET WS-RA-EOF TO TRUE
021000             GO TO 1100-EXIT
021100     END-READ
021200     MOVE ZERO TO WS-RT-FOUND-SUB
021300     PERFORM 1110-MATCH-RIDER THRU 1110-EXIT
021400         VARYING WS-RTSUB FROM 1 BY 1
021500         UNTIL WS-RTSUB > WS-RT-COUNT
021600             OR WS-RT-FOUND-SUB > 0
021700     IF WS-RT-FOUND-SUB = 0
021800         IF WS-RT-COUNT >= 5000
021900             ADD 1 TO WS-RT-DROP-COUNT
022000             GO TO 1100-EXIT
022100         END-IF
022200         ADD 1 TO WS-RT-COUNT
022300         MOVE WS-RT-COUNT TO WS-RT-FOUND-SUB
022400         MOVE RA-STUDENT-ID TO WS-RT-STUDENT-ID (WS-RT-COUNT)
022500         MOVE SPACE TO WS-RT-AM-ROUTE (WS-RT-COUNT)
022600         MOVE SPACE TO WS-RT-PM-ROUTE (WS-RT-COUNT)
022700     END-IF
022800     IF RA-RUN-LEG = "P"
022900         MOVE RA-ROUTE-ID TO WS-RT-PM-ROUTE (WS-RT-FOUND-SUB)
023000     ELSE
023100         MOVE RA-ROUTE-ID TO WS-RT-AM-ROUTE (WS-RT-FOUND-SUB)
023200     END-IF.
023300 1100-EXIT.
023400     EXIT.
023500*--------------------------------------------------------------*
023600*    1110-MATCH-RIDER                                           *
023700*--------------------------------------------------------------*
023800 1110-MATCH-RIDER.
023900     IF RA-STUDENT-ID = WS-RT-STUDENT-ID (WS-RTSUB)
024000         MOVE WS-RTSUB TO WS-RT-FOUND-SUB
024100     END-IF.
024200 1110-EXIT.
024300     EXIT.
024400*--------------------------------------------------------------*
024500*    1200-LOAD-REQUEST - A SECOND REQUEST FOR THE SAME STUDENT  *
024600*    IN ONE NIGHT PRINTS ONE CARD, NOT TWO.                     *
024700*--------------------------------------------------------------*
024800 1200-LOAD-REQUEST.
024900     READ BADGE-REQUEST-FILE
025000         AT END
025100             SET WS-BQ-EOF TO TRUE
025200             GO TO 1200-EXIT
025300     END-READ
025400     MOVE SPACE TO WS-REJECT-REASON
025500     EVALUATE TRUE
025600         WHEN BQ-STUDENT-ID = SPACE
025700             MOVE "NO STUDENT ID" TO WS-REJECT-REASON
025800         WHEN NOT BQ-REASON-LOST AND NOT BQ-REASON-STOLEN
025900                 AND NOT BQ-REASON-DAMAGED
026000             MOVE "BAD REASON CODE" TO WS-REJECT-REASON
026100     END-EVALUATE
026200     IF WS-REJECT-REASON NOT = SPACE
026300         PERFORM 1290-REJECT-REQUEST THRU 1290-EXIT
026400         GO TO 1200-EXIT
026500     END-IF
026600     MOVE ZERO TO WS-RQ-FOUND-SUB
026700     PERFORM 1210-MATCH-REQUEST THRU 1210-EXIT
026800         VARYING WS-RQSUB FROM 1 BY 1
026900         UNTIL WS-RQSUB > WS-RQ-COUNT
027000             OR WS-RQ-FOUND-SUB > 0
027100     IF WS-RQ-FOUND-SUB > 0
027200         GO TO 1200-EXIT
027300     END-IF
027400     IF WS-RQ-COUNT >= 500
027500         ADD 1 TO WS-RQ-DROP-COUNT
027600         GO TO 1200-EXIT
027700     END-IF
027800     ADD 1 TO WS-RQ-COUNT
027900     MOVE BQ-STUDENT-ID TO WS-RQ-STUDENT-ID (WS-RQ-COUNT)
028000     MOVE BQ-REASON TO WS-RQ-REASON (WS-RQ-COUNT)
028100     MOVE "N" TO WS-RQ-USED-SWITCH (WS-RQ-COUNT).
028200 1200-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------*
028500*    1210-MATCH-REQUEST                                         *
028600*--------------------------------------------------------------*
028700 1210-MATCH-REQUEST.
028800     IF BQ-STUDENT-ID = WS-RQ-STUDENT-ID (WS-RQSUB)
028900         MOVE WS-RQSUB TO WS-RQ-FOUND-SUB
029000     END-IF.
029100 1210-EXIT.
029200     EXIT.
029300*--------------------------------------------------------------*
029400*    1290-REJECT-REQUEST - LISTS THE REQUEST IN THE BADGE       *
029500*    REQUEST RECORD AREA WITH WS-REJECT-REASON.                 *
029600*--------------------------------------------------------------*
029700 1290-REJECT-REQUEST.
029800     ADD 1 TO WS-REJECT-COUNT
029900     MOVE BQ-STUDENT-ID TO WS-RJ-STUDENT-ID
030000     MOVE BQ-REASON TO WS-RJ-REASON-CODE
030100     MOVE BQ-TAKEN-BY TO WS-RJ-TAKEN-BY
030200     MOVE WS-REJECT-REASON TO WS-RJ-REJECT-REASON
030300     WRITE BADGE-RPT-LINE FROM WS-REJECT-LINE.
030400 1290-EXIT.
030500     EXIT.
030600*--------------------------------------------------------------*
030700*    2000-BADGE-STUDENT - A STUDENT WITH NO CARD GETS ISSUE 01; *
030800*    A REPRINT BUMPS THE ISSUE (PAST 99 IT STARTS AGAIN AT 01); *
030900*    A TRANSFER REPRINTS THE SAME ISSUE WITH THE NEW CAMPUS.    *
031000*    A FIRST CARD ANSWERS ANY REPRINT REQUEST FOR THE STUDENT.  *
031100*--------------------------------------------------------------*
031200 2000-BADGE-STUDENT.
031300     ADD 1 TO WS-STUDENT-COUNT
031400     MOVE ZERO TO WS-CURRENT-ISSUE
031500     IF SM-CARD-ISSUE NUMERIC
031600         MOVE SM-CARD-ISSUE TO WS-CURRENT-ISSUE
031700     END-IF
031800     MOVE ZERO TO WS-RQ-FOUND-SUB
031900     PERFORM 2100-MATCH-STUDENT THRU 2100-EXIT
032000         VARYING WS-RQSUB FROM 1 BY 1
032100         UNTIL WS-RQSUB > WS-RQ-COUNT
032200             OR WS-RQ-FOUND-SUB > 0
032300     IF WS-RQ-FOUND-SUB > 0
032400         SET WS-RQ-USED (WS-RQ-FOUND-SUB) TO TRUE
032500     END-IF
032600     EVALUATE TRUE
032700         WHEN WS-CURRENT-ISSUE = 0
032800             MOVE "N" TO WS-ISSUE-REASON
032900             MOVE 1 TO WS-NEW-ISSUE
033000             ADD 1 TO WS-NEW-COUNT
033100         WHEN WS-RQ-FOUND-SUB > 0
033200             MOVE WS-RQ-REASON (WS-RQ-FOUND-SUB)
033300                 TO WS-ISSUE-REASON
033400             IF WS-CURRENT-ISSUE = 99
033500                 MOVE 1 TO WS-NEW-ISSUE
033600             ELSE
033700                 COMPUTE WS-NEW-ISSUE = WS-CURRENT-ISSUE + 1
033800             END-IF
033900             ADD 1 TO WS-REPRINT-COUNT
034000         WHEN SM-CARD-CAMPUS NOT = SM-CAMPUS-CODE
034100             MOVE "T" TO WS-ISSUE-REASON
034200             MOVE WS-CURRENT-ISSUE TO WS-NEW-ISSUE
034300             ADD 1 TO WS-TRANSFER-COUNT
034400         WHEN OTHER
034500             GO TO 2000-NEXT
034600     END-EVALUATE
034700     PERFORM 2200-BUILD-CARD THRU 2200-EXIT
034800     WRITE BADGE-PRINT-RECORD
034900     MOVE WS-NEW-ISSUE TO SM-CARD-ISSUE
035000     MOVE SM-CAMPUS-CODE TO SM-CARD-CAMPUS
035100     REWRITE STUDENT-MASTER-RECORD
035200     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
035300 2000-NEXT.
035400     PERFORM 2900-READ-STUDENT THRU 2900-EXIT.
035500 2000-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------*
035800*    2100-MATCH-STUDENT                                         *
035900*--------------------------------------------------------------*
036000 2100-MATCH-STUDENT.
036100     IF SM-STUDENT-ID = WS-RQ-STUDENT-ID (WS-RQSUB)
036200         MOVE WS-RQSUB TO WS-RQ-FOUND-SUB
036300     END-IF.
036400 2100-EXIT.
036500     EXIT.
036600*--------------------------------------------------------------*
036700*    2200-BUILD-CARD - BARCODE, ROUTES, ALLERGY ALERT AND MEAL  *
036800*    BAND FOR THE STUDENT IN THE MASTER RECORD AREA.            *
036900*--------------------------------------------------------------*
037000 2200-BUILD-CARD.
037100     MOVE SPACE TO BADGE-PRINT-RECORD
037200     MOVE SM-STUDENT-ID (1:9) TO BP-BC-STUDENT-ID
037300     MOVE WS-NEW-ISSUE TO BP-BC-CARD-ISSUE
037400     MOVE SPACE TO WS-CD-ID-VALUE
037500     MOVE BP-BC-STUDENT-ID TO WS-CD-ID-VALUE (1:9)
037600     MOVE BP-BC-CARD-ISSUE TO WS-CD-ID-VALUE (10:2)
037700     CALL "CHKDIGIT" USING WS-CD-ACTION WS-CD-ID-VALUE
037800         WS-CD-CHECK-DIGIT WS-CHKDIGIT-STATUS
037900     MOVE WS-CD-CHECK-DIGIT TO BP-BC-CHECK-DIGIT
038000     MOVE SM-STUDENT-NAME TO BP-STUDENT-NAME
038100     MOVE SM-CAMPUS-CODE TO BP-CAMPUS-CODE
038200     MOVE ZERO TO WS-RT-FOUND-SUB
038300     PERFORM 2210-MATCH-ROUTE THRU 2210-EXIT
038400         VARYING WS-RTSUB FROM 1 BY 1
038500         UNTIL WS-RTSUB > WS-RT-COUNT
038600             OR WS-RT-FOUND-SUB > 0
038700     IF WS-RT-FOUND-SUB > 0
038800         MOVE WS-RT-AM-ROUTE (WS-RT-FOUND-SUB) TO BP-AM-ROUTE
038900         MOVE WS-RT-PM-ROUTE (WS-RT-FOUND-SUB) TO BP-PM-ROUTE
039000     END-IF
039100     IF SM-ALLERGY-CODES = SPACE
039200         MOVE "N" TO BP-ALLERGY-ALERT
039300     ELSE
039400         MOVE "Y" TO BP-ALLERGY-ALERT
039500     END-IF
039600     EVALUATE TRUE
039700         WHEN SM-TIER-REDUCED
039800             MOVE 2 TO BP-MEAL-CODE
039900         WHEN SM-TIER-FREE
040000             MOVE 3 TO BP-MEAL-CODE
040100         WHEN OTHER
040200             MOVE 1 TO BP-MEAL-CODE
040300     END-EVALUATE
040400     MOVE WS-ISSUE-REASON TO BP-ISSUE-REASON
040500     MOVE WS-TS-DATE TO BP-ISSUE-DATE.
040600 2200-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900*    2210-MATCH-ROUTE                                           *
041000*--------------------------------------------------------------*
041100 2210-MATCH-ROUTE.
041200     IF SM-STUDENT-ID = WS-RT-STUDENT-ID (WS-RTSUB)
041300         MOVE WS-RTSUB TO WS-RT-FOUND-SUB
041400     END-IF.
041500 2210-EXIT.
041600     EXIT.
041700*--------------------------------------------------------------*
041800*    2400-WRITE-DETAIL                                          *
041900*--------------------------------------------------------------*
042000 2400-WRITE-DETAIL.
042100     MOVE BP-BC-STUDENT-ID TO WS-DL-STUDENT-ID
042200     MOVE BP-STUDENT-NAME TO WS-DL-STUDENT-NAME
042300     MOVE BP-CAMPUS-CODE TO WS-DL-CAMPUS
042400     MOVE BP-BARCODE TO WS-DL-BARCODE
042500     EVALUATE WS-ISSUE-REASON
042600         WHEN "N"
042700             MOVE "FIRST CARD" TO WS-DL-REASON
042800         WHEN "T"
042900             MOVE "TRANSFER" TO WS-DL-REASON
043000         WHEN "L"
043100             MOVE "LOST" TO WS-DL-REASON
043200         WHEN "S"
043300             MOVE "STOLEN" TO WS-DL-REASON
043400         WHEN OTHER
043500             MOVE "DAMAGED" TO WS-DL-REASON
043600     END-EVALUATE
043700     IF WS-NEW-COUNT + WS-TRANSFER-COUNT + WS-REPRINT-COUNT = 1
043800         MOVE SPACE TO BADGE-RPT-LINE
043900         WRITE BADGE-RPT-LINE
044000         WRITE BADGE-RPT-LINE FROM WS-COLUMN-HEADING
044100     END-IF
044200     WRITE BADGE-RPT-LINE FROM WS-DETAIL-LINE.
044300 2400-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------*
044600*    2900-READ-STUDENT                                          *
044700*--------------------------------------------------------------*
044800 2900-READ-STUDENT.
044900     READ STUDENT-MASTER-FILE NEXT RECORD
045000         AT END
045100             SET WS-SM-EOF TO TRUE
045200     END-READ.
045300 2900-EXIT.
045400     EXIT.
045500*--------------------------------------------------------------*
045600*    3000-LIST-UNMATCHED - A REQUEST NO MASTER ROW ANSWERED.    *
045700*--------------------------------------------------------------*
045800 3000-LIST-UNMATCHED.
045900     IF WS-RQ-USED (WS-RQSUB)
046000         GO TO 3000-EXIT
046100     END-IF
046200     MOVE SPACE TO BADGE-REQUEST-RECORD
046300     MOVE WS-RQ-STUDENT-ID (WS-RQSUB) TO BQ-STUDENT-ID
046400     MOVE WS-RQ-REASON (WS-RQSUB) TO BQ-REASON
046500     MOVE "NOT ON MASTER" TO WS-REJECT-REASON
046600     PERFORM 1290-REJECT-REQUEST THRU 1290-EXIT.
046700 3000-EXIT.
046800     EXIT.
046900*--------------------------------------------------------------*
047000*    8000-FINALIZE                                              *
047100*--------------------------------------------------------------*
047200 8000-FINALIZE.
047300     MOVE SPACE TO BADGE-RPT-LINE
047400     WRITE BADGE-RPT-LINE
047500     MOVE WS-NEW-COUNT TO WS-TL-NEW
047600     MOVE WS-TRANSFER-COUNT TO WS-TL-TRANSFER
047700     MOVE WS-REPRINT-COUNT TO WS-TL-REPRINT
047800     MOVE WS-REJECT-COUNT TO WS-TL-REJECT
047900     WRITE BADGE-RPT-LINE FROM WS-TOTAL-LINE
048000     MOVE ZERO TO RETURN-CODE
048100     IF WS-REJECT-COUNT > 0
048200         MOVE 4 TO RETURN-CODE
048300     END-IF
048400     CLOSE STUDENT-MASTER-FILE
048500     CLOSE BADGE-PRINT-FILE
048600     CLOSE BADGE-RPT.
048700 8000-EXIT.
048800     EXIT.
048900*--------------------------------------------------------------*
049000*    8100-TABLE-FULL - NOTHING IS PRINTED OR STAMPED FROM AN    *
049100*    INCOMPLETE PICTURE; THE REQUESTS STAY FOR THE RERUN.       *
049200*--------------------------------------------------------------*
049300 8100-TABLE-FULL.
049400     IF WS-RT-DROP-COUNT > 0
049500         DISPLAY "BADGEXT: RIDER TABLE FULL - DROPPED - "
049600             WS-RT-DROP-COUNT
049700     END-IF
049800     IF WS-RQ-DROP-COUNT > 0
049900         DISPLAY "BADGEXT: REQUEST TABLE FULL - DROPPED - "
050000             WS-RQ-DROP-COUNT
050100     END-IF
050200     DISPLAY "BADGEXT: NO CARDS WRITTEN - MASTER NOT UPDATED"
050300     CLOSE BADGE-RPT
050400     MOVE 8 TO RETURN-CODE.
050500 8100-EXIT.
050600     EXIT.
050700 END PROGRAM BADGEXT.
