000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JRNLINQ.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    CHANGE-HISTORY INQUIRY.  READS THE MASTER JOURNAL - THE    *
000900*    LIVE JOURNAL AND ITS ARCHIVED GENERATIONS, SORTED BY THE   *
001000*    PRIOR STEP INTO FILE, STUDENT, AND TIME ORDER - AND FOR    *
001100*    EACH INQUIRY REQUEST (SEE CHGREQ.CPY) LISTS EVERY FIELD-   *
001200*    LEVEL CHANGE TO A STUDENT'S MASTER OR PREPAID ROW: THE OLD *
001300*    VALUE, THE NEW VALUE, WHEN, THE OPERATOR, AND THE PROGRAM  *
001400*    THAT APPLIED IT.  EACH JOURNAL IMAGE IS COMPARED FIELD BY  *
001500*    FIELD WITH THE STUDENT'S PREVIOUS IMAGE; A STUDENT'S FIRST *
001600*    IMAGE HAS NOTHING TO COMPARE WITH AND LISTS AS AN ADD.     *
001700*    THE JOURNAL IS READ ONCE PER REQUEST.                      *
001800*--------------------------------------------------------------*
001900*    MODIFICATION HISTORY                                      *
002000*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT INQUIRY-REQUEST-FILE ASSIGN TO CHGREQS
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-CQ-FILE-STATUS.
002800     SELECT SORTED-JOURNAL ASSIGN TO JRNLSRT
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-JR-FILE-STATUS.
003100     SELECT CHANGE-RPT ASSIGN TO CHGRPT
003200         ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  INQUIRY-REQUEST-FILE
003600     RECORDING MODE IS F.
003700     COPY chgreq.
003800 FD  SORTED-JOURNAL
003900     RECORDING MODE IS F.
004000     COPY jrnlrec.
004100 FD  CHANGE-RPT
004200     RECORDING MODE IS F.
004300 01  CHANGE-LINE                    PIC X(80).
004400 WORKING-STORAGE SECTION.
004500 01  WS-CQ-FILE-STATUS              PIC X(02) VALUE SPACE.
004600 01  WS-JR-FILE-STATUS              PIC X(02) VALUE SPACE.
004700 01  WS-CQ-EOF-SWITCH               PIC X(01) VALUE "N".
004800     88  WS-CQ-EOF                      VALUE "Y".
004900 01  WS-JR-EOF-SWITCH               PIC X(01) VALUE "N".
005000     88  WS-JR-EOF                      VALUE "Y".
005100 01  WS-PRIOR-SWITCH                PIC X(01) VALUE "N".
005200     88  WS-HAS-PRIOR                   VALUE "Y".
005300     88  WS-NO-PRIOR                    VALUE "N".
005400 01  WS-FIELD-SWITCH                PIC X(01).
005500     88  WS-FIELD-KNOWN                 VALUE "Y".
005600     88  WS-FIELD-UNKNOWN               VALUE "N".
005700 01  WS-PRIOR-FILE-ID               PIC X(08).
005800 01  WS-PRIOR-STUDENT-ID            PIC X(09).
005900 01  WS-PRIOR-IMAGE                 PIC X(200).
006000 01  WS-CHANGE-DATE                 PIC 9(08).
006100 01  WS-FROM-DATE                   PIC 9(08).
006200 01  WS-TO-DATE                     PIC 9(08).
006300 01  WS-FT-SUB                      PIC 9(03) COMP.
006400 01  WS-OFFSET                      PIC 9(03) COMP.
006500 01  WS-LENGTH                      PIC 9(03) COMP.
006600 01  WS-EVENT-TEXT                  PIC X(24).
006700 01  WS-REQUEST-COUNT               PIC 9(05) COMP VALUE ZERO.
006800 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
006900 01  WS-CHANGE-COUNT                PIC 9(07) COMP VALUE ZERO.
007000 01  WS-PACKED-BYTES                PIC X(04).
007100 01  WS-PACKED-AMOUNT REDEFINES WS-PACKED-BYTES
007200                                    PIC S9(05)V99 COMP-3.
007300 01  WS-AMOUNT-EDIT                 PIC -ZZ,ZZ9.99.
007400*    ONE ENTRY PER FIELD THE INQUIRY CAN REPORT: FILE ID, THE
007500*    COPYBOOK FIELD NAME, ITS OFFSET AND LENGTH IN THE JOURNAL
007600*    IMAGE, AND X (DISPLAY) OR P (PACKED MONEY).  THE OFFSETS
007700*    FOLLOW STUDMAST.CPY AND PREPACCT.CPY - A FIELD ADDED TO
007800*    EITHER LAYOUT IS ADDED HERE.  THE TWO DATE GROUPS ARE
007900*    LISTED UNDER ONE NAME EACH.
008000 01  WS-FIELD-TABLE-VALUES.
008100     05  FILLER                     PIC X(38)
008200         VALUE "STUDMSTRSM-STUDENT-NAME         02630X".
008300     05  FILLER                     PIC X(38)
008400         VALUE "STUDMSTRSM-AGE                  05608X".
008500     05  FILLER                     PIC X(38)
008600         VALUE "STUDMSTRSM-ENROLLMENT-DATE      06409X".
008700     05  FILLER                     PIC X(38)
008800         VALUE "STUDMSTRSM-BIRTH-DATE           07309X".
008900     05  FILLER                     PIC X(38)
009000         VALUE "STUDMSTRSM-GUARDIAN-NAME        08230X".
009100     05  FILLER                     PIC X(38)
009200         VALUE "STUDMSTRSM-ADDRESS              11230X".
009300     05  FILLER                     PIC X(38)
009400         VALUE "STUDMSTRSM-CITY-ST-ZIP          14230X".
009500     05  FILLER                     PIC X(38)
009600         VALUE "STUDMSTRSM-CAMPUS-CODE          17203X".
009700     05  FILLER                     PIC X(38)
009800         VALUE "STUDMSTRSM-ALLERGY-CODES        17504X".
009900     05  FILLER                     PIC X(38)
010000         VALUE "STUDMSTRSM-MEAL-TIER            17901X".
010100     05  FILLER                     PIC X(38)
010200         VALUE "STUDMSTRSM-HOME-LANGUAGE        18002X".
010300     05  FILLER                     PIC X(38)
010400         VALUE "STUDMSTRSM-ADDRESS-HOLD         18201X".
010500     05  FILLER                     PIC X(38)
010600         VALUE "STUDMSTRSM-CHECKOUT-HOLD        18301X".
010700     05  FILLER                     PIC X(38)
010800         VALUE "STUDMSTRSM-ZONE-CAMPUS          18403X".
010900     05  FILLER                     PIC X(38)
011000         VALUE "STUDMSTRSM-WALK-ZONE            18701X".
011100     05  FILLER                     PIC X(38)
011200         VALUE "STUDMSTRSM-TRANSPORT-NEEDS      18803X".
011300     05  FILLER                     PIC X(38)
011400         VALUE "STUDMSTRSM-CARD-ISSUE           19102X".
011500     05  FILLER                     PIC X(38)
011600         VALUE "STUDMSTRSM-CARD-CAMPUS          19303X".
011700     05  FILLER                     PIC X(38)
011800         VALUE "PREPACCTPA-STUDENT-NAME         01030X".
011900     05  FILLER                     PIC X(38)
012000         VALUE "PREPACCTPA-BALANCE              04004P".
012100     05  FILLER                     PIC X(38)
012200         VALUE "PREPACCTPA-ACCT-STATUS          04401X".
012300     05  FILLER                     PIC X(38)
012400         VALUE "PREPACCTPA-LAST-ACTIVITY-DATE   04508X".
012500 01  WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-VALUES.
012600     05  WS-FT-ENTRY OCCURS 22 TIMES.
012700         10  WS-FT-FILE-ID          PIC X(08).
012800         10  WS-FT-FIELD-NAME       PIC X(24).
012900         10  WS-FT-OFFSET           PIC 9(03).
013000         10  WS-FT-LENGTH           PIC 9(02).
013100         10  WS-FT-TYPE             PIC X(01).
013200             88  WS-FT-PACKED           VALUE "P".
013300 01  WS-FT-COUNT                    PIC 9(03) COMP VALUE 22.
013400 01  WS-REPORT-HEADING              PIC X(80)
013500         VALUE "MASTER CHANGE-HISTORY INQUIRY".
013600 01  WS-REQUEST-LINE.
013700     05  FILLER                     PIC X(10) VALUE "STUDENT - ".
013800     05  WS-QL-STUDENT-ID           PIC X(09).
013900     05  FILLER                     PIC X(10) VALUE "  FIELD - ".
014000     05  WS-QL-FIELD-NAME           PIC X(24).
014100     05  FILLER                     PIC X(03) VALUE SPACE.
014200     05  WS-QL-FROM-DATE            PIC 9(08).
014300     05  FILLER                     PIC X(04) VALUE " TO ".
014400     05  WS-QL-TO-DATE              PIC 9(08).
014500     05  FILLER                     PIC X(04) VALUE SPACE.
014600 01  WS-REJECT-LINE.
014700     05  FILLER                     PIC X(20)
014800         VALUE "  REQUEST REJECTED -".
014900     05  FILLER                     PIC X(01) VALUE SPACE.
015000     05  WS-RJ-REASON               PIC X(30).
015100     05  FILLER                     PIC X(29) VALUE SPACE.
015200 01  WS-CHANGE-LINE-1.
015300     05  FILLER                     PIC X(02) VALUE SPACE.
015400     05  WS-CL-DATE                 PIC X(10).
015500     05  FILLER                     PIC X(01) VALUE SPACE.
015600     05  WS-CL-TIME                 PIC X(08).
015700     05  FILLER                     PIC X(02) VALUE SPACE.
015800     05  WS-CL-STUDENT-ID           PIC X(09).
015900     05  FILLER                     PIC X(02) VALUE SPACE.
016000     05  WS-CL-FIELD-NAME           PIC X(24).
016100     05  FILLER                     PIC X(01) VALUE SPACE.
016200     05  WS-CL-OPERATOR-ID          PIC X(08).
016300     05  FILLER                     PIC X(01) VALUE SPACE.
016400     05  WS-CL-PROGRAM-ID           PIC X(08).
016500     05  FILLER                     PIC X(04) VALUE SPACE.
016600 01  WS-CHANGE-LINE-2.
016700     05  FILLER                     PIC X(09) VALUE "     WAS ".
016800     05  WS-CL-OLD-VALUE            PIC X(30).
016900     05  FILLER                     PIC X(06) VALUE "  NOW ".
017000     05  WS-CL-NEW-VALUE            PIC X(30).
017100     05  FILLER                     PIC X(05) VALUE SPACE.
017200 01  WS-COUNT-LINE.
017300     05  FILLER                     PIC X(02) VALUE SPACE.
017400     05  WS-CT-CHANGES              PIC ZZZ,ZZ9.
017500     05  FILLER                     PIC X(16)
017600         VALUE " CHANGES LISTED".
017700     05  FILLER                     PIC X(55) VALUE SPACE.
017800 01  WS-SUMMARY-LINE.
017900     05  FILLER                     PIC X(11) VALUE "REQUESTS - ".
018000     05  WS-SL-REQUESTS             PIC ZZ,ZZ9.
018100     05  FILLER                     PIC X(12)
018200         VALUE "  REJECTS - ".
018300     05  WS-SL-REJECTS              PIC ZZ,ZZ9.
018400     05  FILLER                     PIC X(45) VALUE SPACE.
018500 PROCEDURE DIVISION.
018600*--------------------------------------------------------------*
018700*    0000-MAINLINE                                              *
018800*--------------------------------------------------------------*
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019100     PERFORM 2000-RUN-REQUEST THRU 2000-EXIT
019200         UNTIL WS-CQ-EOF
019300     PERFORM 8000-FINALIZE THRU 8000-EXIT
019400     GOBACK.
019500*--------------------------------------------------------------*
019600*    1000-INITIALIZE                                            *
019700*--------------------------------------------------------------*
019800 1000-INITIALIZE.
019900     OPEN OUTPUT CHANGE-RPT
020000     WRITE CHANGE-LINE FROM WS-REPORT-HEADING
020100     OPEN INPUT INQUIRY-REQUEST-FILE
020200     IF WS-CQ-FILE-STATUS = "35"
020300         DISPLAY "JRNLINQ: NO INQUIRY REQUESTS"
020400         MOVE 4 TO RETURN-CODE
020500         SET WS-CQ-EOF TO TRUE
020600         GO TO 1000-EXIT
020700     END-IF
020800     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100*--------------------------------------------------------------*
021200*    2000-RUN-REQUEST - EDITS ONE REQUEST AND LISTS ITS         *
021300*    CHANGES FROM A FRESH PASS OF THE SORTED JOURNAL.           *
021400*--------------------------------------------------------------*
021500 2000-RUN-REQUEST.
021600     ADD 1 TO WS-REQUEST-COUNT
021700     MOVE CQ-FROM-DATE TO WS-FROM-DATE
021800     MOVE CQ-TO-DATE TO WS-TO-DATE
021900     IF CQ-FROM-DATE NOT NUMERIC
022000         MOVE ZERO TO WS-FROM-DATE
022100     END-IF
022200     IF CQ-TO-DATE NOT NUMERIC OR CQ-TO-DATE = ZERO
022300         MOVE 99999999 TO WS-TO-DATE
022400     END-IF
022500     MOVE CQ-STUDENT-ID TO WS-QL-STUDENT-ID
022600     MOVE CQ-FIELD-NAME TO WS-QL-FIELD-NAME
022700     MOVE WS-FROM-DATE TO WS-QL-FROM-DATE
022800     MOVE WS-TO-DATE TO WS-QL-TO-DATE
022900     MOVE SPACE TO CHANGE-LINE
023000     WRITE CHANGE-LINE
023100     WRITE CHANGE-LINE FROM WS-REQUEST-LINE
023200     IF CQ-STUDENT-ID = SPACE AND CQ-FIELD-NAME = SPACE
023300         MOVE "NO STUDENT ID OR FIELD NAME" TO WS-RJ-REASON
023400         PERFORM 2200-REJECT-REQUEST THRU 2200-EXIT
023500         GO TO 2000-READ-NEXT
023600     END-IF
023700     IF WS-FROM-DATE > WS-TO-DATE
023800         MOVE "FROM DATE AFTER TO DATE" TO WS-RJ-REASON
023900         PERFORM 2200-REJECT-REQUEST THRU 2200-EXIT
024000         GO TO 2000-READ-NEXT
024100     END-IF
024200     IF CQ-FIELD-NAME NOT = SPACE
024300         SET WS-FIELD-UNKNOWN TO TRUE
024400         PERFORM 2300-MATCH-FIELD-NAME THRU 2300-EXIT
024500             VARYING WS-FT-SUB FROM 1 BY 1
024600             UNTIL WS-FT-SUB > WS-FT-COUNT
024700         IF WS-FIELD-UNKNOWN
024800             MOVE "UNKNOWN FIELD NAME" TO WS-RJ-REASON
024900             PERFORM 2200-REJECT-REQUEST THRU 2200-EXIT
025000             GO TO 2000-READ-NEXT
025100         END-IF
025200     END-IF
025300     OPEN INPUT SORTED-JOURNAL
025400     IF WS-JR-FILE-STATUS = "35"
025500         DISPLAY "JRNLINQ: SORTED JOURNAL MISSING - RUN ENDED"
025600         MOVE 8 TO RETURN-CODE
025700         SET WS-CQ-EOF TO TRUE
025800         GO TO 2000-EXIT
025900     END-IF
026000     MOVE "N" TO WS-JR-EOF-SWITCH
026100     SET WS-NO-PRIOR TO TRUE
026200     MOVE SPACE TO WS-PRIOR-FILE-ID
026300     MOVE SPACE TO WS-PRIOR-STUDENT-ID
026400     MOVE ZERO TO WS-CHANGE-COUNT
026500     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT
026600         UNTIL WS-JR-EOF
026700     CLOSE SORTED-JOURNAL
026800     MOVE WS-CHANGE-COUNT TO WS-CT-CHANGES
026900     WRITE CHANGE-LINE FROM WS-COUNT-LINE.
027000 2000-READ-NEXT.
027100     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
027200 2000-EXIT.
027300     EXIT.
027400*--------------------------------------------------------------*
027500*    2100-READ-REQUEST                                          *
027600*--------------------------------------------------------------*
027700 2100-READ-REQUEST.
027800     READ INQUIRY-REQUEST-FILE
027900         AT END
028000             SET WS-CQ-EOF TO TRUE
028100     END-READ.
028200 2100-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------*
028500*    2200-REJECT-REQUEST                                        *
028600*--------------------------------------------------------------*
028700 2200-REJECT-REQUEST.
028800     ADD 1 TO WS-REJECT-COUNT
028900     WRITE CHANGE-LINE FROM WS-REJECT-LINE.
029000 2200-EXIT.
029100     EXIT.
029200*--------------------------------------------------------------*
029300*    2300-MATCH-FIELD-NAME                                      *
029400*--------------------------------------------------------------*
029500 2300-MATCH-FIELD-NAME.
029600     IF WS-FT-FIELD-NAME (WS-FT-SUB) = CQ-FIELD-NAME
029700         SET WS-FIELD-KNOWN TO TRUE
029800     END-IF.
029900 2300-EXIT.
030000     EXIT.
030100*--------------------------------------------------------------*
030200*    3000-READ-JOURNAL - ONE JOURNAL ROW.  THE PREVIOUS IMAGE   *
030300*    IS KEPT PER STUDENT; A BEFORE IMAGE (FROM A MERGE) ONLY    *
030400*    SETS IT, AND A DELETE CLEARS IT.                           *
030500*--------------------------------------------------------------*
030600 3000-READ-JOURNAL.
030700     READ SORTED-JOURNAL
030800         AT END
030900             SET WS-JR-EOF TO TRUE
031000             GO TO 3000-EXIT
031100     END-READ
031200     IF JR-FILE-ID NOT = WS-PRIOR-FILE-ID
031300             OR JR-RECORD-IMAGE (1:9) NOT = WS-PRIOR-STUDENT-ID
031400         SET WS-NO-PRIOR TO TRUE
031500         MOVE JR-FILE-ID TO WS-PRIOR-FILE-ID
031600         MOVE JR-RECORD-IMAGE (1:9) TO WS-PRIOR-STUDENT-ID
031700     END-IF
031800     IF CQ-STUDENT-ID NOT = SPACE
031900             AND CQ-STUDENT-ID NOT = WS-PRIOR-STUDENT-ID
032000         GO TO 3000-EXIT
032100     END-IF
032200     MOVE JR-TIMESTAMP (1:8) TO WS-CHANGE-DATE
032300     IF JR-ACTION-BEFORE
032400         GO TO 3000-SAVE-PRIOR
032500     END-IF
032600     IF WS-CHANGE-DATE < WS-FROM-DATE
032700             OR WS-CHANGE-DATE > WS-TO-DATE
032800         GO TO 3000-SAVE-PRIOR
032900     END-IF
033000     EVALUATE TRUE
033100         WHEN JR-ACTION-DELETE
033200             MOVE "(ROW DELETED)" TO WS-EVENT-TEXT
033300             PERFORM 5100-PRINT-EVENT THRU 5100-EXIT
033400         WHEN WS-NO-PRIOR AND JR-ACTION-ADD
033500             MOVE "(ROW ADDED)" TO WS-EVENT-TEXT
033600             PERFORM 5100-PRINT-EVENT THRU 5100-EXIT
033700         WHEN WS-NO-PRIOR
033800             MOVE "(FIRST JOURNALED IMAGE)" TO WS-EVENT-TEXT
033900             PERFORM 5100-PRINT-EVENT THRU 5100-EXIT
034000         WHEN OTHER
034100             PERFORM 4000-COMPARE-FIELD THRU 4000-EXIT
034200                 VARYING WS-FT-SUB FROM 1 BY 1
034300                 UNTIL WS-FT-SUB > WS-FT-COUNT
034400     END-EVALUATE.
034500 3000-SAVE-PRIOR.
034600     IF JR-ACTION-DELETE
034700         SET WS-NO-PRIOR TO TRUE
034800     ELSE
034900         MOVE JR-RECORD-IMAGE TO WS-PRIOR-IMAGE
035000         SET WS-HAS-PRIOR TO TRUE
035100     END-IF.
035200 3000-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------*
035500*    4000-COMPARE-FIELD - ONE FIELD OF THE IMAGE AGAINST THE    *
035600*    STUDENT'S PREVIOUS IMAGE.                                  *
035700*--------------------------------------------------------------*
035800 4000-COMPARE-FIELD.
035900     IF WS-FT-FILE-ID (WS-FT-SUB) NOT = JR-FILE-ID
036000         GO TO 4000-EXIT
036100     END-IF
036200     IF CQ-FIELD-NAME NOT = SPACE
036300             AND CQ-FIELD-NAME NOT = WS-FT-FIELD-NAME (WS-FT-SUB)
036400         GO TO 4000-EXIT
036500     END-IF
036600     MOVE WS-FT-OFFSET (WS-FT-SUB) TO WS-OFFSET
036700     MOVE WS-FT-LENGTH (WS-FT-SUB) TO WS-LENGTH
036800     IF JR-RECORD-IMAGE (WS-OFFSET:WS-LENGTH)
036900             = WS-PRIOR-IMAGE (WS-OFFSET:WS-LENGTH)
037000         GO TO 4000-EXIT
037100     END-IF
037200     PERFORM 5000-PRINT-CHANGE THRU 5000-EXIT.
037300 4000-EXIT.
037400     EXIT.
037500*--------------------------------------------------------------*
037600*    5000-PRINT-CHANGE - WHEN AND WHO, THEN WAS AND NOW.        *
037700*--------------------------------------------------------------*
037800 5000-PRINT-CHANGE.
037900     MOVE WS-FT-FIELD-NAME (WS-FT-SUB) TO WS-EVENT-TEXT
038000     PERFORM 5100-PRINT-EVENT THRU 5100-EXIT
038100     MOVE SPACE TO WS-CL-OLD-VALUE
038200     MOVE SPACE TO WS-CL-NEW-VALUE
038300     IF WS-FT-PACKED (WS-FT-SUB)
038400         MOVE WS-PRIOR-IMAGE (WS-OFFSET:WS-LENGTH)
038500             TO WS-PACKED-BYTES
038600         MOVE WS-PACKED-AMOUNT TO WS-AMOUNT-EDIT
038700         MOVE WS-AMOUNT-EDIT TO WS-CL-OLD-VALUE
038800         MOVE JR-RECORD-IMAGE (WS-OFFSET:WS-LENGTH)
038900             TO WS-PACKED-BYTES
039000         MOVE WS-PACKED-AMOUNT TO WS-AMOUNT-EDIT
039100         MOVE WS-AMOUNT-EDIT TO WS-CL-NEW-VALUE
039200     ELSE
039300         MOVE WS-PRIOR-IMAGE (WS-OFFSET:WS-LENGTH)
039400             TO WS-CL-OLD-VALUE
039500         MOVE JR-RECORD-IMAGE (WS-OFFSET:WS-LENGTH)
039600             TO WS-CL-NEW-VALUE
039700     END-IF
039800     WRITE CHANGE-LINE FROM WS-CHANGE-LINE-2.
039900 5000-EXIT.
040000     EXIT.
040100*--------------------------------------------------------------*
040200*    5100-PRINT-EVENT - THE WHEN-AND-WHO LINE.  A ROW WITH NO   *
040300*    OPERATOR CAME FROM AN UNATTENDED BATCH STEP.               *
040400*--------------------------------------------------------------*
040500 5100-PRINT-EVENT.
040600     ADD 1 TO WS-CHANGE-COUNT
040700     MOVE SPACE TO WS-CL-DATE
040800     STRING JR-TIMESTAMP (1:4) "-" JR-TIMESTAMP (5:2) "-"
040900         JR-TIMESTAMP (7:2) DELIMITED BY SIZE INTO WS-CL-DATE
041000     MOVE SPACE TO WS-CL-TIME
041100     STRING JR-TIMESTAMP (9:2) ":" JR-TIMESTAMP (11:2) ":"
041200         JR-TIMESTAMP (13:2) DELIMITED BY SIZE INTO WS-CL-TIME
041300     MOVE WS-PRIOR-STUDENT-ID TO WS-CL-STUDENT-ID
041400     MOVE WS-EVENT-TEXT TO WS-CL-FIELD-NAME
041500     MOVE JR-OPERATOR-ID TO WS-CL-OPERATOR-ID
041600     IF JR-OPERATOR-ID = SPACE
041700         MOVE "BATCH" TO WS-CL-OPERATOR-ID
041800     END-IF
041900     MOVE JR-SOURCE-PROGRAM TO WS-CL-PROGRAM-ID
042000     WRITE CHANGE-LINE FROM WS-CHANGE-LINE-1.
042100 5100-EXIT.
042200     EXIT.
042300*--------------------------------------------------------------*
042400*    8000-FINALIZE                                              *
042500*--------------------------------------------------------------*
042600 8000-FINALIZE.
042700     MOVE WS-REQUEST-COUNT TO WS-SL-REQUESTS
042800     MOVE WS-REJECT-COUNT TO WS-SL-REJECTS
042900     MOVE SPACE TO CHANGE-LINE
043000     WRITE CHANGE-LINE
043100     WRITE CHANGE-LINE FROM WS-SUMMARY-LINE
043200     IF WS-CQ-FILE-STATUS NOT = "35"
043300         CLOSE INQUIRY-REQUEST-FILE
043400     END-IF
043500     CLOSE CHANGE-RPT
043600     IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
043700         MOVE 4 TO RETURN-CODE
043800     END-IF.
043900 8000-EXIT.
044000     EXIT.
044100 END PROGRAM JRNLINQ.
