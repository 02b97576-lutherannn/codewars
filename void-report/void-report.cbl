000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VOIDRPT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    WEEKLY CONCESSION VOID REPORT.  READS THE WEEK'S VOID LOG  *
000900*    FROM THE POS RUNS AND TOTALS VOIDS APPLIED AND REFUSED BY  *
001000*    CASHIER AND BY APPROVING MANAGER.  A VOID A CASHIER        *
001100*    APPROVED UNDER THEIR OWN MANAGER ID IS LISTED ON ITS OWN,  *
001200*    AND ANY CASHIER OR MANAGER WITH MORE VOIDS THAN THE REVIEW *
001300*    THRESHOLD IS MARKED FOR REVIEW.  EITHER ENDS THE RUN RC 4. *
001400*    PARM = REVIEW THRESHOLD (NNN); DEFAULTS TO 10.             *
001500*--------------------------------------------------------------*
001600*    MODIFICATION HISTORY                                      *
001700*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT VOID-LOG-FILE ASSIGN TO VOIDLOG
002300         ORGANIZATION IS SEQUENTIAL.
002400     SELECT VOID-REPORT-FILE ASSIGN TO VOIDRPT
002500         ORGANIZATION IS SEQUENTIAL.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  VOID-LOG-FILE
002900     RECORDING MODE IS F.
003000     COPY voidlog.
003100 FD  VOID-REPORT-FILE
003200     RECORDING MODE IS F.
003300 01  VOID-REPORT-LINE               PIC X(80).
003400 WORKING-STORAGE SECTION.
003500 01  WS-VL-EOF-SWITCH               PIC X(01) VALUE "N".
003600     88  WS-VL-EOF                      VALUE "Y".
003700 01  WS-THRESHOLD                   PIC 9(03) VALUE 10.
003800 01  WS-LOOKUP-ID                   PIC X(09).
003900*    VOIDS BY CASHIER.
004000 01  WS-CA-COUNT                    PIC 9(03) COMP VALUE ZERO.
004100 01  WS-CA-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
004200 01  WS-CASUB                       PIC 9(03) COMP.
004300 01  WS-CA-FOUND-SUB                PIC 9(03) COMP.
004400 01  WS-CASHIER-TABLE.
004500     05  WS-CA-ENTRY OCCURS 200 TIMES.
004600         10  WS-CA-ID               PIC X(09).
004700         10  WS-CA-APPLIED          PIC 9(05) COMP.
004800         10  WS-CA-AMOUNT           PIC 9(07)V99 COMP-3.
004900         10  WS-CA-REFUSED          PIC 9(05) COMP.
005000*    VOIDS BY APPROVING MANAGER.
005100 01  WS-MG-COUNT                    PIC 9(03) COMP VALUE ZERO.
005200 01  WS-MG-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
005300 01  WS-MGSUB                       PIC 9(03) COMP.
005400 01  WS-MG-FOUND-SUB                PIC 9(03) COMP.
005500 01  WS-MANAGER-TABLE.
005600     05  WS-MG-ENTRY OCCURS 50 TIMES.
005700         10  WS-MG-ID               PIC X(09).
005800         10  WS-MG-APPLIED          PIC 9(05) COMP.
005900         10  WS-MG-AMOUNT           PIC 9(07)V99 COMP-3.
006000         10  WS-MG-REFUSED          PIC 9(05) COMP.
006100 01  WS-ENTRY-VOIDS                 PIC 9(05) COMP.
006200 01  WS-LOG-COUNT                   PIC 9(07) COMP VALUE ZERO.
006300 01  WS-APPLIED-COUNT               PIC 9(07) COMP VALUE ZERO.
006400 01  WS-REFUSED-COUNT               PIC 9(07) COMP VALUE ZERO.
006500 01  WS-APPLIED-AMOUNT              PIC 9(09)V99 VALUE ZERO.
006600 01  WS-SELF-COUNT                  PIC 9(05) COMP VALUE ZERO.
006700 01  WS-REVIEW-COUNT                PIC 9(05) COMP VALUE ZERO.
006800 01  WS-REPORT-HEADING              PIC X(80)
006900         VALUE "WEEKLY CONCESSION VOID REPORT".
007000 01  WS-SELF-HEADING                PIC X(80)
007100         VALUE "VOIDS APPROVED BY THE CASHIER WHO RANG THEM".
007200 01  WS-CASHIER-HEADING             PIC X(80)
007300         VALUE "VOIDS BY CASHIER".
007400 01  WS-MANAGER-HEADING             PIC X(80)
007500         VALUE "VOIDS BY APPROVING MANAGER".
007600 01  WS-COLUMN-HEADING              PIC X(80)
007700         VALUE "ID          APPLIED       AMOUNT  REFUSED".
007800 01  WS-SELF-LINE.
007900     05  WS-XL-VOID-DATE            PIC 9(08).
008000     05  FILLER                     PIC X(02) VALUE SPACE.
008100     05  WS-XL-VOID-TRANS-ID        PIC X(09).
008200     05  FILLER                     PIC X(02) VALUE SPACE.
008300     05  WS-XL-ORIG-TRANS-ID        PIC X(09).
008400     05  FILLER                     PIC X(02) VALUE SPACE.
008500     05  WS-XL-CASHIER-ID           PIC X(09).
008600     05  FILLER                     PIC X(02) VALUE SPACE.
008700     05  WS-XL-AMOUNT               PIC ZZ,ZZ9.99.
008800     05  FILLER                     PIC X(02) VALUE SPACE.
008900     05  WS-XL-STATUS               PIC X(10).
009000     05  FILLER                     PIC X(16) VALUE SPACE.
009100 01  WS-ENTRY-LINE.
009200     05  WS-EL-ID                   PIC X(09).
009300     05  FILLER                     PIC X(03) VALUE SPACE.
009400     05  WS-EL-APPLIED              PIC ZZ,ZZ9.
009500     05  FILLER                     PIC X(03) VALUE SPACE.
009600     05  WS-EL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
009700     05  FILLER                     PIC X(03) VALUE SPACE.
009800     05  WS-EL-REFUSED              PIC ZZ,ZZ9.
009900     05  FILLER                     PIC X(03) VALUE SPACE.
010000     05  WS-EL-FLAG                 PIC X(06).
010100     05  FILLER                     PIC X(29) VALUE SPACE.
010200 01  WS-TOTAL-LINE.
010300     05  FILLER                     PIC X(13)
010400             VALUE "VOIDS LOGGED ".
010500     05  WS-TL-LOGGED               PIC ZZZ,ZZ9.
010600     05  FILLER                     PIC X(11)
010700             VALUE "  APPLIED ".
010800     05  WS-TL-APPLIED              PIC ZZZ,ZZ9.
010900     05  FILLER                     PIC X(02) VALUE SPACE.
011000     05  WS-TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
011100     05  FILLER                     PIC X(11)
011200             VALUE "  REFUSED ".
011300     05  WS-TL-REFUSED              PIC ZZZ,ZZ9.
011400     05  FILLER                     PIC X(08) VALUE SPACE.
011500 01  WS-REVIEW-LINE.
011600     05  FILLER                     PIC X(16)
011700             VALUE "SELF-APPROVED - ".
011800     05  WS-RL-SELF                 PIC ZZ,ZZ9.
011900     05  FILLER                     PIC X(25)
012000             VALUE "  OVER THRESHOLD OF ".
012100     05  WS-RL-THRESHOLD            PIC ZZ9.
012200     05  FILLER                     PIC X(03) VALUE " - ".
012300     05  WS-RL-REVIEW               PIC ZZ,ZZ9.
012400     05  FILLER                     PIC X(21) VALUE SPACE.
012500 LINKAGE SECTION.
012600 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
012700 01  LS-PARM-DATA                   PIC X(10).
012800 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
012900*--------------------------------------------------------------*
013000*    0000-MAINLINE                                              *
013100*--------------------------------------------------------------*
013200 0000-MAINLINE.
013300     IF LS-PARM-LENGTH >= 3
013400             AND LS-PARM-DATA (1:3) IS NUMERIC
013500             AND LS-PARM-DATA (1:3) NOT = "000"
013600         MOVE LS-PARM-DATA (1:3) TO WS-THRESHOLD
013700     END-IF
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013900     PERFORM 2000-TALLY-VOID THRU 2000-EXIT
014000         UNTIL WS-VL-EOF
014100     WRITE VOID-REPORT-LINE FROM WS-CASHIER-HEADING
014200     WRITE VOID-REPORT-LINE FROM WS-COLUMN-HEADING
014300     PERFORM 3000-PRINT-CASHIER THRU 3000-EXIT
014400         VARYING WS-CASUB FROM 1 BY 1
014500         UNTIL WS-CASUB > WS-CA-COUNT
014600     WRITE VOID-REPORT-LINE FROM WS-MANAGER-HEADING
014700     WRITE VOID-REPORT-LINE FROM WS-COLUMN-HEADING
014800     PERFORM 4000-PRINT-MANAGER THRU 4000-EXIT
014900         VARYING WS-MGSUB FROM 1 BY 1
015000         UNTIL WS-MGSUB > WS-MG-COUNT
015100     PERFORM 8000-FINALIZE THRU 8000-EXIT
015200     GOBACK.
015300*--------------------------------------------------------------*
015400*    1000-INITIALIZE                                            *
015500*--------------------------------------------------------------*
015600 1000-INITIALIZE.
015700     OPEN INPUT VOID-LOG-FILE
015800     OPEN OUTPUT VOID-REPORT-FILE
015900     WRITE VOID-REPORT-LINE FROM WS-REPORT-HEADING
016000     WRITE VOID-REPORT-LINE FROM WS-SELF-HEADING
016100     PERFORM 2100-READ-VOID THRU 2100-EXIT.
016200 1000-EXIT.
016300     EXIT.
016400*--------------------------------------------------------------*
016500*    2000-TALLY-VOID - EACH LOGGED VOID COUNTS AGAINST THE      *
016600*    CASHIER WHO RANG IT AND THE MANAGER ID KEYED FOR IT, EVEN  *
016700*    WHEN THE POS REFUSED IT - A RUN OF REFUSED VOIDS IS ITSELF *
016800*    WORTH A LOOK.                                              *
016900*--------------------------------------------------------------*
017000 2000-TALLY-VOID.
017100     ADD 1 TO WS-LOG-COUNT
017200     IF VL-VOID-APPLIED
017300         ADD 1 TO WS-APPLIED-COUNT
017400         ADD VL-AMOUNT TO WS-APPLIED-AMOUNT
017500     ELSE
017600         ADD 1 TO WS-REFUSED-COUNT
017700     END-IF
017800     IF VL-MANAGER-ID = VL-CASHIER-ID
017900             AND VL-CASHIER-ID NOT = SPACE
018000         PERFORM 2900-LIST-SELF-APPROVED THRU 2900-EXIT
018100     END-IF
018200     MOVE VL-CASHIER-ID TO WS-LOOKUP-ID
018300     PERFORM 2200-FIND-CASHIER THRU 2200-EXIT
018400     IF WS-CA-FOUND-SUB > 0
018500         PERFORM 2300-ADD-TO-CASHIER THRU 2300-EXIT
018600     END-IF
018700     IF VL-MANAGER-ID = SPACE
018800         GO TO 2000-NEXT
018900     END-IF
019000     MOVE VL-MANAGER-ID TO WS-LOOKUP-ID
019100     PERFORM 2400-FIND-MANAGER THRU 2400-EXIT
019200     IF WS-MG-FOUND-SUB > 0
019300         PERFORM 2500-ADD-TO-MANAGER THRU 2500-EXIT
019400     END-IF.
019500 2000-NEXT.
019600     PERFORM 2100-READ-VOID THRU 2100-EXIT.
019700 2000-EXIT.
019800     EXIT.
019900*--------------------------------------------------------------*
020000*    2100-READ-VOID                                             *
020100*--------------------------------------------------------------*
020200 2100-READ-VOID.
020300     READ VOID-LOG-FILE
020400         AT END
020500             SET WS-VL-EOF TO TRUE
020600     END-READ.
020700 2100-EXIT.
020800     EXIT.
020900*--------------------------------------------------------------*
021000*    2200-FIND-CASHIER - WS-CA-FOUND-SUB COMES BACK POINTING AT *
021100*    THE CASHIER'S ENTRY, ADDING ONE IF NEEDED, OR ZERO WHEN    *
021200*    THE TABLE IS FULL.                                         *
021300*--------------------------------------------------------------*
021400 2200-FIND-CASHIER.
021500     MOVE ZERO TO WS-CA-FOUND-SUB
021600     PERFORM 2210-MATCH-CASHIER THRU 2210-EXIT
021700         VARYING WS-CASUB FROM 1 BY 1
021800         UNTIL WS-CASUB > WS-CA-COUNT
021900             OR WS-CA-FOUND-SUB > 0
022000     IF WS-CA-FOUND-SUB > 0
022100         GO TO 2200-EXIT
022200     END-IF
022300     IF WS-CA-COUNT >= 200
022400         ADD 1 TO WS-CA-DROP-COUNT
022500         GO TO 2200-EXIT
022600     END-IF
022700     ADD 1 TO WS-CA-COUNT
022800     MOVE WS-CA-COUNT TO WS-CA-FOUND-SUB
022900     MOVE WS-LOOKUP-ID TO WS-CA-ID (WS-CA-COUNT)
023000     MOVE ZERO TO WS-CA-APPLIED (WS-CA-COUNT)
023100     MOVE ZERO TO WS-CA-AMOUNT (WS-CA-COUNT)
023200     MOVE ZERO TO WS-CA-REFUSED (WS-CA-COUNT).
023300 2200-EXIT.
023400     EXIT.
023500*--------------------------------------------------------------*
023600*    2210-MATCH-CASHIER                                         *
023700*--------------------------------------------------------------*
023800 2210-MATCH-CASHIER.
023900     IF WS-LOOKUP-ID = WS-CA-ID (WS-CASUB)
024000         MOVE WS-CASUB TO WS-CA-FOUND-SUB
024100     END-IF.
024200 2210-EXIT.
024300     EXIT.
024400*--------------------------------------------------------------*
024500*    2300-ADD-TO-CASHIER                                        *
024600*--------------------------------------------------------------*
024700 2300-ADD-TO-CASHIER.
024800     IF VL-VOID-APPLIED
024900         ADD 1 TO WS-CA-APPLIED (WS-CA-FOUND-SUB)
025000         ADD VL-AMOUNT TO WS-CA-AMOUNT (WS-CA-FOUND-SUB)
025100     ELSE
025200         ADD 1 TO WS-CA-REFUSED (WS-CA-FOUND-SUB)
025300     END-IF.
025400 2300-EXIT.
025500     EXIT.
025600*--------------------------------------------------------------*
025700*    2400-FIND-MANAGER - AS 2200, FOR THE MANAGER TABLE.        *
025800*--------------------------------------------------------------*
025900 2400-FIND-MANAGER.
026000     MOVE ZERO TO WS-MG-FOUND-SUB
026100     PERFORM 2410-MATCH-MANAGER THRU 2410-EXIT
026200         VARYING WS-MGSUB FROM 1 BY 1
026300         UNTIL WS-MGSUB > WS-MG-COUNT
026400             OR WS-MG-FOUND-SUB > 0
026500     IF WS-MG-FOUND-SUB > 0
026600         GO TO 2400-EXIT
026700     END-IF
026800     IF WS-MG-COUNT >= 50
026900         ADD 1 TO WS-MG-DROP-COUNT
027000         GO TO 2400-EXIT
027100     END-IF
027200     ADD 1 TO WS-MG-COUNT
027300     MOVE WS-MG-COUNT TO WS-MG-FOUND-SUB
027400     MOVE WS-LOOKUP-ID TO WS-MG-ID (WS-MG-COUNT)
027500     MOVE ZERO TO WS-MG-APPLIED (WS-MG-COUNT)
027600     MOVE ZERO TO WS-MG-AMOUNT (WS-MG-COUNT)
027700     MOVE ZERO TO WS-MG-REFUSED (WS-MG-COUNT).
027800 2400-EXIT.
027900     EXIT.
028000*--------------------------------------------------------------*
028100*    2410-MATCH-MANAGER                                         *
028200*--------------------------------------------------------------*
028300 2410-MATCH-MANAGER.
028400     IF WS-LOOKUP-ID = WS-MG-ID (WS-MGSUB)
028500         MOVE WS-MGSUB TO WS-MG-FOUND-SUB
028600     END-IF.
028700 2410-EXIT.
028800     EXIT.
028900*--------------------------------------------------------------*
029000*    2500-ADD-TO-MANAGER                                        *
029100*--------------------------------------------------------------*
029200 2500-ADD-TO-MANAGER.
029300     IF VL-VOID-APPLIED
029400         ADD 1 TO WS-MG-APPLIED (WS-MG-FOUND-SUB)
029500         ADD VL-AMOUNT TO WS-MG-AMOUNT (WS-MG-FOUND-SUB)
029600     ELSE
029700         ADD 1 TO WS-MG-REFUSED (WS-MG-FOUND-SUB)
029800     END-IF.
029900 2500-EXIT.
030000     EXIT.
030100*--------------------------------------------------------------*
030200*    2900-LIST-SELF-APPROVED                                    *
030300*--------------------------------------------------------------*
030400 2900-LIST-SELF-APPROVED.
030500     ADD 1 TO WS-SELF-COUNT
030600     MOVE VL-VOID-DATE TO WS-XL-VOID-DATE
030700     MOVE VL-VOID-TRANS-ID TO WS-XL-VOID-TRANS-ID
030800     MOVE VL-ORIG-TRANS-ID TO WS-XL-ORIG-TRANS-ID
030900     MOVE VL-CASHIER-ID TO WS-XL-CASHIER-ID
031000     MOVE VL-AMOUNT TO WS-XL-AMOUNT
031100     IF VL-VOID-APPLIED
031200         MOVE "APPLIED" TO WS-XL-STATUS
031300     ELSE
031400         MOVE VL-REFUSE-REASON TO WS-XL-STATUS
031500     END-IF
031600     WRITE VOID-REPORT-LINE FROM WS-SELF-LINE.
031700 2900-EXIT.
031800     EXIT.
031900*--------------------------------------------------------------*
032000*    3000-PRINT-CASHIER - APPLIED PLUS REFUSED OVER THE         *
032100*    THRESHOLD IS MARKED FOR REVIEW.                            *
032200*--------------------------------------------------------------*
032300 3000-PRINT-CASHIER.
032400     MOVE WS-CA-ID (WS-CASUB) TO WS-EL-ID
032500     MOVE WS-CA-APPLIED (WS-CASUB) TO WS-EL-APPLIED
032600     MOVE WS-CA-AMOUNT (WS-CASUB) TO WS-EL-AMOUNT
032700     MOVE WS-CA-REFUSED (WS-CASUB) TO WS-EL-REFUSED
032800     MOVE SPACE TO WS-EL-FLAG
032900     COMPUTE WS-ENTRY-VOIDS = WS-CA-APPLIED (WS-CASUB)
033000         + WS-CA-REFUSED (WS-CASUB)
033100     IF WS-ENTRY-VOIDS > WS-THRESHOLD
033200         MOVE "REVIEW" TO WS-EL-FLAG
033300         ADD 1 TO WS-REVIEW-COUNT
033400     END-IF
033500     WRITE VOID-REPORT-LINE FROM WS-ENTRY-LINE.
033600 3000-EXIT.
033700     EXIT.
033800*--------------------------------------------------------------*
033900*    4000-PRINT-MANAGER                                         *
034000*--------------------------------------------------------------*
034100 4000-PRINT-MANAGER.
034200     MOVE WS-MG-ID (WS-MGSUB) TO WS-EL-ID
034300     MOVE WS-MG-APPLIED (WS-MGSUB) TO WS-EL-APPLIED
034400     MOVE WS-MG-AMOUNT (WS-MGSUB) TO WS-EL-AMOUNT
034500     MOVE WS-MG-REFUSED (WS-MGSUB) TO WS-EL-REFUSED
034600     MOVE SPACE TO WS-EL-FLAG
034700     COMPUTE WS-ENTRY-VOIDS = WS-MG-APPLIED (WS-MGSUB)
034800         + WS-MG-REFUSED (WS-MGSUB)
034900     IF WS-ENTRY-VOIDS > WS-THRESHOLD
035000         MOVE "REVIEW" TO WS-EL-FLAG
035100         ADD 1 TO WS-REVIEW-COUNT
035200     END-IF
035300     WRITE VOID-REPORT-LINE FROM WS-ENTRY-LINE.
035400 4000-EXIT.
035500     EXIT.
035600*--------------------------------------------------------------*
035700*    8000-FINALIZE - A SELF-APPROVED VOID OR ANYONE OVER THE    *
035800*    THRESHOLD ENDS THE RUN RC 4; A FULL TABLE LEAVES THE       *
035900*    REPORT SHORT AND ENDS IT RC 8.                             *
036000*--------------------------------------------------------------*
036100 8000-FINALIZE.
036200     MOVE WS-LOG-COUNT TO WS-TL-LOGGED
036300     MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
036400     MOVE WS-APPLIED-AMOUNT TO WS-TL-AMOUNT
036500     MOVE WS-REFUSED-COUNT TO WS-TL-REFUSED
036600     WRITE VOID-REPORT-LINE FROM WS-TOTAL-LINE
036700     MOVE WS-SELF-COUNT TO WS-RL-SELF
036800     MOVE WS-THRESHOLD TO WS-RL-THRESHOLD
036900     MOVE WS-REVIEW-COUNT TO WS-RL-REVIEW
037000     WRITE VOID-REPORT-LINE FROM WS-REVIEW-LINE
037100     IF WS-SELF-COUNT > 0
037200             OR WS-REVIEW-COUNT > 0
037300         MOVE 4 TO RETURN-CODE
037400     END-IF
037500     IF WS-CA-DROP-COUNT > 0
037600         DISPLAY "VOIDRPT: CASHIER TABLE FULL - DROPPED - "
037700             WS-CA-DROP-COUNT
037800         MOVE 8 TO RETURN-CODE
037900     END-IF
038000     IF WS-MG-DROP-COUNT > 0
038100         DISPLAY "VOIDRPT: MANAGER TABLE FULL - DROPPED - "
038200             WS-MG-DROP-COUNT
038300         MOVE 8 TO RETURN-CODE
038400     END-IF
038500     CLOSE VOID-LOG-FILE
038600     CLOSE VOID-REPORT-FILE.
038700 8000-EXIT.
038800     EXIT.
038900 END PROGRAM VOIDRPT.
