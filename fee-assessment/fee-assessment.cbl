000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FEEASSES.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    TERM-START FEE ASSESSMENT.  CHARGES EVERY STUDENT ON THE   *
000900*    TERM-ENROLLMENT FILE EACH FEE ON THE FEE SCHEDULE THAT     *
001000*    MATCHES THE STUDENT'S GRADE, CAMPUS AND (FOR AN ACTIVITY   *
001100*    FEE) ACTIVITY ROSTER, AS FINE RECORDS THE RECEIVABLES      *
001200*    LEDGER POSTS AS OPEN CHARGES.  A STUDENT WHO ENROLLED      *
001300*    AFTER THE TERM STARTED PAYS A PRORATED FEE BY DAYS LEFT    *
001400*    IN THE TERM; A FREE- OR REDUCED-MEAL STUDENT HAS EACH      *
001500*    WAIVABLE FEE WAIVED OR REDUCED BY THE BOARD'S POLICY       *
001600*    PERCENTAGES ON THE CONTROL CARD.  THE CONTROL REPORT       *
001700*    TOTALS WHAT WAS ASSESSED AND WAIVED BY CAMPUS AND FEE.     *
001800*    NO CONTROL CARD, OR TERM DATES THAT DO NOT MAKE A TERM,    *
001900*    ENDS THE RUN RC 8 WITHOUT CHARGING ANYONE.                 *
002000*--------------------------------------------------------------*
002100*    MODIFICATION HISTORY                                      *
002200*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CONTROL-FILE ASSIGN TO FEEACTL
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-FC-FILE-STATUS.
003000     SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-FS-FILE-STATUS.
003300     SELECT ACTIVITY-ROSTER-FILE ASSIGN TO ACTROSTR
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-AM-FILE-STATUS.
003600     SELECT TERM-ENROLLMENT-FILE ASSIGN TO TERMENR
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS SM-STUDENT-ID
004200         FILE STATUS IS WS-SM-FILE-STATUS.
004300     SELECT FINE-FILE ASSIGN TO FINERECS
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT ASSESS-RPT ASSIGN TO ASSESRPT
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CONTROL-FILE
005000     RECORDING MODE IS F.
005100     COPY feeactl.
005200 FD  FEE-SCHEDULE-FILE
005300     RECORDING MODE IS F.
005400     COPY feesched.
005500 FD  ACTIVITY-ROSTER-FILE
005600     RECORDING MODE IS F.
005700     COPY actmemb.
005800 FD  TERM-ENROLLMENT-FILE
005900     RECORDING MODE IS F.
006000     COPY termenr.
006100 FD  STUDENT-MASTER-FILE.
006200     COPY studmast.
006300 FD  FINE-FILE
006400     RECORDING MODE IS F.
006500     COPY finerec.
006600 FD  ASSESS-RPT
006700     RECORDING MODE IS F.
006800 01  ASSESS-LINE                    PIC X(80).
006900 WORKING-STORAGE SECTION.
007000 01  WS-FC-FILE-STATUS              PIC X(02) VALUE SPACE.
007100 01  WS-FS-FILE-STATUS              PIC X(02) VALUE SPACE.
007200 01  WS-AM-FILE-STATUS              PIC X(02) VALUE SPACE.
007300 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
007400 01  WS-TE-EOF-SWITCH               PIC X(01) VALUE "N".
007500     88  WS-TE-EOF                      VALUE "Y".
007600 01  WS-SIDE-EOF-SWITCH             PIC X(01) VALUE "N".
007700     88  WS-SIDE-EOF                    VALUE "Y".
007800 01  WS-MEMBER-SWITCH               PIC X(01).
007900     88  WS-IS-MEMBER                   VALUE "Y".
008000*    THE TERM FROM THE CONTROL CARD, AND THE BOARD'S WAIVER
008100*    PERCENTAGES (DEFAULTS UNLESS THE CARD CARRIES NUMBERS).
008200 01  WS-TERM-CODE                   PIC X(05).
008300 01  WS-TERM-START                  PIC 9(08).
008400 01  WS-TERM-END                    PIC 9(08).
008500 01  WS-TERM-START-INT              PIC 9(07) COMP.
008600 01  WS-TERM-END-INT                PIC 9(07) COMP.
008700 01  WS-TERM-DAYS                   PIC 9(05) COMP.
008800 01  WS-FREE-WAIVE-PCT              PIC 9(03) VALUE 100.
008900 01  WS-REDUCED-WAIVE-PCT           PIC 9(03) VALUE 050.
009000 01  WS-DATE-CHECK.
009100     05  WS-DC-YEAR                 PIC 9(04).
009200     05  WS-DC-MONTH                PIC 9(02).
009300     05  WS-DC-DAY                  PIC 9(02).
009400 01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK
009500                                    PIC 9(08).
009600 01  WS-DATE-SWITCH                 PIC X(01).
009700     88  WS-DATE-OK                     VALUE "Y".
009800*    THE STUDENT BEING ASSESSED.
009900 01  WS-STUDENT-CAMPUS              PIC X(03).
010000 01  WS-STUDENT-GRADE               PIC X(02).
010100 01  WS-STUDENT-TIER                PIC X(01).
010200     88  WS-TIER-REDUCED                VALUE "R".
010300     88  WS-TIER-FREE                   VALUE "E".
010400 01  WS-CHARGE-DATE                 PIC 9(08).
010500 01  WS-DAYS-LEFT                   PIC S9(05) COMP.
010600 01  WS-PRORATE-SWITCH              PIC X(01).
010700     88  WS-MID-TERM                    VALUE "Y".
010800 01  WS-FULL-AMOUNT                 PIC 9(05)V99.
010900 01  WS-WAIVED-AMOUNT               PIC 9(05)V99.
011000 01  WS-CHARGE-AMOUNT               PIC 9(05)V99.
011100 01  WS-SCHED-COUNT                 PIC 9(03) COMP VALUE ZERO.
011200 01  WS-SCHED-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
011300 01  WS-SSUB                        PIC 9(03) COMP.
011400 01  WS-SCHEDULE-TABLE.
011500     05  WS-SC-ENTRY OCCURS 200 TIMES.
011600         10  WS-SC-FEE-CODE         PIC X(04).
011700         10  WS-SC-GRADE            PIC X(02).
011800         10  WS-SC-CAMPUS           PIC X(03).
011900         10  WS-SC-ACTIVITY         PIC X(04).
012000         10  WS-SC-DESCRIPTION      PIC X(20).
012100         10  WS-SC-AMOUNT           PIC 9(05)V99.
012200         10  WS-SC-PRORATE          PIC X(01).
012300             88  WS-SC-PRORATED         VALUE "Y".
012400         10  WS-SC-WAIVABLE         PIC X(01).
012500             88  WS-SC-NOT-WAIVABLE     VALUE "N".
012600 01  WS-MEMBER-COUNT                PIC 9(05) COMP VALUE ZERO.
012700 01  WS-MEMBER-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
012800 01  WS-MSUB                        PIC 9(05) COMP.
012900 01  WS-MEMBER-TABLE.
013000     05  WS-AM-ENTRY OCCURS 5000 TIMES.
013100         10  WS-AM-STUDENT-ID       PIC X(09).
013200         10  WS-AM-ACTIVITY         PIC X(04).
013300*    CONTROL TOTALS BY CAMPUS AND FEE, AND BY CAMPUS.
013400 01  WS-TOTAL-COUNT                 PIC 9(03) COMP VALUE ZERO.
013500 01  WS-TOTAL-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
013600 01  WS-TSUB                        PIC 9(03) COMP.
013700 01  WS-FOUND-SUB                   PIC 9(03) COMP.
013800 01  WS-TOTAL-TABLE.
013900     05  WS-TT-ENTRY OCCURS 500 TIMES.
014000         10  WS-TT-CAMPUS           PIC X(03).
014100         10  WS-TT-FEE-CODE         PIC X(04).
014200         10  WS-TT-ASSESSED         PIC 9(05) COMP.
014300         10  WS-TT-ASSESSED-AMT     PIC 9(07)V99 COMP-3.
014400         10  WS-TT-PRORATED         PIC 9(05) COMP.
014500         10  WS-TT-WAIVED           PIC 9(05) COMP.
014600         10  WS-TT-WAIVED-AMT       PIC 9(07)V99 COMP-3.
014700 01  WS-CAMPUS-COUNT                PIC 9(02) COMP VALUE ZERO.
014800 01  WS-CAMPUS-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
014900 01  WS-CPSUB                       PIC 9(02) COMP.
015000 01  WS-CAMPUS-TABLE.
015100     05  WS-CP-ENTRY OCCURS 50 TIMES.
015200         10  WS-CP-CAMPUS           PIC X(03).
015300         10  WS-CP-ASSESSED         PIC 9(05) COMP.
015400         10  WS-CP-ASSESSED-AMT     PIC 9(07)V99 COMP-3.
015500         10  WS-CP-PRORATED         PIC 9(05) COMP.
015600         10  WS-CP-WAIVED           PIC 9(05) COMP.
015700         10  WS-CP-WAIVED-AMT       PIC 9(07)V99 COMP-3.
015800 01  WS-STUDENT-COUNT               PIC 9(05) COMP VALUE ZERO.
015900 01  WS-SUMMER-COUNT                PIC 9(05) COMP VALUE ZERO.
016000 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
016100 01  WS-CHARGE-COUNT                PIC 9(05) COMP VALUE ZERO.
016200 01  WS-GRAND-ASSESSED              PIC 9(05) COMP VALUE ZERO.
016300 01  WS-GRAND-ASSESSED-AMT          PIC 9(09)V99 VALUE ZERO.
016400 01  WS-GRAND-PRORATED              PIC 9(05) COMP VALUE ZERO.
016500 01  WS-GRAND-WAIVED                PIC 9(05) COMP VALUE ZERO.
016600 01  WS-GRAND-WAIVED-AMT            PIC 9(09)V99 VALUE ZERO.
016700 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "FEEASSES".
016800 01  WS-AUDIT-VALUE                 PIC X(25).
016900 01  WS-AUDIT-REASON                PIC X(20).
017000 01  WS-REPORT-HEADING.
017100     05  FILLER                     PIC X(36)
017200             VALUE "TERM FEE ASSESSMENT CONTROL - TERM ".
017300     05  WS-RH-TERM-CODE            PIC X(05).
017400     05  FILLER                     PIC X(02) VALUE SPACE.
017500     05  WS-RH-TERM-START           PIC 9(08).
017600     05  FILLER                     PIC X(03) VALUE " - ".
017700     05  WS-RH-TERM-END             PIC 9(08).
017800     05  FILLER                     PIC X(18) VALUE SPACE.
017900 01  WS-COLUMN-HEADING.
018000     05  FILLER                     PIC X(40)
018100             VALUE "CMP FEE  ASSESSED        AMOUNT PRORATED".
018200     05  FILLER                     PIC X(40)
018300             VALUE "  WAIVED        AMOUNT".
018400 01  WS-TOTAL-LINE.
018500     05  WS-TL-CAMPUS               PIC X(03).
018600     05  FILLER                     PIC X(01) VALUE SPACE.
018700     05  WS-TL-FEE-CODE             PIC X(05).
018800     05  FILLER                     PIC X(02) VALUE SPACE.
018900     05  WS-TL-ASSESSED             PIC ZZ,ZZ9.
019000     05  FILLER                     PIC X(02) VALUE SPACE.
019100     05  WS-TL-ASSESSED-AMT         PIC Z,ZZZ,ZZ9.99.
019200     05  FILLER                     PIC X(03) VALUE SPACE.
019300     05  WS-TL-PRORATED             PIC ZZ,ZZ9.
019400     05  FILLER                     PIC X(02) VALUE SPACE.
019500     05  WS-TL-WAIVED               PIC ZZ,ZZ9.
019600     05  FILLER                     PIC X(02) VALUE SPACE.
019700     05  WS-TL-WAIVED-AMT           PIC Z,ZZZ,ZZ9.99.
019800     05  FILLER                     PIC X(18) VALUE SPACE.
019900 01  WS-REJECT-LINE.
020000     05  FILLER                     PIC X(10)
020100             VALUE "REJECTED -".
020200     05  FILLER                     PIC X(01) VALUE SPACE.
020300     05  WS-RJ-STUDENT-ID           PIC X(09).
020400     05  FILLER                     PIC X(02) VALUE SPACE.
020500     05  WS-RJ-REASON               PIC X(20).
020600     05  FILLER                     PIC X(38) VALUE SPACE.
020700 01  WS-SUMMARY-LINE.
020800     05  FILLER                     PIC X(10)
020900             VALUE "STUDENTS -".
021000     05  WS-SL-STUDENTS             PIC ZZ,ZZ9.
021100     05  FILLER                     PIC X(11)
021200             VALUE "  SUMMER - ".
021300     05  WS-SL-SUMMER               PIC ZZ,ZZ9.
021400     05  FILLER                     PIC X(12)
021500             VALUE "  REJECTS - ".
021600     05  WS-SL-REJECTS              PIC ZZ,ZZ9.
021700     05  FILLER                     PIC X(12)
021800             VALUE "  CHARGES - ".
021900     05  WS-SL-CHARGES              PIC ZZ,ZZ9.
022000     05  FILLER                     PIC X(11) VALUE SPACE.
022100 LINKAGE SECTION.
022200 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
022300 01  LS-PARM-DATA                   PIC X(10).
022400 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
022500*--------------------------------------------------------------*
022600*    0000-MAINLINE                                              *
022700*--------------------------------------------------------------*
022800 0000-MAINLINE.
022900     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
023000     IF RETURN-CODE = 8
023100         GOBACK
023200     END-IF
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023400     PERFORM 2000-ASSESS-STUDENT THRU 2000-EXIT
023500         UNTIL WS-TE-EOF
023600     PERFORM 8000-FINALIZE THRU 8000-EXIT
023700     GOBACK.
023800*--------------------------------------------------------------*
023900*    1000-INITIALIZE - THE FEE SCHEDULE AND THE ACTIVITY        *
024000*    ROSTERS ARE HELD IN STORAGE FOR THE WHOLE RUN.             *
024100*--------------------------------------------------------------*
024200 1000-INITIALIZE.
024300     MOVE "N" TO WS-SIDE-EOF-SWITCH
024400     OPEN INPUT FEE-SCHEDULE-FILE
024500     IF WS-FS-FILE-STATUS NOT = "35"
024600         PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
024700             UNTIL WS-SIDE-EOF
024800         CLOSE FEE-SCHEDULE-FILE
024900     END-IF
025000     IF WS-SCHED-COUNT = 0
025100         DISPLAY "FEEASSES: FEE SCHEDULE EMPTY - NOTHING ASSESSED"
025200         MOVE 4 TO RETURN-CODE
025300     END-IF
025400     MOVE "N" TO WS-SIDE-EOF-SWITCH
025500     OPEN INPUT ACTIVITY-ROSTER-FILE
025600     IF WS-AM-FILE-STATUS NOT = "35"
025700         PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT
025800             UNTIL WS-SIDE-EOF
025900         CLOSE ACTIVITY-ROSTER-FILE
026000     END-IF
026100     OPEN INPUT TERM-ENROLLMENT-FILE
026200     OPEN INPUT STUDENT-MASTER-FILE
026300     OPEN OUTPUT FINE-FILE
026400     OPEN OUTPUT ASSESS-RPT
026500     MOVE WS-TERM-CODE TO WS-RH-TERM-CODE
026600     MOVE WS-TERM-START TO WS-RH-TERM-START
026700     MOVE WS-TERM-END TO WS-RH-TERM-END
026800     WRITE ASSESS-LINE FROM WS-REPORT-HEADING
026900     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
027000 1000-EXIT.
027100     EXIT.
027200*--------------------------------------------------------------*
027300*    1100-LOAD-CONTROL - THE TERM CODE AND BOTH TERM DATES ARE  *
027400*    REQUIRED; THE WAIVER PERCENTAGES TAKE THE BOARD'S          *
027500*    STANDING POLICY UNLESS THE CARD OVERRIDES THEM.            *
027600*--------------------------------------------------------------*
027700 1100-LOAD-CONTROL.
027800     OPEN INPUT CONTROL-FILE
027900     IF WS-FC-FILE-STATUS = "35"
028000         DISPLAY "FEEASSES: NO CONTROL CARD - RUN ENDED"
028100         MOVE 8 TO RETURN-CODE
028200         GO TO 1100-EXIT
028300     END-IF
028400     READ CONTROL-FILE
028500         AT END
028600             DISPLAY "FEEASSES: NO CONTROL CARD - RUN ENDED"
028700             MOVE 8 TO RETURN-CODE
028800             CLOSE CONTROL-FILE
028900             GO TO 1100-EXIT
029000     END-READ
029100     CLOSE CONTROL-FILE
029200     MOVE FC-TERM-CODE TO WS-TERM-CODE
029300     IF WS-TERM-CODE = SPACE
029400             OR FC-TERM-START NOT NUMERIC
029500             OR FC-TERM-END NOT NUMERIC
029600         DISPLAY "FEEASSES: CONTROL CARD TERM INVALID - RUN ENDED"
029700         MOVE 8 TO RETURN-CODE
029800         GO TO 1100-EXIT
029900     END-IF
030000     MOVE FC-TERM-START TO WS-TERM-START
030100     MOVE FC-TERM-END TO WS-TERM-END
030200     MOVE WS-TERM-START TO WS-DATE-CHECK-NUM
030300     PERFORM 1150-CHECK-DATE THRU 1150-EXIT
030400     IF WS-DATE-OK
030500         MOVE WS-TERM-END TO WS-DATE-CHECK-NUM
030600         PERFORM 1150-CHECK-DATE THRU 1150-EXIT
030700     END-IF
030800     IF NOT WS-DATE-OK OR WS-TERM-END < WS-TERM-START
030900         DISPLAY "FEEASSES: CONTROL CARD TERM INVALID - RUN ENDED"
031000         MOVE 8 TO RETURN-CODE
031100         GO TO 1100-EXIT
031200     END-IF
031300     COMPUTE WS-TERM-START-INT =
031400         FUNCTION INTEGER-OF-DATE (WS-TERM-START)
031500     COMPUTE WS-TERM-END-INT =
031600         FUNCTION INTEGER-OF-DATE (WS-TERM-END)
031700     COMPUTE WS-TERM-DAYS =
031800         WS-TERM-END-INT - WS-TERM-START-INT + 1
031900     IF FC-FREE-WAIVE-PCT IS NUMERIC
032000             AND FC-FREE-WAIVE-PCT NOT > 100
032100         MOVE FC-FREE-WAIVE-PCT TO WS-FREE-WAIVE-PCT
032200     END-IF
032300     IF FC-REDUCED-WAIVE-PCT IS NUMERIC
032400             AND FC-REDUCED-WAIVE-PCT NOT > 100
032500         MOVE FC-REDUCED-WAIVE-PCT TO WS-REDUCED-WAIVE-PCT
032600     END-IF.
032700 1100-EXIT.
032800     EXIT.
032900*--------------------------------------------------------------*
033000*    1150-CHECK-DATE - WS-DATE-CHECK MUST BE A REAL CALENDAR    *
033100*    DATE BEFORE IT GOES NEAR INTEGER-OF-DATE.                  *
033200*--------------------------------------------------------------*
033300 1150-CHECK-DATE.
033400     MOVE "N" TO WS-DATE-SWITCH
033500     IF WS-DC-YEAR < 1601
033600             OR WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
033700             OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
033800         GO TO 1150-EXIT
033900     END-IF
034000     IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK-NUM) = 0
034100         MOVE "Y" TO WS-DATE-SWITCH
034200     END-IF.
034300 1150-EXIT.
034400     EXIT.
034500*--------------------------------------------------------------*
034600*    1200-LOAD-SCHEDULE                                         *
034700*--------------------------------------------------------------*
034800 1200-LOAD-SCHEDULE.
034900     READ FEE-SCHEDULE-FILE
035000         AT END
035100             SET WS-SIDE-EOF TO TRUE
035200             GO TO 1200-EXIT
035300     END-READ
035400     IF FS-FEE-CODE = SPACE OR FS-AMOUNT NOT NUMERIC
035500         DISPLAY "FEEASSES: FEE SCHEDULE ROW INVALID - SKIPPED - "
035600             FS-FEE-CODE
035700         MOVE 4 TO RETURN-CODE
035800         GO TO 1200-EXIT
035900     END-IF
036000     IF WS-SCHED-COUNT < 200
036100         ADD 1 TO WS-SCHED-COUNT
036200         MOVE FS-FEE-CODE TO WS-SC-FEE-CODE (WS-SCHED-COUNT)
036300         MOVE FS-GRADE-LEVEL TO WS-SC-GRADE (WS-SCHED-COUNT)
036400         MOVE FS-CAMPUS-CODE TO WS-SC-CAMPUS (WS-SCHED-COUNT)
036500         MOVE FS-ACTIVITY-CODE TO WS-SC-ACTIVITY (WS-SCHED-COUNT)
036600         MOVE FS-DESCRIPTION
036700             TO WS-SC-DESCRIPTION (WS-SCHED-COUNT)
036800         MOVE FS-AMOUNT TO WS-SC-AMOUNT (WS-SCHED-COUNT)
036900         MOVE FS-PRORATE TO WS-SC-PRORATE (WS-SCHED-COUNT)
037000         MOVE FS-WAIVABLE TO WS-SC-WAIVABLE (WS-SCHED-COUNT)
037100     ELSE
037200         ADD 1 TO WS-SCHED-DROP-COUNT
037300     END-IF.
037400 1200-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------*
037700*    1300-LOAD-ROSTER                                           *
037800*--------------------------------------------------------------*
037900 1300-LOAD-ROSTER.
038000     READ ACTIVITY-ROSTER-FILE
038100         AT END
038200             SET WS-SIDE-EOF TO TRUE
038300             GO TO 1300-EXIT
038400     END-READ
038500     IF WS-MEMBER-COUNT < 5000
038600         ADD 1 TO WS-MEMBER-COUNT
038700         MOVE AM-STUDENT-ID TO WS-AM-STUDENT-ID (WS-MEMBER-COUNT)
038800         MOVE AM-ACTIVITY-CODE TO WS-AM-ACTIVITY (WS-MEMBER-COUNT)
038900     ELSE
039000         ADD 1 TO WS-MEMBER-DROP-COUNT
039100     END-IF.
039200 1300-EXIT.
039300     EXIT.
039400*--------------------------------------------------------------*
039500*    2000-ASSESS-STUDENT - CAMPUS AND MEAL TIER COME FROM THE   *
039600*    STUDENT MASTER; THE ENROLLMENT DATE DECIDES PRORATION.     *
039700*--------------------------------------------------------------*
039800 2000-ASSESS-STUDENT.
039900     IF TE-SESSION-SUMMER
040000         ADD 1 TO WS-SUMMER-COUNT
040100         GO TO 2000-NEXT
040200     END-IF
040300     ADD 1 TO WS-STUDENT-COUNT
040400     MOVE SPACE TO SM-STUDENT-ID
040500     MOVE TE-STUDENT-ID TO SM-STUDENT-ID
040600     READ STUDENT-MASTER-FILE
040700         INVALID KEY
040800             MOVE "NO MASTER RECORD" TO WS-RJ-REASON
040900             PERFORM 7000-REJECT THRU 7000-EXIT
041000             GO TO 2000-NEXT
041100     END-READ
041200     MOVE SM-CAMPUS-CODE TO WS-STUDENT-CAMPUS
041300     MOVE SM-MEAL-TIER TO WS-STUDENT-TIER
041400     MOVE TE-GRADE-LEVEL TO WS-STUDENT-GRADE
041500     MOVE WS-TERM-START TO WS-CHARGE-DATE
041600     MOVE "N" TO WS-PRORATE-SWITCH
041700     IF TE-ENROLLMENT-YEAR IS NUMERIC
041800             AND TE-ENROLLMENT-MONTH IS NUMERIC
041900             AND TE-ENROLLMENT-DAY IS NUMERIC
042000             AND TE-ENROLLMENT-YEAR < 10000
042100         MOVE TE-ENROLLMENT-YEAR TO WS-DC-YEAR
042200         MOVE TE-ENROLLMENT-MONTH TO WS-DC-MONTH
042300         MOVE TE-ENROLLMENT-DAY TO WS-DC-DAY
042400         PERFORM 1150-CHECK-DATE THRU 1150-EXIT
042500         IF WS-DATE-OK AND WS-DATE-CHECK-NUM > WS-TERM-START
042600             MOVE WS-DATE-CHECK-NUM TO WS-CHARGE-DATE
042700             MOVE "Y" TO WS-PRORATE-SWITCH
042800         END-IF
042900     END-IF
043000     IF WS-CHARGE-DATE > WS-TERM-END
043100         MOVE "ENROLLED AFTER TERM" TO WS-RJ-REASON
043200         PERFORM 7000-REJECT THRU 7000-EXIT
043300         GO TO 2000-NEXT
043400     END-IF
043500     IF WS-MID-TERM
043600         COMPUTE WS-DAYS-LEFT = WS-TERM-END-INT
043700             - FUNCTION INTEGER-OF-DATE (WS-CHARGE-DATE) + 1
043800     END-IF
043900     PERFORM 3000-APPLY-FEE THRU 3000-EXIT
044000         VARYING WS-SSUB FROM 1 BY 1
044100         UNTIL WS-SSUB > WS-SCHED-COUNT.
044200 2000-NEXT.
044300     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
044400 2000-EXIT.
044500     EXIT.
044600 2100-READ-ENROLLMENT.
044700     READ TERM-ENROLLMENT-FILE
044800         AT END
044900             SET WS-TE-EOF TO TRUE
045000     END-READ.
045100 2100-EXIT.
045200     EXIT.
045300*--------------------------------------------------------------*
045400*    3000-APPLY-FEE - ONE SCHEDULE ROW AGAINST THE STUDENT.     *
045500*    PRORATION COMES FIRST, THEN THE MEAL-TIER WAIVER ON WHAT   *
045600*    IS LEFT.  A FEE WAIVED IN FULL CUTS NO CHARGE BUT STILL    *
045700*    COUNTS ON THE CONTROL REPORT.                              *
045800*--------------------------------------------------------------*
045900 3000-APPLY-FEE.
046000     IF WS-SC-GRADE (WS-SSUB) NOT = SPACE
046100             AND WS-SC-GRADE (WS-SSUB) NOT = WS-STUDENT-GRADE
046200         GO TO 3000-EXIT
046300     END-IF
046400     IF WS-SC-CAMPUS (WS-SSUB) NOT = SPACE
046500             AND WS-SC-CAMPUS (WS-SSUB) NOT = WS-STUDENT-CAMPUS
046600         GO TO 3000-EXIT
046700     END-IF
046800     IF WS-SC-ACTIVITY (WS-SSUB) NOT = SPACE
046900         PERFORM 3100-CHECK-MEMBER THRU 3100-EXIT
047000         IF NOT WS-IS-MEMBER
047100             GO TO 3000-EXIT
047200         END-IF
047300     END-IF
047400     MOVE WS-SC-AMOUNT (WS-SSUB) TO WS-FULL-AMOUNT
047500     IF WS-MID-TERM AND WS-SC-PRORATED (WS-SSUB)
047600         COMPUTE WS-FULL-AMOUNT ROUNDED =
047700             WS-SC-AMOUNT (WS-SSUB) * WS-DAYS-LEFT / WS-TERM-DAYS
047800     END-IF
047900     MOVE ZERO TO WS-WAIVED-AMOUNT
048000     IF NOT WS-SC-NOT-WAIVABLE (WS-SSUB)
048100         IF WS-TIER-FREE
048200             COMPUTE WS-WAIVED-AMOUNT ROUNDED =
048300                 WS-FULL-AMOUNT * WS-FREE-WAIVE-PCT / 100
048400         END-IF
048500         IF WS-TIER-REDUCED
048600             COMPUTE WS-WAIVED-AMOUNT ROUNDED =
048700                 WS-FULL-AMOUNT * WS-REDUCED-WAIVE-PCT / 100
048800         END-IF
048900     END-IF
049000     COMPUTE WS-CHARGE-AMOUNT = WS-FULL-AMOUNT - WS-WAIVED-AMOUNT
049100     IF WS-CHARGE-AMOUNT > ZERO
049200         MOVE SPACE TO FINE-RECORD
049300         MOVE TE-STUDENT-ID TO FN-STUDENT-ID
049400         STRING WS-SC-FEE-CODE (WS-SSUB) WS-TERM-CODE
049500             DELIMITED BY SIZE INTO FN-REFERENCE
049600         MOVE WS-CHARGE-DATE TO FN-FINE-DATE
049700         MOVE WS-CHARGE-AMOUNT TO FN-AMOUNT
049800         MOVE WS-SC-DESCRIPTION (WS-SSUB) TO FN-REASON
049900         WRITE FINE-RECORD
050000         ADD 1 TO WS-CHARGE-COUNT
050100     END-IF
050200     PERFORM 4000-ADD-TOTALS THRU 4000-EXIT.
050300 3000-EXIT.
050400     EXIT.
050500*--------------------------------------------------------------*
050600*    3100-CHECK-MEMBER - IS THE STUDENT ON THE ROSTER FOR THE   *
050700*    SCHEDULE ROW'S ACTIVITY.                                   *
050800*--------------------------------------------------------------*
050900 3100-CHECK-MEMBER.
051000     MOVE "N" TO WS-MEMBER-SWITCH
051100     PERFORM 3110-MATCH-MEMBER THRU 3110-EXIT
051200         VARYING WS-MSUB FROM 1 BY 1
051300         UNTIL WS-MSUB > WS-MEMBER-COUNT
051400             OR WS-IS-MEMBER.
051500 3100-EXIT.
051600     EXIT.
051700 3110-MATCH-MEMBER.
051800     IF WS-AM-STUDENT-ID (WS-MSUB) = TE-STUDENT-ID
051900             AND WS-AM-ACTIVITY (WS-MSUB)
052000                 = WS-SC-ACTIVITY (WS-SSUB)
052100         MOVE "Y" TO WS-MEMBER-SWITCH
052200     END-IF.
052300 3110-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------*
052600*    4000-ADD-TOTALS - CAMPUS/FEE ROW AND CAMPUS ROW.           *
052700*--------------------------------------------------------------*
052800 4000-ADD-TOTALS.
052900     MOVE ZERO TO WS-FOUND-SUB
053000     PERFORM 4100-MATCH-TOTAL THRU 4100-EXIT
053100         VARYING WS-TSUB FROM 1 BY 1
053200         UNTIL WS-TSUB > WS-TOTAL-COUNT
053300             OR WS-FOUND-SUB > 0
053400     IF WS-FOUND-SUB = 0
053500         IF WS-TOTAL-COUNT < 500
053600             ADD 1 TO WS-TOTAL-COUNT
053700             MOVE WS-TOTAL-COUNT TO WS-FOUND-SUB
053800             MOVE WS-STUDENT-CAMPUS TO WS-TT-CAMPUS (WS-FOUND-SUB)
053900             MOVE WS-SC-FEE-CODE (WS-SSUB)
054000                 TO WS-TT-FEE-CODE (WS-FOUND-SUB)
054100             MOVE ZERO TO WS-TT-ASSESSED (WS-FOUND-SUB)
054200             MOVE ZERO TO WS-TT-ASSESSED-AMT (WS-FOUND-SUB)
054300             MOVE ZERO TO WS-TT-PRORATED (WS-FOUND-SUB)
054400             MOVE ZERO TO WS-TT-WAIVED (WS-FOUND-SUB)
054500             MOVE ZERO TO WS-TT-WAIVED-AMT (WS-FOUND-SUB)
054600         ELSE
054700             ADD 1 TO WS-TOTAL-DROP-COUNT
054800         END-IF
054900     END-IF
055000     IF WS-FOUND-SUB > 0
055100         ADD 1 TO WS-TT-ASSESSED (WS-FOUND-SUB)
055200         ADD WS-CHARGE-AMOUNT TO WS-TT-ASSESSED-AMT (WS-FOUND-SUB)
055300         IF WS-FULL-AMOUNT < WS-SC-AMOUNT (WS-SSUB)
055400             ADD 1 TO WS-TT-PRORATED (WS-FOUND-SUB)
055500         END-IF
055600         IF WS-WAIVED-AMOUNT > ZERO
055700             ADD 1 TO WS-TT-WAIVED (WS-FOUND-SUB)
055800             ADD WS-WAIVED-AMOUNT
055900                 TO WS-TT-WAIVED-AMT (WS-FOUND-SUB)
056000         END-IF
056100     END-IF
056200     MOVE ZERO TO WS-FOUND-SUB
056300     PERFORM 4200-MATCH-CAMPUS THRU 4200-EXIT
056400         VARYING WS-CPSUB FROM 1 BY 1
056500         UNTIL WS-CPSUB > WS-CAMPUS-COUNT
056600             OR WS-FOUND-SUB > 0
056700     IF WS-FOUND-SUB = 0
056800         IF WS-CAMPUS-COUNT < 50
056900             ADD 1 TO WS-CAMPUS-COUNT
057000             MOVE WS-CAMPUS-COUNT TO WS-FOUND-SUB
057100             MOVE WS-STUDENT-CAMPUS TO WS-CP-CAMPUS (WS-FOUND-SUB)
057200             MOVE ZERO TO WS-CP-ASSESSED (WS-FOUND-SUB)
057300             MOVE ZERO TO WS-CP-ASSESSED-AMT (WS-FOUND-SUB)
057400             MOVE ZERO TO WS-CP-PRORATED (WS-FOUND-SUB)
057500             MOVE ZERO TO WS-CP-WAIVED (WS-FOUND-SUB)
057600             MOVE ZERO TO WS-CP-WAIVED-AMT (WS-FOUND-SUB)
057700         ELSE
057800             ADD 1 TO WS-CAMPUS-DROP-COUNT
057900         END-IF
058000     END-IF
058100     IF WS-FOUND-SUB > 0
058200         ADD 1 TO WS-CP-ASSESSED (WS-FOUND-SUB)
058300         ADD WS-CHARGE-AMOUNT TO WS-CP-ASSESSED-AMT (WS-FOUND-SUB)
058400         IF WS-FULL-AMOUNT < WS-SC-AMOUNT (WS-SSUB)
058500             ADD 1 TO WS-CP-PRORATED (WS-FOUND-SUB)
058600         END-IF
058700         IF WS-WAIVED-AMOUNT > ZERO
058800             ADD 1 TO WS-CP-WAIVED (WS-FOUND-SUB)
058900             ADD WS-WAIVED-AMOUNT
059000                 TO WS-CP-WAIVED-AMT (WS-FOUND-SUB)
059100         END-IF
059200     END-IF
059300     ADD 1 TO WS-GRAND-ASSESSED
059400     ADD WS-CHARGE-AMOUNT TO WS-GRAND-ASSESSED-AMT
059500     IF WS-FULL-AMOUNT < WS-SC-AMOUNT (WS-SSUB)
059600         ADD 1 TO WS-GRAND-PRORATED
059700     END-IF
059800     IF WS-WAIVED-AMOUNT > ZERO
059900         ADD 1 TO WS-GRAND-WAIVED
060000         ADD WS-WAIVED-AMOUNT TO WS-GRAND-WAIVED-AMT
060100     END-IF.
060200 4000-EXIT.
060300     EXIT.
060400 4100-MATCH-TOTAL.
060500     IF WS-TT-CAMPUS (WS-TSUB) = WS-STUDENT-CAMPUS
060600             AND WS-TT-FEE-CODE (WS-TSUB)
060700                 = WS-SC-FEE-CODE (WS-SSUB)
060800         MOVE WS-TSUB TO WS-FOUND-SUB
060900     END-IF.
061000 4100-EXIT.
061100     EXIT.
061200 4200-MATCH-CAMPUS.
061300     IF WS-CP-CAMPUS (WS-CPSUB) = WS-STUDENT-CAMPUS
061400         MOVE WS-CPSUB TO WS-FOUND-SUB
061500     END-IF.
061600 4200-EXIT.
061700     EXIT.
061800*--------------------------------------------------------------*
061900*    5000-PRINT-CAMPUS - THE CAMPUS'S FEE ROWS, THEN ITS TOTAL. *
062000*--------------------------------------------------------------*
062100 5000-PRINT-CAMPUS.
062200     PERFORM 5100-PRINT-FEE THRU 5100-EXIT
062300         VARYING WS-TSUB FROM 1 BY 1
062400         UNTIL WS-TSUB > WS-TOTAL-COUNT
062500     MOVE SPACE TO WS-TOTAL-LINE
062600     MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-TL-CAMPUS
062700     MOVE "TOTAL" TO WS-TL-FEE-CODE
062800     MOVE WS-CP-ASSESSED (WS-CPSUB) TO WS-TL-ASSESSED
062900     MOVE WS-CP-ASSESSED-AMT (WS-CPSUB) TO WS-TL-ASSESSED-AMT
063000     MOVE WS-CP-PRORATED (WS-CPSUB) TO WS-TL-PRORATED
063100     MOVE WS-CP-WAIVED (WS-CPSUB) TO WS-TL-WAIVED
063200     MOVE WS-CP-WAIVED-AMT (WS-CPSUB) TO WS-TL-WAIVED-AMT
063300     WRITE ASSESS-LINE FROM WS-TOTAL-LINE.
063400 5000-EXIT.
063500     EXIT.
063600 5100-PRINT-FEE.
063700     IF WS-TT-CAMPUS (WS-TSUB) NOT = WS-CP-CAMPUS (WS-CPSUB)
063800         GO TO 5100-EXIT
063900     END-IF
064000     MOVE SPACE TO WS-TOTAL-LINE
064100     MOVE WS-TT-CAMPUS (WS-TSUB) TO WS-TL-CAMPUS
064200     MOVE WS-TT-FEE-CODE (WS-TSUB) TO WS-TL-FEE-CODE
064300     MOVE WS-TT-ASSESSED (WS-TSUB) TO WS-TL-ASSESSED
064400     MOVE WS-TT-ASSESSED-AMT (WS-TSUB) TO WS-TL-ASSESSED-AMT
064500     MOVE WS-TT-PRORATED (WS-TSUB) TO WS-TL-PRORATED
064600     MOVE WS-TT-WAIVED (WS-TSUB) TO WS-TL-WAIVED
064700     MOVE WS-TT-WAIVED-AMT (WS-TSUB) TO WS-TL-WAIVED-AMT
064800     WRITE ASSESS-LINE FROM WS-TOTAL-LINE.
064900 5100-EXIT.
065000     EXIT.
065100*--------------------------------------------------------------*
065200*    7000-REJECT - A STUDENT WHO CANNOT BE ASSESSED IS LISTED   *
065300*    FOR THE BUSINESS OFFICE AND LOGGED.                        *
065400*--------------------------------------------------------------*
065500 7000-REJECT.
065600     ADD 1 TO WS-REJECT-COUNT
065700     MOVE TE-STUDENT-ID TO WS-RJ-STUDENT-ID
065800     WRITE ASSESS-LINE FROM WS-REJECT-LINE
065900     MOVE TE-STUDENT-ID TO WS-AUDIT-VALUE
066000     MOVE WS-RJ-REASON TO WS-AUDIT-REASON
066100     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID "STUDENT-ID"
066200         WS-AUDIT-VALUE WS-AUDIT-REASON.
066300 7000-EXIT.
066400     EXIT.
066500*--------------------------------------------------------------*
066600*    8000-FINALIZE - RC 4 FOR REJECTED STUDENTS; RC 8 WHEN A    *
066700*    SCHEDULE OR ROSTER TABLE OVERFLOWED, SINCE STUDENTS WERE   *
066800*    THEN UNDER-CHARGED.                                        *
066900*--------------------------------------------------------------*
067000 8000-FINALIZE.
067100     WRITE ASSESS-LINE FROM WS-COLUMN-HEADING
067200     PERFORM 5000-PRINT-CAMPUS THRU 5000-EXIT
067300         VARYING WS-CPSUB FROM 1 BY 1
067400         UNTIL WS-CPSUB > WS-CAMPUS-COUNT
067500     MOVE SPACE TO WS-TOTAL-LINE
067600     MOVE "ALL" TO WS-TL-CAMPUS
067700     MOVE "TOTAL" TO WS-TL-FEE-CODE
067800     MOVE WS-GRAND-ASSESSED TO WS-TL-ASSESSED
067900     MOVE WS-GRAND-ASSESSED-AMT TO WS-TL-ASSESSED-AMT
068000     MOVE WS-GRAND-PRORATED TO WS-TL-PRORATED
068100     MOVE WS-GRAND-WAIVED TO WS-TL-WAIVED
068200     MOVE WS-GRAND-WAIVED-AMT TO WS-TL-WAIVED-AMT
068300     WRITE ASSESS-LINE FROM WS-TOTAL-LINE
068400     MOVE WS-STUDENT-COUNT TO WS-SL-STUDENTS
068500     MOVE WS-SUMMER-COUNT TO WS-SL-SUMMER
068600     MOVE WS-REJECT-COUNT TO WS-SL-REJECTS
068700     MOVE WS-CHARGE-COUNT TO WS-SL-CHARGES
068800     WRITE ASSESS-LINE FROM WS-SUMMARY-LINE
068900     IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
069000         MOVE 4 TO RETURN-CODE
069100     END-IF
069200     IF WS-TOTAL-DROP-COUNT > 0
069300         DISPLAY "FEEASSES: CAMPUS/FEE TABLE FULL - DROPPED - "
069400             WS-TOTAL-DROP-COUNT
069500         IF RETURN-CODE < 4
069600             MOVE 4 TO RETURN-CODE
069700         END-IF
069800     END-IF
069900     IF WS-CAMPUS-DROP-COUNT > 0
070000         DISPLAY "FEEASSES: CAMPUS TABLE FULL - DROPPED - "
070100             WS-CAMPUS-DROP-COUNT
070200         IF RETURN-CODE < 4
070300             MOVE 4 TO RETURN-CODE
070400         END-IF
070500     END-IF
070600     IF WS-SCHED-DROP-COUNT > 0
070700         DISPLAY "FEEASSES: FEE SCHEDULE TABLE FULL - DROPPED - "
070800             WS-SCHED-DROP-COUNT
070900         MOVE 8 TO RETURN-CODE
071000     END-IF
071100     IF WS-MEMBER-DROP-COUNT > 0
071200         DISPLAY "FEEASSES: ACTIVITY TABLE FULL - DROPPED - "
071300             WS-MEMBER-DROP-COUNT
071400         MOVE 8 TO RETURN-CODE
071500     END-IF
071600     CLOSE TERM-ENROLLMENT-FILE
071700     CLOSE STUDENT-MASTER-FILE
071800     CLOSE FINE-FILE
071900     CLOSE ASSESS-RPT.
072000 8000-EXIT.
072100     EXIT.
072200 END PROGRAM FEEASSES.
