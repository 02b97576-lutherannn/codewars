000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MEALDET.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    FREE AND REDUCED MEAL DETERMINATION.  EDITS EACH KEYED    *
000900*    MEAL BENEFIT APPLICATION, TESTS IT AGAINST THE FEDERAL    *
001000*    INCOME GUIDELINE FOR THE SCHOOL YEAR AND HOUSEHOLD SIZE   *
001100*    (A CATEGORICAL CASE QUALIFIES FOR FREE MEALS OUTRIGHT),   *
001200*    AND SETS SM-MEAL-TIER ON EVERY STUDENT THE HOUSEHOLD      *
001300*    LINKAGE PUTS IN THE APPLICANT'S HOUSEHOLD.  EACH          *
001400*    DETERMINATION IS APPENDED TO THE MEALDET HISTORY FOR THE  *
001500*    VERIFICATION AUDIT AND FEEDS AN APPROVAL OR DENIAL NOTICE *
001600*    TO THE LETTER EXTRACT.  TIER CHANGES ARE AUDIT-LOGGED AND *
001700*    JOURNALED LIKE ANY OTHER MASTER UPDATE.                   *
001800*    PARM = SCHOOL YEAR (YYYY, THE YEAR IT STARTS); DEFAULTS   *
001900*    TO THE YEAR IN PROGRESS, ROLLING OVER ON JULY 1.          *
002000*--------------------------------------------------------------*
002100*    MODIFICATION HISTORY                                      *
002200*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002230*    2026-10-15  DLS  JOURNAL THE FULL 200-BYTE STUDENT MASTER *
002260*                     IMAGE.                                   *
002270*    2026-10-15  DLS  RECORD EACH TIER CHANGE ON THE           *
002280*                     EFFECTIVE-DATED STUDENT HISTORY VIA      *
002290*                     HISTWRT FOR THE AS-OF REPORTING.         *
002293*    2026-10-15  DLS  JOURNAL THE PROGRAM ID (NO OPERATOR -    *
002296*                     THIS STEP RUNS UNATTENDED).              *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT MEAL-APPLICATION-FILE ASSIGN TO MEALAPP
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT INCOME-GUIDELINE-FILE ASSIGN TO INCGUIDE
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-IG-FILE-STATUS.
003200     SELECT HOUSEHOLD-LINK-FILE ASSIGN TO HOUSHOLD
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-HH-FILE-STATUS.
003500     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS SM-STUDENT-ID
003900         FILE STATUS IS WS-SM-FILE-STATUS.
004000     SELECT MEAL-DETERMINATION-FILE ASSIGN TO MEALDET
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT MEAL-NOTICE-FILE ASSIGN TO MEALNTC
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT MEAL-REGISTER-RPT ASSIGN TO MEALDRPT
004500         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MEAL-APPLICATION-FILE
004900     RECORDING MODE IS F.
005000     COPY mealapp.
005100 FD  INCOME-GUIDELINE-FILE
005200     RECORDING MODE IS F.
005300     COPY incguide.
005400 FD  HOUSEHOLD-LINK-FILE
005500     RECORDING MODE IS F.
005600     COPY houshold.
005700 FD  STUDENT-MASTER-FILE.
005800     COPY studmast.
005900 FD  MEAL-DETERMINATION-FILE
006000     RECORDING MODE IS F.
006100     COPY mealdet.
006200 FD  MEAL-NOTICE-FILE
006300     RECORDING MODE IS F.
006400     COPY mealntc.
006500 FD  MEAL-REGISTER-RPT
006600     RECORDING MODE IS F.
006700 01  MEAL-REGISTER-LINE             PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 01  WS-IG-FILE-STATUS              PIC X(02) VALUE SPACE.
007000 01  WS-HH-FILE-STATUS              PIC X(02) VALUE SPACE.
007100 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
007200 01  WS-MB-EOF-SWITCH               PIC X(01) VALUE "N".
007300     88  WS-MB-EOF                      VALUE "Y".
007400 01  WS-IG-EOF-SWITCH               PIC X(01) VALUE "N".
007500     88  WS-IG-EOF                      VALUE "Y".
007600 01  WS-HH-EOF-SWITCH               PIC X(01) VALUE "N".
007700     88  WS-HH-EOF                      VALUE "Y".
007800 01  WS-TIMESTAMP.
007900     05  WS-TS-DATE                 PIC 9(08).
008000     05  FILLER                     PIC X(13).
008100 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
008200     05  WS-TS-YEAR                 PIC 9(04).
008300     05  WS-TS-MONTH                PIC 9(02).
008400     05  FILLER                     PIC X(15).
008500 01  WS-SCHOOL-YEAR                 PIC 9(04).
008600*    THE YEAR'S GUIDELINE BY HOUSEHOLD SIZE.  A ZERO FREE LIMIT
008700*    MEANS NO ROW WAS LOADED FOR THAT SIZE.
008800 01  WS-GD-MAX-SIZE                 PIC 9(02) COMP VALUE ZERO.
008900 01  WS-GD-ROW-COUNT                PIC 9(04) COMP VALUE ZERO.
009000 01  WS-GD-ADD-FREE                 PIC 9(07)V99 VALUE ZERO.
009100 01  WS-GD-ADD-REDUCED              PIC 9(07)V99 VALUE ZERO.
009200 01  WS-GUIDELINE-TABLE.
009300     05  WS-GD-ENTRY OCCURS 20 TIMES.
009400         10  WS-GD-FREE             PIC 9(07)V99.
009500         10  WS-GD-REDUCED          PIC 9(07)V99.
009600 01  WS-FREE-LIMIT                  PIC 9(07)V99.
009700 01  WS-REDUCED-LIMIT               PIC 9(07)V99.
009800 01  WS-HH-COUNT                    PIC 9(04) COMP VALUE ZERO.
009900 01  WS-HH-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010000 01  WS-HHSUB                       PIC 9(04) COMP.
010100 01  WS-HOUSEHOLD-TABLE.
010200     05  WS-HL-ENTRY OCCURS 2000 TIMES.
010300         10  WS-HL-STUDENT-ID       PIC X(09).
010400         10  WS-HL-HOUSEHOLD-ID     PIC X(09).
010500 01  WS-LOOKUP-ID                   PIC X(09).
010600 01  WS-HOUSEHOLD-ID                PIC X(09).
010700 01  WS-NEW-TIER                    PIC X(01).
010800     88  WS-NEW-TIER-FULL               VALUE "F".
010900     88  WS-NEW-TIER-REDUCED            VALUE "R".
011000     88  WS-NEW-TIER-FREE               VALUE "E".
011100 01  WS-OLD-TIER                    PIC X(01).
011200 01  WS-BASIS                       PIC X(01).
011300 01  WS-COVERED-COUNT               PIC 9(02) COMP.
011400 01  WS-APP-COUNT                   PIC 9(05) COMP VALUE ZERO.
011500 01  WS-FREE-COUNT                  PIC 9(05) COMP VALUE ZERO.
011600 01  WS-REDUCED-COUNT               PIC 9(05) COMP VALUE ZERO.
011700 01  WS-DENIED-COUNT                PIC 9(05) COMP VALUE ZERO.
011800 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
011900 01  WS-CHANGE-COUNT                PIC 9(05) COMP VALUE ZERO.
012000 01  WS-JRNL-FILE-ID                PIC X(08)
012100                                    VALUE "STUDMSTR".
012200 01  WS-JRNL-ACTION                 PIC X(01).
012300 01  WS-JRNL-IMAGE                  PIC X(200).
012350 01  WS-HIST-PROGRAM-ID             PIC X(08) VALUE "MEALDET".
012370 01  WS-JRNL-OPERATOR-ID            PIC X(08) VALUE SPACE.
012400 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "MEALDET".
012500 01  WS-AUDIT-FIELD-NAME            PIC X(10).
012600 01  WS-AUDIT-VALUE                 PIC X(25).
012700 01  WS-AUDIT-REASON                PIC X(20).
012800 01  WS-TIER-CHANGE-VALUE.
012900     05  WS-TC-STUDENT-ID           PIC X(09).
013000     05  FILLER                     PIC X(01) VALUE SPACE.
013100     05  WS-TC-OLD-TIER             PIC X(01).
013200     05  FILLER                     PIC X(04) VALUE " TO ".
013300     05  WS-TC-NEW-TIER             PIC X(01).
013400     05  FILLER                     PIC X(09) VALUE SPACE.
013500 01  WS-APP-REASON.
013600     05  FILLER                     PIC X(04) VALUE "APP ".
013700     05  WS-AR-APPLICATION-ID       PIC X(10).
013800     05  FILLER                     PIC X(06) VALUE SPACE.
013900 01  WS-REPORT-HEADING              PIC X(80)
014000         VALUE "MEAL BENEFIT DETERMINATION REGISTER".
014100 01  WS-REPORT-LINE.
014200     05  WS-RL-APPLICATION-ID       PIC X(10).
014300     05  FILLER                     PIC X(01) VALUE SPACE.
014400     05  WS-RL-STUDENT-ID           PIC X(09).
014500     05  FILLER                     PIC X(01) VALUE SPACE.
014600     05  WS-RL-HOUSEHOLD-ID         PIC X(09).
014700     05  FILLER                     PIC X(01) VALUE SPACE.
014800     05  WS-RL-SIZE                 PIC Z9.
014900     05  FILLER                     PIC X(01) VALUE SPACE.
015000     05  WS-RL-INCOME               PIC Z,ZZZ,ZZ9.99.
015100     05  FILLER                     PIC X(01) VALUE SPACE.
015200     05  WS-RL-DISPOSITION          PIC X(08).
015300     05  FILLER                     PIC X(01) VALUE SPACE.
015400     05  WS-RL-REASON               PIC X(20).
015500     05  FILLER                     PIC X(04) VALUE SPACE.
015600 01  WS-SUMMARY-LINE.
015700     05  FILLER                     PIC X(07) VALUE "APPS - ".
015800     05  WS-SL-APPS                 PIC ZZ,ZZ9.
015900     05  FILLER                     PIC X(08) VALUE " FREE - ".
016000     05  WS-SL-FREE                 PIC ZZ,ZZ9.
016100     05  FILLER                     PIC X(11)
016200             VALUE " REDUCED - ".
016300     05  WS-SL-REDUCED              PIC ZZ,ZZ9.
016400     05  FILLER                     PIC X(10) VALUE " DENIED - ".
016500     05  WS-SL-DENIED               PIC ZZ,ZZ9.
016600     05  FILLER                     PIC X(12)
016700             VALUE " REJECTED - ".
016800     05  WS-SL-REJECTED             PIC ZZ,ZZ9.
016900     05  FILLER                     PIC X(02) VALUE SPACE.
017000 01  WS-CHANGE-LINE.
017100     05  FILLER                     PIC X(15)
017200             VALUE "TIER CHANGES - ".
017300     05  WS-CL-CHANGES              PIC ZZ,ZZ9.
017400     05  FILLER                     PIC X(16)
017500             VALUE "  SCHOOL YEAR - ".
017600     05  WS-CL-SCHOOL-YEAR          PIC 9(04).
017700     05  FILLER                     PIC X(39) VALUE SPACE.
017800 LINKAGE SECTION.
017900 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
018000 01  LS-PARM-DATA                   PIC X(10).
018100 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
018200*--------------------------------------------------------------*
018300*    0000-MAINLINE                                              *
018400*--------------------------------------------------------------*
018500 0000-MAINLINE.
018600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
018700     IF WS-TS-MONTH < 7
018800         COMPUTE WS-SCHOOL-YEAR = WS-TS-YEAR - 1
018900     ELSE
019000         MOVE WS-TS-YEAR TO WS-SCHOOL-YEAR
019100     END-IF
019200     IF LS-PARM-LENGTH >= 4
019300             AND LS-PARM-DATA (1:4) IS NUMERIC
019400         MOVE LS-PARM-DATA (1:4) TO WS-SCHOOL-YEAR
019500     END-IF
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019700     PERFORM 2000-PROCESS-APPLICATION THRU 2000-EXIT
019800         UNTIL WS-MB-EOF
019900     PERFORM 8000-FINALIZE THRU 8000-EXIT
020000     GOBACK.
020100*--------------------------------------------------------------*
020200*    1000-INITIALIZE - LOADS THE YEAR'S GUIDELINE AND THE       *
020300*    HOUSEHOLD LINKAGE.  WITH NO GUIDELINE ON FILE ONLY         *
020400*    CATEGORICAL APPLICATIONS CAN BE DETERMINED; A MISSING      *
020500*    LINKAGE FILE MAKES EVERY STUDENT A HOUSEHOLD OF ONE.       *
020600*--------------------------------------------------------------*
020700 1000-INITIALIZE.
020800     INITIALIZE WS-GUIDELINE-TABLE
020900     OPEN INPUT INCOME-GUIDELINE-FILE
021000     IF WS-IG-FILE-STATUS = "35"
021100         SET WS-IG-EOF TO TRUE
021200     ELSE
021300         PERFORM 1100-LOAD-GUIDELINE THRU 1100-EXIT
021400             UNTIL WS-IG-EOF
021500         CLOSE INCOME-GUIDELINE-FILE
021600     END-IF
021700     IF WS-GD-ROW-COUNT = 0
021800         DISPLAY "MEALDET: NO INCOME GUIDELINE FOR "
021850             WS-SCHOOL-YEAR
021900     END-IF
022000     OPEN INPUT HOUSEHOLD-LINK-FILE
022100     IF WS-HH-FILE-STATUS = "35"
022200         SET WS-HH-EOF TO TRUE
022300     ELSE
022400         PERFORM 1200-LOAD-HOUSEHOLD THRU 1200-EXIT
022500             UNTIL WS-HH-EOF
022600         CLOSE HOUSEHOLD-LINK-FILE
022700     END-IF
022800     OPEN INPUT MEAL-APPLICATION-FILE
022900     OPEN I-O STUDENT-MASTER-FILE
023000     OPEN EXTEND MEAL-DETERMINATION-FILE
023100     OPEN EXTEND MEAL-NOTICE-FILE
023200     OPEN OUTPUT MEAL-REGISTER-RPT
023300     WRITE MEAL-REGISTER-LINE FROM WS-REPORT-HEADING
023400     PERFORM 2100-READ-APPLICATION THRU 2100-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700*--------------------------------------------------------------*
023800*    1100-LOAD-GUIDELINE - ONLY THE RUN'S SCHOOL YEAR IS KEPT.  *
023900*--------------------------------------------------------------*
024000 1100-LOAD-GUIDELINE.
024100     READ INCOME-GUIDELINE-FILE
024200         AT END
024300             SET WS-IG-EOF TO TRUE
024400             GO TO 1100-EXIT
024500     END-READ
024600     IF IG-SCHOOL-YEAR NOT = WS-SCHOOL-YEAR
024700             OR IG-HOUSEHOLD-SIZE NOT NUMERIC
024800             OR IG-FREE-LIMIT NOT NUMERIC
024900             OR IG-REDUCED-LIMIT NOT NUMERIC
025000         GO TO 1100-EXIT
025100     END-IF
025200     IF IG-EACH-ADDITIONAL
025300         ADD 1 TO WS-GD-ROW-COUNT
025400         MOVE IG-FREE-LIMIT TO WS-GD-ADD-FREE
025500         MOVE IG-REDUCED-LIMIT TO WS-GD-ADD-REDUCED
025600         GO TO 1100-EXIT
025700     END-IF
025800     IF IG-HOUSEHOLD-SIZE = 0 OR IG-HOUSEHOLD-SIZE > 20
025900         DISPLAY "MEALDET: GUIDELINE SIZE IGNORED - "
026000             IG-HOUSEHOLD-SIZE
026100         GO TO 1100-EXIT
026200     END-IF
026300     ADD 1 TO WS-GD-ROW-COUNT
026400     MOVE IG-FREE-LIMIT TO WS-GD-FREE (IG-HOUSEHOLD-SIZE)
026500     MOVE IG-REDUCED-LIMIT TO WS-GD-REDUCED (IG-HOUSEHOLD-SIZE)
026600     IF IG-HOUSEHOLD-SIZE > WS-GD-MAX-SIZE
026700         MOVE IG-HOUSEHOLD-SIZE TO WS-GD-MAX-SIZE
026800     END-IF.
026900 1100-EXIT.
027000     EXIT.
027100*--------------------------------------------------------------*
027200*    1200-LOAD-HOUSEHOLD                                        *
027300*--------------------------------------------------------------*
027400 1200-LOAD-HOUSEHOLD.
027500     READ HOUSEHOLD-LINK-FILE
027600         AT END
027700             SET WS-HH-EOF TO TRUE
027800         NOT AT END
027900             IF WS-HH-COUNT < 2000
028000                 ADD 1 TO WS-HH-COUNT
028100                 MOVE HH-STUDENT-ID
028200                     TO WS-HL-STUDENT-ID (WS-HH-COUNT)
028300                 MOVE HH-HOUSEHOLD-ID
028400                     TO WS-HL-HOUSEHOLD-ID (WS-HH-COUNT)
028500             ELSE
028600                 ADD 1 TO WS-HH-DROP-COUNT
028700             END-IF
028800     END-READ.
028900 1200-EXIT.
029000     EXIT.
029100*--------------------------------------------------------------*
029200*    2000-PROCESS-APPLICATION - EDITS, DETERMINES THE TIER,     *
029300*    AND APPLIES IT TO THE APPLICANT AND EVERY SIBLING LINKED   *
029400*    TO THE SAME HOUSEHOLD.                                     *
029500*--------------------------------------------------------------*
029600 2000-PROCESS-APPLICATION.
029700     ADD 1 TO WS-APP-COUNT
029800     MOVE SPACE TO WS-AUDIT-REASON
029900     EVALUATE TRUE
030000         WHEN MB-STUDENT-ID = SPACE
030100             MOVE "MISSING KEY" TO WS-AUDIT-REASON
030200         WHEN MB-HOUSEHOLD-SIZE NOT NUMERIC
030300             MOVE "BAD HOUSEHOLD SIZE" TO WS-AUDIT-REASON
030400         WHEN MB-HOUSEHOLD-SIZE = 0
030500             MOVE "BAD HOUSEHOLD SIZE" TO WS-AUDIT-REASON
030600         WHEN NOT MB-CATEGORICAL AND NOT MB-INCOME-BASED
030700             MOVE "BAD CATEGORY CODE" TO WS-AUDIT-REASON
030800         WHEN MB-CATEGORICAL AND MB-CASE-NUMBER = SPACE
030900             MOVE "MISSING CASE NUMBER" TO WS-AUDIT-REASON
031000         WHEN MB-INCOME-BASED AND MB-ANNUAL-INCOME NOT NUMERIC
031100             MOVE "BAD INCOME" TO WS-AUDIT-REASON
031200     END-EVALUATE
031300     IF WS-AUDIT-REASON NOT = SPACE
031400         PERFORM 2900-REJECT-APPLICATION THRU 2900-EXIT
031500         GO TO 2000-NEXT
031600     END-IF
031700     MOVE MB-STUDENT-ID TO SM-STUDENT-ID
031800     READ STUDENT-MASTER-FILE
031900         INVALID KEY
032000             MOVE "UNKNOWN STUDENT" TO WS-AUDIT-REASON
032100             PERFORM 2900-REJECT-APPLICATION THRU 2900-EXIT
032200             GO TO 2000-NEXT
032300     END-READ
032400     PERFORM 2200-FIND-LIMITS THRU 2200-EXIT
032500     IF MB-INCOME-BASED AND WS-FREE-LIMIT = ZERO
032600         MOVE "NO INCOME GUIDELINE" TO WS-AUDIT-REASON
032700         PERFORM 2900-REJECT-APPLICATION THRU 2900-EXIT
032800         GO TO 2000-NEXT
032900     END-IF
033000     PERFORM 2300-DETERMINE-TIER THRU 2300-EXIT
033100     MOVE MB-STUDENT-ID TO WS-LOOKUP-ID
033200     PERFORM 2400-RESOLVE-HOUSEHOLD THRU 2400-EXIT
033300     MOVE ZERO TO WS-COVERED-COUNT
033400     PERFORM 3000-SET-TIER THRU 3000-EXIT
033500     PERFORM 2500-CHECK-SIBLING THRU 2500-EXIT
033600         VARYING WS-HHSUB FROM 1 BY 1
033700         UNTIL WS-HHSUB > WS-HH-COUNT
033800     PERFORM 4000-WRITE-DETERMINATION THRU 4000-EXIT
033900     PERFORM 4100-WRITE-NOTICE THRU 4100-EXIT.
034000 2000-NEXT.
034100     PERFORM 2100-READ-APPLICATION THRU 2100-EXIT.
034200 2000-EXIT.
034300     EXIT.
034400*--------------------------------------------------------------*
034500*    2100-READ-APPLICATION                                      *
034600*--------------------------------------------------------------*
034700 2100-READ-APPLICATION.
034800     READ MEAL-APPLICATION-FILE
034900         AT END
035000             SET WS-MB-EOF TO TRUE
035100     END-READ.
035200 2100-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------*
035500*    2200-FIND-LIMITS - THE GUIDELINE ROW FOR THE HOUSEHOLD     *
035600*    SIZE, OR FOR A HOUSEHOLD LARGER THAN THE TABLE, THE        *
035700*    LARGEST ROW PLUS THE EACH-ADDITIONAL AMOUNT PER EXTRA      *
035800*    MEMBER.  ZERO LIMITS COME BACK WHEN NEITHER APPLIES.       *
035900*--------------------------------------------------------------*
036000 2200-FIND-LIMITS.
036100     MOVE ZERO TO WS-FREE-LIMIT
036200     MOVE ZERO TO WS-REDUCED-LIMIT
036300     IF MB-HOUSEHOLD-SIZE <= 20
036400         IF WS-GD-FREE (MB-HOUSEHOLD-SIZE) > ZERO
036500             MOVE WS-GD-FREE (MB-HOUSEHOLD-SIZE) TO WS-FREE-LIMIT
036600             MOVE WS-GD-REDUCED (MB-HOUSEHOLD-SIZE)
036700                 TO WS-REDUCED-LIMIT
036800             GO TO 2200-EXIT
036900         END-IF
037000     END-IF
037100     IF WS-GD-MAX-SIZE > 0
037200             AND MB-HOUSEHOLD-SIZE > WS-GD-MAX-SIZE
037300             AND WS-GD-ADD-FREE > ZERO
037400         COMPUTE WS-FREE-LIMIT = WS-GD-FREE (WS-GD-MAX-SIZE)
037500             + (MB-HOUSEHOLD-SIZE - WS-GD-MAX-SIZE)
037600             * WS-GD-ADD-FREE
037700         COMPUTE WS-REDUCED-LIMIT = WS-GD-REDUCED (WS-GD-MAX-SIZE)
037800             + (MB-HOUSEHOLD-SIZE - WS-GD-MAX-SIZE)
037900             * WS-GD-ADD-REDUCED
038000     END-IF.
038100 2200-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400*    2300-DETERMINE-TIER - CATEGORICAL IS FREE; OTHERWISE FREE  *
038500*    AT OR UNDER THE FREE LIMIT, REDUCED AT OR UNDER THE        *
038600*    REDUCED LIMIT, AND FULL PRICE (DENIED) ABOVE IT.           *
038700*--------------------------------------------------------------*
038800 2300-DETERMINE-TIER.
038900     IF MB-CATEGORICAL
039000         MOVE "C" TO WS-BASIS
039100         SET WS-NEW-TIER-FREE TO TRUE
039200     ELSE
039300         MOVE "I" TO WS-BASIS
039400         IF MB-ANNUAL-INCOME <= WS-FREE-LIMIT
039500             SET WS-NEW-TIER-FREE TO TRUE
039600         ELSE
039700             IF MB-ANNUAL-INCOME <= WS-REDUCED-LIMIT
039800                 SET WS-NEW-TIER-REDUCED TO TRUE
039900             ELSE
040000                 SET WS-NEW-TIER-FULL TO TRUE
040100             END-IF
040200         END-IF
040300     END-IF
040400     EVALUATE TRUE
040500         WHEN WS-NEW-TIER-FREE
040600             ADD 1 TO WS-FREE-COUNT
040700         WHEN WS-NEW-TIER-REDUCED
040800             ADD 1 TO WS-REDUCED-COUNT
040900         WHEN OTHER
041000             ADD 1 TO WS-DENIED-COUNT
041100     END-EVALUATE.
041200 2300-EXIT.
041300     EXIT.
041400*--------------------------------------------------------------*
041500*    2400-RESOLVE-HOUSEHOLD - AN UNLINKED STUDENT IS A          *
041600*    HOUSEHOLD OF ONE (THE STUDENT ID STANDS IN).               *
041700*--------------------------------------------------------------*
041800 2400-RESOLVE-HOUSEHOLD.
041900     MOVE WS-LOOKUP-ID TO WS-HOUSEHOLD-ID
042000     PERFORM 2410-MATCH-HOUSEHOLD THRU 2410-EXIT
042100         VARYING WS-HHSUB FROM 1 BY 1
042200         UNTIL WS-HHSUB > WS-HH-COUNT.
042300 2400-EXIT.
042400     EXIT.
042500*--------------------------------------------------------------*
042600*    2410-MATCH-HOUSEHOLD                                       *
042700*--------------------------------------------------------------*
042800 2410-MATCH-HOUSEHOLD.
042900     IF WS-LOOKUP-ID = WS-HL-STUDENT-ID (WS-HHSUB)
043000         MOVE WS-HL-HOUSEHOLD-ID (WS-HHSUB)
043100             TO WS-HOUSEHOLD-ID
043200     END-IF.
043300 2410-EXIT.
043400     EXIT.
043500*--------------------------------------------------------------*
043600*    2500-CHECK-SIBLING - EVERY OTHER STUDENT LINKED TO THE     *
043700*    APPLICANT'S HOUSEHOLD TAKES THE SAME TIER.                 *
043800*--------------------------------------------------------------*
043900 2500-CHECK-SIBLING.
044000     IF WS-HL-HOUSEHOLD-ID (WS-HHSUB) = WS-HOUSEHOLD-ID
044100             AND WS-HL-STUDENT-ID (WS-HHSUB) NOT = MB-STUDENT-ID
044200         MOVE WS-HL-STUDENT-ID (WS-HHSUB) TO WS-LOOKUP-ID
044300         PERFORM 3000-SET-TIER THRU 3000-EXIT
044400     END-IF.
044500 2500-EXIT.
044600     EXIT.
044700*--------------------------------------------------------------*
044800*    2900-REJECT-APPLICATION - LISTED AND AUDIT-LOGGED; NO      *
044900*    NOTICE GOES OUT UNTIL THE OFFICE CORRECTS AND RE-KEYS IT.  *
045000*--------------------------------------------------------------*
045100 2900-REJECT-APPLICATION.
045200     ADD 1 TO WS-REJECT-COUNT
045300     MOVE MB-STUDENT-ID TO WS-HOUSEHOLD-ID
045400     MOVE "REJECTED" TO WS-RL-DISPOSITION
045500     MOVE WS-AUDIT-REASON TO WS-RL-REASON
045600     PERFORM 4200-WRITE-REGISTER THRU 4200-EXIT
045700     MOVE SPACE TO WS-AUDIT-VALUE
045800     MOVE MB-APPLICATION-ID TO WS-AUDIT-VALUE
045900     MOVE MB-STUDENT-ID TO WS-AUDIT-VALUE (12:9)
046000     MOVE "MEALAPP" TO WS-AUDIT-FIELD-NAME
046100     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID WS-AUDIT-FIELD-NAME
046200         WS-AUDIT-VALUE WS-AUDIT-REASON.
046300 2900-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------*
046600*    3000-SET-TIER - WS-LOOKUP-ID TAKES WS-NEW-TIER.  A         *
046700*    STUDENT ALREADY AT THAT TIER IS COVERED BUT NOT            *
046800*    REWRITTEN; A LINKED SIBLING NO LONGER ON THE MASTER IS     *
046900*    LISTED AND SKIPPED.                                        *
047000*--------------------------------------------------------------*
047100 3000-SET-TIER.
047200     MOVE WS-LOOKUP-ID TO SM-STUDENT-ID
047300     READ STUDENT-MASTER-FILE
047400         INVALID KEY
047500             MOVE "SKIPPED" TO WS-RL-DISPOSITION
047600             MOVE "SIBLING NOT ON FILE" TO WS-RL-REASON
047700             PERFORM 4200-WRITE-REGISTER THRU 4200-EXIT
047800             GO TO 3000-EXIT
047900     END-READ
048000     ADD 1 TO WS-COVERED-COUNT
048100     IF SM-MEAL-TIER = WS-NEW-TIER
048200         GO TO 3000-EXIT
048300     END-IF
048400     IF SM-TIER-FULL AND WS-NEW-TIER-FULL
048500         GO TO 3000-EXIT
048600     END-IF
048700     MOVE SM-MEAL-TIER TO WS-OLD-TIER
048800     MOVE WS-NEW-TIER TO SM-MEAL-TIER
048900     REWRITE STUDENT-MASTER-RECORD
049000         INVALID KEY
049100             DISPLAY "MEALDET: REWRITE FAILED - " SM-STUDENT-ID
049200                 " STATUS " WS-SM-FILE-STATUS
049300             GO TO 3000-EXIT
049400     END-REWRITE
049500     ADD 1 TO WS-CHANGE-COUNT
049600     MOVE SM-STUDENT-ID TO WS-TC-STUDENT-ID
049700     MOVE WS-OLD-TIER TO WS-TC-OLD-TIER
049800     MOVE WS-NEW-TIER TO WS-TC-NEW-TIER
049900     MOVE WS-TIER-CHANGE-VALUE TO WS-AUDIT-VALUE
050000     MOVE MB-APPLICATION-ID TO WS-AR-APPLICATION-ID
050100     MOVE WS-APP-REASON TO WS-AUDIT-REASON
050200     MOVE "MEAL-TIER" TO WS-AUDIT-FIELD-NAME
050300     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID WS-AUDIT-FIELD-NAME
050400         WS-AUDIT-VALUE WS-AUDIT-REASON
050500     MOVE "C" TO WS-JRNL-ACTION
050600     PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT.
050700 3000-EXIT.
050800     EXIT.
050900*--------------------------------------------------------------*
051000*    4000-WRITE-DETERMINATION - THE APPLICATION AS KEYED AND    *
051100*    THE RESULT, KEPT FOR THE VERIFICATION AUDIT.               *
051200*--------------------------------------------------------------*
051300 4000-WRITE-DETERMINATION.
051400     MOVE SPACE TO MEAL-DETERMINATION-RECORD
051500     MOVE WS-TS-DATE TO MX-DETERMINE-DATE
051600     MOVE WS-SCHOOL-YEAR TO MX-SCHOOL-YEAR
051700     MOVE MEAL-APPLICATION-RECORD TO MX-APPLICATION-IMAGE
051800     MOVE WS-HOUSEHOLD-ID TO MX-HOUSEHOLD-ID
051900     MOVE WS-NEW-TIER TO MX-DETERMINED-TIER
052000     MOVE WS-BASIS TO MX-BASIS
052100     MOVE WS-FREE-LIMIT TO MX-FREE-LIMIT
052200     MOVE WS-REDUCED-LIMIT TO MX-REDUCED-LIMIT
052300     MOVE WS-COVERED-COUNT TO MX-STUDENTS-COVERED
052400     WRITE MEAL-DETERMINATION-RECORD
052500     EVALUATE TRUE
052600         WHEN WS-NEW-TIER-FREE
052700             MOVE "FREE" TO WS-RL-DISPOSITION
052800         WHEN WS-NEW-TIER-REDUCED
052900             MOVE "REDUCED" TO WS-RL-DISPOSITION
053000         WHEN OTHER
053100             MOVE "DENIED" TO WS-RL-DISPOSITION
053200     END-EVALUATE
053300     IF MB-CATEGORICAL
053400         MOVE "CATEGORICAL" TO WS-RL-REASON
053500     ELSE
053600         MOVE "INCOME TEST" TO WS-RL-REASON
053700     END-IF
053800     PERFORM 4200-WRITE-REGISTER THRU 4200-EXIT.
053900 4000-EXIT.
054000     EXIT.
054100*--------------------------------------------------------------*
054200*    4100-WRITE-NOTICE - ONE NOTICE PER APPLICATION, ADDRESSED  *
054300*    THROUGH THE APPLYING STUDENT.                              *
054400*--------------------------------------------------------------*
054500 4100-WRITE-NOTICE.
054600     MOVE SPACE TO MEAL-NOTICE-RECORD
054700     MOVE MB-STUDENT-ID TO NM-STUDENT-ID
054800     EVALUATE TRUE
054900         WHEN WS-NEW-TIER-FREE
055000             SET NM-TYPE-APPROVAL TO TRUE
055100             MOVE "APPROVED - FREE MEALS" TO NM-EVENT-DETAIL
055200         WHEN WS-NEW-TIER-REDUCED
055300             SET NM-TYPE-APPROVAL TO TRUE
055400             MOVE "APPROVED - REDUCED-PRICE MEALS"
055500                 TO NM-EVENT-DETAIL
055600         WHEN OTHER
055700             SET NM-TYPE-DENIAL TO TRUE
055800             MOVE "INCOME OVER GUIDELINE" TO NM-EVENT-DETAIL
055900     END-EVALUATE
056000     WRITE MEAL-NOTICE-RECORD.
056100 4100-EXIT.
056200     EXIT.
056300*--------------------------------------------------------------*
056400*    4200-WRITE-REGISTER                                        *
056500*--------------------------------------------------------------*
056600 4200-WRITE-REGISTER.
056700     MOVE MB-APPLICATION-ID TO WS-RL-APPLICATION-ID
056800     MOVE WS-LOOKUP-ID TO WS-RL-STUDENT-ID
056900     IF WS-RL-DISPOSITION NOT = "SKIPPED"
057000         MOVE MB-STUDENT-ID TO WS-RL-STUDENT-ID
057100     END-IF
057200     MOVE WS-HOUSEHOLD-ID TO WS-RL-HOUSEHOLD-ID
057300     MOVE ZERO TO WS-RL-SIZE
057400     IF MB-HOUSEHOLD-SIZE IS NUMERIC
057500         MOVE MB-HOUSEHOLD-SIZE TO WS-RL-SIZE
057600     END-IF
057700     MOVE ZERO TO WS-RL-INCOME
057800     IF MB-ANNUAL-INCOME IS NUMERIC
057900         MOVE MB-ANNUAL-INCOME TO WS-RL-INCOME
058000     END-IF
058100     WRITE MEAL-REGISTER-LINE FROM WS-REPORT-LINE.
058200 4200-EXIT.
058300     EXIT.
058400*--------------------------------------------------------------*
058460*    7500-WRITE-JOURNAL - AFTER IMAGE OF THE REWRITTEN MASTER,  *
058520*    ALSO OPENING A NEW VERSION ON THE STUDENT HISTORY.         *
058600*--------------------------------------------------------------*
058700 7500-WRITE-JOURNAL.
058800     MOVE SPACE TO WS-JRNL-IMAGE
058900     MOVE STUDENT-MASTER-RECORD TO WS-JRNL-IMAGE (1:200)
059000     CALL "JRNLWRT" USING WS-JRNL-FILE-ID WS-JRNL-ACTION
059030         WS-JRNL-IMAGE WS-HIST-PROGRAM-ID WS-JRNL-OPERATOR-ID
059060     CALL "HISTWRT" USING WS-HIST-PROGRAM-ID WS-JRNL-ACTION
059100         WS-JRNL-IMAGE.
059200 7500-EXIT.
059300     EXIT.
059400*--------------------------------------------------------------*
059500*    8000-FINALIZE - A RUN WITH REJECTS ENDS RC 4 SO THE FOOD-  *
059600*    SERVICE OFFICE LOOKS AT THE REGISTER.                      *
059700*--------------------------------------------------------------*
059800 8000-FINALIZE.
059900     MOVE WS-APP-COUNT TO WS-SL-APPS
060000     MOVE WS-FREE-COUNT TO WS-SL-FREE
060100     MOVE WS-REDUCED-COUNT TO WS-SL-REDUCED
060200     MOVE WS-DENIED-COUNT TO WS-SL-DENIED
060300     MOVE WS-REJECT-COUNT TO WS-SL-REJECTED
060400     WRITE MEAL-REGISTER-LINE FROM WS-SUMMARY-LINE
060500     MOVE WS-CHANGE-COUNT TO WS-CL-CHANGES
060600     MOVE WS-SCHOOL-YEAR TO WS-CL-SCHOOL-YEAR
060700     WRITE MEAL-REGISTER-LINE FROM WS-CHANGE-LINE
060800     IF WS-HH-DROP-COUNT > 0
060900         DISPLAY "MEALDET: HOUSEHOLD TABLE FULL - DROPPED - "
061000             WS-HH-DROP-COUNT
061100     END-IF
061200     IF WS-REJECT-COUNT > 0
061300         MOVE 4 TO RETURN-CODE
061400     END-IF
061500     CLOSE MEAL-APPLICATION-FILE
061600     CLOSE STUDENT-MASTER-FILE
061700     CLOSE MEAL-DETERMINATION-FILE
061800     CLOSE MEAL-NOTICE-FILE
061900     CLOSE MEAL-REGISTER-RPT.
062000 8000-EXIT.
062100     EXIT.
062200 END PROGRAM MEALDET.
