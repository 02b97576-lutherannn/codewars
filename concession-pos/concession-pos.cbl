001100*    SALE WHEN THE ITEM'S RANK EXCEEDS THE CUSTOMER'S BAND      *
001200*    UNLESS A MANAGER OVERRIDE CODE IS PRESENT ON THE           *
001300*    TRANSACTION.                                               *
001310*    A VOID/REFUND TRANSACTION REVERSES AN EARLIER SALE: IT     *
001320*    NEEDS AN AUTHORIZED MANAGER, CREDITS A PREPAID SALE BACK   *
001330*    TO THE ACCOUNT (A CASH VOID COMES OUT OF THE DRAWER), AND  *
001340*    WRITES A "V" SALE-DETAIL ROW THE REVENUE, DRAWER,          *
001350*    INVENTORY AND GL RUNS NET OUT.  EVERY VOID, APPLIED OR     *
001360*    REFUSED, GOES ON THE VOID LOG FOR THE WEEKLY VOID REPORT.  *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-08-09  DLS  ORIGINAL PROGRAM.                        *
005400*                    CODES ON THE MASTER - LOGGED WITH ITS    *
005500*                    OWN REASON AND NOT OVERRIDABLE BY THE    *
005600*                    MANAGER CODES.                           *
005620*   2026-10-14  DLS  STAMP THE STUDENT'S MEAL TIER AND THE    *
005640*                    ITEM'S REIMBURSABLE-MEAL FLAG ON THE     *
005660*                    SALE DETAIL FOR THE MONTHLY MEAL CLAIM.  *
005670*   2026-10-15  DLS  VOID/REFUND TRANSACTIONS - MANAGER       *
005680*                    APPROVAL, PREPAID CREDIT, "V" SALE ROW,  *
005690*                    AND THE VOID LOG.                        *
005692*   2026-10-15  DLS  REFUSE A SCANNED ID BADGE WHOSE ISSUE    *
005694*                    NUMBER IS NOT THE STUDENT'S CURRENT      *
005696*                    CARD (LOST OR REPLACED CARD), ONLINE OR  *
005698*                    OFFLINE - NOT OVERRIDABLE.               *
005700*--------------------------------------------------------------*
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
008900         ACCESS MODE IS RANDOM
009000         RECORD KEY IS SM-STUDENT-ID
009100         FILE STATUS IS WS-SM-FILE-STATUS.
009110     SELECT VOID-LOG-FILE ASSIGN TO VOIDLOG
009120         ORGANIZATION IS SEQUENTIAL.
009130     SELECT SALE-HISTORY-FILE ASSIGN TO SALEHIST
009140         ORGANIZATION IS SEQUENTIAL
009150         FILE STATUS IS WS-SH-FILE-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  CONCESSION-ITEM-FILE
011800     COPY poselig.
011900 FD  POS-HOLDING-FILE
012000     RECORDING MODE IS F.
012100 01  POS-HOLDING-RECORD             PIC X(62).
012200 FD  MEAL-TIER-CONTROL-FILE
012300     RECORDING MODE IS F.
012400     COPY mealtier.
012407 FD  VOID-LOG-FILE
012414     RECORDING MODE IS F.
012421     COPY voidlog.
012428*    THE MONTH'S SALE DETAIL - ONLY THE KEY AND ENTRY TYPE ARE
012435*    LOOKED AT; A MATCHING SALE IS TAKEN AS A WHOLE ROW.
012442 FD  SALE-HISTORY-FILE
012449     RECORDING MODE IS F.
012456 01  SALE-HISTORY-RECORD.
012463     05  SH-SALE-DATE               PIC 9(08).
012470     05  SH-TRANS-ID                PIC X(09).
012477     05  FILLER                     PIC X(30).
012484     05  SH-ENTRY-TYPE              PIC X(01).
012491         88  SH-ENTRY-VOID              VALUE "V".
012500 WORKING-STORAGE SECTION.
012600     COPY rptwrit.
012700 01  WS-RW-SUB                   PIC 9(01) COMP.
015000         10  WS-ITEM-ALLERGENS.
015100             15  WS-ITEM-ALLERGEN  OCCURS 4 TIMES
015200                                   PIC X(01).
015250         10  WS-ITEM-MEAL-FLAG     PIC X(01).
015300 01  WS-TIMESTAMP.
015400     05  WS-TS-DATE                PIC 9(08).
015500     05  FILLER                    PIC X(13).
017800 01  WS-MT-FILE-STATUS             PIC X(02) VALUE SPACE.
017900 01  WS-REDUCED-PCT                PIC 9(03) VALUE 40.
018000 01  WS-STUDENT-TIER               PIC X(01) VALUE "F".
018050 01  WS-STUDENT-CARD-ISSUE         PIC X(02) VALUE SPACE.
018100 01  WS-SALE-AMOUNT                PIC 9(03)V99.
018200*    SUBSIDY ROLLUP - ONE ROW PER TIER (1 FULL, 2 REDUCED,
018300*    3 FREE).
022500 01  WS-ELIG-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
022600 01  WS-ELSUB                      PIC 9(04) COMP.
022700 01  WS-ELIG-FOUND-SUB             PIC 9(04) COMP.
022703 01  WS-SH-FILE-STATUS             PIC X(02) VALUE SPACE.
022706 01  WS-SH-EOF-SWITCH              PIC X(01) VALUE "N".
022709     88  WS-SH-EOF                     VALUE "Y".
022712 01  WS-ORIG-SWITCH                PIC X(01).
022715     88  WS-ORIG-FOUND                 VALUE "Y".
022718     88  WS-ORIG-NOT-FOUND             VALUE "N".
022721 01  WS-PRIOR-VOID-SWITCH          PIC X(01).
022724     88  WS-PRIOR-VOID                 VALUE "Y".
022727     88  WS-NO-PRIOR-VOID              VALUE "N".
022730*    THE SALE-DETAIL ROW A VOID REVERSES.
022733 01  WS-ORIG-SALE-IMAGE.
022736     05  WS-OG-SALE-DATE           PIC 9(08).
022739     05  FILLER                    PIC X(40).
022742*    TODAY'S WRITTEN SALES, SO A SAME-DAY VOID FINDS ITS SALE
022745*    WITHOUT THE MONTH FILE, AND THE SALES VOIDED THIS RUN,
022748*    SO NO SALE IS REVERSED TWICE.
022751 01  WS-DAY-SALE-COUNT             PIC 9(05) COMP VALUE ZERO.
022754 01  WS-DAY-SALE-DROP-COUNT        PIC 9(05) COMP VALUE ZERO.
022757 01  WS-DSUB                       PIC 9(05) COMP.
022760 01  WS-DAY-SALE-TABLE.
022763     05  WS-DS-ENTRY OCCURS 5000 TIMES.
022766         10  WS-DS-TRANS-ID        PIC X(09).
022769         10  WS-DS-SALE-IMAGE      PIC X(48).
022772 01  WS-VOID-COUNT                 PIC 9(03) COMP VALUE ZERO.
022775 01  WS-VSUB                       PIC 9(03) COMP.
022778 01  WS-VOIDED-TABLE.
022781     05  WS-VD-TRANS-ID OCCURS 500 TIMES
022784                                   PIC X(09).
022787 01  WS-VOID-WRITE-COUNT           PIC 9(07) COMP VALUE ZERO.
022790 01  WS-EOD-VOID-LABEL             PIC X(24)
022793         VALUE "VOIDS APPLIED".
022800 01  WS-ELIG-TABLE.
022900     05  WS-EL-ENTRY OCCURS 2000 TIMES.
023000         10  WS-EL-STUDENT-ID      PIC X(09).
023100         10  WS-EL-AGE             PIC 9(03).
023200         10  WS-EL-ALLERGIES       PIC X(04).
023300         10  WS-EL-TIER            PIC X(01).
023350         10  WS-EL-CARD-ISSUE      PIC X(02).
023400         10  WS-EL-CEILING         PIC 9(05)V99 COMP-3.
023500         10  WS-EL-CHARGED         PIC 9(05)V99 COMP-3.
023600 01  WS-STUDENT-ALLERGIES.
029700     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
029800     OPEN OUTPUT DENIED-SALES-LOG
029900     OPEN OUTPUT CONCESSION-SALE-FILE
029950     OPEN EXTEND VOID-LOG-FILE
030000     IF NOT WS-OFFLINE-MODE
030100         OPEN I-O PREPAID-ACCOUNT-FILE
030200     END-IF
038700                     TO WS-EL-ALLERGIES (WS-ELIG-COUNT)
038800                 MOVE PE-MEAL-TIER
038900                     TO WS-EL-TIER (WS-ELIG-COUNT)
038930                 MOVE PE-CARD-ISSUE
038960                     TO WS-EL-CARD-ISSUE (WS-ELIG-COUNT)
039000                 MOVE PE-BALANCE-CEILING
039100                     TO WS-EL-CEILING (WS-ELIG-COUNT)
039200                 MOVE ZERO
043500         MOVE CI-CATEGORY-RANK TO WS-ITEM-RANK (WS-ITEM-COUNT)
043600         MOVE CI-ALLERGEN-CODES
043700             TO WS-ITEM-ALLERGENS (WS-ITEM-COUNT)
043750         MOVE CI-MEAL-FLAG TO WS-ITEM-MEAL-FLAG (WS-ITEM-COUNT)
043800         MOVE ZERO TO WS-ITEM-PRICE (WS-ITEM-COUNT)
043900         MOVE ZERO TO WS-ITEM-PRICE-DATE (WS-ITEM-COUNT)
044000         MOVE WS-ITEM-COUNT TO WS-FOUND-SUB
045500*    2000-PROCESS-TRANSACTION                                   *
045600*--------------------------------------------------------------*
045700 2000-PROCESS-TRANSACTION.
045710     IF CT-TRANS-VOID
045720         PERFORM 3000-PROCESS-VOID THRU 3000-EXIT
045730         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
045740         GO TO 2000-EXIT
045750     END-IF
045800     PERFORM 2150-FIND-ITEM THRU 2150-EXIT
045900     PERFORM 2170-LOOK-UP-AGE THRU 2170-EXIT
046000     CALL "PEOPLE-AGE-DRINK" USING WS-EFFECTIVE-AGE
056300     MOVE CT-CUSTOMER-AGE TO WS-EFFECTIVE-AGE
056400     MOVE SPACE TO WS-STUDENT-ALLERGIES
056500     MOVE "F" TO WS-STUDENT-TIER
056550     MOVE SPACE TO WS-STUDENT-CARD-ISSUE
056600*    OFFLINE, THE MASTER NEVER OPENED - THE NIGHTLY EXTRACT
056700*    IS THE ONLY SOURCE.
056800     IF WS-OFFLINE-MODE
058500                 IF SM-TIER-REDUCED OR SM-TIER-FREE
058600                     MOVE SM-MEAL-TIER TO WS-STUDENT-TIER
058700                 END-IF
058720                 IF SM-CARD-ISSUE NUMERIC
058740                     MOVE SM-CARD-ISSUE TO WS-STUDENT-CARD-ISSUE
058760                 END-IF
058800                 SET WS-AGE-FROM-MASTER TO TRUE
058900         END-READ
059000     END-IF.
061400             MOVE WS-EL-TIER (WS-ELIG-FOUND-SUB)
061500                 TO WS-STUDENT-TIER
061600         END-IF
061630         MOVE WS-EL-CARD-ISSUE (WS-ELIG-FOUND-SUB)
061660             TO WS-STUDENT-CARD-ISSUE
061700         SET WS-AGE-FROM-MASTER TO TRUE
061800     END-IF.
061900 2180-EXIT.
072600*    2200-DETERMINE-STATUS - DENIES THE SALE WHEN THE ITEM'S    *
072700*    RANK EXCEEDS THE CUSTOMER'S DRINK CATEGORY RANK, UNLESS A  *
072800*    MANAGER OVERRIDE CODE WAS KEYED ON THE TRANSACTION.        *
072820*    A BADGE SCANNED WITH AN ISSUE NUMBER OTHER THAN THE        *
072840*    STUDENT'S CURRENT CARD IS A LOST OR REPLACED CARD AND IS   *
072860*    REFUSED BEFORE ANYTHING ELSE IS LOOKED AT.                 *
072900*--------------------------------------------------------------*
073000 2200-DETERMINE-STATUS.
073100     MOVE "APPROVED" TO WS-SALE-STATUS
073400         MOVE "NO ITEM" TO WS-SALE-STATUS
073500         GO TO 2200-EXIT
073600     END-IF
073610     IF CT-CARD-ISSUE NOT = SPACE
073620             AND WS-STUDENT-CARD-ISSUE NOT = SPACE
073630             AND WS-STUDENT-CARD-ISSUE NOT = "00"
073640             AND CT-CARD-ISSUE NOT = WS-STUDENT-CARD-ISSUE
073650         MOVE "DENIED" TO WS-SALE-STATUS
073660         MOVE "CARD VOID" TO WS-DENY-REASON
073670         GO TO 2200-EXIT
073680     END-IF
073700     PERFORM 2230-CHECK-ALLERGY THRU 2230-EXIT
073800     IF WS-ALLERGY-MATCH
073900*    AN ALLERGY DENIAL STANDS NO MATTER WHAT MANAGER CODE
088200     MOVE WS-ITEM-RANK (WS-FOUND-SUB) TO CS-CATEGORY-RANK
088300     MOVE WS-SALE-AMOUNT TO CS-AMOUNT
088350     MOVE WS-SESSION-CODE TO CS-SESSION-CODE
088360     MOVE WS-STUDENT-TIER TO CS-MEAL-TIER
088370     MOVE WS-ITEM-MEAL-FLAG (WS-FOUND-SUB) TO CS-MEAL-FLAG
088400     IF CT-TENDER-PREPAID
088500         SET CS-TENDER-PREPAID TO TRUE
088600     ELSE
088700         SET CS-TENDER-CASH TO TRUE
088800     END-IF
088860     WRITE CONCESSION-SALE-RECORD
088920     PERFORM 2650-KEEP-DAY-SALE THRU 2650-EXIT.
089000 2600-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------*
089300*    2650-KEEP-DAY-SALE - A SALE PAST THE TABLE CAN STILL BE   *
089400*    VOIDED ONCE IT REACHES THE MONTH FILE.                    *
089500*--------------------------------------------------------------*
089600 2650-KEEP-DAY-SALE.
089700     IF WS-DAY-SALE-COUNT < 5000
089800         ADD 1 TO WS-DAY-SALE-COUNT
089900         MOVE CS-TRANS-ID TO WS-DS-TRANS-ID (WS-DAY-SALE-COUNT)
090000         MOVE CONCESSION-SALE-RECORD
090100             TO WS-DS-SALE-IMAGE (WS-DAY-SALE-COUNT)
090200     ELSE
090300         ADD 1 TO WS-DAY-SALE-DROP-COUNT
090400     END-IF.
090500 2650-EXIT.
090600     EXIT.
090700*--------------------------------------------------------------*
090800*    3000-PROCESS-VOID - A VOID IS REFUSED (DENIED LOG AND     *
090900*    VOID LOG, WITH REASON) WHEN THE STAND IS OFFLINE, THE     *
091000*    MANAGER IS NOT ON THE AUTHORIZED LIST, THE ORIGINAL SALE  *
091100*    CANNOT BE FOUND, THE SALE WAS ALREADY VOIDED, OR A        *
091200*    PREPAID SALE'S ACCOUNT IS GONE OR CLOSED.  OTHERWISE THE  *
091300*    PREPAID ACCOUNT IS CREDITED (CASH COMES OUT OF THE        *
091400*    DRAWER) AND THE "V" ROW IS WRITTEN.                       *
091500*--------------------------------------------------------------*
091600 3000-PROCESS-VOID.
091700     MOVE SPACE TO WS-DENY-REASON
091800     MOVE ZERO TO WS-EFFECTIVE-AGE
091900     MOVE SPACE TO WS-DRINK-RESULT
092000     MOVE SPACE TO WS-AGE-SOURCE
092100     SET WS-ORIG-NOT-FOUND TO TRUE
092200     SET WS-NO-PRIOR-VOID TO TRUE
092300     MOVE SPACE TO WS-ORIG-SALE-IMAGE
092400*    OFFLINE THERE IS NO PREPAID FILE TO CREDIT AND NO SALE
092500*    DETAIL TO REVERSE - THE MANAGER RE-KEYS IT ONCE THE
092600*    MASTER IS BACK.
092700     IF WS-OFFLINE-MODE
092800         MOVE "OFFLINE" TO WS-DENY-REASON
092900         GO TO 3000-LOG-VOID
093000     END-IF
093100     PERFORM 2210-CHECK-MANAGER THRU 2210-EXIT
093200     IF WS-MGR-NOT-AUTHORIZED
093300         MOVE "UNAUTH VOD" TO WS-DENY-REASON
093400         GO TO 3000-LOG-VOID
093500     END-IF
093600     PERFORM 3100-FIND-ORIGINAL THRU 3100-EXIT
093700     IF WS-PRIOR-VOID
093800         MOVE "DUP VOID" TO WS-DENY-REASON
093900         GO TO 3000-LOG-VOID
094000     END-IF
094100     IF WS-ORIG-NOT-FOUND
094200         MOVE "NO ORIG" TO WS-DENY-REASON
094300         GO TO 3000-LOG-VOID
094400     END-IF
094500     IF WS-VOID-COUNT NOT < 500
094600         MOVE "VOID LIMIT" TO WS-DENY-REASON
094700         GO TO 3000-LOG-VOID
094800     END-IF
094900     MOVE WS-ORIG-SALE-IMAGE TO CONCESSION-SALE-RECORD
095000     IF CS-TENDER-PREPAID
095100         PERFORM 3200-CREDIT-PREPAID THRU 3200-EXIT
095200         IF WS-DENY-REASON NOT = SPACE
095300             GO TO 3000-LOG-VOID
095400         END-IF
095500     END-IF
095600     PERFORM 3300-WRITE-VOID-SALE THRU 3300-EXIT.
095700 3000-LOG-VOID.
095800*    AN APPLIED VOID IS A SALE-DETAIL ROW AND A REFUSED ONE A
095900*    DENIAL, SO THE EOD HANDOFF COUNTS STILL TIE.
096000     IF WS-DENY-REASON = SPACE
096100         MOVE "VOIDED" TO WS-SALE-STATUS
096200         ADD 1 TO WS-SALE-WRITE-COUNT
096300         ADD 1 TO WS-VOID-WRITE-COUNT
096400     ELSE
096500         MOVE "VOID DNY" TO WS-SALE-STATUS
096600         PERFORM 2400-WRITE-DENIED-LOG THRU 2400-EXIT
096700         ADD 1 TO WS-DENY-WRITE-COUNT
096800     END-IF
096900     PERFORM 3500-WRITE-VOID-LOG THRU 3500-EXIT
097000     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
097100 3000-EXIT.
097200     EXIT.
097300*--------------------------------------------------------------*
097400*    3100-FIND-ORIGINAL - TODAY'S SALES FIRST, THEN THE MONTH  *
097500*    FILE.  A "V" ROW FOR THE SAME SALE ON EITHER MEANS IT WAS *
097600*    ALREADY REVERSED.  A SALE FROM BEFORE THE MONTH FILE IS   *
097700*    NOT FOUND AND IS REFUNDED BY HAND.                        *
097800*--------------------------------------------------------------*
097900 3100-FIND-ORIGINAL.
098000     IF CT-ORIG-TRANS-ID = SPACE
098100         GO TO 3100-EXIT
098200     END-IF
098300     PERFORM 3110-CHECK-VOIDED THRU 3110-EXIT
098400         VARYING WS-VSUB FROM 1 BY 1
098500         UNTIL WS-VSUB > WS-VOID-COUNT
098600             OR WS-PRIOR-VOID
098700     PERFORM 3120-CHECK-DAY-SALE THRU 3120-EXIT
098800         VARYING WS-DSUB FROM 1 BY 1
098900         UNTIL WS-DSUB > WS-DAY-SALE-COUNT
099000             OR WS-ORIG-FOUND
099100     IF WS-ORIG-NOT-FOUND
099200         PERFORM 3130-SCAN-SALE-HISTORY THRU 3130-EXIT
099300     END-IF.
099400 3100-EXIT.
099500     EXIT.
099600*--------------------------------------------------------------*
099700*    3110-CHECK-VOIDED                                         *
099800*--------------------------------------------------------------*
099900 3110-CHECK-VOIDED.
100000     IF CT-ORIG-TRANS-ID = WS-VD-TRANS-ID (WS-VSUB)
100100         SET WS-PRIOR-VOID TO TRUE
100200     END-IF.
100300 3110-EXIT.
100400     EXIT.
100500*--------------------------------------------------------------*
100600*    3120-CHECK-DAY-SALE                                       *
100700*--------------------------------------------------------------*
100800 3120-CHECK-DAY-SALE.
100900     IF CT-ORIG-TRANS-ID = WS-DS-TRANS-ID (WS-DSUB)
101000         MOVE WS-DS-SALE-IMAGE (WS-DSUB) TO WS-ORIG-SALE-IMAGE
101100         SET WS-ORIG-FOUND TO TRUE
101200     END-IF.
101300 3120-EXIT.
101400     EXIT.
101500*--------------------------------------------------------------*
101600*    3130-SCAN-SALE-HISTORY - THE WHOLE FILE IS READ, SINCE A  *
101700*    VOID OF THE SALE CAN SIT ANYWHERE AFTER IT.  NO MONTH     *
101800*    FILE MEANS ONLY SAME-DAY SALES CAN BE VOIDED.             *
101900*--------------------------------------------------------------*
102000 3130-SCAN-SALE-HISTORY.
102100     OPEN INPUT SALE-HISTORY-FILE
102200     IF WS-SH-FILE-STATUS NOT = "00"
102300         GO TO 3130-EXIT
102400     END-IF
102500     MOVE "N" TO WS-SH-EOF-SWITCH
102600     PERFORM 3140-READ-SALE-HISTORY THRU 3140-EXIT
102700         UNTIL WS-SH-EOF
102800     CLOSE SALE-HISTORY-FILE.
102900 3130-EXIT.
103000     EXIT.
103100*--------------------------------------------------------------*
103200*    3140-READ-SALE-HISTORY                                    *
103300*--------------------------------------------------------------*
103400 3140-READ-SALE-HISTORY.
103500     READ SALE-HISTORY-FILE
103600         AT END
103700             SET WS-SH-EOF TO TRUE
103800         NOT AT END
103900             IF SH-TRANS-ID = CT-ORIG-TRANS-ID
104000                 IF SH-ENTRY-VOID
104100                     SET WS-PRIOR-VOID TO TRUE
104200                 ELSE
104300                     MOVE SALE-HISTORY-RECORD
104400                         TO WS-ORIG-SALE-IMAGE
104500                     SET WS-ORIG-FOUND TO TRUE
104600                 END-IF
104700             END-IF
104800     END-READ.
104900 3140-EXIT.
105000     EXIT.
105100*--------------------------------------------------------------*
105200*    3200-CREDIT-PREPAID - THE SALE'S AMOUNT GOES BACK ON THE  *
105300*    ACCOUNT IT CAME OFF.  A CLOSED ACCOUNT HAS ALREADY BEEN   *
105400*    SETTLED, SO THE VOID IS REFUSED FOR THE OFFICE TO HANDLE. *
105500*--------------------------------------------------------------*
105600 3200-CREDIT-PREPAID.
105700     MOVE CS-STUDENT-ID TO PA-STUDENT-ID
105800     READ PREPAID-ACCOUNT-FILE
105900         INVALID KEY
106000             MOVE "NO ACCT" TO WS-DENY-REASON
106100         NOT INVALID KEY
106200             IF PA-ACCT-OPEN
106300                 ADD CS-AMOUNT TO PA-BALANCE
106400                 MOVE WS-TS-DATE TO PA-LAST-ACTIVITY-DATE
106500                 REWRITE PREPAID-ACCOUNT-RECORD
106600             ELSE
106700                 MOVE "ACCT CLOSD" TO WS-DENY-REASON
106800             END-IF
106900     END-READ.
107000 3200-EXIT.
107100     EXIT.
107200*--------------------------------------------------------------*
107300*    3300-WRITE-VOID-SALE - THE ORIGINAL ROW, REDATED TO TODAY *
107400*    AND FLAGGED "V".                                          *
107500*--------------------------------------------------------------*
107600 3300-WRITE-VOID-SALE.
107700     MOVE WS-TS-DATE TO CS-SALE-DATE
107800     SET CS-ENTRY-VOID TO TRUE
107900     WRITE CONCESSION-SALE-RECORD
108000     ADD 1 TO WS-VOID-COUNT
108100     MOVE CT-ORIG-TRANS-ID TO WS-VD-TRANS-ID (WS-VOID-COUNT).
108200 3300-EXIT.
108300     EXIT.
108400*--------------------------------------------------------------*
108500*    3500-WRITE-VOID-LOG - ONE ROW PER VOID, APPLIED OR NOT.   *
108600*--------------------------------------------------------------*
108700 3500-WRITE-VOID-LOG.
108800     MOVE SPACE TO VOID-LOG-RECORD
108900     MOVE WS-TS-DATE TO VL-VOID-DATE
109000     MOVE CT-TRANS-ID TO VL-VOID-TRANS-ID
109100     MOVE CT-ORIG-TRANS-ID TO VL-ORIG-TRANS-ID
109200     MOVE CT-CASHIER-ID TO VL-CASHIER-ID
109300     MOVE CT-MANAGER-ID TO VL-MANAGER-ID
109400     MOVE ZERO TO VL-ORIG-SALE-DATE
109500     MOVE ZERO TO VL-AMOUNT
109600     IF WS-ORIG-FOUND
109700         MOVE WS-ORIG-SALE-IMAGE TO CONCESSION-SALE-RECORD
109800         MOVE WS-OG-SALE-DATE TO VL-ORIG-SALE-DATE
109900         MOVE CS-STUDENT-ID TO VL-STUDENT-ID
110000         MOVE CS-ITEM-ID TO VL-ITEM-ID
110100         MOVE CS-AMOUNT TO VL-AMOUNT
110200         MOVE CS-TENDER-TYPE TO VL-TENDER-TYPE
110300     END-IF
110400     IF WS-DENY-REASON = SPACE
110500         SET VL-VOID-APPLIED TO TRUE
110600     ELSE
110700         SET VL-VOID-REFUSED TO TRUE
110800         MOVE WS-DENY-REASON TO VL-REFUSE-REASON
110900     END-IF
111000     WRITE VOID-LOG-RECORD.
111100 3500-EXIT.
111200     EXIT.
111300*--------------------------------------------------------------*
111400*    8000-FINALIZE                                               *
111500*--------------------------------------------------------------*
111600 8000-FINALIZE.
111700     PERFORM 8200-WRITE-EOD-TOTALS THRU 8200-EXIT
111800     PERFORM 8100-WRITE-SUBSIDY-LINE THRU 8100-EXIT
111900         VARYING WS-TIER-SUB FROM 1 BY 1
112000         UNTIL WS-TIER-SUB > 3
112100     CLOSE CONCESSION-TRANSACTION-FILE
112200     IF WS-OFFLINE-MODE
112300         CLOSE POS-HOLDING-FILE
112400     ELSE
112500         CLOSE PREPAID-ACCOUNT-FILE
112600         CLOSE STUDENT-MASTER-FILE
112700     END-IF
112800     MOVE "F" TO RW-FUNCTION
112900     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
113000     CLOSE CONCESSION-POS-RPT
113100     CLOSE CONCESSION-SALE-FILE
113200     CLOSE DENIED-SALES-LOG
113300     CLOSE VOID-LOG-FILE
113400     IF WS-DAY-SALE-DROP-COUNT > 0
113500         DISPLAY "CONCESPOS: DAY SALE TABLE FULL - NOT SAME-DAY "
113600             "VOIDABLE - " WS-DAY-SALE-DROP-COUNT
113700     END-IF
113800     IF WS-MGR-DROP-COUNT > 0
113900         DISPLAY "CONCESPOS: MANAGER TABLE FULL - DROPPED - "
114000             WS-MGR-DROP-COUNT
114100     END-IF
114200     IF WS-TRL-BAD
114300         MOVE 8 TO RETURN-CODE
114400     END-IF.
114500 8000-EXIT.
114600     EXIT.
114700*--------------------------------------------------------------*
114800*    8200-WRITE-EOD-TOTALS - THE HANDOFF COUNTS THE NIGHTLY   *
114900*    BALANCING PROOF TIES: EVERY TRANSACTION PROCESSED MUST   *
115000*    LAND AS A SALE, A DENIAL, OR A NO-DISPOSITION ROW.       *
115100*--------------------------------------------------------------*
115200 8200-WRITE-EOD-TOTALS.
115300     MOVE WS-TRL-COUNT TO WS-EOD-METRIC-VALUE
115400     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
115500         WS-EOD-TXN-LABEL WS-EOD-METRIC-VALUE
115600         WS-EOD-CAMPUS-CODE
115700     MOVE WS-SALE-WRITE-COUNT TO WS-EOD-METRIC-VALUE
115800     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
115900         WS-EOD-SALE-LABEL WS-EOD-METRIC-VALUE
116000         WS-EOD-CAMPUS-CODE
116100     MOVE WS-DENY-WRITE-COUNT TO WS-EOD-METRIC-VALUE
116200     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
116300         WS-EOD-DENY-LABEL WS-EOD-METRIC-VALUE
116400         WS-EOD-CAMPUS-CODE
116500     MOVE WS-OTHER-TXN-COUNT TO WS-EOD-METRIC-VALUE
116600     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
116700         WS-EOD-OTHER-LABEL WS-EOD-METRIC-VALUE
116800         WS-EOD-CAMPUS-CODE
116900     MOVE WS-VOID-WRITE-COUNT TO WS-EOD-METRIC-VALUE
117000     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
117100         WS-EOD-VOID-LABEL WS-EOD-METRIC-VALUE
117200         WS-EOD-CAMPUS-CODE.
117300 8200-EXIT.
117400     EXIT.
117500*--------------------------------------------------------------*
117600*    8100-WRITE-SUBSIDY-LINE - ONE LINE PER TIER SHOWING THE  *
117700*    LIST VALUE SOLD AND WHAT THE DISTRICT ABSORBED.          *
117800*--------------------------------------------------------------*
117900 8100-WRITE-SUBSIDY-LINE.
118000     EVALUATE WS-TIER-SUB
118100         WHEN 1 MOVE "FULL" TO WS-TIER-LABEL
118200         WHEN 2 MOVE "REDUCED" TO WS-TIER-LABEL
118300         WHEN 3 MOVE "FREE" TO WS-TIER-LABEL
118400     END-EVALUATE
118500     COMPUTE WS-SUBSIDY-AMT =
118600         WS-TT-LIST-AMT (WS-TIER-SUB)
118700             - WS-TT-CHARGED-AMT (WS-TIER-SUB)
118800     MOVE WS-TIER-LABEL TO WS-SB-TIER
118900     MOVE WS-TT-SALES (WS-TIER-SUB) TO WS-SB-SALES
119000     MOVE WS-TT-LIST-AMT (WS-TIER-SUB) TO WS-SB-LIST
119100     MOVE WS-SUBSIDY-AMT TO WS-SB-ABSORBED
119200     MOVE "D" TO RW-FUNCTION
119300     MOVE WS-SUBSIDY-LINE TO RW-DETAIL-LINE
119400     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT.
119500 8100-EXIT.
119600     EXIT.
119700*--------------------------------------------------------------*
119800*    9000-PUT-REPORT-LINE - ONE CALL TO THE COMMON REPORT      *
119900*    WRITER, THEN WRITE WHATEVER LINES IT HANDS BACK.          *
120000*--------------------------------------------------------------*
120100 9000-PUT-REPORT-LINE.
120200     CALL "RPTWRITE" USING REPORT-WRITER-AREA
120300     PERFORM 9010-WRITE-OUT-LINE THRU 9010-EXIT
120400         VARYING WS-RW-SUB FROM 1 BY 1
120500         UNTIL WS-RW-SUB > RW-OUT-COUNT.
120600 9000-EXIT.
120700     EXIT.
120800*--------------------------------------------------------------*
120900*    9010-WRITE-OUT-LINE                                        *
121000*--------------------------------------------------------------*
121100 9010-WRITE-OUT-LINE.
121200     WRITE CONCESSION-POS-LINE FROM RW-OUT-LINE (WS-RW-SUB).
121300 9010-EXIT.
121400     EXIT.
121500 END PROGRAM CONCESPOS.
