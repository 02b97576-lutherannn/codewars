000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FEECOLL.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    FEE COLLECTIONS REFERRAL AND WRITE-OFF.  RUNS ON THE FEE   *
000900*    LEDGER THE AGING RUN HAS JUST CARRIED FORWARD.  FIRST      *
001000*    POSTS THE COLLECTION AGENCY'S REMITTANCES - THE CHARGE IS  *
001100*    RELIEVED BY WHAT THE FAMILY PAID, OF WHICH THE DISTRICT    *
001200*    RECEIVES THE AMOUNT NET OF THE AGENCY FEE AND THE FEE      *
001300*    POSTS AS COLLECTION EXPENSE - THEN THE BOARD-APPROVED      *
001400*    WRITE-OFFS, WHICH CLEAR THE OPEN AMOUNT, POST BAD-DEBT     *
001500*    EXPENSE AND GO ON THE WRITE-OFF HISTORY THE TRANSFER-OUT   *
001600*    RECORDS PACKET READS.  FINALLY EVERY STILL-OPEN CHARGE     *
001700*    PAST THE CONTROL CARD'S AGE, DUNNING-COUNT AND BALANCE     *
001800*    THRESHOLDS IS WRITTEN TO THE AGENCY REFERRAL FILE AND      *
001900*    MARKED REFERRED SO THE AGING RUN STOPS DUNNING IT.  THE    *
002000*    GL ROWS GO THROUGH GLPERIOD LIKE EVERY OTHER POSTING; IF   *
002100*    THE CHART ROWS OR THE POSTING PERIOD ARE NOT THERE THE     *
002200*    RUN ENDS RC 8 WITHOUT TOUCHING ANYTHING.  SO DOES A LEDGER *
002233*    TOO BIG FOR THE TABLE - NOTHING IS POSTED FROM A PARTIAL   *
002266*    LEDGER.                                                    *
002300*--------------------------------------------------------------*
002400*    MODIFICATION HISTORY                                      *
002500*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002533*    2026-10-15  DLS  LEDGER OVERFLOW ENDS THE RUN BEFORE ANY  *
002566*                     POSTING; DROP UNUSED NET AMOUNT.         *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OLD-LEDGER-FILE ASSIGN TO FEELEDGR
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-FR-FILE-STATUS.
003300     SELECT CONTROL-FILE ASSIGN TO COLLCTL
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-CL-FILE-STATUS.
003600     SELECT REMITTANCE-FILE ASSIGN TO COLLREMS
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-AG-FILE-STATUS.
003900     SELECT WRITEOFF-FILE ASSIGN TO WRITEOFF
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FW-FILE-STATUS.
004200     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS SM-STUDENT-ID
004600         FILE STATUS IS WS-SM-FILE-STATUS.
004700     SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO CHARTACT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CA-FILE-STATUS.
005000     SELECT NEW-LEDGER-FILE ASSIGN TO FEELEDGO
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT REFERRAL-FILE ASSIGN TO COLLREFS
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT WRITEOFF-HISTORY-FILE ASSIGN TO WOHIST
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNL
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT COLLECTIONS-RPT ASSIGN TO COLLRPT
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT PRIOR-PERIOD-RPT ASSIGN TO GLPPARPT
006100         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  OLD-LEDGER-FILE
006500     RECORDING MODE IS F.
006600     COPY feeledgr.
006700 FD  CONTROL-FILE
006800     RECORDING MODE IS F.
006900     COPY collctl.
007000 FD  REMITTANCE-FILE
007100     RECORDING MODE IS F.
007200     COPY collrem.
007300 FD  WRITEOFF-FILE
007400     RECORDING MODE IS F.
007500     COPY feewoff.
007600 FD  STUDENT-MASTER-FILE.
007700     COPY studmast.
007800 FD  CHART-OF-ACCOUNTS-FILE
007900     RECORDING MODE IS F.
008000     COPY chartact.
008100 FD  NEW-LEDGER-FILE
008200     RECORDING MODE IS F.
008300 01  NEW-LEDGER-RECORD              PIC X(70).
008400 FD  REFERRAL-FILE
008500     RECORDING MODE IS F.
008600     COPY collref.
008700 FD  WRITEOFF-HISTORY-FILE
008800     RECORDING MODE IS F.
008900 01  WRITEOFF-HISTORY-RECORD        PIC X(80).
009000 FD  GL-JOURNAL-FILE
009100     RECORDING MODE IS F.
009200     COPY gljournl.
009300 FD  COLLECTIONS-RPT
009400     RECORDING MODE IS F.
009500 01  COLLECTIONS-LINE               PIC X(80).
009600 FD  PRIOR-PERIOD-RPT
009700     RECORDING MODE IS F.
009800 01  PRIOR-PERIOD-LINE              PIC X(80).
009900 WORKING-STORAGE SECTION.
010000 01  WS-FR-FILE-STATUS              PIC X(02) VALUE SPACE.
010100 01  WS-CL-FILE-STATUS              PIC X(02) VALUE SPACE.
010200 01  WS-AG-FILE-STATUS              PIC X(02) VALUE SPACE.
010300 01  WS-FW-FILE-STATUS              PIC X(02) VALUE SPACE.
010400 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
010500 01  WS-CA-FILE-STATUS              PIC X(02) VALUE SPACE.
010600 01  WS-FR-EOF-SWITCH               PIC X(01) VALUE "N".
010700     88  WS-FR-EOF                      VALUE "Y".
010800 01  WS-AG-EOF-SWITCH               PIC X(01) VALUE "N".
010900     88  WS-AG-EOF                      VALUE "Y".
011000 01  WS-FW-EOF-SWITCH               PIC X(01) VALUE "N".
011100     88  WS-FW-EOF                      VALUE "Y".
011200 01  WS-CA-EOF-SWITCH               PIC X(01) VALUE "N".
011300     88  WS-CA-EOF                      VALUE "Y".
011400 01  WS-TIMESTAMP.
011500     05  WS-TS-DATE                 PIC 9(08).
011600     05  FILLER                     PIC X(13).
011700 01  WS-TODAY-INT                   PIC 9(07) COMP.
011800 01  WS-CHARGE-INT                  PIC 9(07) COMP.
011900 01  WS-AGE-DAYS                    PIC S9(05) COMP.
012000*    REFERRAL THRESHOLDS - THE CONTROL CARD OVERRIDES THESE.
012100 01  WS-MIN-AGE-DAYS                PIC 9(04) VALUE 0120.
012200 01  WS-MIN-DUN-COUNT               PIC 9(02) VALUE 03.
012300 01  WS-MIN-BALANCE                 PIC 9(05)V99 VALUE 25.00.
012400 01  WS-LEDGER-COUNT                PIC 9(04) COMP VALUE ZERO.
012500 01  WS-LEDGER-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
012600 01  WS-LSUB                        PIC 9(04) COMP.
012700 01  WS-FOUND-SUB                   PIC 9(04) COMP.
012800 01  WS-LEDGER-TABLE.
012900     05  WS-LG-ENTRY OCCURS 9000 TIMES.
013000         10  WS-LG-RECORD           PIC X(70).
013100         10  WS-LG-OPEN-AMT         PIC S9(05)V99 COMP-3.
013200         10  WS-LG-COLL-STATUS      PIC X(01).
013300             88  WS-LG-REFERRED         VALUE "R".
013400 01  WS-FIND-STUDENT-ID             PIC X(09).
013500 01  WS-FIND-CHARGE-REF             PIC X(09).
013700 01  WS-OVERPAID-AMOUNT             PIC S9(07)V99.
013800*    THE BADDEBT AND COLLFEE CHART ROWS.
013900 01  WS-BADDEBT-SWITCH              PIC X(01) VALUE "N".
014000     88  WS-BADDEBT-FOUND               VALUE "Y".
014100 01  WS-BD-DR-FUND                  PIC X(03) VALUE SPACE.
014200 01  WS-BD-DR-ACCT                  PIC X(06) VALUE SPACE.
014300 01  WS-BD-CR-FUND                  PIC X(03) VALUE SPACE.
014400 01  WS-BD-CR-ACCT                  PIC X(06) VALUE SPACE.
014500 01  WS-COLLFEE-SWITCH              PIC X(01) VALUE "N".
014600     88  WS-COLLFEE-FOUND               VALUE "Y".
014700 01  WS-CF-DR-FUND                  PIC X(03) VALUE SPACE.
014800 01  WS-CF-DR-ACCT                  PIC X(06) VALUE SPACE.
014900 01  WS-CF-CR-FUND                  PIC X(03) VALUE SPACE.
015000 01  WS-CF-CR-ACCT                  PIC X(06) VALUE SPACE.
015100*    GL POSTING.
015200 01  WS-EVENT-CODE                  PIC X(08).
015300 01  WS-EVENT-DR-FUND               PIC X(03).
015400 01  WS-EVENT-DR-ACCT               PIC X(06).
015500 01  WS-EVENT-CR-FUND               PIC X(03).
015600 01  WS-EVENT-CR-ACCT               PIC X(06).
015700 01  WS-EVENT-AMOUNT                PIC 9(09)V99.
015800 01  WS-POST-DATE                   PIC 9(08).
015900 01  WS-ROUTE-FLAG                  PIC X(01).
016000     88  WS-ROUTE-IN-PERIOD             VALUE " ".
016100     88  WS-ROUTE-PRIOR-PERIOD          VALUE "P".
016200     88  WS-ROUTE-UNCHECKED             VALUE "U".
016300     COPY utilstat REPLACING ==UTIL-STATUS-VALID==
016400         BY ==WS-GP-STATUS-VALID==
016500         ==UTIL-STATUS-INVALID==
016600         BY ==WS-GP-STATUS-INVALID==
016700         ==UTIL-STATUS-OVERFLOW==
016800         BY ==WS-GP-STATUS-OVERFLOW==
016900         ==UTIL-STATUS== BY ==WS-GP-STATUS==.
017000 01  WS-REMIT-COUNT                 PIC 9(05) COMP VALUE ZERO.
017100 01  WS-WRITEOFF-COUNT              PIC 9(05) COMP VALUE ZERO.
017200 01  WS-REFERRAL-COUNT              PIC 9(05) COMP VALUE ZERO.
017300 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
017400 01  WS-CLOSED-COUNT                PIC 9(05) COMP VALUE ZERO.
017500 01  WS-JOURNAL-COUNT               PIC 9(05) COMP VALUE ZERO.
017600 01  WS-ADJUSTMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
017700 01  WS-GROSS-TOTAL                 PIC 9(09)V99 VALUE ZERO.
017800 01  WS-COLLFEE-TOTAL               PIC 9(09)V99 VALUE ZERO.
017900 01  WS-WRITEOFF-TOTAL              PIC 9(09)V99 VALUE ZERO.
018000 01  WS-REFERRAL-TOTAL              PIC 9(09)V99 VALUE ZERO.
018100 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "FEECOLL".
018200 01  WS-AUDIT-VALUE                 PIC X(25).
018300 01  WS-AUDIT-REASON                PIC X(20).
018400 01  WS-REPORT-HEADING              PIC X(80)
018500         VALUE "FEE COLLECTIONS - REMITTANCES, WRITE-OFFS".
018600 01  WS-COLUMN-HEADING.
018700     05  FILLER                     PIC X(40)
018800             VALUE "ACTION     STUDENT   CHARGE       AMOUNT".
018900     05  FILLER                     PIC X(40)
019000             VALUE "     OTHER  NOTE".
019100 01  WS-DETAIL-LINE.
019200     05  WS-DL-ACTION               PIC X(10).
019300     05  FILLER                     PIC X(01) VALUE SPACE.
019400     05  WS-DL-STUDENT-ID           PIC X(09).
019500     05  FILLER                     PIC X(01) VALUE SPACE.
019600     05  WS-DL-CHARGE-REF           PIC X(09).
019700     05  FILLER                     PIC X(01) VALUE SPACE.
019800     05  WS-DL-AMOUNT               PIC ZZ,ZZ9.99.
019900     05  FILLER                     PIC X(01) VALUE SPACE.
020000     05  WS-DL-OTHER                PIC ZZ,ZZ9.99.
020100     05  FILLER                     PIC X(02) VALUE SPACE.
020200     05  WS-DL-NOTE                 PIC X(20).
020300     05  FILLER                     PIC X(08) VALUE SPACE.
020400 01  WS-EVENT-LINE.
020500     05  WS-EV-EVENT                PIC X(08).
020600     05  FILLER                     PIC X(02) VALUE SPACE.
020700     05  WS-EV-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
020800     05  FILLER                     PIC X(02) VALUE SPACE.
020900     05  WS-EV-NOTE                 PIC X(24).
021000     05  FILLER                     PIC X(30) VALUE SPACE.
021100 01  WS-SUMMARY-LINE-1.
021200     05  FILLER                     PIC X(13)
021300             VALUE "REMITTANCES -".
021400     05  WS-S1-REMITS               PIC ZZ,ZZ9.
021500     05  FILLER                     PIC X(16)
021600             VALUE "  WRITTEN OFF - ".
021700     05  WS-S1-WRITEOFFS            PIC ZZ,ZZ9.
021800     05  FILLER                     PIC X(13)
021900             VALUE "  REFERRED - ".
022000     05  WS-S1-REFERRALS            PIC ZZ,ZZ9.
022100     05  FILLER                     PIC X(12)
022200             VALUE "  REJECTS - ".
022300     05  WS-S1-REJECTS              PIC ZZ,ZZ9.
022400     05  FILLER                     PIC X(02) VALUE SPACE.
022500 01  WS-SUMMARY-LINE-2.
022600     05  FILLER                     PIC X(12)
022700             VALUE "COLLECTED - ".
022800     05  WS-S2-GROSS                PIC ZZZ,ZZZ,ZZ9.99.
022900     05  FILLER                     PIC X(15)
023000             VALUE "  AGENCY FEES -".
023100     05  WS-S2-FEES                 PIC ZZZ,ZZZ,ZZ9.99.
023200     05  FILLER                     PIC X(11)
023300             VALUE "  WRITTEN -".
023400     05  WS-S2-WRITEOFFS            PIC ZZZ,ZZZ,ZZ9.99.
023500 01  WS-ADJUST-HEADING-1            PIC X(80)
023600         VALUE "PRIOR-PERIOD ADJUSTMENTS FROM CLOSED PERIODS".
023700 01  WS-ADJUST-HEADING-2.
023800     05  FILLER                     PIC X(39)
023900             VALUE "EVENT    FND ACCOUNT D         AMOUNT  ".
024000     05  FILLER                     PIC X(41)
024100             VALUE "DATED     POSTED".
024200 01  WS-ADJUST-LINE.
024300     05  WS-AJ-EVENT                PIC X(08).
024400     05  FILLER                     PIC X(01) VALUE SPACE.
024500     05  WS-AJ-FUND                 PIC X(03).
024600     05  FILLER                     PIC X(01) VALUE SPACE.
024700     05  WS-AJ-ACCOUNT              PIC X(06).
024800     05  FILLER                     PIC X(02) VALUE SPACE.
024900     05  WS-AJ-DR-CR                PIC X(01).
025000     05  FILLER                     PIC X(01) VALUE SPACE.
025100     05  WS-AJ-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
025200     05  FILLER                     PIC X(02) VALUE SPACE.
025300     05  WS-AJ-DATED                PIC 9(08).
025400     05  FILLER                     PIC X(02) VALUE SPACE.
025500     05  WS-AJ-POSTED               PIC 9(08).
025600     05  FILLER                     PIC X(23) VALUE SPACE.
025700 01  WS-ADJUST-SUMMARY-LINE.
025800     05  FILLER                     PIC X(28)
025900             VALUE "PRIOR-PERIOD ADJUSTMENTS -  ".
026000     05  WS-AS-COUNT                PIC ZZ,ZZ9.
026100     05  FILLER                     PIC X(46) VALUE SPACE.
026200 01  WS-SEC-OPERATOR-ID             PIC X(08) VALUE SPACE.
026300 01  WS-SEC-TXN-CLASS               PIC X(08) VALUE "MONEY".
026400 01  WS-SEC-PROGRAM-ID              PIC X(10) VALUE "FEECOLL".
026500 01  WS-SEC-RESULT                  PIC X(01).
026600     88  WS-SEC-ALLOWED                 VALUE "A".
026700 LINKAGE SECTION.
026800 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
026900 01  LS-PARM-DATA                   PIC X(10).
027000 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
027100*--------------------------------------------------------------*
027200*    0000-MAINLINE                                              *
027300*--------------------------------------------------------------*
027400 0000-MAINLINE.
027500*    A WRITE-OFF CLEARS MONEY OWED THE DISTRICT, SO THE
027600*    SUBMITTING OPERATOR MUST HOLD THE MONEY PERMISSION.
027700     IF LS-PARM-LENGTH > 0
027800         MOVE LS-PARM-DATA (1:8) TO WS-SEC-OPERATOR-ID
027900     END-IF
028000     CALL "SECCHECK" USING WS-SEC-OPERATOR-ID
028100         WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID WS-SEC-RESULT
028200     IF NOT WS-SEC-ALLOWED
028300         DISPLAY "FEECOLL: OPERATOR " WS-SEC-OPERATOR-ID
028400             " NOT AUTHORIZED FOR MONEY - RUN ENDED"
028500         MOVE 8 TO RETURN-CODE
028600         GOBACK
028700     END-IF
028800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
028900     COMPUTE WS-TODAY-INT =
029000         FUNCTION INTEGER-OF-DATE (WS-TS-DATE)
029100     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
029200     PERFORM 1200-CHECK-GL THRU 1200-EXIT
029300     IF RETURN-CODE = 8
029400         GOBACK
029500     END-IF
029600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029700     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
029800         UNTIL WS-FR-EOF
029820     IF WS-LEDGER-DROP-COUNT > 0
029840         PERFORM 8000-FINALIZE THRU 8000-EXIT
029860         GOBACK
029880     END-IF
029900     PERFORM 3000-POST-REMITTANCE THRU 3000-EXIT
030000         UNTIL WS-AG-EOF
030100     PERFORM 4000-POST-WRITEOFF THRU 4000-EXIT
030200         UNTIL WS-FW-EOF
030300     PERFORM 5000-CARRY-LEDGER THRU 5000-EXIT
030400         VARYING WS-LSUB FROM 1 BY 1
030500         UNTIL WS-LSUB > WS-LEDGER-COUNT
030600     PERFORM 6000-POST-GL THRU 6000-EXIT
030700     PERFORM 8000-FINALIZE THRU 8000-EXIT
030800     GOBACK.
030900*--------------------------------------------------------------*
031000*    1000-INITIALIZE                                            *
031100*--------------------------------------------------------------*
031200 1000-INITIALIZE.
031300     OPEN INPUT OLD-LEDGER-FILE
031400     IF WS-FR-FILE-STATUS = "35"
031500         SET WS-FR-EOF TO TRUE
031600     END-IF
031700     OPEN INPUT REMITTANCE-FILE
031800     IF WS-AG-FILE-STATUS = "35"
031900         SET WS-AG-EOF TO TRUE
032000     END-IF
032100     OPEN INPUT WRITEOFF-FILE
032200     IF WS-FW-FILE-STATUS = "35"
032300         SET WS-FW-EOF TO TRUE
032400     END-IF
032500     OPEN INPUT STUDENT-MASTER-FILE
032600     OPEN OUTPUT NEW-LEDGER-FILE
032700     OPEN OUTPUT REFERRAL-FILE
032800     OPEN EXTEND WRITEOFF-HISTORY-FILE
032900     OPEN OUTPUT GL-JOURNAL-FILE
033000     OPEN OUTPUT COLLECTIONS-RPT
033100     OPEN OUTPUT PRIOR-PERIOD-RPT
033200     WRITE COLLECTIONS-LINE FROM WS-REPORT-HEADING
033300     WRITE COLLECTIONS-LINE FROM WS-COLUMN-HEADING
033400     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-1
033500     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-2
033600     IF NOT WS-FR-EOF
033700         PERFORM 2100-READ-LEDGER THRU 2100-EXIT
033800     END-IF
033900     IF NOT WS-AG-EOF
034000         PERFORM 3100-READ-REMITTANCE THRU 3100-EXIT
034100     END-IF
034200     IF NOT WS-FW-EOF
034300         PERFORM 4100-READ-WRITEOFF THRU 4100-EXIT
034400     END-IF.
034500 1000-EXIT.
034600     EXIT.
034700*--------------------------------------------------------------*
034800*    1100-LOAD-CONTROL - EACH THRESHOLD ON THE CARD OVERRIDES   *
034900*    ITS DEFAULT ONLY WHEN IT IS NUMERIC.                       *
035000*--------------------------------------------------------------*
035100 1100-LOAD-CONTROL.
035200     OPEN INPUT CONTROL-FILE
035300     IF WS-CL-FILE-STATUS = "35"
035400         GO TO 1100-EXIT
035500     END-IF
035600     READ CONTROL-FILE
035700         AT END
035800             CLOSE CONTROL-FILE
035900             GO TO 1100-EXIT
036000     END-READ
036100     IF CL-MIN-AGE-DAYS IS NUMERIC
036200         MOVE CL-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
036300     END-IF
036400     IF CL-MIN-DUN-COUNT IS NUMERIC
036500         MOVE CL-MIN-DUN-COUNT TO WS-MIN-DUN-COUNT
036600     END-IF
036700     IF CL-MIN-BALANCE IS NUMERIC
036800         MOVE CL-MIN-BALANCE TO WS-MIN-BALANCE
036900     END-IF
037000     CLOSE CONTROL-FILE.
037100 1100-EXIT.
037200     EXIT.
037300*--------------------------------------------------------------*
037400*    1200-CHECK-GL - THE BADDEBT AND COLLFEE CHART ROWS AND A   *
037500*    POSTING PERIOD FOR TODAY MUST BOTH BE THERE BEFORE ANY     *
037600*    MONEY MOVES; OTHERWISE THE RUN ENDS RC 8 WITH THE LEDGER   *
037700*    AND THE TRANSACTION FILES UNTOUCHED FOR A RERUN.           *
037800*--------------------------------------------------------------*
037900 1200-CHECK-GL.
038000     OPEN INPUT CHART-OF-ACCOUNTS-FILE
038100     IF WS-CA-FILE-STATUS = "35"
038200         SET WS-CA-EOF TO TRUE
038300     ELSE
038400         PERFORM 1300-LOAD-CHART THRU 1300-EXIT
038500             UNTIL WS-CA-EOF
038600         CLOSE CHART-OF-ACCOUNTS-FILE
038700     END-IF
038800     IF NOT WS-BADDEBT-FOUND
038900         DISPLAY "FEECOLL: NO BADDEBT CHART ROW - RUN ENDED"
039000         MOVE 8 TO RETURN-CODE
039100     END-IF
039200     IF NOT WS-COLLFEE-FOUND
039300         DISPLAY "FEECOLL: NO COLLFEE CHART ROW - RUN ENDED"
039400         MOVE 8 TO RETURN-CODE
039500     END-IF
039600     CALL "GLPERIOD" USING WS-TS-DATE WS-POST-DATE
039700         WS-ROUTE-FLAG WS-GP-STATUS
039800     IF WS-GP-STATUS-INVALID
039900         DISPLAY "FEECOLL: TODAY REJECTED BY PERIOD CHECK - "
040000             WS-TS-DATE " - RUN ENDED"
040100         MOVE 8 TO RETURN-CODE
040200     END-IF
040300     IF WS-ROUTE-UNCHECKED AND RETURN-CODE < 4
040400         DISPLAY "FEECOLL: PERIOD FILE MISSING - POSTED AS DATED"
040500         MOVE 4 TO RETURN-CODE
040600     END-IF.
040700 1200-EXIT.
040800     EXIT.
040900*--------------------------------------------------------------*
041000*    1300-LOAD-CHART                                            *
041100*--------------------------------------------------------------*
041200 1300-LOAD-CHART.
041300     READ CHART-OF-ACCOUNTS-FILE
041400         AT END
041500             SET WS-CA-EOF TO TRUE
041600             GO TO 1300-EXIT
041700     END-READ
041800     IF CA-EVENT-CODE = "BADDEBT"
041900         SET WS-BADDEBT-FOUND TO TRUE
042000         MOVE CA-DEBIT-FUND TO WS-BD-DR-FUND
042100         MOVE CA-DEBIT-ACCOUNT TO WS-BD-DR-ACCT
042200         MOVE CA-CREDIT-FUND TO WS-BD-CR-FUND
042300         MOVE CA-CREDIT-ACCOUNT TO WS-BD-CR-ACCT
042400     END-IF
042500     IF CA-EVENT-CODE = "COLLFEE"
042600         SET WS-COLLFEE-FOUND TO TRUE
042700         MOVE CA-DEBIT-FUND TO WS-CF-DR-FUND
042800         MOVE CA-DEBIT-ACCOUNT TO WS-CF-DR-ACCT
042900         MOVE CA-CREDIT-FUND TO WS-CF-CR-FUND
043000         MOVE CA-CREDIT-ACCOUNT TO WS-CF-CR-ACCT
043100     END-IF.
043200 1300-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------*
043500*    2000-LOAD-LEDGER                                           *
043600*--------------------------------------------------------------*
043700 2000-LOAD-LEDGER.
043800     IF WS-LEDGER-COUNT < 9000
043900         ADD 1 TO WS-LEDGER-COUNT
044000         MOVE FEE-LEDGER-RECORD TO WS-LG-RECORD (WS-LEDGER-COUNT)
044100         MOVE FR-OPEN-AMOUNT TO WS-LG-OPEN-AMT (WS-LEDGER-COUNT)
044200         MOVE FR-COLL-STATUS
044300             TO WS-LG-COLL-STATUS (WS-LEDGER-COUNT)
044400     ELSE
044500         ADD 1 TO WS-LEDGER-DROP-COUNT
044600     END-IF
044700     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
044800 2000-EXIT.
044900     EXIT.
045000 2100-READ-LEDGER.
045100     READ OLD-LEDGER-FILE
045200         AT END
045300             SET WS-FR-EOF TO TRUE
045400     END-READ.
045500 2100-EXIT.
045600     EXIT.
045700*--------------------------------------------------------------*
045800*    2200-FIND-CHARGE - OPEN LEDGER ROW FOR THE STUDENT AND     *
045900*    CHARGE REFERENCE IN WS-FIND-STUDENT-ID/-CHARGE-REF.        *
046000*--------------------------------------------------------------*
046100 2200-FIND-CHARGE.
046200     MOVE ZERO TO WS-FOUND-SUB
046300     PERFORM 2210-MATCH-CHARGE THRU 2210-EXIT
046400         VARYING WS-LSUB FROM 1 BY 1
046500         UNTIL WS-LSUB > WS-LEDGER-COUNT
046600             OR WS-FOUND-SUB > 0.
046700 2200-EXIT.
046800     EXIT.
046900 2210-MATCH-CHARGE.
047000     IF WS-LG-RECORD (WS-LSUB) (1:9) = WS-FIND-STUDENT-ID
047100             AND WS-LG-RECORD (WS-LSUB) (10:9)
047200                 = WS-FIND-CHARGE-REF
047300             AND WS-LG-OPEN-AMT (WS-LSUB) > ZERO
047400         MOVE WS-LSUB TO WS-FOUND-SUB
047500     END-IF.
047600 2210-EXIT.
047700     EXIT.
047800*--------------------------------------------------------------*
047900*    3000-POST-REMITTANCE - THE CHARGE IS RELIEVED BY THE       *
048000*    GROSS THE FAMILY PAID THE AGENCY; THE AGENCY FEE GOES TO   *
048100*    COLLECTION EXPENSE AND THE NET IS THE DISTRICT'S PAYMENT.  *
048200*--------------------------------------------------------------*
048300 3000-POST-REMITTANCE.
048400     MOVE AG-STUDENT-ID TO WS-FIND-STUDENT-ID
048500     MOVE AG-CHARGE-REF TO WS-FIND-CHARGE-REF
048600     MOVE SPACE TO WS-DETAIL-LINE
048700     MOVE AG-STUDENT-ID TO WS-DL-STUDENT-ID
048800     MOVE AG-CHARGE-REF TO WS-DL-CHARGE-REF
048900     IF AG-GROSS-AMOUNT NOT NUMERIC
049000             OR AG-AGENCY-FEE NOT NUMERIC
049100         MOVE "AMOUNT NOT NUMERIC" TO WS-DL-NOTE
049200         PERFORM 7000-REJECT THRU 7000-EXIT
049300         GO TO 3000-NEXT
049400     END-IF
049500     MOVE AG-GROSS-AMOUNT TO WS-DL-AMOUNT
049600     MOVE AG-AGENCY-FEE TO WS-DL-OTHER
049700     IF AG-GROSS-AMOUNT = ZERO
049800             OR AG-AGENCY-FEE > AG-GROSS-AMOUNT
049900         MOVE "FEE EXCEEDS GROSS" TO WS-DL-NOTE
050000         PERFORM 7000-REJECT THRU 7000-EXIT
050100         GO TO 3000-NEXT
050200     END-IF
050300     PERFORM 2200-FIND-CHARGE THRU 2200-EXIT
050400     IF WS-FOUND-SUB = 0
050500         MOVE "NO OPEN CHARGE" TO WS-DL-NOTE
050600         PERFORM 7000-REJECT THRU 7000-EXIT
050700         GO TO 3000-NEXT
050800     END-IF
050900     IF NOT WS-LG-REFERRED (WS-FOUND-SUB)
051000         MOVE "CHARGE NOT REFERRED" TO WS-DL-NOTE
051100         PERFORM 7000-REJECT THRU 7000-EXIT
051200         GO TO 3000-NEXT
051300     END-IF
051400     ADD 1 TO WS-REMIT-COUNT
051500     ADD AG-GROSS-AMOUNT TO WS-GROSS-TOTAL
051600     ADD AG-AGENCY-FEE TO WS-COLLFEE-TOTAL
051800     COMPUTE WS-OVERPAID-AMOUNT =
051900         AG-GROSS-AMOUNT - WS-LG-OPEN-AMT (WS-FOUND-SUB)
052000     SUBTRACT AG-GROSS-AMOUNT FROM WS-LG-OPEN-AMT (WS-FOUND-SUB)
052100     IF WS-LG-OPEN-AMT (WS-FOUND-SUB) < ZERO
052200         MOVE ZERO TO WS-LG-OPEN-AMT (WS-FOUND-SUB)
052300     END-IF
052400     MOVE "REMITTED" TO WS-DL-ACTION
052500     IF WS-OVERPAID-AMOUNT > ZERO
052600         MOVE "OVERPAID - REFUND" TO WS-DL-NOTE
052700     ELSE
052800         MOVE AG-AGENCY-REF TO WS-DL-NOTE
052900     END-IF
053000     WRITE COLLECTIONS-LINE FROM WS-DETAIL-LINE.
053100 3000-NEXT.
053200     PERFORM 3100-READ-REMITTANCE THRU 3100-EXIT.
053300 3000-EXIT.
053400     EXIT.
053500 3100-READ-REMITTANCE.
053600     READ REMITTANCE-FILE
053700         AT END
053800             SET WS-AG-EOF TO TRUE
053900     END-READ.
054000 3100-EXIT.
054100     EXIT.
054200*--------------------------------------------------------------*
054300*    4000-POST-WRITEOFF - A WRITE-OFF NEEDS THE BOARD MOTION    *
054400*    AND A BOARD DATE NOT IN THE FUTURE.  IT CLEARS WHATEVER    *
054500*    IS STILL OPEN ON THE CHARGE AND LANDS ON THE HISTORY.      *
054600*--------------------------------------------------------------*
054700 4000-POST-WRITEOFF.
054800     MOVE FW-STUDENT-ID TO WS-FIND-STUDENT-ID
054900     MOVE FW-CHARGE-REF TO WS-FIND-CHARGE-REF
055000     MOVE SPACE TO WS-DETAIL-LINE
055100     MOVE FW-STUDENT-ID TO WS-DL-STUDENT-ID
055200     MOVE FW-CHARGE-REF TO WS-DL-CHARGE-REF
055300     IF FW-BOARD-MOTION = SPACE
055400             OR FW-BOARD-DATE NOT NUMERIC
055500             OR FW-BOARD-DATE = ZERO
055600         MOVE "NO BOARD APPROVAL" TO WS-DL-NOTE
055700         PERFORM 7000-REJECT THRU 7000-EXIT
055800         GO TO 4000-NEXT
055900     END-IF
056000     IF FW-BOARD-DATE > WS-TS-DATE
056100         MOVE "BOARD DATE FUTURE" TO WS-DL-NOTE
056200         PERFORM 7000-REJECT THRU 7000-EXIT
056300         GO TO 4000-NEXT
056400     END-IF
056500     PERFORM 2200-FIND-CHARGE THRU 2200-EXIT
056600     IF WS-FOUND-SUB = 0
056700         MOVE "NO OPEN CHARGE" TO WS-DL-NOTE
056800         PERFORM 7000-REJECT THRU 7000-EXIT
056900         GO TO 4000-NEXT
057000     END-IF
057100     ADD 1 TO WS-WRITEOFF-COUNT
057200     ADD WS-LG-OPEN-AMT (WS-FOUND-SUB) TO WS-WRITEOFF-TOTAL
057300     MOVE WS-LG-RECORD (WS-FOUND-SUB) TO FEE-LEDGER-RECORD
057400     MOVE WS-TS-DATE TO FW-WRITEOFF-DATE
057500     MOVE WS-LG-OPEN-AMT (WS-FOUND-SUB) TO FW-AMOUNT
057600     MOVE FR-REASON TO FW-REASON
057700     WRITE WRITEOFF-HISTORY-RECORD FROM FEE-WRITEOFF-RECORD
057800     MOVE "WRITE-OFF" TO WS-DL-ACTION
057900     MOVE WS-LG-OPEN-AMT (WS-FOUND-SUB) TO WS-DL-AMOUNT
058000     MOVE FW-BOARD-MOTION TO WS-DL-NOTE
058100     WRITE COLLECTIONS-LINE FROM WS-DETAIL-LINE
058200     MOVE ZERO TO WS-LG-OPEN-AMT (WS-FOUND-SUB).
058300 4000-NEXT.
058400     PERFORM 4100-READ-WRITEOFF THRU 4100-EXIT.
058500 4000-EXIT.
058600     EXIT.
058700 4100-READ-WRITEOFF.
058800     READ WRITEOFF-FILE
058900         AT END
059000             SET WS-FW-EOF TO TRUE
059100     END-READ.
059200 4100-EXIT.
059300     EXIT.
059400*--------------------------------------------------------------*
059500*    5000-CARRY-LEDGER - A CLEARED ROW LEAVES THE LEDGER; AN    *
059600*    OPEN ROW PAST EVERY THRESHOLD IS REFERRED TO THE AGENCY    *
059700*    BEFORE IT IS CARRIED FORWARD.                              *
059800*--------------------------------------------------------------*
059900 5000-CARRY-LEDGER.
060000     IF WS-LG-OPEN-AMT (WS-LSUB) = ZERO
060100         ADD 1 TO WS-CLOSED-COUNT
060200         GO TO 5000-EXIT
060300     END-IF
060400     MOVE WS-LG-RECORD (WS-LSUB) TO FEE-LEDGER-RECORD
060500     MOVE WS-LG-OPEN-AMT (WS-LSUB) TO FR-OPEN-AMOUNT
060600     IF NOT FR-COLL-REFERRED
060700         PERFORM 5100-CHECK-REFERRAL THRU 5100-EXIT
060800     END-IF
060900     WRITE NEW-LEDGER-RECORD FROM FEE-LEDGER-RECORD.
061000 5000-EXIT.
061100     EXIT.
061200*--------------------------------------------------------------*
061300*    5100-CHECK-REFERRAL                                        *
061400*--------------------------------------------------------------*
061500 5100-CHECK-REFERRAL.
061600     IF FR-DUN-COUNT NOT NUMERIC
061700         GO TO 5100-EXIT
061800     END-IF
061900     IF FR-DUN-COUNT < WS-MIN-DUN-COUNT
062000             OR FR-OPEN-AMOUNT < WS-MIN-BALANCE
062100         GO TO 5100-EXIT
062200     END-IF
062300     COMPUTE WS-CHARGE-INT =
062400         FUNCTION INTEGER-OF-DATE (FR-CHARGE-DATE)
062500     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
062600     IF WS-AGE-DAYS < WS-MIN-AGE-DAYS
062700         GO TO 5100-EXIT
062800     END-IF
062900     MOVE SPACE TO COLLECTION-REFERRAL-RECORD
063000     MOVE FR-STUDENT-ID TO CF-STUDENT-ID
063100     MOVE FR-CHARGE-REF TO CF-CHARGE-REF
063200     MOVE WS-TS-DATE TO CF-REFER-DATE
063300     MOVE FR-CHARGE-DATE TO CF-CHARGE-DATE
063400     MOVE FR-REASON TO CF-REASON
063500     MOVE FR-ORIG-AMOUNT TO CF-ORIG-AMOUNT
063600     MOVE FR-OPEN-AMOUNT TO CF-OPEN-AMOUNT
063700     MOVE SPACE TO SM-STUDENT-ID
063800     MOVE FR-STUDENT-ID TO SM-STUDENT-ID
063900     READ STUDENT-MASTER-FILE
064000         INVALID KEY
064100             CONTINUE
064200         NOT INVALID KEY
064300             MOVE SM-STUDENT-NAME TO CF-STUDENT-NAME
064400             MOVE SM-GUARDIAN-NAME TO CF-GUARDIAN-NAME
064500             MOVE SM-ADDRESS TO CF-ADDRESS
064600             MOVE SM-CITY-ST-ZIP TO CF-CITY-ST-ZIP
064700     END-READ
064800     WRITE COLLECTION-REFERRAL-RECORD
064900     SET FR-COLL-REFERRED TO TRUE
065000     ADD 1 TO WS-REFERRAL-COUNT
065100     ADD FR-OPEN-AMOUNT TO WS-REFERRAL-TOTAL
065200     MOVE SPACE TO WS-DETAIL-LINE
065300     MOVE "REFERRED" TO WS-DL-ACTION
065400     MOVE FR-STUDENT-ID TO WS-DL-STUDENT-ID
065500     MOVE FR-CHARGE-REF TO WS-DL-CHARGE-REF
065600     MOVE FR-OPEN-AMOUNT TO WS-DL-AMOUNT
065700     MOVE FR-REASON TO WS-DL-NOTE
065800     IF CF-GUARDIAN-NAME = SPACE
065900         MOVE "NO MAILING ADDRESS" TO WS-DL-NOTE
066000     END-IF
066100     WRITE COLLECTIONS-LINE FROM WS-DETAIL-LINE.
066200 5100-EXIT.
066300     EXIT.
066400*--------------------------------------------------------------*
066500*    6000-POST-GL - THE RUN'S WRITE-OFFS AND AGENCY FEES POST   *
066600*    AS BALANCED PAIRS FROM THEIR CHART ROWS.                   *
066700*--------------------------------------------------------------*
066800 6000-POST-GL.
066900     MOVE "BADDEBT" TO WS-EVENT-CODE
067000     MOVE WS-WRITEOFF-TOTAL TO WS-EVENT-AMOUNT
067100     MOVE WS-BD-DR-FUND TO WS-EVENT-DR-FUND
067200     MOVE WS-BD-DR-ACCT TO WS-EVENT-DR-ACCT
067300     MOVE WS-BD-CR-FUND TO WS-EVENT-CR-FUND
067400     MOVE WS-BD-CR-ACCT TO WS-EVENT-CR-ACCT
067500     PERFORM 6100-POST-ONE-EVENT THRU 6100-EXIT
067600     MOVE "COLLFEE" TO WS-EVENT-CODE
067700     MOVE WS-COLLFEE-TOTAL TO WS-EVENT-AMOUNT
067800     MOVE WS-CF-DR-FUND TO WS-EVENT-DR-FUND
067900     MOVE WS-CF-DR-ACCT TO WS-EVENT-DR-ACCT
068000     MOVE WS-CF-CR-FUND TO WS-EVENT-CR-FUND
068100     MOVE WS-CF-CR-ACCT TO WS-EVENT-CR-ACCT
068200     PERFORM 6100-POST-ONE-EVENT THRU 6100-EXIT.
068300 6000-EXIT.
068400     EXIT.
068500*--------------------------------------------------------------*
068600*    6100-POST-ONE-EVENT                                        *
068700*--------------------------------------------------------------*
068800 6100-POST-ONE-EVENT.
068900     IF WS-EVENT-AMOUNT = ZERO
069000         GO TO 6100-EXIT
069100     END-IF
069200     MOVE SPACE TO WS-EVENT-LINE
069300     MOVE WS-EVENT-CODE TO WS-EV-EVENT
069400     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
069500     IF WS-ROUTE-PRIOR-PERIOD
069600         MOVE "POSTED - PRIOR PERIOD" TO WS-EV-NOTE
069700     ELSE
069800         MOVE "POSTED" TO WS-EV-NOTE
069900     END-IF
070000     WRITE COLLECTIONS-LINE FROM WS-EVENT-LINE
070100     MOVE SPACE TO GL-JOURNAL-RECORD
070200     MOVE WS-POST-DATE TO GJ-BATCH-DATE
070300     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
070400     MOVE WS-EVENT-DR-FUND TO GJ-FUND
070500     MOVE WS-EVENT-DR-ACCT TO GJ-ACCOUNT
070600     SET GJ-DEBIT TO TRUE
070700     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
070800     PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT
070900     MOVE SPACE TO GL-JOURNAL-RECORD
071000     MOVE WS-POST-DATE TO GJ-BATCH-DATE
071100     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
071200     MOVE WS-EVENT-CR-FUND TO GJ-FUND
071300     MOVE WS-EVENT-CR-ACCT TO GJ-ACCOUNT
071400     SET GJ-CREDIT TO TRUE
071500     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
071600     PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT.
071700 6100-EXIT.
071800     EXIT.
071900*--------------------------------------------------------------*
072000*    6200-WRITE-JOURNAL - A ROW ROUTED OUT OF A CLOSED PERIOD   *
072100*    IS FLAGGED AND LISTED ON THE ADJUSTMENT REPORT.            *
072200*--------------------------------------------------------------*
072300 6200-WRITE-JOURNAL.
072400     IF WS-ROUTE-PRIOR-PERIOD
072500         SET GJ-PRIOR-PERIOD-ADJ TO TRUE
072600         MOVE GJ-EVENT-CODE TO WS-AJ-EVENT
072700         MOVE GJ-FUND TO WS-AJ-FUND
072800         MOVE GJ-ACCOUNT TO WS-AJ-ACCOUNT
072900         MOVE GJ-DR-CR TO WS-AJ-DR-CR
073000         MOVE GJ-AMOUNT TO WS-AJ-AMOUNT
073100         MOVE WS-TS-DATE TO WS-AJ-DATED
073200         MOVE GJ-BATCH-DATE TO WS-AJ-POSTED
073300         WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-LINE
073400         ADD 1 TO WS-ADJUSTMENT-COUNT
073500     END-IF
073600     WRITE GL-JOURNAL-RECORD
073700     ADD 1 TO WS-JOURNAL-COUNT.
073800 6200-EXIT.
073900     EXIT.
074000*--------------------------------------------------------------*
074100*    7000-REJECT - A REJECTED REMITTANCE OR WRITE-OFF IS        *
074200*    LISTED FOR THE BUSINESS OFFICE AND LOGGED.                 *
074300*--------------------------------------------------------------*
074400 7000-REJECT.
074500     ADD 1 TO WS-REJECT-COUNT
074600     MOVE "REJECT" TO WS-DL-ACTION
074700     WRITE COLLECTIONS-LINE FROM WS-DETAIL-LINE
074800     MOVE WS-DL-STUDENT-ID TO WS-AUDIT-VALUE
074900     MOVE WS-DL-NOTE TO WS-AUDIT-REASON
075000     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID "STUDENT-ID"
075100         WS-AUDIT-VALUE WS-AUDIT-REASON.
075200 7000-EXIT.
075300     EXIT.
075400*--------------------------------------------------------------*
075500*    8000-FINALIZE - RC 4 WHEN ANYTHING WAS REJECTED; RC 8      *
075600*    WHEN THE LEDGER TABLE OVERFLOWED, SINCE THE CARRIED        *
075700*    LEDGER IS THEN INCOMPLETE - THE MAINLINE HAS COME STRAIGHT *
075750*    HERE WITHOUT POSTING A REMITTANCE, WRITE-OFF OR GL ROW.    *
075800*--------------------------------------------------------------*
075900 8000-FINALIZE.
076000     MOVE WS-REMIT-COUNT TO WS-S1-REMITS
076100     MOVE WS-WRITEOFF-COUNT TO WS-S1-WRITEOFFS
076200     MOVE WS-REFERRAL-COUNT TO WS-S1-REFERRALS
076300     MOVE WS-REJECT-COUNT TO WS-S1-REJECTS
076400     WRITE COLLECTIONS-LINE FROM WS-SUMMARY-LINE-1
076500     MOVE WS-GROSS-TOTAL TO WS-S2-GROSS
076600     MOVE WS-COLLFEE-TOTAL TO WS-S2-FEES
076700     MOVE WS-WRITEOFF-TOTAL TO WS-S2-WRITEOFFS
076800     WRITE COLLECTIONS-LINE FROM WS-SUMMARY-LINE-2
076900     MOVE WS-ADJUSTMENT-COUNT TO WS-AS-COUNT
077000     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-SUMMARY-LINE
077100     IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
077200         MOVE 4 TO RETURN-CODE
077300     END-IF
077400     IF WS-LEDGER-DROP-COUNT > 0
077500         DISPLAY "FEECOLL: LEDGER TABLE FULL - DROPPED - "
077600             WS-LEDGER-DROP-COUNT
077700         DISPLAY "FEECOLL: CARRIED LEDGER INCOMPLETE - "
077800             "DO NOT SWAP IN"
077900         MOVE 8 TO RETURN-CODE
078000     END-IF
078100     IF WS-FR-FILE-STATUS NOT = "35"
078200         CLOSE OLD-LEDGER-FILE
078300     END-IF
078400     IF WS-AG-FILE-STATUS NOT = "35"
078500         CLOSE REMITTANCE-FILE
078600     END-IF
078700     IF WS-FW-FILE-STATUS NOT = "35"
078800         CLOSE WRITEOFF-FILE
078900     END-IF
079000     CLOSE STUDENT-MASTER-FILE
079100     CLOSE NEW-LEDGER-FILE
079200     CLOSE REFERRAL-FILE
079300     CLOSE WRITEOFF-HISTORY-FILE
079400     CLOSE GL-JOURNAL-FILE
079500     CLOSE COLLECTIONS-RPT
079600     CLOSE PRIOR-PERIOD-RPT.
079700 8000-EXIT.
079800     EXIT.
079900 END PROGRAM FEECOLL.
