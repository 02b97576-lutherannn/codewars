001500*    MARKING THE ACCOUNT REFUNDED AND ZEROING ITS BALANCE.      *
001600*    THE UPDATED REGISTER AND ACCOUNT FILE GO TO CHECKRGO AND   *
001700*    PREPACCO FOR OPS TO SWAP IN.                               *
001800*    A FAMILY THAT HAS REGISTERED ITS BANK ACCOUNT IS REFUNDED  *
001900*    BY ACH INSTEAD: THE CREDIT GOES TO THE ACHOUT FILE IN THE  *
002000*    BANK'S STANDARD FORMAT AND ONTO THE REGISTER WITH STATUS   *
002100*    A.  A NEWLY REGISTERED ACCOUNT GETS A ZERO-DOLLAR PRENOTE  *
002200*    FIRST AND ITS REFUNDS WAIT UNTIL THE PRENOTE HAS STOOD     *
002300*    UNRETURNED FOR WS-PRENOTE-WAIT-DAYS.  AN ITEM THE BANK     *
002400*    RETURNS (ACHRETS) GOES TO STATUS R ON THE REGISTER, ITS    *
002500*    ACCOUNT REOPENS WITH THE BALANCE PENDING, AND THE BANK     *
002600*    ACCOUNT IS MARKED RETURNED SO THE NEXT RUN CUTS A CHECK.   *
002700*    THE UPDATED BANK ACCOUNT FILE GOES TO BANKACCO.            *
002800*--------------------------------------------------------------*
002900*    MODIFICATION HISTORY                                      *
003000*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
003100*    2026-09-01  DLS  MAKE THE REFUND CHECK PAYABLE TO THE     *
003200*                     GUARDIAN AT THE ADDRESS ON THE STUDENT   *
003300*                     MASTER (FALLING BACK TO THE STUDENT      *
003400*                     NAME WHEN NO MASTER ROW EXISTS), AND     *
003500*                     HOLD BALANCES UNDER THE MINIMUM-CHECK    *
003600*                     THRESHOLD ON A REFUND-PENDING LIST       *
003700*                     INSTEAD OF CUTTING A CHECK FOR PENNIES.  *
003800*    2026-10-14  DLS  CARRY THE CHECK TYPE ONTO A REISSUE SO   *
003900*                     A REISSUED SUPPLIER CHECK STAYS A        *
004000*                     SUPPLIER CHECK; MARK REFUND CHECKS AS    *
004100*                     SUCH NOW THE AP RUN SHARES THE REGISTER. *
004200*    2026-10-15  DLS  REFUND BY ACH TO FAMILIES WITH A         *
004300*                     REGISTERED BANK ACCOUNT, WITH PRENOTES   *
004400*                     FOR NEW ACCOUNTS; RETURNED ITEMS REOPEN  *
004500*                     THE REFUND FOR A CHECK NEXT CYCLE.       *
004525*    2026-10-15  DLS  APPLY PRENOTE RETURNS BEFORE TONIGHT'S   *
004550*                     REGISTRATIONS SO A STALE RETURN CANNOT   *
004575*                     MARK A NEWLY REGISTERED ACCOUNT.         *
004600*--------------------------------------------------------------*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CHECK-VOID-FILE ASSIGN TO CKVOIDS
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-CV-FILE-STATUS.
005300     SELECT CHECK-REGISTER-FILE ASSIGN TO CHECKREG
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CK-FILE-STATUS.
005600     SELECT NEW-REGISTER-FILE ASSIGN TO CHECKRGO
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT PREPAID-ACCOUNT-FILE ASSIGN TO PREPACCT
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS PA-STUDENT-ID
006200         FILE STATUS IS WS-PA-FILE-STATUS.
006300     SELECT NEW-ACCOUNT-FILE ASSIGN TO PREPACCO
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT CHECK-PRINT-FILE ASSIGN TO CHECKS
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT REGISTER-RPT ASSIGN TO CKREGRPT
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS SM-STUDENT-ID
007300         FILE STATUS IS WS-SM-FILE-STATUS.
007400     SELECT BANK-ACCOUNT-FILE ASSIGN TO BANKACCT
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-BA-FILE-STATUS.
007700     SELECT NEW-BANK-ACCOUNT-FILE ASSIGN TO BANKACCO
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT BANK-REGISTRATION-FILE ASSIGN TO BANKREGS
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-BR-FILE-STATUS.
008200     SELECT ACH-RETURN-FILE ASSIGN TO ACHRETS
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-RA-FILE-STATUS.
008500     SELECT ACH-CREDIT-FILE ASSIGN TO ACHOUT
008600         ORGANIZATION IS SEQUENTIAL.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CHECK-VOID-FILE
009000     RECORDING MODE IS F.
009100     COPY ckvoid.
009200 FD  CHECK-REGISTER-FILE
009300     RECORDING MODE IS F.
009400     COPY ckreg.
009500 FD  NEW-REGISTER-FILE
009600     RECORDING MODE IS F.
009700 01  NEW-REGISTER-RECORD            PIC X(70).
009800 FD  PREPAID-ACCOUNT-FILE.
009900     COPY prepacct.
010000 FD  NEW-ACCOUNT-FILE
010100     RECORDING MODE IS F.
010200 01  NEW-ACCOUNT-RECORD             PIC X(56).
010300 FD  CHECK-PRINT-FILE
010400     RECORDING MODE IS F.
010500 01  CHECK-PRINT-LINE               PIC X(80).
010600 FD  REGISTER-RPT
010700     RECORDING MODE IS F.
010800 01  REGISTER-RPT-LINE              PIC X(80).
010900 FD  STUDENT-MASTER-FILE.
011000     COPY studmast.
011100 FD  BANK-ACCOUNT-FILE
011200     RECORDING MODE IS F.
011300 01  BANK-ACCOUNT-IN                PIC X(80).
011400 FD  NEW-BANK-ACCOUNT-FILE
011500     RECORDING MODE IS F.
011600 01  NEW-BANK-ACCOUNT-RECORD        PIC X(80).
011700 FD  BANK-REGISTRATION-FILE
011800     RECORDING MODE IS F.
011900     COPY bankreg.
012000 FD  ACH-RETURN-FILE
012100     RECORDING MODE IS F.
012200 01  ACH-RETURN-IN                  PIC X(94).
012300 FD  ACH-CREDIT-FILE
012400     RECORDING MODE IS F.
012500 01  ACH-CREDIT-RECORD              PIC X(94).
012600 WORKING-STORAGE SECTION.
012700     COPY bankacct.
012800     COPY achrec.
012900 01  WS-CV-FILE-STATUS              PIC X(02) VALUE SPACE.
013000 01  WS-CK-FILE-STATUS              PIC X(02) VALUE SPACE.
013100 01  WS-PA-FILE-STATUS              PIC X(02) VALUE SPACE.
013200 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
013300 01  WS-BA-FILE-STATUS              PIC X(02) VALUE SPACE.
013400 01  WS-BR-FILE-STATUS              PIC X(02) VALUE SPACE.
013500 01  WS-RA-FILE-STATUS              PIC X(02) VALUE SPACE.
013600*    BALANCES UNDER THIS STAY ON THE REFUND-PENDING LIST
013700*    INSTEAD OF BECOMING A CHECK.
013800 01  WS-MIN-CHECK-AMOUNT            PIC 9(03)V99 VALUE 5.00.
013900 01  WS-PENDING-COUNT               PIC 9(05) COMP VALUE ZERO.
014000 01  WS-ADDR-LINE-1.
014100     05  FILLER                     PIC X(12)
014200             VALUE "ADDRESS     ".
014300     05  WS-A1-ADDRESS              PIC X(30).
014400     05  FILLER                     PIC X(38) VALUE SPACE.
014500 01  WS-ADDR-LINE-2.
014600     05  FILLER                     PIC X(12) VALUE SPACE.
014700     05  WS-A2-CITY-ST-ZIP          PIC X(30).
014800     05  FILLER                     PIC X(38) VALUE SPACE.
014900 01  WS-ADDR-PRESENT-SWITCH         PIC X(01) VALUE "N".
015000     88  WS-ADDR-PRESENT                VALUE "Y".
015100 01  WS-PENDING-LINE.
015200     05  FILLER                     PIC X(10)
015300             VALUE "PENDING - ".
015400     05  WS-PN-STUDENT-ID           PIC X(09).
015500     05  FILLER                     PIC X(02) VALUE SPACE.
015600     05  WS-PN-NAME                 PIC X(30).
015700     05  FILLER                     PIC X(02) VALUE SPACE.
015800     05  WS-PN-AMOUNT               PIC ZZ,ZZ9.99.
015900     05  WS-PN-NOTE                 PIC X(18).
016000 01  WS-CV-EOF-SWITCH               PIC X(01) VALUE "N".
016100     88  WS-CV-EOF                      VALUE "Y".
016200 01  WS-CK-EOF-SWITCH               PIC X(01) VALUE "N".
016300     88  WS-CK-EOF                      VALUE "Y".
016400 01  WS-PA-EOF-SWITCH               PIC X(01) VALUE "N".
016500     88  WS-PA-EOF                      VALUE "Y".
016600 01  WS-PA-BAD-SWITCH               PIC X(01) VALUE "N".
016700     88  WS-PA-BAD                      VALUE "Y".
016800 01  WS-BA-EOF-SWITCH               PIC X(01) VALUE "N".
016900     88  WS-BA-EOF                      VALUE "Y".
017000 01  WS-BR-EOF-SWITCH               PIC X(01) VALUE "N".
017100     88  WS-BR-EOF                      VALUE "Y".
017200 01  WS-RA-EOF-SWITCH               PIC X(01) VALUE "N".
017300     88  WS-RA-EOF                      VALUE "Y".
017400 01  WS-TIMESTAMP.
017500     05  WS-TS-DATE                 PIC 9(08).
017600     05  WS-TS-TIME                 PIC 9(04).
017700     05  FILLER                     PIC X(09).
017800*    THE DISTRICT'S ORIGINATOR DETAILS AS SET UP WITH ITS
017900*    DEPOSITORY BANK FOR THE ACH REFUND FILE.
018000 01  WS-ACH-ORIGINATOR.
018100     05  WS-AO-BANK-ROUTING         PIC X(09) VALUE "061000421".
018200     05  WS-AO-BANK-NAME            PIC X(23)
018300             VALUE "DISTRICT DEPOSITORY BK".
018400     05  WS-AO-ODFI-ID              PIC X(08) VALUE "06100042".
018500     05  WS-AO-COMPANY-ID           PIC X(10) VALUE "1746000123".
018600     05  WS-AO-COMPANY-NAME         PIC X(16)
018700             VALUE "DISTRICT SCHOOLS".
018800*    A PRENOTE UNRETURNED THIS MANY DAYS CLEARS THE ACCOUNT
018900*    FOR LIVE ACH CREDITS (THREE BANKING DAYS OVER A WEEKEND).
019000 01  WS-PRENOTE-WAIT-DAYS           PIC 9(02) VALUE 06.
019100 01  WS-PRENOTE-AGE                 PIC S9(07) COMP.
019200 01  WS-EFFECTIVE-DATE              PIC 9(08).
019300 01  WS-PAY-METHOD                  PIC X(01).
019400     88  WS-PAY-BY-CHECK                VALUE "C".
019500     88  WS-PAY-BY-ACH                  VALUE "E".
019600     88  WS-PAY-HELD                    VALUE "H".
019700*    REGISTERED BANK ACCOUNTS, HELD WHOLE AND WRITTEN BACK OUT
019800*    TO BANKACCO AT THE END.  A WITHDRAWN ROW IS BLANKED.
019900 01  WS-BA-COUNT                    PIC 9(04) COMP VALUE ZERO.
020000 01  WS-BA-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
020100 01  WS-BASUB                       PIC 9(04) COMP.
020200 01  WS-BA-FOUND-SUB                PIC 9(04) COMP.
020300 01  WS-FIND-STUDENT-ID             PIC X(09).
020400 01  WS-BANK-TABLE.
020500     05  WS-BA-ENTRY OCCURS 2000 TIMES
020600                                    PIC X(80).
020700 01  WS-ROUTING-CHECK               PIC X(09).
020800 01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-CHECK.
020900     05  WS-RD-DIGIT OCCURS 9 TIMES PIC 9(01).
021000 01  WS-ROUTING-SUM                 PIC 9(04) COMP.
021100 01  WS-ROUTING-QUOTIENT            PIC 9(04) COMP.
021200 01  WS-ROUTING-REMAINDER           PIC 9(01).
021300 01  WS-ROUTING-SWITCH              PIC X(01).
021400     88  WS-ROUTING-VALID               VALUE "Y".
021500*    ITEMS ON THE BANK'S RETURN FILE.  A CREDIT RETURN CARRIES
021600*    THE REGISTER NUMBER, A PRENOTE RETURN THE STUDENT ID.
021700 01  WS-RT-COUNT                    PIC 9(03) COMP VALUE ZERO.
021800 01  WS-RT-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
021900 01  WS-RT-CURRENT-SUB              PIC 9(03) COMP VALUE ZERO.
022000 01  WS-RTSUB                       PIC 9(03) COMP.
022100 01  WS-RETURN-TABLE.
022200     05  WS-RT-ENTRY OCCURS 100 TIMES.
022300         10  WS-RT-INDIVIDUAL-ID    PIC X(15).
022400         10  WS-RT-AMOUNT           PIC 9(08)V99.
022500         10  WS-RT-RETURN-CODE      PIC X(03).
022600         10  WS-RT-PRENOTE-SW       PIC X(01).
022700             88  WS-RT-PRENOTE          VALUE "Y".
022800         10  WS-RT-MATCHED-SW       PIC X(01).
022900             88  WS-RT-MATCHED          VALUE "Y".
023000*    REFUNDS REOPENED BY A RETURNED CREDIT, APPLIED TO THEIR
023100*    PREPAID ACCOUNTS ON THE ACCOUNT PASS.
023200 01  WS-REOPEN-COUNT                PIC 9(03) COMP VALUE ZERO.
023300 01  WS-ROSUB                       PIC 9(03) COMP.
023400 01  WS-REOPEN-QUEUE.
023500     05  WS-RO-ENTRY OCCURS 100 TIMES.
023600         10  WS-RO-STUDENT-ID       PIC X(09).
023700         10  WS-RO-AMOUNT           PIC 9(05)V99.
023800 01  WS-REOPENED-SWITCH             PIC X(01).
023900     88  WS-REOPENED                    VALUE "Y".
024000*    ACH FILE CONTROL TOTALS.
024100 01  WS-ACH-STARTED-SWITCH          PIC X(01) VALUE "N".
024200     88  WS-ACH-STARTED                 VALUE "Y".
024300 01  WS-ACH-ENTRY-COUNT             PIC 9(06) COMP VALUE ZERO.
024400 01  WS-ACH-RECORD-COUNT            PIC 9(06) COMP VALUE ZERO.
024500 01  WS-ACH-BLOCK-COUNT             PIC 9(06) COMP VALUE ZERO.
024600 01  WS-ACH-TRACE-SEQ               PIC 9(07) VALUE ZERO.
024700 01  WS-ACH-ENTRY-HASH              PIC 9(12) VALUE ZERO.
024800 01  WS-ACH-CREDIT-TOTAL            PIC 9(10)V99 VALUE ZERO.
024900 01  WS-ACH-ENTRY-HOLD              PIC X(94).
025000 01  WS-ACH-SENT-COUNT              PIC 9(05) COMP VALUE ZERO.
025100 01  WS-PRENOTE-COUNT               PIC 9(05) COMP VALUE ZERO.
025200 01  WS-RETURNED-COUNT              PIC 9(05) COMP VALUE ZERO.
025300 01  WS-REG-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
025400 01  WS-RT-UNMATCHED-COUNT          PIC 9(05) COMP VALUE ZERO.
025500 01  WS-ACH-TOTAL                   PIC 9(07)V99 COMP-3
025600         VALUE ZERO.
025700 01  WS-CHECK-SEQ                   PIC 9(04) VALUE ZERO.
025800 01  WS-VOID-COUNT                  PIC 9(03) COMP VALUE ZERO.
025900 01  WS-VSUB                        PIC 9(03) COMP.
026000 01  WS-VOID-TABLE.
026100     05  WS-VD-ENTRY OCCURS 100 TIMES.
026200         10  WS-VD-CHECK-NO         PIC X(12).
026300         10  WS-VD-ACTION           PIC X(01).
026400 01  WS-MATCH-SUB                   PIC 9(03) COMP.
026500 01  WS-MATCH-SWITCH                PIC X(01).
026600     88  WS-VOID-MATCHED                VALUE "Y".
026700     88  WS-VOID-NOT-MATCHED            VALUE "N".
026800 01  WS-REISSUE-QUEUE-COUNT         PIC 9(03) COMP VALUE ZERO.
026900 01  WS-RQSUB                       PIC 9(03) COMP.
027000 01  WS-REISSUE-QUEUE.
027100     05  WS-RQ-ENTRY OCCURS 100 TIMES.
027200         10  WS-RQ-STUDENT-ID       PIC X(09).
027300         10  WS-RQ-PAYEE            PIC X(30).
027400         10  WS-RQ-AMOUNT           PIC 9(05)V99.
027500         10  WS-RQ-CHECK-TYPE       PIC X(01).
027600 01  WS-ISSUED-COUNT                PIC 9(05) COMP VALUE ZERO.
027700 01  WS-VOIDED-COUNT                PIC 9(05) COMP VALUE ZERO.
027800 01  WS-REISSUED-COUNT              PIC 9(05) COMP VALUE ZERO.
027900 01  WS-REFUND-TOTAL                PIC 9(07)V99 COMP-3
028000         VALUE ZERO.
028100 01  WS-AMOUNT-SPLIT.
028200     05  WS-AS-THOUSANDS            PIC 9(02).
028300     05  WS-AS-HUNDREDS             PIC 9(01).
028400     05  WS-AS-TENS-ONES            PIC 9(02).
028500 01  WS-AMOUNT-CENTS                PIC 9(02).
028600 01  WS-WORD-INPUT                  PIC 9(02).
028700 01  WS-THOUSANDS-WORD              PIC A(12).
028800 01  WS-HUNDREDS-WORD               PIC A(12).
028900 01  WS-TENS-WORD                   PIC A(12).
029000 01  WS-LEGAL-LINE                  PIC X(80).
029100 01  WS-LEGAL-PTR                   PIC 9(02) COMP.
029200 01  WS-CHECK-HEAD-LINE.
029300     05  FILLER                     PIC X(09)
029400             VALUE "CHECK NO ".
029500     05  WS-CH-CHECK-NO             PIC X(12).
029600     05  FILLER                     PIC X(07)
029700             VALUE "  DATE ".
029800     05  WS-CH-DATE                 PIC 9(08).
029900     05  FILLER                     PIC X(44) VALUE SPACE.
030000 01  WS-PAYEE-LINE.
030100     05  FILLER                     PIC X(12)
030200             VALUE "PAY TO      ".
030300     05  WS-PY-PAYEE                PIC X(30).
030400     05  FILLER                     PIC X(09)
030500             VALUE "  AMOUNT ".
030600     05  WS-PY-AMOUNT               PIC $$,$$9.99.
030700     05  FILLER                     PIC X(20) VALUE SPACE.
030800 01  WS-SEPARATOR-LINE              PIC X(80) VALUE ALL "-".
030900 01  WS-REGISTER-LINE.
031000     05  WS-RG-CHECK-NO             PIC X(12).
031100     05  FILLER                     PIC X(02) VALUE SPACE.
031200     05  WS-RG-STUDENT-ID           PIC X(09).
031300     05  FILLER                     PIC X(02) VALUE SPACE.
031400     05  WS-RG-PAYEE                PIC X(30).
031500     05  FILLER                     PIC X(02) VALUE SPACE.
031600     05  WS-RG-AMOUNT               PIC ZZ,ZZ9.99.
031700     05  FILLER                     PIC X(02) VALUE SPACE.
031800     05  WS-RG-STATUS               PIC X(01).
031900     05  FILLER                     PIC X(11) VALUE SPACE.
032000 01  WS-SUMMARY-LINE.
032100     05  FILLER                     PIC X(09)
032200             VALUE "ISSUED - ".
032300     05  WS-SL-ISSUED               PIC ZZ,ZZ9.
032400     05  FILLER                     PIC X(10)
032500             VALUE "  VOIDED -".
032600     05  WS-SL-VOIDED               PIC ZZ,ZZ9.
032700     05  FILLER                     PIC X(12)
032800             VALUE "  REISSUED -".
032900     05  WS-SL-REISSUED             PIC ZZ,ZZ9.
033000     05  FILLER                     PIC X(09)
033100             VALUE "  TOTAL -".
033200     05  WS-SL-TOTAL                PIC ZZZ,ZZ9.99.
033300     05  FILLER                     PIC X(08) VALUE SPACE.
033400 01  WS-ACH-SUMMARY-LINE.
033500     05  FILLER                     PIC X(11)
033600             VALUE "ACH SENT - ".
033700     05  WS-AS-SENT                 PIC ZZ,ZZ9.
033800     05  FILLER                     PIC X(13)
033900             VALUE "  PRENOTES - ".
034000     05  WS-AS-PRENOTES             PIC ZZ,ZZ9.
034100     05  FILLER                     PIC X(13)
034200             VALUE "  RETURNED - ".
034300     05  WS-AS-RETURNED             PIC ZZ,ZZ9.
034400     05  FILLER                     PIC X(09)
034500             VALUE "  TOTAL -".
034600     05  WS-AS-TOTAL                PIC ZZZ,ZZ9.99.
034700     05  FILLER                     PIC X(06) VALUE SPACE.
034800 01  WS-BANK-LINE.
034900     05  FILLER                     PIC X(11)
035000             VALUE "BANK ACCT  ".
035100     05  WS-BL-STUDENT-ID           PIC X(09).
035200     05  FILLER                     PIC X(02) VALUE SPACE.
035300     05  WS-BL-HOLDER-NAME          PIC X(22).
035400     05  FILLER                     PIC X(02) VALUE SPACE.
035500     05  WS-BL-NOTE                 PIC X(26).
035600     05  FILLER                     PIC X(08) VALUE SPACE.
035700 01  WS-RETURN-LINE.
035800     05  FILLER                     PIC X(11)
035900             VALUE "ACH RETURN ".
036000     05  WS-RL-INDIVIDUAL-ID        PIC X(15).
036100     05  FILLER                     PIC X(02) VALUE SPACE.
036200     05  WS-RL-AMOUNT               PIC ZZ,ZZ9.99.
036300     05  FILLER                     PIC X(02) VALUE SPACE.
036400     05  WS-RL-RETURN-CODE          PIC X(03).
036500     05  FILLER                     PIC X(02) VALUE SPACE.
036600     05  WS-RL-NOTE                 PIC X(26).
036700     05  FILLER                     PIC X(10) VALUE SPACE.
036800 PROCEDURE DIVISION.
036900*--------------------------------------------------------------*
037000*    0000-MAINLINE                                              *
037100*--------------------------------------------------------------*
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037400     PERFORM 2000-CARRY-REGISTER THRU 2000-EXIT
037500         UNTIL WS-CK-EOF
037600     PERFORM 2400-REPORT-UNMATCHED-RETURN THRU 2400-EXIT
037700         VARYING WS-RTSUB FROM 1 BY 1
037800         UNTIL WS-RTSUB > WS-RT-COUNT
037900     PERFORM 3000-CUT-REISSUES THRU 3000-EXIT
038000         VARYING WS-RQSUB FROM 1 BY 1
038100         UNTIL WS-RQSUB > WS-REISSUE-QUEUE-COUNT
038200     PERFORM 4000-REFUND-ACCOUNT THRU 4000-EXIT
038300         UNTIL WS-PA-EOF
038400     PERFORM 5500-SEND-PRENOTE THRU 5500-EXIT
038500         VARYING WS-BASUB FROM 1 BY 1
038600         UNTIL WS-BASUB > WS-BA-COUNT
038700     PERFORM 8000-FINALIZE THRU 8000-EXIT
038800     GOBACK.
038900*--------------------------------------------------------------*
039000*    1000-INITIALIZE - LOADS THE VOID/REISSUE TRANSACTIONS,    *
039100*    THE REGISTERED BANK ACCOUNTS AND THE BANK'S ACH RETURNS.  *
039200*    PRENOTE RETURNS ARE APPLIED BEFORE THE DAY'S              *
039233*    REGISTRATIONS, SO A RETURN FOR AN OLD ACCOUNT CANNOT LAND *
039266*    ON THE ONE THAT REPLACES IT.                              *
039300*--------------------------------------------------------------*
039400 1000-INITIALIZE.
039500     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
039600     COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER
039700         (FUNCTION INTEGER-OF-DATE (WS-TS-DATE) + 1)
039800     OPEN OUTPUT NEW-REGISTER-FILE
039900     OPEN OUTPUT NEW-ACCOUNT-FILE
040000     OPEN OUTPUT CHECK-PRINT-FILE
040100     OPEN OUTPUT REGISTER-RPT
040200     OPEN OUTPUT ACH-CREDIT-FILE
040300     OPEN OUTPUT NEW-BANK-ACCOUNT-FILE
040400     OPEN INPUT BANK-ACCOUNT-FILE
040500     IF WS-BA-FILE-STATUS = "35"
040600         SET WS-BA-EOF TO TRUE
040700     ELSE
040800         PERFORM 1200-LOAD-BANK-ACCOUNT THRU 1200-EXIT
040900             UNTIL WS-BA-EOF
041000         CLOSE BANK-ACCOUNT-FILE
041100     END-IF
042000     OPEN INPUT ACH-RETURN-FILE
042100     IF WS-RA-FILE-STATUS = "35"
042200         SET WS-RA-EOF TO TRUE
042300     ELSE
042400         PERFORM 1500-LOAD-RETURN THRU 1500-EXIT
042500             UNTIL WS-RA-EOF
042600         CLOSE ACH-RETURN-FILE
042700     END-IF
042800     PERFORM 1600-APPLY-PRENOTE-RETURN THRU 1600-EXIT
042900         VARYING WS-RTSUB FROM 1 BY 1
043000         UNTIL WS-RTSUB > WS-RT-COUNT
043011     OPEN INPUT BANK-REGISTRATION-FILE
043022     IF WS-BR-FILE-STATUS = "35"
043033         SET WS-BR-EOF TO TRUE
043044     ELSE
043055         PERFORM 1300-APPLY-REGISTRATION THRU 1300-EXIT
043066             UNTIL WS-BR-EOF
043077         CLOSE BANK-REGISTRATION-FILE
043088     END-IF
043100     OPEN INPUT CHECK-VOID-FILE
043200     IF WS-CV-FILE-STATUS = "35"
043300         SET WS-CV-EOF TO TRUE
043400     ELSE
043500         PERFORM 1100-LOAD-VOID THRU 1100-EXIT
043600             UNTIL WS-CV-EOF
043700         CLOSE CHECK-VOID-FILE
043800     END-IF
043900     OPEN INPUT CHECK-REGISTER-FILE
044000     IF WS-CK-FILE-STATUS = "35"
044100         SET WS-CK-EOF TO TRUE
044200     ELSE
044300         PERFORM 2100-READ-REGISTER THRU 2100-EXIT
044400     END-IF
044500     OPEN INPUT PREPAID-ACCOUNT-FILE
044600     IF WS-PA-FILE-STATUS = "35"
044700         DISPLAY "REFUNDCK: PREPAID ACCOUNT FILE MISSING"
044800         SET WS-PA-EOF TO TRUE
044900         SET WS-PA-BAD TO TRUE
045000     ELSE
045100         PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT
045200     END-IF
045300     OPEN INPUT STUDENT-MASTER-FILE.
045400 1000-EXIT.
045500     EXIT.
045600*--------------------------------------------------------------*
045700*    1100-LOAD-VOID                                              *
045800*--------------------------------------------------------------*
045900 1100-LOAD-VOID.
046000     READ CHECK-VOID-FILE
046100         AT END
046200             SET WS-CV-EOF TO TRUE
046300         NOT AT END
046400             IF WS-VOID-COUNT < 100
046500                 ADD 1 TO WS-VOID-COUNT
046600                 MOVE CV-CHECK-NO
046700                     TO WS-VD-CHECK-NO (WS-VOID-COUNT)
046800                 MOVE CV-ACTION
046900                     TO WS-VD-ACTION (WS-VOID-COUNT)
047000             END-IF
047100     END-READ.
047200 1100-EXIT.
047300     EXIT.
047400*--------------------------------------------------------------*
047500*    1200-LOAD-BANK-ACCOUNT                                    *
047600*--------------------------------------------------------------*
047700 1200-LOAD-BANK-ACCOUNT.
047800     READ BANK-ACCOUNT-FILE
047900         AT END
048000             SET WS-BA-EOF TO TRUE
048100             GO TO 1200-EXIT
048200     END-READ
048300     IF WS-BA-COUNT >= 2000
048400         ADD 1 TO WS-BA-DROP-COUNT
048500         GO TO 1200-EXIT
048600     END-IF
048700     ADD 1 TO WS-BA-COUNT
048800     MOVE BANK-ACCOUNT-IN TO WS-BA-ENTRY (WS-BA-COUNT).
048900 1200-EXIT.
049000     EXIT.
049100*--------------------------------------------------------------*
049200*    1300-APPLY-REGISTRATION - AN ADD REPLACES ANY ACCOUNT THE *
049300*    STUDENT ALREADY HAS AND STARTS IT OVER AT STATUS N SO IT  *
049400*    IS PRENOTED AGAIN.  A ROUTING NUMBER THAT FAILS ITS CHECK *
049500*    DIGIT, OR A MISSING ACCOUNT, NAME OR TYPE, IS REJECTED.   *
049600*--------------------------------------------------------------*
049700 1300-APPLY-REGISTRATION.
049800     READ BANK-REGISTRATION-FILE
049900         AT END
050000             SET WS-BR-EOF TO TRUE
050100             GO TO 1300-EXIT
050200     END-READ
050300     MOVE BR-STUDENT-ID TO WS-BL-STUDENT-ID
050400     MOVE BR-HOLDER-NAME TO WS-BL-HOLDER-NAME
050500     MOVE BR-STUDENT-ID TO WS-FIND-STUDENT-ID
050600     PERFORM 4800-FIND-BANK THRU 4800-EXIT
050700     IF BR-ACTION-DELETE
050800         IF WS-BA-FOUND-SUB > 0
050900             MOVE SPACE TO WS-BA-ENTRY (WS-BA-FOUND-SUB)
051000             MOVE "AUTHORIZATION WITHDRAWN" TO WS-BL-NOTE
051100         ELSE
051200             MOVE "NOT ON FILE - IGNORED" TO WS-BL-NOTE
051300         END-IF
051400         WRITE REGISTER-RPT-LINE FROM WS-BANK-LINE
051500         GO TO 1300-EXIT
051600     END-IF
051700     MOVE BR-ROUTING-NO TO WS-ROUTING-CHECK
051800     PERFORM 1400-CHECK-ROUTING THRU 1400-EXIT
051900     IF NOT BR-ACTION-ADD
052000             OR NOT WS-ROUTING-VALID
052100             OR BR-ACCOUNT-NO = SPACE
052200             OR BR-HOLDER-NAME = SPACE
052300             OR NOT BR-TYPE-VALID
052400         ADD 1 TO WS-REG-REJECT-COUNT
052500         MOVE "REJECTED - BAD DETAILS" TO WS-BL-NOTE
052600         WRITE REGISTER-RPT-LINE FROM WS-BANK-LINE
052700         GO TO 1300-EXIT
052800     END-IF
052900     IF WS-BA-FOUND-SUB = 0
053000         IF WS-BA-COUNT >= 2000
053100             ADD 1 TO WS-BA-DROP-COUNT
053200             GO TO 1300-EXIT
053300         END-IF
053400         ADD 1 TO WS-BA-COUNT
053500         MOVE WS-BA-COUNT TO WS-BA-FOUND-SUB
053600     END-IF
053700     MOVE SPACE TO BANK-ACCOUNT-RECORD
053800     MOVE BR-STUDENT-ID TO BA-STUDENT-ID
053900     MOVE BR-HOLDER-NAME TO BA-HOLDER-NAME
054000     MOVE BR-ROUTING-NO TO BA-ROUTING-NO
054100     MOVE BR-ACCOUNT-NO TO BA-ACCOUNT-NO
054200     MOVE BR-ACCOUNT-TYPE TO BA-ACCOUNT-TYPE
054300     SET BA-STATUS-NEW TO TRUE
054400     MOVE WS-TS-DATE TO BA-REGISTER-DATE
054500     MOVE ZERO TO BA-PRENOTE-DATE
054600     MOVE BANK-ACCOUNT-RECORD TO WS-BA-ENTRY (WS-BA-FOUND-SUB)
054700     MOVE "REGISTERED - PRENOTE DUE" TO WS-BL-NOTE
054800     WRITE REGISTER-RPT-LINE FROM WS-BANK-LINE.
054900 1300-EXIT.
055000     EXIT.
055100*--------------------------------------------------------------*
055200*    1400-CHECK-ROUTING - ABA CHECK DIGIT: 3, 7, 1 WEIGHTS     *
055300*    ACROSS THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN.     *
055400*--------------------------------------------------------------*
055500 1400-CHECK-ROUTING.
055600     MOVE "N" TO WS-ROUTING-SWITCH
055700     IF WS-ROUTING-CHECK IS NOT NUMERIC
055800             OR WS-ROUTING-CHECK = ZERO
055900         GO TO 1400-EXIT
056000     END-IF
056100     COMPUTE WS-ROUTING-SUM =
056200         3 * (WS-RD-DIGIT (1) + WS-RD-DIGIT (4) + WS-RD-DIGIT (7))
056300         + 7 * (WS-RD-DIGIT (2) + WS-RD-DIGIT (5)
056400             + WS-RD-DIGIT (8))
056500         + WS-RD-DIGIT (3) + WS-RD-DIGIT (6) + WS-RD-DIGIT (9)
056600     DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
056700         REMAINDER WS-ROUTING-REMAINDER
056800     IF WS-ROUTING-REMAINDER = 0
056900         SET WS-ROUTING-VALID TO TRUE
057000     END-IF.
057100 1400-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------*
057400*    1500-LOAD-RETURN - EACH RETURNED ENTRY DETAIL IS FOLLOWED *
057500*    BY ITS ADDENDA CARRYING THE RETURN REASON CODE.           *
057600*--------------------------------------------------------------*
057700 1500-LOAD-RETURN.
057800     READ ACH-RETURN-FILE INTO ACH-RECORD
057900         AT END
058000             SET WS-RA-EOF TO TRUE
058100             GO TO 1500-EXIT
058200     END-READ
058300     IF NA-ADDENDA AND NA-RA-RETURN
058400             AND WS-RT-CURRENT-SUB > 0
058500         MOVE NA-RA-RETURN-CODE
058600             TO WS-RT-RETURN-CODE (WS-RT-CURRENT-SUB)
058700         GO TO 1500-EXIT
058800     END-IF
058900     IF NOT NA-ENTRY-DETAIL
059000         GO TO 1500-EXIT
059100     END-IF
059200     MOVE ZERO TO WS-RT-CURRENT-SUB
059300     IF WS-RT-COUNT >= 100
059400         ADD 1 TO WS-RT-DROP-COUNT
059500         GO TO 1500-EXIT
059600     END-IF
059700     ADD 1 TO WS-RT-COUNT
059800     MOVE WS-RT-COUNT TO WS-RT-CURRENT-SUB
059900     MOVE NA-ED-INDIVIDUAL-ID TO WS-RT-INDIVIDUAL-ID (WS-RT-COUNT)
060000     MOVE NA-ED-AMOUNT TO WS-RT-AMOUNT (WS-RT-COUNT)
060100     MOVE SPACE TO WS-RT-RETURN-CODE (WS-RT-COUNT)
060200     MOVE "N" TO WS-RT-MATCHED-SW (WS-RT-COUNT)
060300     IF NA-ED-PRENOTE OR NA-ED-AMOUNT = ZERO
060400         MOVE "Y" TO WS-RT-PRENOTE-SW (WS-RT-COUNT)
060500     ELSE
060600         MOVE "N" TO WS-RT-PRENOTE-SW (WS-RT-COUNT)
060700     END-IF.
060800 1500-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------*
061100*    1600-APPLY-PRENOTE-RETURN - A RETURNED PRENOTE MEANS THE  *
061200*    ACCOUNT CANNOT TAKE CREDITS; REFUNDS STAY ON PAPER.       *
061300*--------------------------------------------------------------*
061400 1600-APPLY-PRENOTE-RETURN.
061500     IF NOT WS-RT-PRENOTE (WS-RTSUB)
061600         GO TO 1600-EXIT
061700     END-IF
061800     MOVE WS-RT-INDIVIDUAL-ID (WS-RTSUB) TO WS-FIND-STUDENT-ID
061900     PERFORM 4800-FIND-BANK THRU 4800-EXIT
062000     IF WS-BA-FOUND-SUB = 0
062100         GO TO 1600-EXIT
062200     END-IF
062300     MOVE "Y" TO WS-RT-MATCHED-SW (WS-RTSUB)
062400     MOVE WS-BA-ENTRY (WS-BA-FOUND-SUB) TO BANK-ACCOUNT-RECORD
062500     SET BA-STATUS-RETURNED TO TRUE
062600     MOVE WS-RT-RETURN-CODE (WS-RTSUB) TO BA-RETURN-CODE
062700     MOVE BANK-ACCOUNT-RECORD TO WS-BA-ENTRY (WS-BA-FOUND-SUB)
062800     MOVE SPACE TO WS-RETURN-LINE
062900     MOVE WS-RT-INDIVIDUAL-ID (WS-RTSUB) TO WS-RL-INDIVIDUAL-ID
063000     MOVE ZERO TO WS-RL-AMOUNT
063100     MOVE WS-RT-RETURN-CODE (WS-RTSUB) TO WS-RL-RETURN-CODE
063200     MOVE "PRENOTE - CHECKS ONLY" TO WS-RL-NOTE
063300     WRITE REGISTER-RPT-LINE FROM WS-RETURN-LINE.
063400 1600-EXIT.
063500     EXIT.
063600*--------------------------------------------------------------*
063700*    2000-CARRY-REGISTER - EXISTING REGISTER ROWS CARRY         *
063800*    FORWARD; AN ACH ROW THE BANK HAS RETURNED GOES TO STATUS   *
063900*    R AND ITS REFUND IS QUEUED TO REOPEN; A ROW NAMED BY A     *
064000*    VOID/REISSUE TRANSACTION IS                                *
064100*    VOIDED, AND A REISSUE IS QUEUED FOR A FRESH CHECK WITH     *
064200*    THE SAME PAYEE AND AMOUNT.  THE QUEUE IS CUT ONLY AFTER    *
064300*    THE WHOLE REGISTER HAS PASSED, SO THE RUN'S CHECK          *
064400*    SEQUENCE SEEDS PAST EVERY NUMBER ALREADY ISSUED TODAY      *
064500*    AND A SAME-DAY CORRECTION RUN CANNOT DUPLICATE ONE.        *
064600*--------------------------------------------------------------*
064700 2000-CARRY-REGISTER.
064800     IF CK-CHECK-DATE = WS-TS-DATE
064900             AND CK-CHECK-SEQ > WS-CHECK-SEQ
065000         MOVE CK-CHECK-SEQ TO WS-CHECK-SEQ
065100     END-IF
065200     IF CK-STATUS-ACH-SENT
065300         PERFORM 2300-MATCH-RETURN THRU 2300-EXIT
065400             VARYING WS-RTSUB FROM 1 BY 1
065500             UNTIL WS-RTSUB > WS-RT-COUNT
065600                 OR CK-STATUS-ACH-RETURNED
065700     END-IF
065800     PERFORM 2200-MATCH-VOID THRU 2200-EXIT
065900     IF WS-VOID-MATCHED
066000             AND CK-STATUS-ISSUED
066100         ADD 1 TO WS-VOIDED-COUNT
066200         SET CK-STATUS-VOID TO TRUE
066300         MOVE "V" TO WS-RG-STATUS
066400         PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT
066500         WRITE NEW-REGISTER-RECORD FROM CHECK-REGISTER-RECORD
066600         IF WS-VD-ACTION (WS-MATCH-SUB) = "R"
066700                 AND WS-REISSUE-QUEUE-COUNT < 100
066800             ADD 1 TO WS-REISSUE-QUEUE-COUNT
066900             MOVE CK-STUDENT-ID TO WS-RQ-STUDENT-ID
067000                 (WS-REISSUE-QUEUE-COUNT)
067100             MOVE CK-PAYEE TO WS-RQ-PAYEE
067200                 (WS-REISSUE-QUEUE-COUNT)
067300             MOVE CK-AMOUNT TO WS-RQ-AMOUNT
067400                 (WS-REISSUE-QUEUE-COUNT)
067500             MOVE CK-CHECK-TYPE TO WS-RQ-CHECK-TYPE
067600                 (WS-REISSUE-QUEUE-COUNT)
067700         END-IF
067800     ELSE
067900         WRITE NEW-REGISTER-RECORD FROM CHECK-REGISTER-RECORD
068000     END-IF
068100     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
068200 2000-EXIT.
068300     EXIT.
068400*--------------------------------------------------------------*
068500*    2100-READ-REGISTER                                          *
068600*--------------------------------------------------------------*
068700 2100-READ-REGISTER.
068800     READ CHECK-REGISTER-FILE
068900         AT END
069000             SET WS-CK-EOF TO TRUE
069100     END-READ.
069200 2100-EXIT.
069300     EXIT.
069400*--------------------------------------------------------------*
069500*    2200-MATCH-VOID                                             *
069600*--------------------------------------------------------------*
069700 2200-MATCH-VOID.
069800     SET WS-VOID-NOT-MATCHED TO TRUE
069900     PERFORM 2210-CHECK-VOID-ENTRY THRU 2210-EXIT
070000         VARYING WS-VSUB FROM 1 BY 1
070100         UNTIL WS-VSUB > WS-VOID-COUNT
070200             OR WS-VOID-MATCHED.
070300 2200-EXIT.
070400     EXIT.
070500*--------------------------------------------------------------*
070600*    2210-CHECK-VOID-ENTRY                                       *
070700*--------------------------------------------------------------*
070800 2210-CHECK-VOID-ENTRY.
070900     IF CK-CHECK-NO = WS-VD-CHECK-NO (WS-VSUB)
071000         SET WS-VOID-MATCHED TO TRUE
071100         MOVE WS-VSUB TO WS-MATCH-SUB
071200     END-IF.
071300 2210-EXIT.
071400     EXIT.
071500*--------------------------------------------------------------*
071600*    2300-MATCH-RETURN - A CREDIT RETURN NAMES THE REGISTER    *
071700*    NUMBER IT WAS SENT UNDER.  THE BANK ACCOUNT IS MARKED     *
071800*    RETURNED SO THE REOPENED REFUND GOES OUT AS A CHECK.      *
071900*--------------------------------------------------------------*
072000 2300-MATCH-RETURN.
072100     IF WS-RT-PRENOTE (WS-RTSUB)
072200             OR WS-RT-MATCHED (WS-RTSUB)
072300             OR WS-RT-INDIVIDUAL-ID (WS-RTSUB) (1:12)
072400                 NOT = CK-CHECK-NO
072500         GO TO 2300-EXIT
072600     END-IF
072700     MOVE "Y" TO WS-RT-MATCHED-SW (WS-RTSUB)
072800     SET CK-STATUS-ACH-RETURNED TO TRUE
072900     MOVE WS-TS-DATE TO CK-RETURN-DATE
073000     ADD 1 TO WS-RETURNED-COUNT
073100     MOVE SPACE TO WS-RETURN-LINE
073200     MOVE CK-CHECK-NO TO WS-RL-INDIVIDUAL-ID
073300     MOVE CK-AMOUNT TO WS-RL-AMOUNT
073400     MOVE WS-RT-RETURN-CODE (WS-RTSUB) TO WS-RL-RETURN-CODE
073500     IF WS-REOPEN-COUNT >= 100
073600         MOVE "NOT REOPENED - QUEUE FULL" TO WS-RL-NOTE
073700         MOVE 8 TO RETURN-CODE
073800     ELSE
073900         ADD 1 TO WS-REOPEN-COUNT
074000         MOVE CK-STUDENT-ID TO WS-RO-STUDENT-ID (WS-REOPEN-COUNT)
074100         MOVE CK-AMOUNT TO WS-RO-AMOUNT (WS-REOPEN-COUNT)
074200         MOVE "REFUND REOPENED" TO WS-RL-NOTE
074300     END-IF
074400     WRITE REGISTER-RPT-LINE FROM WS-RETURN-LINE
074500     MOVE CK-STUDENT-ID TO WS-FIND-STUDENT-ID
074600     PERFORM 4800-FIND-BANK THRU 4800-EXIT
074700     IF WS-BA-FOUND-SUB > 0
074800         MOVE WS-BA-ENTRY (WS-BA-FOUND-SUB) TO BANK-ACCOUNT-RECORD
074900         SET BA-STATUS-RETURNED TO TRUE
075000         MOVE WS-RT-RETURN-CODE (WS-RTSUB) TO BA-RETURN-CODE
075100         MOVE BANK-ACCOUNT-RECORD TO WS-BA-ENTRY (WS-BA-FOUND-SUB)
075200     END-IF.
075300 2300-EXIT.
075400     EXIT.
075500*--------------------------------------------------------------*
075600*    2400-REPORT-UNMATCHED-RETURN - A RETURN THAT MATCHES NO   *
075700*    ACH ROW OR REGISTERED ACCOUNT IS LISTED FOR THE OFFICE.   *
075800*--------------------------------------------------------------*
075900 2400-REPORT-UNMATCHED-RETURN.
076000     IF WS-RT-MATCHED (WS-RTSUB)
076100         GO TO 2400-EXIT
076200     END-IF
076300     ADD 1 TO WS-RT-UNMATCHED-COUNT
076400     MOVE SPACE TO WS-RETURN-LINE
076500     MOVE WS-RT-INDIVIDUAL-ID (WS-RTSUB) TO WS-RL-INDIVIDUAL-ID
076600     MOVE WS-RT-AMOUNT (WS-RTSUB) TO WS-RL-AMOUNT
076700     MOVE WS-RT-RETURN-CODE (WS-RTSUB) TO WS-RL-RETURN-CODE
076800     MOVE "NOT MATCHED - SEE OFFICE" TO WS-RL-NOTE
076900     WRITE REGISTER-RPT-LINE FROM WS-RETURN-LINE.
077000 2400-EXIT.
077100     EXIT.
077200*--------------------------------------------------------------*
077300*    3000-CUT-REISSUES - CUTS THE CHECKS QUEUED BY THE CARRY    *
077400*    PASS, NUMBERED PAST TODAY'S HIGHEST REGISTER ENTRY.        *
077500*--------------------------------------------------------------*
077600 3000-CUT-REISSUES.
077700     ADD 1 TO WS-REISSUED-COUNT
077800     MOVE WS-RQ-STUDENT-ID (WS-RQSUB) TO CK-STUDENT-ID
077900     MOVE WS-RQ-PAYEE (WS-RQSUB) TO CK-PAYEE
078000     MOVE WS-RQ-AMOUNT (WS-RQSUB) TO CK-AMOUNT
078100     MOVE WS-RQ-CHECK-TYPE (WS-RQSUB) TO CK-CHECK-TYPE
078200     PERFORM 5000-CUT-CHECK THRU 5000-EXIT.
078300 3000-EXIT.
078400     EXIT.
078500*--------------------------------------------------------------*
078600*    4000-REFUND-ACCOUNT - A CLOSED ACCOUNT WITH MONEY LEFT     *
078700*    GETS ITS CHECK; THE ACCOUNT GOES OUT REFUNDED AND ZEROED.  *
078800*    A REGISTERED BANK ACCOUNT TAKES AN ACH CREDIT INSTEAD, OR  *
078900*    HOLDS THE REFUND WHILE ITS PRENOTE STANDS.  AN ACCOUNT     *
079000*    WHOSE ACH REFUND CAME BACK REOPENS AND WAITS FOR THE NEXT  *
079100*    CYCLE'S CHECK.                                             *
079200*--------------------------------------------------------------*
079300 4000-REFUND-ACCOUNT.
079400     MOVE "N" TO WS-REOPENED-SWITCH
079500     PERFORM 4500-REOPEN-RETURNED THRU 4500-EXIT
079600         VARYING WS-ROSUB FROM 1 BY 1
079700         UNTIL WS-ROSUB > WS-REOPEN-COUNT
079800     IF WS-REOPENED
079900         MOVE "  ACH RETURNED" TO WS-PN-NOTE
080000         PERFORM 4200-REPORT-PENDING THRU 4200-EXIT
080100         GO TO 4000-WRITE
080200     END-IF
080300     IF PA-ACCT-CLOSED AND PA-BALANCE > ZERO
080400         IF PA-BALANCE < WS-MIN-CHECK-AMOUNT
080500             MOVE "  UNDER CHECK MIN" TO WS-PN-NOTE
080600             PERFORM 4200-REPORT-PENDING THRU 4200-EXIT
080700             GO TO 4000-WRITE
080800         END-IF
080900         PERFORM 4600-CHOOSE-METHOD THRU 4600-EXIT
081000         IF WS-PAY-HELD
081100             MOVE "  AWAITING PRENOTE" TO WS-PN-NOTE
081200             PERFORM 4200-REPORT-PENDING THRU 4200-EXIT
081300             GO TO 4000-WRITE
081400         END-IF
081500         IF WS-PAY-BY-ACH
081600             PERFORM 4700-SEND-ACH-REFUND THRU 4700-EXIT
081700         ELSE
081800             MOVE PA-STUDENT-ID TO CK-STUDENT-ID
081900             MOVE PA-STUDENT-NAME TO CK-PAYEE
082000             PERFORM 4300-LOOK-UP-GUARDIAN THRU 4300-EXIT
082100             MOVE PA-BALANCE TO CK-AMOUNT
082200             SET CK-TYPE-REFUND TO TRUE
082300             ADD 1 TO WS-ISSUED-COUNT
082400             ADD PA-BALANCE TO WS-REFUND-TOTAL
082500             PERFORM 5000-CUT-CHECK THRU 5000-EXIT
082600         END-IF
082700         SET PA-ACCT-REFUNDED TO TRUE
082800         MOVE ZERO TO PA-BALANCE
082900     END-IF.
083000 4000-WRITE.
083100     WRITE NEW-ACCOUNT-RECORD FROM PREPAID-ACCOUNT-RECORD
083200     PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT.
083300 4000-EXIT.
083400     EXIT.
083500*--------------------------------------------------------------*
083600*    4200-REPORT-PENDING - THE BALANCE IS REAL MONEY BUT NOT   *
083700*    WORTH A CHECK; IT STAYS ON THE ACCOUNT AND ON THIS LIST   *
083800*    UNTIL THE OFFICE DISPOSES OF IT.                          *
083900*--------------------------------------------------------------*
084000 4200-REPORT-PENDING.
084100     ADD 1 TO WS-PENDING-COUNT
084200     MOVE PA-STUDENT-ID TO WS-PN-STUDENT-ID
084300     MOVE PA-STUDENT-NAME TO WS-PN-NAME
084400     MOVE PA-BALANCE TO WS-PN-AMOUNT
084500     WRITE REGISTER-RPT-LINE FROM WS-PENDING-LINE.
084600 4200-EXIT.
084700     EXIT.
084800*--------------------------------------------------------------*
084900*    4300-LOOK-UP-GUARDIAN - THE CHECK GOES TO THE GUARDIAN    *
085000*    AT THE ADDRESS ON THE STUDENT MASTER.  NO MASTER ROW (OR  *
085100*    A BLANK GUARDIAN) LEAVES THE STUDENT-NAME PAYEE AND NO    *
085200*    ADDRESS BLOCK - THE OFFICE HAND-ADDRESSES THOSE.          *
085300*--------------------------------------------------------------*
085400 4300-LOOK-UP-GUARDIAN.
085500     MOVE "N" TO WS-ADDR-PRESENT-SWITCH
085600     MOVE SPACE TO SM-STUDENT-ID
085700     MOVE PA-STUDENT-ID TO SM-STUDENT-ID
085800     READ STUDENT-MASTER-FILE
085900         INVALID KEY
086000             CONTINUE
086100         NOT INVALID KEY
086200             IF SM-GUARDIAN-NAME NOT = SPACE
086300                 MOVE SM-GUARDIAN-NAME TO CK-PAYEE
086400             END-IF
086500             MOVE SM-ADDRESS TO WS-A1-ADDRESS
086600             MOVE SM-CITY-ST-ZIP TO WS-A2-CITY-ST-ZIP
086700             SET WS-ADDR-PRESENT TO TRUE
086800     END-READ.
086900 4300-EXIT.
087000     EXIT.
087100*--------------------------------------------------------------*
087200*    4500-REOPEN-RETURNED - THE RETURNED AMOUNT GOES BACK ON   *
087300*    THE ACCOUNT, CLOSED AGAIN SO THE NEXT RUN REFUNDS IT.     *
087400*--------------------------------------------------------------*
087500 4500-REOPEN-RETURNED.
087600     IF WS-RO-STUDENT-ID (WS-ROSUB) = PA-STUDENT-ID
087700         ADD WS-RO-AMOUNT (WS-ROSUB) TO PA-BALANCE
087800         SET PA-ACCT-CLOSED TO TRUE
087900         SET WS-REOPENED TO TRUE
088000     END-IF.
088100 4500-EXIT.
088200     EXIT.
088300*--------------------------------------------------------------*
088400*    4600-CHOOSE-METHOD - ACH FOR AN ACTIVE ACCOUNT OR ONE     *
088500*    WHOSE PRENOTE HAS STOOD LONG ENOUGH; HELD WHILE A PRENOTE *
088600*    IS DUE OR STANDING; A CHECK FOR EVERYONE ELSE.            *
088700*--------------------------------------------------------------*
088800 4600-CHOOSE-METHOD.
088900     SET WS-PAY-BY-CHECK TO TRUE
089000     MOVE PA-STUDENT-ID TO WS-FIND-STUDENT-ID
089100     PERFORM 4800-FIND-BANK THRU 4800-EXIT
089200     IF WS-BA-FOUND-SUB = 0
089300         GO TO 4600-EXIT
089400     END-IF
089500     MOVE WS-BA-ENTRY (WS-BA-FOUND-SUB) TO BANK-ACCOUNT-RECORD
089600     IF BA-STATUS-ACTIVE
089700         SET WS-PAY-BY-ACH TO TRUE
089800         GO TO 4600-EXIT
089900     END-IF
090000     IF BA-STATUS-NEW
090100         SET WS-PAY-HELD TO TRUE
090200         GO TO 4600-EXIT
090300     END-IF
090400     IF NOT BA-STATUS-PRENOTED
090500         GO TO 4600-EXIT
090600     END-IF
090700     SET WS-PAY-HELD TO TRUE
090800     IF BA-PRENOTE-DATE IS NOT NUMERIC
090900             OR BA-PRENOTE-DATE = ZERO
091000         SET BA-STATUS-NEW TO TRUE
091100         MOVE BANK-ACCOUNT-RECORD TO WS-BA-ENTRY (WS-BA-FOUND-SUB)
091200         GO TO 4600-EXIT
091300     END-IF
091400     COMPUTE WS-PRENOTE-AGE =
091500         FUNCTION INTEGER-OF-DATE (WS-TS-DATE)
091600         - FUNCTION INTEGER-OF-DATE (BA-PRENOTE-DATE)
091700     IF WS-PRENOTE-AGE >= WS-PRENOTE-WAIT-DAYS
091800         SET BA-STATUS-ACTIVE TO TRUE
091900         MOVE BANK-ACCOUNT-RECORD TO WS-BA-ENTRY (WS-BA-FOUND-SUB)
092000         SET WS-PAY-BY-ACH TO TRUE
092100     END-IF.
092200 4600-EXIT.
092300     EXIT.
092400*--------------------------------------------------------------*
092500*    4700-SEND-ACH-REFUND - THE CREDIT GOES ON THE ACH FILE    *
092600*    AND ON THE REGISTER AS STATUS A UNDER THE NEXT REGISTER   *
092700*    NUMBER, WHICH RIDES IN THE ENTRY'S INDIVIDUAL ID.         *
092800*--------------------------------------------------------------*
092900 4700-SEND-ACH-REFUND.
093000     ADD 1 TO WS-CHECK-SEQ
093100     MOVE WS-TS-DATE TO CK-CHECK-DATE
093200     MOVE WS-CHECK-SEQ TO CK-CHECK-SEQ
093300     MOVE PA-STUDENT-ID TO CK-STUDENT-ID
093400     MOVE BA-HOLDER-NAME TO CK-PAYEE
093500     MOVE PA-BALANCE TO CK-AMOUNT
093600     SET CK-STATUS-ACH-SENT TO TRUE
093700     SET CK-TYPE-REFUND TO TRUE
093800     MOVE ZERO TO CK-RETURN-DATE
093900     MOVE SPACE TO ACH-RECORD
094000     SET NA-ENTRY-DETAIL TO TRUE
094100     IF BA-SAVINGS
094200         MOVE 32 TO NA-ED-TRAN-CODE
094300     ELSE
094400         MOVE 22 TO NA-ED-TRAN-CODE
094500     END-IF
094600     MOVE CK-AMOUNT TO NA-ED-AMOUNT
094700     MOVE CK-CHECK-NO TO NA-ED-INDIVIDUAL-ID
094800     PERFORM 7100-WRITE-ACH-ENTRY THRU 7100-EXIT
094900     WRITE NEW-REGISTER-RECORD FROM CHECK-REGISTER-RECORD
095000     MOVE "A" TO WS-RG-STATUS
095100     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT
095200     ADD 1 TO WS-ACH-SENT-COUNT
095300     ADD PA-BALANCE TO WS-ACH-TOTAL.
095400 4700-EXIT.
095500     EXIT.
095600*--------------------------------------------------------------*
095700*    4800-FIND-BANK - WS-BA-FOUND-SUB COMES BACK POINTING AT   *
095800*    WS-FIND-STUDENT-ID'S BANK ACCOUNT, OR ZERO.               *
095900*--------------------------------------------------------------*
096000 4800-FIND-BANK.
096100     MOVE ZERO TO WS-BA-FOUND-SUB
096200     PERFORM 4810-MATCH-BANK THRU 4810-EXIT
096300         VARYING WS-BASUB FROM 1 BY 1
096400         UNTIL WS-BASUB > WS-BA-COUNT
096500             OR WS-BA-FOUND-SUB > 0.
096600 4800-EXIT.
096700     EXIT.
096800*--------------------------------------------------------------*
096900*    4810-MATCH-BANK                                           *
097000*--------------------------------------------------------------*
097100 4810-MATCH-BANK.
097200     IF WS-BA-ENTRY (WS-BASUB) (1:9) = WS-FIND-STUDENT-ID
097300         MOVE WS-BASUB TO WS-BA-FOUND-SUB
097400     END-IF.
097500 4810-EXIT.
097600     EXIT.
097700*--------------------------------------------------------------*
097800*    4100-READ-ACCOUNT                                           *
097900*--------------------------------------------------------------*
098000 4100-READ-ACCOUNT.
098100     READ PREPAID-ACCOUNT-FILE NEXT RECORD
098200         AT END
098300             SET WS-PA-EOF TO TRUE
098400     END-READ.
098500 4100-EXIT.
098600     EXIT.
098700*--------------------------------------------------------------*
098800*    5000-CUT-CHECK - PRINTS THE CHECK DOCUMENT (LEGAL LINE     *
098900*    SPELLED OUT THROUGH SWITCH-IT-UP'S NUMBER-WORD TABLES)     *
099000*    AND APPENDS THE ISSUED ROW TO THE NEW REGISTER.  THE       *
099100*    CHECK FIELDS (PAYEE, STUDENT, AMOUNT) ARE ALREADY SET IN   *
099200*    THE REGISTER RECORD AREA BY THE CALLER.                    *
099300*--------------------------------------------------------------*
099400 5000-CUT-CHECK.
099500     ADD 1 TO WS-CHECK-SEQ
099600     MOVE WS-TS-DATE TO CK-CHECK-DATE
099700     MOVE WS-CHECK-SEQ TO CK-CHECK-SEQ
099800     SET CK-STATUS-ISSUED TO TRUE
099900     MOVE ZERO TO CK-RETURN-DATE
100000     PERFORM 6000-SPELL-AMOUNT THRU 6000-EXIT
100100     MOVE CK-CHECK-NO TO WS-CH-CHECK-NO
100200     MOVE WS-TS-DATE TO WS-CH-DATE
100300     WRITE CHECK-PRINT-LINE FROM WS-CHECK-HEAD-LINE
100400     MOVE CK-PAYEE TO WS-PY-PAYEE
100500     MOVE CK-AMOUNT TO WS-PY-AMOUNT
100600     WRITE CHECK-PRINT-LINE FROM WS-PAYEE-LINE
100700     IF WS-ADDR-PRESENT
100800         WRITE CHECK-PRINT-LINE FROM WS-ADDR-LINE-1
100900         WRITE CHECK-PRINT-LINE FROM WS-ADDR-LINE-2
101000         MOVE "N" TO WS-ADDR-PRESENT-SWITCH
101100     END-IF
101200     WRITE CHECK-PRINT-LINE FROM WS-LEGAL-LINE
101300     WRITE CHECK-PRINT-LINE FROM WS-SEPARATOR-LINE
101400     WRITE NEW-REGISTER-RECORD FROM CHECK-REGISTER-RECORD
101500     MOVE "I" TO WS-RG-STATUS
101600     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
101700 5000-EXIT.
101800     EXIT.
101900*--------------------------------------------------------------*
102000*    5500-SEND-PRENOTE - EVERY ACCOUNT STILL AT STATUS N GETS  *
102100*    ITS ZERO-DOLLAR PRENOTE, CARRYING THE STUDENT ID.         *
102200*--------------------------------------------------------------*
102300 5500-SEND-PRENOTE.
102400     IF WS-BA-ENTRY (WS-BASUB) = SPACE
102500         GO TO 5500-EXIT
102600     END-IF
102700     MOVE WS-BA-ENTRY (WS-BASUB) TO BANK-ACCOUNT-RECORD
102800     IF NOT BA-STATUS-NEW
102900         GO TO 5500-EXIT
103000     END-IF
103100     MOVE SPACE TO ACH-RECORD
103200     SET NA-ENTRY-DETAIL TO TRUE
103300     IF BA-SAVINGS
103400         MOVE 33 TO NA-ED-TRAN-CODE
103500     ELSE
103600         MOVE 23 TO NA-ED-TRAN-CODE
103700     END-IF
103800     MOVE ZERO TO NA-ED-AMOUNT
103900     MOVE BA-STUDENT-ID TO NA-ED-INDIVIDUAL-ID
104000     PERFORM 7100-WRITE-ACH-ENTRY THRU 7100-EXIT
104100     SET BA-STATUS-PRENOTED TO TRUE
104200     MOVE WS-TS-DATE TO BA-PRENOTE-DATE
104300     MOVE BANK-ACCOUNT-RECORD TO WS-BA-ENTRY (WS-BASUB)
104400     ADD 1 TO WS-PRENOTE-COUNT.
104500 5500-EXIT.
104600     EXIT.
104700*--------------------------------------------------------------*
104800*    6000-SPELL-AMOUNT - BUILDS THE LEGAL LINE FROM THE 0-99    *
104900*    NUMBER-WORD TABLES SWITCH-IT-UP MAINTAINS: THOUSANDS       *
105000*    GROUP, HUNDREDS DIGIT, TENS-AND-ONES, THEN CENTS AS        *
105100*    NN/100.                                                    *
105200*--------------------------------------------------------------*
105300 6000-SPELL-AMOUNT.
105400     MOVE CK-AMOUNT TO WS-AMOUNT-SPLIT
105500     COMPUTE WS-AMOUNT-CENTS =
105600         FUNCTION MOD (CK-AMOUNT * 100, 100)
105700     MOVE SPACE TO WS-THOUSANDS-WORD
105800     MOVE SPACE TO WS-HUNDREDS-WORD
105900     MOVE SPACE TO WS-TENS-WORD
106000     IF WS-AS-THOUSANDS > 0
106100         MOVE WS-AS-THOUSANDS TO WS-WORD-INPUT
106200         CALL "SWITCH-IT-UP" USING WS-WORD-INPUT
106300             WS-THOUSANDS-WORD
106400     END-IF
106500     IF WS-AS-HUNDREDS > 0
106600         MOVE WS-AS-HUNDREDS TO WS-WORD-INPUT
106700         CALL "SWITCH-IT-UP" USING WS-WORD-INPUT
106800             WS-HUNDREDS-WORD
106900     END-IF
107000     IF WS-AS-TENS-ONES > 0
107100             OR (WS-AS-THOUSANDS = 0 AND WS-AS-HUNDREDS = 0)
107200         MOVE WS-AS-TENS-ONES TO WS-WORD-INPUT
107300         CALL "SWITCH-IT-UP" USING WS-WORD-INPUT
107400             WS-TENS-WORD
107500     END-IF
107600     MOVE SPACE TO WS-LEGAL-LINE
107700     MOVE 1 TO WS-LEGAL-PTR
107800     IF WS-AS-THOUSANDS > 0
107900         STRING FUNCTION TRIM (WS-THOUSANDS-WORD)
108000             " THOUSAND "
108100             DELIMITED BY SIZE INTO WS-LEGAL-LINE
108200             WITH POINTER WS-LEGAL-PTR
108300     END-IF
108400     IF WS-AS-HUNDREDS > 0
108500         STRING FUNCTION TRIM (WS-HUNDREDS-WORD)
108600             " HUNDRED "
108700             DELIMITED BY SIZE INTO WS-LEGAL-LINE
108800             WITH POINTER WS-LEGAL-PTR
108900     END-IF
109000     IF WS-AS-TENS-ONES > 0
109100             OR (WS-AS-THOUSANDS = 0 AND WS-AS-HUNDREDS = 0)
109200         STRING FUNCTION TRIM (WS-TENS-WORD)
109300             " "
109400             DELIMITED BY SIZE INTO WS-LEGAL-LINE
109500             WITH POINTER WS-LEGAL-PTR
109600     END-IF
109700     STRING "AND " WS-AMOUNT-CENTS "/100 DOLLARS"
109800         DELIMITED BY SIZE INTO WS-LEGAL-LINE
109900         WITH POINTER WS-LEGAL-PTR.
110000 6000-EXIT.
110100     EXIT.
110200*--------------------------------------------------------------*
110300*    7000-WRITE-REGISTER-LINE                                    *
110400*--------------------------------------------------------------*
110500 7000-WRITE-REGISTER-LINE.
110600     MOVE CK-CHECK-NO TO WS-RG-CHECK-NO
110700     MOVE CK-STUDENT-ID TO WS-RG-STUDENT-ID
110800     MOVE CK-PAYEE TO WS-RG-PAYEE
110900     MOVE CK-AMOUNT TO WS-RG-AMOUNT
111000     WRITE REGISTER-RPT-LINE FROM WS-REGISTER-LINE.
111100 7000-EXIT.
111200     EXIT.
111300*--------------------------------------------------------------*
111400*    7100-WRITE-ACH-ENTRY - THE CALLER HAS SET THE TRANSACTION *
111500*    CODE, AMOUNT AND INDIVIDUAL ID; THE BANK DETAILS COME     *
111600*    FROM THE BANK ACCOUNT RECORD.  THE FILE AND BATCH HEADERS *
111700*    GO OUT AHEAD OF THE FIRST ENTRY.                          *
111800*--------------------------------------------------------------*
111900 7100-WRITE-ACH-ENTRY.
112000     IF NOT WS-ACH-STARTED
112100         MOVE ACH-RECORD TO WS-ACH-ENTRY-HOLD
112200         PERFORM 7200-START-ACH-FILE THRU 7200-EXIT
112300         MOVE WS-ACH-ENTRY-HOLD TO ACH-RECORD
112400     END-IF
112500     MOVE BA-ROUTING-NO (1:8) TO NA-ED-RDFI-ID
112600     MOVE BA-ROUTING-NO (9:1) TO NA-ED-CHECK-DIGIT
112700     MOVE BA-ACCOUNT-NO TO NA-ED-ACCOUNT-NO
112800     MOVE BA-HOLDER-NAME TO NA-ED-INDIVIDUAL-NAME
112900     MOVE ZERO TO NA-ED-ADDENDA-IND
113000     ADD 1 TO WS-ACH-TRACE-SEQ
113100     MOVE WS-AO-ODFI-ID TO NA-ED-TRACE-ODFI
113200     MOVE WS-ACH-TRACE-SEQ TO NA-ED-TRACE-SEQ
113300     ADD NA-ED-RDFI-ID TO WS-ACH-ENTRY-HASH
113400     ADD NA-ED-AMOUNT TO WS-ACH-CREDIT-TOTAL
113500     ADD 1 TO WS-ACH-ENTRY-COUNT
113600     PERFORM 7400-WRITE-ACH-RECORD THRU 7400-EXIT.
113700 7100-EXIT.
113800     EXIT.
113900*--------------------------------------------------------------*
114000*    7200-START-ACH-FILE - FILE HEADER AND A SINGLE PPD CREDIT *
114100*    BATCH, EFFECTIVE THE NEXT DAY.                            *
114200*--------------------------------------------------------------*
114300 7200-START-ACH-FILE.
114400     SET WS-ACH-STARTED TO TRUE
114500     MOVE SPACE TO ACH-RECORD
114600     SET NA-FILE-HEADER TO TRUE
114700     MOVE 01 TO NA-FH-PRIORITY
114800     MOVE SPACE TO NA-FH-DESTINATION
114900     MOVE WS-AO-BANK-ROUTING TO NA-FH-DESTINATION (2:9)
115000     MOVE WS-AO-COMPANY-ID TO NA-FH-ORIGIN
115100     MOVE WS-TS-DATE (3:6) TO NA-FH-CREATE-DATE
115200     MOVE WS-TS-TIME TO NA-FH-CREATE-TIME
115300     MOVE "A" TO NA-FH-ID-MODIFIER
115400     MOVE 094 TO NA-FH-RECORD-SIZE
115500     MOVE 10 TO NA-FH-BLOCKING-FACTOR
115600     MOVE "1" TO NA-FH-FORMAT-CODE
115700     MOVE WS-AO-BANK-NAME TO NA-FH-DEST-NAME
115800     MOVE WS-AO-COMPANY-NAME TO NA-FH-ORIGIN-NAME
115900     PERFORM 7400-WRITE-ACH-RECORD THRU 7400-EXIT
116000     MOVE SPACE TO ACH-RECORD
116100     SET NA-BATCH-HEADER TO TRUE
116200     MOVE 220 TO NA-BH-SERVICE-CLASS
116300     MOVE WS-AO-COMPANY-NAME TO NA-BH-COMPANY-NAME
116400     MOVE WS-AO-COMPANY-ID TO NA-BH-COMPANY-ID
116500     MOVE "PPD" TO NA-BH-SEC-CODE
116600     MOVE "REFUND" TO NA-BH-ENTRY-DESC
116700     MOVE WS-EFFECTIVE-DATE (3:6) TO NA-BH-EFFECTIVE-DATE
116800     MOVE "1" TO NA-BH-ORIGINATOR-STATUS
116900     MOVE WS-AO-ODFI-ID TO NA-BH-ODFI-ID
117000     MOVE 1 TO NA-BH-BATCH-NO
117100     PERFORM 7400-WRITE-ACH-RECORD THRU 7400-EXIT.
117200 7200-EXIT.
117300     EXIT.
117400*--------------------------------------------------------------*
117500*    7300-CLOSE-ACH-FILE - BATCH AND FILE CONTROL TOTALS, THEN *
117600*    ALL-NINES RECORDS TO FILL OUT THE LAST BLOCK OF TEN.      *
117700*--------------------------------------------------------------*
117800 7300-CLOSE-ACH-FILE.
117900     MOVE SPACE TO ACH-RECORD
118000     SET NA-BATCH-CONTROL TO TRUE
118100     MOVE 220 TO NA-BC-SERVICE-CLASS
118200     MOVE WS-ACH-ENTRY-COUNT TO NA-BC-ENTRY-COUNT
118300     MOVE WS-ACH-ENTRY-HASH TO NA-BC-ENTRY-HASH
118400     MOVE ZERO TO NA-BC-TOTAL-DEBIT
118500     MOVE WS-ACH-CREDIT-TOTAL TO NA-BC-TOTAL-CREDIT
118600     MOVE WS-AO-COMPANY-ID TO NA-BC-COMPANY-ID
118700     MOVE WS-AO-ODFI-ID TO NA-BC-ODFI-ID
118800     MOVE 1 TO NA-BC-BATCH-NO
118900     PERFORM 7400-WRITE-ACH-RECORD THRU 7400-EXIT
119000     COMPUTE WS-ACH-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 10) / 10
119100     MOVE SPACE TO ACH-RECORD
119200     SET NA-FILE-CONTROL TO TRUE
119300     MOVE 1 TO NA-FC-BATCH-COUNT
119400     MOVE WS-ACH-BLOCK-COUNT TO NA-FC-BLOCK-COUNT
119500     MOVE WS-ACH-ENTRY-COUNT TO NA-FC-ENTRY-COUNT
119600     MOVE WS-ACH-ENTRY-HASH TO NA-FC-ENTRY-HASH
119700     MOVE ZERO TO NA-FC-TOTAL-DEBIT
119800     MOVE WS-ACH-CREDIT-TOTAL TO NA-FC-TOTAL-CREDIT
119900     PERFORM 7400-WRITE-ACH-RECORD THRU 7400-EXIT
120000     MOVE ALL "9" TO ACH-RECORD
120100     PERFORM 7400-WRITE-ACH-RECORD THRU 7400-EXIT
120200         UNTIL WS-ACH-RECORD-COUNT >= WS-ACH-BLOCK-COUNT * 10.
120300 7300-EXIT.
120400     EXIT.
120500*--------------------------------------------------------------*
120600*    7400-WRITE-ACH-RECORD                                     *
120700*--------------------------------------------------------------*
120800 7400-WRITE-ACH-RECORD.
120900     WRITE ACH-CREDIT-RECORD FROM ACH-RECORD
121000     ADD 1 TO WS-ACH-RECORD-COUNT.
121100 7400-EXIT.
121200     EXIT.
121300*--------------------------------------------------------------*
121400*    7500-WRITE-BANK-ACCOUNT - A WITHDRAWN (BLANKED) ROW DROPS *
121500*    OFF THE FILE.                                             *
121600*--------------------------------------------------------------*
121700 7500-WRITE-BANK-ACCOUNT.
121800     IF WS-BA-ENTRY (WS-BASUB) NOT = SPACE
121900         WRITE NEW-BANK-ACCOUNT-RECORD
122000             FROM WS-BA-ENTRY (WS-BASUB)
122100     END-IF.
122200 7500-EXIT.
122300     EXIT.
122400*--------------------------------------------------------------*
122500*    8000-FINALIZE                                               *
122600*--------------------------------------------------------------*
122700 8000-FINALIZE.
122800     MOVE WS-ISSUED-COUNT TO WS-SL-ISSUED
122900     MOVE WS-VOIDED-COUNT TO WS-SL-VOIDED
123000     MOVE WS-REISSUED-COUNT TO WS-SL-REISSUED
123100     MOVE WS-REFUND-TOTAL TO WS-SL-TOTAL
123200     WRITE REGISTER-RPT-LINE FROM WS-SUMMARY-LINE
123300     MOVE WS-ACH-SENT-COUNT TO WS-AS-SENT
123400     MOVE WS-PRENOTE-COUNT TO WS-AS-PRENOTES
123500     MOVE WS-RETURNED-COUNT TO WS-AS-RETURNED
123600     MOVE WS-ACH-TOTAL TO WS-AS-TOTAL
123700     WRITE REGISTER-RPT-LINE FROM WS-ACH-SUMMARY-LINE
123800     IF WS-ACH-STARTED
123900         PERFORM 7300-CLOSE-ACH-FILE THRU 7300-EXIT
124000     END-IF
124100     PERFORM 7500-WRITE-BANK-ACCOUNT THRU 7500-EXIT
124200         VARYING WS-BASUB FROM 1 BY 1
124300         UNTIL WS-BASUB > WS-BA-COUNT
124400     IF WS-CK-FILE-STATUS NOT = "35"
124500         CLOSE CHECK-REGISTER-FILE
124600     END-IF
124700     IF WS-PA-FILE-STATUS NOT = "35"
124800         CLOSE PREPAID-ACCOUNT-FILE
124900     END-IF
125000     CLOSE NEW-REGISTER-FILE
125100     CLOSE NEW-ACCOUNT-FILE
125200     CLOSE STUDENT-MASTER-FILE
125300     CLOSE CHECK-PRINT-FILE
125400     CLOSE REGISTER-RPT
125500     CLOSE ACH-CREDIT-FILE
125600     CLOSE NEW-BANK-ACCOUNT-FILE
125700     IF WS-PENDING-COUNT > 0
125800         DISPLAY "REFUNDCK: REFUNDS PENDING UNDER CHECK "
125900             "MINIMUM - " WS-PENDING-COUNT
126000     END-IF
126100     IF WS-REG-REJECT-COUNT > 0
126200             OR WS-RT-UNMATCHED-COUNT > 0
126300         DISPLAY "REFUNDCK: BANK REGISTRATIONS REJECTED - "
126400             WS-REG-REJECT-COUNT " ACH RETURNS UNMATCHED - "
126500             WS-RT-UNMATCHED-COUNT
126600         IF RETURN-CODE < 4
126700             MOVE 4 TO RETURN-CODE
126800         END-IF
126900     END-IF
127000     IF WS-BA-DROP-COUNT > 0
127100         DISPLAY "REFUNDCK: BANK ACCOUNT TABLE FULL - DROPPED - "
127200             WS-BA-DROP-COUNT
127300         MOVE 8 TO RETURN-CODE
127400     END-IF
127500     IF WS-RT-DROP-COUNT > 0
127600         DISPLAY "REFUNDCK: ACH RETURN TABLE FULL - DROPPED - "
127700             WS-RT-DROP-COUNT
127800         MOVE 8 TO RETURN-CODE
127900     END-IF
128000     IF WS-PA-BAD
128100         MOVE 8 TO RETURN-CODE
128200     END-IF.
128300 8000-EXIT.
128400     EXIT.
128500 END PROGRAM REFUNDCK.
