000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPAY.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SUPPLIER PAYMENT RUN.  READS THE THREE-WAY MATCH'S PAY-    *
000900*    APPROVAL ROWS SORTED BY SUPPLIER, PICKS THE ONES WHOSE     *
001000*    DUE DATE (APPROVE DATE PLUS THE NET DAYS IN THE SUPPLIER   *
001100*    MASTER'S TERMS) FALLS ON OR BEFORE THE PAY-THROUGH DATE,   *
001200*    AND CUTS ONE CHECK PER SUPPLIER WITH A REMITTANCE STUB     *
001300*    LISTING THE INVOICES IT PAYS.  THE CHECKS GO INTO THE      *
001400*    CHECK REGISTER (CARRIED TO CHECKRGO FOR OPS TO SWAP IN)    *
001500*    SO POSITIVE PAY, THE BANK RECONCILIATION, AND THE GL       *
001600*    EXTRACT PICK THEM UP LIKE ANY OTHER CHECK.  EVERY PAID     *
001700*    APPROVAL IS WRITTEN TO THE PAID-APPROVAL HISTORY; AN       *
001800*    APPROVAL ALREADY THERE UNDER A DIFFERENT APPROVE DATE, OR  *
001900*    SEEN TWICE IN ONE RUN, IS REJECTED RATHER THAN PAID AGAIN. *
002000*    PARM = PAY-THROUGH DATE (YYYYMMDD); DEFAULTS TO A WEEK     *
002100*    FROM TODAY, THE NEXT PAYMENT CYCLE.                        *
002200*--------------------------------------------------------------*
002300*    MODIFICATION HISTORY                                      *
002400*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PAY-APPROVAL-FILE ASSIGN TO PAYAPPR
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPMASTR
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-VN-FILE-STATUS.
003400     SELECT AP-PAID-FILE ASSIGN TO APPAID
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS AH-APPROVAL-KEY
003800         FILE STATUS IS WS-AH-FILE-STATUS.
003900     SELECT CHECK-REGISTER-FILE ASSIGN TO CHECKREG
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CK-FILE-STATUS.
004200     SELECT NEW-REGISTER-FILE ASSIGN TO CHECKRGO
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT CHECK-PRINT-FILE ASSIGN TO CHECKS
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT AP-PAYMENT-RPT ASSIGN TO APPAYRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PAY-APPROVAL-FILE
005100     RECORDING MODE IS F.
005200     COPY payappr.
005300 FD  SUPPLIER-MASTER-FILE
005400     RECORDING MODE IS F.
005500     COPY supmastr.
005600 FD  AP-PAID-FILE.
005700     COPY appaid.
005800 FD  CHECK-REGISTER-FILE
005900     RECORDING MODE IS F.
006000     COPY ckreg.
006100 FD  NEW-REGISTER-FILE
006200     RECORDING MODE IS F.
006300 01  NEW-REGISTER-RECORD            PIC X(70).
006400 FD  CHECK-PRINT-FILE
006500     RECORDING MODE IS F.
006600 01  CHECK-PRINT-LINE               PIC X(80).
006700 FD  AP-PAYMENT-RPT
006800     RECORDING MODE IS F.
006900 01  AP-PAYMENT-LINE                PIC X(80).
007000 WORKING-STORAGE SECTION.
007100 01  WS-VN-FILE-STATUS              PIC X(02) VALUE SPACE.
007200 01  WS-AH-FILE-STATUS              PIC X(02) VALUE SPACE.
007300 01  WS-CK-FILE-STATUS              PIC X(02) VALUE SPACE.
007400 01  WS-PY-EOF-SWITCH               PIC X(01) VALUE "N".
007500     88  WS-PY-EOF                      VALUE "Y".
007600 01  WS-VN-EOF-SWITCH               PIC X(01) VALUE "N".
007700     88  WS-VN-EOF                      VALUE "Y".
007800 01  WS-CK-EOF-SWITCH               PIC X(01) VALUE "N".
007900     88  WS-CK-EOF                      VALUE "Y".
008000 01  WS-AH-BAD-SWITCH               PIC X(01) VALUE "N".
008100     88  WS-AH-BAD                      VALUE "Y".
008200 01  WS-TIMESTAMP.
008300     05  WS-TS-DATE                 PIC 9(08).
008400     05  FILLER                     PIC X(13).
008500 01  WS-PAY-THRU-DATE               PIC 9(08).
008600 01  WS-PAY-THRU-INT                PIC 9(08) COMP.
008700 01  WS-DUE-INT                     PIC 9(08) COMP.
008800*    A SUPPLIER CHECK CANNOT EXCEED WHAT THE REGISTER'S
008900*    AMOUNT FIELD HOLDS; A LARGER BALANCE IS HELD FOR A
009000*    MANUAL CHECK.
009100 01  WS-MAX-CHECK-AMOUNT            PIC 9(07)V99 VALUE 99999.99.
009200*    SUPPLIER MASTER, WITH THE NET DAYS TAKEN FROM THE TERMS.
009300 01  WS-VN-COUNT                    PIC 9(03) COMP VALUE ZERO.
009400 01  WS-VN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
009500 01  WS-VNSUB                       PIC 9(03) COMP.
009600 01  WS-VN-TABLE.
009700     05  WS-VN-ENTRY OCCURS 500 TIMES.
009800         10  WS-VN-ID               PIC X(09).
009900         10  WS-VN-NAME             PIC X(30).
010000         10  WS-VN-ADDRESS          PIC X(30).
010100         10  WS-VN-TERMS-DAYS       PIC 9(03).
010200 01  WS-TERMS-POS                   PIC 9(02) COMP.
010300 01  WS-TERMS-START                 PIC 9(02) COMP.
010400 01  WS-TERMS-CHAR                  PIC 9(02) COMP.
010500 01  WS-TERMS-DIGIT                 PIC 9(01).
010600 01  WS-TERMS-DAYS                  PIC 9(03).
010700 01  WS-TERMS-DONE-SWITCH           PIC X(01).
010800     88  WS-TERMS-DONE                  VALUE "Y".
010900*    THE SUPPLIER NOW BEING GATHERED AND ITS INVOICES DUE.
011000 01  WS-GROUP-SUPPLIER              PIC X(09) VALUE SPACE.
011100 01  WS-GROUP-VN-SUB                PIC 9(03) COMP VALUE ZERO.
011200 01  WS-GROUP-TOTAL                 PIC 9(07)V99 VALUE ZERO.
011300 01  WS-GROUP-COUNT                 PIC 9(03) COMP VALUE ZERO.
011400 01  WS-GSUB                        PIC 9(03) COMP.
011500 01  WS-GROUP-MATCH-SWITCH          PIC X(01).
011600     88  WS-GROUP-MATCHED               VALUE "Y".
011700 01  WS-GROUP-TABLE.
011800     05  WS-GR-ENTRY OCCURS 100 TIMES.
011900         10  WS-GR-KEY.
012000             15  WS-GR-PO-NUMBER    PIC X(12).
012100             15  WS-GR-INVOICE-NO   PIC X(10).
012200         10  WS-GR-APPROVE-DATE     PIC 9(08).
012300         10  WS-GR-AMOUNT           PIC 9(07)V99.
012400 01  WS-CHECK-SEQ                   PIC 9(04) VALUE ZERO.
012500 01  WS-REJECT-REASON               PIC X(20).
012600 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "APPAY".
012700 01  WS-AUDIT-FIELD-NAME            PIC X(10) VALUE "PAYAPPR".
012800 01  WS-AUDIT-VALUE                 PIC X(25).
012900 01  WS-AUDIT-REASON                PIC X(20).
013000 01  WS-CHECK-COUNT                 PIC 9(05) COMP VALUE ZERO.
013100 01  WS-PAID-COUNT                  PIC 9(05) COMP VALUE ZERO.
013200 01  WS-PRIOR-PAID-COUNT            PIC 9(05) COMP VALUE ZERO.
013300 01  WS-NOT-DUE-COUNT               PIC 9(05) COMP VALUE ZERO.
013400 01  WS-HELD-COUNT                  PIC 9(05) COMP VALUE ZERO.
013500 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
013600 01  WS-PAID-TOTAL                  PIC 9(09)V99 COMP-3
013700         VALUE ZERO.
013800 01  WS-AMOUNT-SPLIT.
013900     05  WS-AS-THOUSANDS            PIC 9(02).
014000     05  WS-AS-HUNDREDS             PIC 9(01).
014100     05  WS-AS-TENS-ONES            PIC 9(02).
014200 01  WS-AMOUNT-CENTS                PIC 9(02).
014300 01  WS-WORD-INPUT                  PIC 9(02).
014400 01  WS-THOUSANDS-WORD              PIC A(12).
014500 01  WS-HUNDREDS-WORD               PIC A(12).
014600 01  WS-TENS-WORD                   PIC A(12).
014700 01  WS-LEGAL-LINE                  PIC X(80).
014800 01  WS-LEGAL-PTR                   PIC 9(02) COMP.
014900 01  WS-CHECK-HEAD-LINE.
015000     05  FILLER                     PIC X(09)
015100             VALUE "CHECK NO ".
015200     05  WS-CH-CHECK-NO             PIC X(12).
015300     05  FILLER                     PIC X(07)
015400             VALUE "  DATE ".
015500     05  WS-CH-DATE                 PIC 9(08).
015600     05  FILLER                     PIC X(44) VALUE SPACE.
015700 01  WS-PAYEE-LINE.
015800     05  FILLER                     PIC X(12)
015900             VALUE "PAY TO      ".
016000     05  WS-PY-PAYEE                PIC X(30).
016100     05  FILLER                     PIC X(09)
016200             VALUE "  AMOUNT ".
016300     05  WS-PY-AMOUNT               PIC $$,$$9.99.
016400     05  FILLER                     PIC X(20) VALUE SPACE.
016500 01  WS-ADDR-LINE.
016600     05  FILLER                     PIC X(12)
016700             VALUE "ADDRESS     ".
016800     05  WS-AD-ADDRESS              PIC X(30).
016900     05  FILLER                     PIC X(38) VALUE SPACE.
017000 01  WS-SEPARATOR-LINE              PIC X(80) VALUE ALL "-".
017100 01  WS-STUB-HEAD-LINE.
017200     05  FILLER                     PIC X(12)
017300             VALUE "REMITTANCE  ".
017400     05  WS-SH-SUPPLIER-ID          PIC X(09).
017500     05  FILLER                     PIC X(02) VALUE SPACE.
017600     05  WS-SH-NAME                 PIC X(30).
017700     05  FILLER                     PIC X(27) VALUE SPACE.
017800 01  WS-STUB-COLUMN-LINE.
017900     05  FILLER                     PIC X(26)
018000             VALUE "PO NUMBER     INVOICE".
018100     05  FILLER                     PIC X(54)
018200             VALUE "APPROVED         AMOUNT".
018300 01  WS-STUB-LINE.
018400     05  WS-SB-PO-NUMBER            PIC X(12).
018500     05  FILLER                     PIC X(02) VALUE SPACE.
018600     05  WS-SB-INVOICE-NO           PIC X(10).
018700     05  FILLER                     PIC X(02) VALUE SPACE.
018800     05  WS-SB-APPROVE-DATE         PIC 9(08).
018900     05  FILLER                     PIC X(03) VALUE SPACE.
019000     05  WS-SB-AMOUNT               PIC Z,ZZZ,ZZ9.99.
019100     05  FILLER                     PIC X(31) VALUE SPACE.
019200 01  WS-STUB-TOTAL-LINE.
019300     05  FILLER                     PIC X(37)
019400             VALUE "TOTAL PAID".
019500     05  WS-ST-AMOUNT               PIC Z,ZZZ,ZZ9.99.
019600     05  FILLER                     PIC X(31) VALUE SPACE.
019700 01  WS-REPORT-HEADING.
019800     05  FILLER                     PIC X(36)
019900             VALUE "SUPPLIER PAYMENT RUN - PAY THROUGH ".
020000     05  WS-RH-PAY-THRU             PIC 9(08).
020100     05  FILLER                     PIC X(36) VALUE SPACE.
020200 01  WS-DETAIL-LINE.
020300     05  WS-DL-CHECK-NO             PIC X(12).
020400     05  FILLER                     PIC X(01) VALUE SPACE.
020500     05  WS-DL-SUPPLIER-ID          PIC X(09).
020600     05  FILLER                     PIC X(01) VALUE SPACE.
020700     05  WS-DL-PO-NUMBER            PIC X(12).
020800     05  FILLER                     PIC X(01) VALUE SPACE.
020900     05  WS-DL-INVOICE-NO           PIC X(10).
021000     05  FILLER                     PIC X(01) VALUE SPACE.
021100     05  WS-DL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
021200     05  FILLER                     PIC X(01) VALUE SPACE.
021300     05  WS-DL-NOTE                 PIC X(20).
021400 01  WS-SUMMARY-LINE-1.
021500     05  FILLER                     PIC X(09)
021600             VALUE "CHECKS - ".
021700     05  WS-S1-CHECKS               PIC ZZ,ZZ9.
021800     05  FILLER                     PIC X(12)
021900             VALUE "  INVOICES -".
022000     05  WS-S1-PAID                 PIC ZZ,ZZ9.
022100     05  FILLER                     PIC X(09)
022200             VALUE "  TOTAL -".
022300     05  WS-S1-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
022400     05  FILLER                     PIC X(24) VALUE SPACE.
022500 01  WS-SUMMARY-LINE-2.
022600     05  FILLER                     PIC X(10)
022700             VALUE "NOT DUE - ".
022800     05  WS-S2-NOT-DUE              PIC ZZ,ZZ9.
022900     05  FILLER                     PIC X(09)
023000             VALUE "  HELD - ".
023100     05  WS-S2-HELD                 PIC ZZ,ZZ9.
023200     05  FILLER                     PIC X(13)
023300             VALUE "  REJECTED - ".
023400     05  WS-S2-REJECTED             PIC ZZ,ZZ9.
023500     05  FILLER                     PIC X(17)
023600             VALUE "  PAID BEFORE - ".
023700     05  WS-S2-PRIOR-PAID           PIC ZZ,ZZ9.
023800     05  FILLER                     PIC X(07) VALUE SPACE.
023900 LINKAGE SECTION.
024000 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
024100 01  LS-PARM-DATA                   PIC X(10).
024200 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
024300*--------------------------------------------------------------*
024400*    0000-MAINLINE - THE APPROVALS ARRIVE SORTED BY SUPPLIER;   *
024500*    EACH SUPPLIER'S DUE INVOICES ARE GATHERED AND PAID ON THE  *
024600*    CHANGE OF SUPPLIER.                                        *
024700*--------------------------------------------------------------*
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025000     PERFORM 2000-SELECT-APPROVAL THRU 2000-EXIT
025100         UNTIL WS-PY-EOF
025200     IF WS-GROUP-SUPPLIER NOT = SPACE
025300         PERFORM 3000-PAY-SUPPLIER THRU 3000-EXIT
025400     END-IF
025500     PERFORM 8000-FINALIZE THRU 8000-EXIT
025600     GOBACK.
025700*--------------------------------------------------------------*
025800*    1000-INITIALIZE - SETS THE PAY-THROUGH DATE, LOADS THE     *
025900*    SUPPLIER MASTER, AND CARRIES THE CHECK REGISTER FORWARD    *
026000*    SO TODAY'S CHECK SEQUENCE SEEDS PAST EVERY NUMBER ALREADY  *
026100*    ISSUED.  WITHOUT THE PAID-APPROVAL HISTORY NOTHING CAN BE  *
026200*    PROVED UNPAID, SO NOTHING IS PAID.                         *
026300*--------------------------------------------------------------*
026400 1000-INITIALIZE.
026500     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
026600     COMPUTE WS-PAY-THRU-INT =
026700         FUNCTION INTEGER-OF-DATE (WS-TS-DATE) + 7
026800     IF LS-PARM-LENGTH >= 8
026900             AND LS-PARM-DATA (1:8) IS NUMERIC
027000         MOVE LS-PARM-DATA (1:8) TO WS-PAY-THRU-DATE
027100         COMPUTE WS-PAY-THRU-INT =
027200             FUNCTION INTEGER-OF-DATE (WS-PAY-THRU-DATE)
027300     END-IF
027400     COMPUTE WS-PAY-THRU-DATE =
027500         FUNCTION DATE-OF-INTEGER (WS-PAY-THRU-INT)
027600     OPEN INPUT SUPPLIER-MASTER-FILE
027700     IF WS-VN-FILE-STATUS = "35"
027800         DISPLAY "APPAY: SUPPLIER MASTER MISSING - ALL HELD"
027900         MOVE 8 TO RETURN-CODE
028000     ELSE
028100         PERFORM 1100-LOAD-SUPPLIER THRU 1100-EXIT
028200             UNTIL WS-VN-EOF
028300         CLOSE SUPPLIER-MASTER-FILE
028400     END-IF
028500     OPEN OUTPUT NEW-REGISTER-FILE
028600     OPEN INPUT CHECK-REGISTER-FILE
028700     IF WS-CK-FILE-STATUS = "35"
028800         SET WS-CK-EOF TO TRUE
028900     ELSE
029000         PERFORM 1250-READ-REGISTER THRU 1250-EXIT
029100     END-IF
029200     PERFORM 1200-CARRY-REGISTER THRU 1200-EXIT
029300         UNTIL WS-CK-EOF
029400     OPEN OUTPUT CHECK-PRINT-FILE
029500     OPEN OUTPUT AP-PAYMENT-RPT
029600     MOVE WS-PAY-THRU-DATE TO WS-RH-PAY-THRU
029700     WRITE AP-PAYMENT-LINE FROM WS-REPORT-HEADING
029800     OPEN I-O AP-PAID-FILE
029900     IF WS-AH-FILE-STATUS = "35"
030000         DISPLAY "APPAY: PAID-APPROVAL HISTORY MISSING - "
030100             "NOTHING PAID"
030200         SET WS-AH-BAD TO TRUE
030300         SET WS-PY-EOF TO TRUE
030400         GO TO 1000-EXIT
030500     END-IF
030600     OPEN INPUT PAY-APPROVAL-FILE
030700     PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
030800 1000-EXIT.
030900     EXIT.
031000*--------------------------------------------------------------*
031100*    1100-LOAD-SUPPLIER                                         *
031200*--------------------------------------------------------------*
031300 1100-LOAD-SUPPLIER.
031400     READ SUPPLIER-MASTER-FILE
031500         AT END
031600             SET WS-VN-EOF TO TRUE
031700             GO TO 1100-EXIT
031800     END-READ
031900     IF WS-VN-COUNT >= 500
032000         ADD 1 TO WS-VN-DROP-COUNT
032100         GO TO 1100-EXIT
032200     END-IF
032300     PERFORM 1150-TERMS-DAYS THRU 1150-EXIT
032400     ADD 1 TO WS-VN-COUNT
032500     MOVE VN-SUPPLIER-ID TO WS-VN-ID (WS-VN-COUNT)
032600     MOVE VN-SUPPLIER-NAME TO WS-VN-NAME (WS-VN-COUNT)
032700     MOVE VN-ADDRESS TO WS-VN-ADDRESS (WS-VN-COUNT)
032800     MOVE WS-TERMS-DAYS TO WS-VN-TERMS-DAYS (WS-VN-COUNT).
032900 1100-EXIT.
033000     EXIT.
033100*--------------------------------------------------------------*
033200*    1150-TERMS-DAYS - THE NET DAYS FOLLOWING "NET" IN THE      *
033300*    TERMS ("NET30", "NET 15", "2/10 NET30").  TERMS WITH NO    *
033400*    NET DAYS ("DUE ON RCPT", BLANK) ARE DUE ON APPROVAL.       *
033500*--------------------------------------------------------------*
033600 1150-TERMS-DAYS.
033700     MOVE ZERO TO WS-TERMS-DAYS
033800     MOVE ZERO TO WS-TERMS-POS
033900     INSPECT VN-TERMS TALLYING WS-TERMS-POS
034000         FOR CHARACTERS BEFORE INITIAL "NET"
034100     IF WS-TERMS-POS > 7
034200         GO TO 1150-EXIT
034300     END-IF
034400     MOVE "N" TO WS-TERMS-DONE-SWITCH
034500     COMPUTE WS-TERMS-START = WS-TERMS-POS + 4
034600     PERFORM 1160-TERMS-DIGIT THRU 1160-EXIT
034700         VARYING WS-TERMS-CHAR FROM WS-TERMS-START BY 1
034800         UNTIL WS-TERMS-CHAR > 10
034900             OR WS-TERMS-DONE.
035000 1150-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------*
035300*    1160-TERMS-DIGIT                                           *
035400*--------------------------------------------------------------*
035500 1160-TERMS-DIGIT.
035600     IF VN-TERMS (WS-TERMS-CHAR:1) IS NUMERIC
035700         MOVE VN-TERMS (WS-TERMS-CHAR:1) TO WS-TERMS-DIGIT
035800         COMPUTE WS-TERMS-DAYS =
035900             WS-TERMS-DAYS * 10 + WS-TERMS-DIGIT
036000     ELSE
036100         IF VN-TERMS (WS-TERMS-CHAR:1) NOT = SPACE
036200                 OR WS-TERMS-DAYS > 0
036300             SET WS-TERMS-DONE TO TRUE
036400         END-IF
036500     END-IF.
036600 1160-EXIT.
036700     EXIT.
036800*--------------------------------------------------------------*
036900*    1200-CARRY-REGISTER - EXISTING REGISTER ROWS CARRY         *
037000*    FORWARD UNCHANGED.                                         *
037100*--------------------------------------------------------------*
037200 1200-CARRY-REGISTER.
037300     IF CK-CHECK-DATE = WS-TS-DATE
037400             AND CK-CHECK-SEQ > WS-CHECK-SEQ
037500         MOVE CK-CHECK-SEQ TO WS-CHECK-SEQ
037600     END-IF
037700     WRITE NEW-REGISTER-RECORD FROM CHECK-REGISTER-RECORD
037800     PERFORM 1250-READ-REGISTER THRU 1250-EXIT.
037900 1200-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------*
038200*    1250-READ-REGISTER                                         *
038300*--------------------------------------------------------------*
038400 1250-READ-REGISTER.
038500     READ CHECK-REGISTER-FILE
038600         AT END
038700             SET WS-CK-EOF TO TRUE
038800     END-READ.
038900 1250-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------*
039200*    2000-SELECT-APPROVAL - AN APPROVAL IS PAID THIS CYCLE WHEN *
039300*    IT IS DUE BY THE PAY-THROUGH DATE AND HAS NOT BEEN PAID.   *
039400*    ONE ALREADY IN THE PAID HISTORY UNDER THE SAME APPROVE     *
039500*    DATE IS THE SAME ROW SEEN AGAIN IN A RETAINED APPROVAL     *
039600*    GENERATION AND IS PASSED OVER QUIETLY; UNDER ANOTHER DATE  *
039700*    IT IS THE SAME INVOICE APPROVED TWICE AND IS REJECTED.     *
039800*--------------------------------------------------------------*
039900 2000-SELECT-APPROVAL.
040000     IF PY-SUPPLIER-ID NOT = WS-GROUP-SUPPLIER
040100         IF WS-GROUP-SUPPLIER NOT = SPACE
040200             PERFORM 3000-PAY-SUPPLIER THRU 3000-EXIT
040300         END-IF
040400         PERFORM 2200-START-SUPPLIER THRU 2200-EXIT
040500     END-IF
040600     IF PY-APPROVED-AMOUNT NOT NUMERIC
040700             OR PY-APPROVED-AMOUNT = ZERO
040800         MOVE "BAD AMOUNT" TO WS-REJECT-REASON
040900         PERFORM 2900-REJECT-APPROVAL THRU 2900-EXIT
041000         GO TO 2000-NEXT
041100     END-IF
041200     IF PY-APPROVE-DATE NOT NUMERIC
041300             OR PY-APPROVE-DATE = ZERO
041400         MOVE "BAD APPROVE DATE" TO WS-REJECT-REASON
041500         PERFORM 2900-REJECT-APPROVAL THRU 2900-EXIT
041600         GO TO 2000-NEXT
041700     END-IF
041800     MOVE PY-PO-NUMBER TO AH-PO-NUMBER
041900     MOVE PY-INVOICE-NO TO AH-INVOICE-NO
042000     READ AP-PAID-FILE
042100         INVALID KEY
042200             CONTINUE
042300         NOT INVALID KEY
042400             IF AH-APPROVE-DATE = PY-APPROVE-DATE
042500                 ADD 1 TO WS-PRIOR-PAID-COUNT
042600             ELSE
042700                 MOVE "ALREADY PAID" TO WS-REJECT-REASON
042800                 PERFORM 2900-REJECT-APPROVAL THRU 2900-EXIT
042900             END-IF
043000             GO TO 2000-NEXT
043100     END-READ
043200     MOVE "N" TO WS-GROUP-MATCH-SWITCH
043300     PERFORM 2300-MATCH-GROUP THRU 2300-EXIT
043400         VARYING WS-GSUB FROM 1 BY 1
043500         UNTIL WS-GSUB > WS-GROUP-COUNT
043600             OR WS-GROUP-MATCHED
043700     IF WS-GROUP-MATCHED
043800         MOVE "DUPLICATE APPROVAL" TO WS-REJECT-REASON
043900         PERFORM 2900-REJECT-APPROVAL THRU 2900-EXIT
044000         GO TO 2000-NEXT
044100     END-IF
044200     COMPUTE WS-DUE-INT =
044300         FUNCTION INTEGER-OF-DATE (PY-APPROVE-DATE)
044400     IF WS-GROUP-VN-SUB > 0
044500         ADD WS-VN-TERMS-DAYS (WS-GROUP-VN-SUB) TO WS-DUE-INT
044600     END-IF
044700     IF WS-DUE-INT > WS-PAY-THRU-INT
044800         ADD 1 TO WS-NOT-DUE-COUNT
044900         GO TO 2000-NEXT
045000     END-IF
045100     IF WS-GROUP-COUNT >= 100
045200         ADD 1 TO WS-NOT-DUE-COUNT
045300         MOVE SPACE TO WS-DETAIL-LINE
045400         MOVE PY-SUPPLIER-ID TO WS-DL-SUPPLIER-ID
045500         MOVE PY-PO-NUMBER TO WS-DL-PO-NUMBER
045600         MOVE PY-INVOICE-NO TO WS-DL-INVOICE-NO
045700         MOVE PY-APPROVED-AMOUNT TO WS-DL-AMOUNT
045800         MOVE "STUB FULL - NEXT RUN" TO WS-DL-NOTE
045900         WRITE AP-PAYMENT-LINE FROM WS-DETAIL-LINE
046000         GO TO 2000-NEXT
046100     END-IF
046200     ADD 1 TO WS-GROUP-COUNT
046300     MOVE PY-PO-NUMBER TO WS-GR-PO-NUMBER (WS-GROUP-COUNT)
046400     MOVE PY-INVOICE-NO TO WS-GR-INVOICE-NO (WS-GROUP-COUNT)
046500     MOVE PY-APPROVE-DATE TO WS-GR-APPROVE-DATE (WS-GROUP-COUNT)
046600     MOVE PY-APPROVED-AMOUNT TO WS-GR-AMOUNT (WS-GROUP-COUNT)
046700     ADD PY-APPROVED-AMOUNT TO WS-GROUP-TOTAL.
046800 2000-NEXT.
046900     PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
047000 2000-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------*
047300*    2100-READ-APPROVAL                                         *
047400*--------------------------------------------------------------*
047500 2100-READ-APPROVAL.
047600     READ PAY-APPROVAL-FILE
047700         AT END
047800             SET WS-PY-EOF TO TRUE
047900     END-READ.
048000 2100-EXIT.
048100     EXIT.
048200*--------------------------------------------------------------*
048300*    2200-START-SUPPLIER - CLEARS THE GROUP AND FINDS THE NEW   *
048400*    SUPPLIER ON THE MASTER (WS-GROUP-VN-SUB ZERO IF UNKNOWN).  *
048500*--------------------------------------------------------------*
048600 2200-START-SUPPLIER.
048700     MOVE PY-SUPPLIER-ID TO WS-GROUP-SUPPLIER
048800     MOVE ZERO TO WS-GROUP-COUNT
048900     MOVE ZERO TO WS-GROUP-TOTAL
049000     MOVE ZERO TO WS-GROUP-VN-SUB
049100     PERFORM 2210-MATCH-SUPPLIER THRU 2210-EXIT
049200         VARYING WS-VNSUB FROM 1 BY 1
049300         UNTIL WS-VNSUB > WS-VN-COUNT
049400             OR WS-GROUP-VN-SUB > 0.
049500 2200-EXIT.
049600     EXIT.
049700*--------------------------------------------------------------*
049800*    2210-MATCH-SUPPLIER                                        *
049900*--------------------------------------------------------------*
050000 2210-MATCH-SUPPLIER.
050100     IF WS-GROUP-SUPPLIER = WS-VN-ID (WS-VNSUB)
050200         MOVE WS-VNSUB TO WS-GROUP-VN-SUB
050300     END-IF.
050400 2210-EXIT.
050500     EXIT.
050600*--------------------------------------------------------------*
050700*    2300-MATCH-GROUP                                           *
050800*--------------------------------------------------------------*
050900 2300-MATCH-GROUP.
051000     IF PY-PO-NUMBER = WS-GR-PO-NUMBER (WS-GSUB)
051100             AND PY-INVOICE-NO = WS-GR-INVOICE-NO (WS-GSUB)
051200         SET WS-GROUP-MATCHED TO TRUE
051300     END-IF.
051400 2300-EXIT.
051500     EXIT.
051600*--------------------------------------------------------------*
051700*    2900-REJECT-APPROVAL - LISTED ON THE REPORT AND LOGGED TO  *
051800*    THE SHARED AUDIT TRAIL; THE APPROVAL IS NOT PAID.          *
051900*--------------------------------------------------------------*
052000 2900-REJECT-APPROVAL.
052100     ADD 1 TO WS-REJECT-COUNT
052200     MOVE SPACE TO WS-DETAIL-LINE
052300     MOVE PY-SUPPLIER-ID TO WS-DL-SUPPLIER-ID
052400     MOVE PY-PO-NUMBER TO WS-DL-PO-NUMBER
052500     MOVE PY-INVOICE-NO TO WS-DL-INVOICE-NO
052600     IF PY-APPROVED-AMOUNT NUMERIC
052700         MOVE PY-APPROVED-AMOUNT TO WS-DL-AMOUNT
052800     END-IF
052900     MOVE WS-REJECT-REASON TO WS-DL-NOTE
053000     WRITE AP-PAYMENT-LINE FROM WS-DETAIL-LINE
053100     MOVE SPACE TO WS-AUDIT-VALUE
053200     MOVE PY-PO-NUMBER TO WS-AUDIT-VALUE (1:12)
053300     MOVE PY-INVOICE-NO TO WS-AUDIT-VALUE (14:10)
053400     MOVE WS-REJECT-REASON TO WS-AUDIT-REASON
053500     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID WS-AUDIT-FIELD-NAME
053600         WS-AUDIT-VALUE WS-AUDIT-REASON.
053700 2900-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------*
054000*    3000-PAY-SUPPLIER - ONE CHECK FOR EVERYTHING DUE THE       *
054100*    SUPPLIER.  AN UNKNOWN SUPPLIER OR A TOTAL OVER THE CHECK   *
054200*    LIMIT IS HELD; THE APPROVALS STAY UNPAID FOR NEXT CYCLE.   *
054300*--------------------------------------------------------------*
054400 3000-PAY-SUPPLIER.
054500     IF WS-GROUP-COUNT = 0
054600         GO TO 3000-EXIT
054700     END-IF
054800     IF WS-GROUP-VN-SUB = 0
054900         MOVE "UNKNOWN SUPPLIER" TO WS-REJECT-REASON
055000         PERFORM 3100-HOLD-INVOICE THRU 3100-EXIT
055100             VARYING WS-GSUB FROM 1 BY 1
055200             UNTIL WS-GSUB > WS-GROUP-COUNT
055300         GO TO 3000-EXIT
055400     END-IF
055500     IF WS-GROUP-TOTAL > WS-MAX-CHECK-AMOUNT
055600         MOVE "OVER CHECK LIMIT" TO WS-REJECT-REASON
055700         PERFORM 3100-HOLD-INVOICE THRU 3100-EXIT
055800             VARYING WS-GSUB FROM 1 BY 1
055900             UNTIL WS-GSUB > WS-GROUP-COUNT
056000         GO TO 3000-EXIT
056100     END-IF
056200     PERFORM 3200-CUT-CHECK THRU 3200-EXIT
056300     PERFORM 3300-PAY-INVOICE THRU 3300-EXIT
056400         VARYING WS-GSUB FROM 1 BY 1
056500         UNTIL WS-GSUB > WS-GROUP-COUNT
056600     MOVE WS-GROUP-TOTAL TO WS-ST-AMOUNT
056700     WRITE CHECK-PRINT-LINE FROM WS-STUB-TOTAL-LINE
056800     WRITE CHECK-PRINT-LINE FROM WS-SEPARATOR-LINE.
056900 3000-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------*
057200*    3100-HOLD-INVOICE                                          *
057300*--------------------------------------------------------------*
057400 3100-HOLD-INVOICE.
057500     ADD 1 TO WS-HELD-COUNT
057600     MOVE SPACE TO WS-DETAIL-LINE
057700     MOVE WS-GROUP-SUPPLIER TO WS-DL-SUPPLIER-ID
057800     MOVE WS-GR-PO-NUMBER (WS-GSUB) TO WS-DL-PO-NUMBER
057900     MOVE WS-GR-INVOICE-NO (WS-GSUB) TO WS-DL-INVOICE-NO
058000     MOVE WS-GR-AMOUNT (WS-GSUB) TO WS-DL-AMOUNT
058100     MOVE WS-REJECT-REASON TO WS-DL-NOTE
058200     WRITE AP-PAYMENT-LINE FROM WS-DETAIL-LINE.
058300 3100-EXIT.
058400     EXIT.
058500*--------------------------------------------------------------*
058600*    3200-CUT-CHECK - PRINTS THE CHECK DOCUMENT AND THE STUB    *
058700*    HEADING, AND APPENDS THE ISSUED SUPPLIER CHECK TO THE NEW  *
058800*    REGISTER.                                                  *
058900*--------------------------------------------------------------*
059000 3200-CUT-CHECK.
059100     ADD 1 TO WS-CHECK-SEQ
059200     ADD 1 TO WS-CHECK-COUNT
059300     ADD WS-GROUP-TOTAL TO WS-PAID-TOTAL
059400     MOVE SPACE TO CHECK-REGISTER-RECORD
059500     MOVE WS-TS-DATE TO CK-CHECK-DATE
059600     MOVE WS-CHECK-SEQ TO CK-CHECK-SEQ
059700     MOVE WS-GROUP-SUPPLIER TO CK-STUDENT-ID
059800     MOVE WS-VN-NAME (WS-GROUP-VN-SUB) TO CK-PAYEE
059900     MOVE WS-GROUP-TOTAL TO CK-AMOUNT
060000     SET CK-STATUS-ISSUED TO TRUE
060100     SET CK-TYPE-SUPPLIER TO TRUE
060200     PERFORM 6000-SPELL-AMOUNT THRU 6000-EXIT
060300     MOVE CK-CHECK-NO TO WS-CH-CHECK-NO
060400     MOVE WS-TS-DATE TO WS-CH-DATE
060500     WRITE CHECK-PRINT-LINE FROM WS-CHECK-HEAD-LINE
060600     MOVE CK-PAYEE TO WS-PY-PAYEE
060700     MOVE CK-AMOUNT TO WS-PY-AMOUNT
060800     WRITE CHECK-PRINT-LINE FROM WS-PAYEE-LINE
060900     IF WS-VN-ADDRESS (WS-GROUP-VN-SUB) NOT = SPACE
061000         MOVE WS-VN-ADDRESS (WS-GROUP-VN-SUB) TO WS-AD-ADDRESS
061100         WRITE CHECK-PRINT-LINE FROM WS-ADDR-LINE
061200     END-IF
061300     WRITE CHECK-PRINT-LINE FROM WS-LEGAL-LINE
061400     WRITE CHECK-PRINT-LINE FROM WS-SEPARATOR-LINE
061500     MOVE WS-GROUP-SUPPLIER TO WS-SH-SUPPLIER-ID
061600     MOVE CK-PAYEE TO WS-SH-NAME
061700     WRITE CHECK-PRINT-LINE FROM WS-STUB-HEAD-LINE
061800     WRITE CHECK-PRINT-LINE FROM WS-STUB-COLUMN-LINE
061900     WRITE NEW-REGISTER-RECORD FROM CHECK-REGISTER-RECORD.
062000 3200-EXIT.
062100     EXIT.
062200*--------------------------------------------------------------*
062300*    3300-PAY-INVOICE - ONE STUB LINE, ONE REPORT LINE, AND     *
062400*    ONE PAID-HISTORY ROW PER INVOICE ON THE CHECK.             *
062500*--------------------------------------------------------------*
062600 3300-PAY-INVOICE.
062700     ADD 1 TO WS-PAID-COUNT
062800     MOVE WS-GR-PO-NUMBER (WS-GSUB) TO WS-SB-PO-NUMBER
062900     MOVE WS-GR-INVOICE-NO (WS-GSUB) TO WS-SB-INVOICE-NO
063000     MOVE WS-GR-APPROVE-DATE (WS-GSUB) TO WS-SB-APPROVE-DATE
063100     MOVE WS-GR-AMOUNT (WS-GSUB) TO WS-SB-AMOUNT
063200     WRITE CHECK-PRINT-LINE FROM WS-STUB-LINE
063300     MOVE SPACE TO WS-DETAIL-LINE
063400     MOVE CK-CHECK-NO TO WS-DL-CHECK-NO
063500     MOVE WS-GROUP-SUPPLIER TO WS-DL-SUPPLIER-ID
063600     MOVE WS-GR-PO-NUMBER (WS-GSUB) TO WS-DL-PO-NUMBER
063700     MOVE WS-GR-INVOICE-NO (WS-GSUB) TO WS-DL-INVOICE-NO
063800     MOVE WS-GR-AMOUNT (WS-GSUB) TO WS-DL-AMOUNT
063900     MOVE "PAID" TO WS-DL-NOTE
064000     WRITE AP-PAYMENT-LINE FROM WS-DETAIL-LINE
064100     MOVE SPACE TO AP-PAID-RECORD
064200     MOVE WS-GR-KEY (WS-GSUB) TO AH-APPROVAL-KEY
064300     MOVE WS-GROUP-SUPPLIER TO AH-SUPPLIER-ID
064400     MOVE WS-GR-APPROVE-DATE (WS-GSUB) TO AH-APPROVE-DATE
064500     MOVE WS-GR-AMOUNT (WS-GSUB) TO AH-PAID-AMOUNT
064600     MOVE CK-CHECK-NO TO AH-CHECK-NO
064700     MOVE WS-TS-DATE TO AH-PAID-DATE
064800     WRITE AP-PAID-RECORD
064900         INVALID KEY
065000             DISPLAY "APPAY: PAID HISTORY WRITE FAILED - "
065100                 AH-APPROVAL-KEY
065200             MOVE 8 TO RETURN-CODE
065300     END-WRITE.
065400 3300-EXIT.
065500     EXIT.
065600*--------------------------------------------------------------*
065700*    6000-SPELL-AMOUNT - BUILDS THE LEGAL LINE FROM THE 0-99    *
065800*    NUMBER-WORD TABLES SWITCH-IT-UP MAINTAINS, AS THE REFUND   *
065900*    CHECK RUN DOES.                                            *
066000*--------------------------------------------------------------*
066100 6000-SPELL-AMOUNT.
066200     MOVE CK-AMOUNT TO WS-AMOUNT-SPLIT
066300     COMPUTE WS-AMOUNT-CENTS =
066400         FUNCTION MOD (CK-AMOUNT * 100, 100)
066500     MOVE SPACE TO WS-THOUSANDS-WORD
066600     MOVE SPACE TO WS-HUNDREDS-WORD
066700     MOVE SPACE TO WS-TENS-WORD
066800     IF WS-AS-THOUSANDS > 0
066900         MOVE WS-AS-THOUSANDS TO WS-WORD-INPUT
067000         CALL "SWITCH-IT-UP" USING WS-WORD-INPUT
067100             WS-THOUSANDS-WORD
067200     END-IF
067300     IF WS-AS-HUNDREDS > 0
067400         MOVE WS-AS-HUNDREDS TO WS-WORD-INPUT
067500         CALL "SWITCH-IT-UP" USING WS-WORD-INPUT
067600             WS-HUNDREDS-WORD
067700     END-IF
067800     IF WS-AS-TENS-ONES > 0
067900             OR (WS-AS-THOUSANDS = 0 AND WS-AS-HUNDREDS = 0)
068000         MOVE WS-AS-TENS-ONES TO WS-WORD-INPUT
068100         CALL "SWITCH-IT-UP" USING WS-WORD-INPUT
068200             WS-TENS-WORD
068300     END-IF
068400     MOVE SPACE TO WS-LEGAL-LINE
068500     MOVE 1 TO WS-LEGAL-PTR
068600     IF WS-AS-THOUSANDS > 0
068700         STRING FUNCTION TRIM (WS-THOUSANDS-WORD)
068800             " THOUSAND "
068900             DELIMITED BY SIZE INTO WS-LEGAL-LINE
069000             WITH POINTER WS-LEGAL-PTR
069100     END-IF
069200     IF WS-AS-HUNDREDS > 0
069300         STRING FUNCTION TRIM (WS-HUNDREDS-WORD)
069400             " HUNDRED "
069500             DELIMITED BY SIZE INTO WS-LEGAL-LINE
069600             WITH POINTER WS-LEGAL-PTR
069700     END-IF
069800     IF WS-AS-TENS-ONES > 0
069900             OR (WS-AS-THOUSANDS = 0 AND WS-AS-HUNDREDS = 0)
070000         STRING FUNCTION TRIM (WS-TENS-WORD)
070100             " "
070200             DELIMITED BY SIZE INTO WS-LEGAL-LINE
070300             WITH POINTER WS-LEGAL-PTR
070400     END-IF
070500     STRING "AND " WS-AMOUNT-CENTS "/100 DOLLARS"
070600         DELIMITED BY SIZE INTO WS-LEGAL-LINE
070700         WITH POINTER WS-LEGAL-PTR.
070800 6000-EXIT.
070900     EXIT.
071000*--------------------------------------------------------------*
071100*    8000-FINALIZE - A REJECTED OR HELD APPROVAL ENDS THE RUN   *
071200*    RC 4 SO ACCOUNTS PAYABLE WORKS THE LIST.                   *
071300*--------------------------------------------------------------*
071400 8000-FINALIZE.
071500     MOVE WS-CHECK-COUNT TO WS-S1-CHECKS
071600     MOVE WS-PAID-COUNT TO WS-S1-PAID
071700     MOVE WS-PAID-TOTAL TO WS-S1-TOTAL
071800     WRITE AP-PAYMENT-LINE FROM WS-SUMMARY-LINE-1
071900     MOVE WS-NOT-DUE-COUNT TO WS-S2-NOT-DUE
072000     MOVE WS-HELD-COUNT TO WS-S2-HELD
072100     MOVE WS-REJECT-COUNT TO WS-S2-REJECTED
072200     MOVE WS-PRIOR-PAID-COUNT TO WS-S2-PRIOR-PAID
072300     WRITE AP-PAYMENT-LINE FROM WS-SUMMARY-LINE-2
072400     IF WS-VN-DROP-COUNT > 0
072500         DISPLAY "APPAY: SUPPLIER TABLE FULL - DROPPED - "
072600             WS-VN-DROP-COUNT
072700     END-IF
072800     IF WS-CK-FILE-STATUS NOT = "35"
072900         CLOSE CHECK-REGISTER-FILE
073000     END-IF
073100     IF NOT WS-AH-BAD
073200         CLOSE AP-PAID-FILE
073300         CLOSE PAY-APPROVAL-FILE
073400     END-IF
073500     CLOSE NEW-REGISTER-FILE
073600     CLOSE CHECK-PRINT-FILE
073700     CLOSE AP-PAYMENT-RPT
073800     IF WS-AH-BAD
073900         MOVE 8 TO RETURN-CODE
074000     END-IF
074100     IF (WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0)
074200             AND RETURN-CODE < 4
074300         MOVE 4 TO RETURN-CODE
074400     END-IF.
074500 8000-EXIT.
074600     EXIT.
074700 END PROGRAM APPAY.
