000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYIMPRT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    ONLINE-PAYMENT AND LOCKBOX SETTLEMENT IMPORT.  READS THE   *
000900*    PAYMENT PROCESSOR'S NIGHTLY SETTLEMENT FILE (SETTLE) AND   *
001000*    THE BANK'S DEPOSIT CREDITS FOR THE DAY (BANKDEP).  EACH    *
001100*    SETTLEMENT BATCH MUST FOOT TO ITS OWN TRAILER AND TIE TO   *
001200*    THE DEPOSIT CREDIT CARRYING ITS BATCH ID BEFORE ANY OF     *
001300*    ITS PAYMENTS POST.  A BATCH THAT TIES IS ROUTED PAYMENT    *
001400*    BY PAYMENT - PREPAID DEPOSITS TO THE PREPDEP TRANSACTION   *
001500*    FILE, FEE PAYMENTS TO THE FEE-LEDGER PAYMENT FILE - SO     *
001600*    THE OFFICE NO LONGER RE-KEYS THEM.  A PAYMENT FOR A        *
001700*    STUDENT NOT ON THE STUDENT MASTER (OR OTHERWISE UNUSABLE)  *
001800*    GOES TO THE SUSPENSE FILE FOR THE OFFICE TO RESEARCH.  A   *
001900*    BATCH THAT DOES NOT TIE POSTS NOTHING: THE WHOLE BATCH IS  *
002000*    COPIED TO THE HELD FILE FOR RESUBMISSION ONCE THE BANK     *
002100*    DIFFERENCE IS RESOLVED.                                    *
002200*--------------------------------------------------------------*
002300*    MODIFICATION HISTORY                                      *
002400*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SETTLEMENT-FILE ASSIGN TO SETTLE
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-SP-FILE-STATUS.
003200     SELECT BANK-DEPOSIT-FILE ASSIGN TO BANKDEP
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-BD-FILE-STATUS.
003500     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS SM-STUDENT-ID
003900         FILE STATUS IS WS-SM-FILE-STATUS.
004000     SELECT PREPAID-DEPOSIT-FILE ASSIGN TO PREPDEPO
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT FEE-PAYMENT-FILE ASSIGN TO FEEPAYO
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT SUSPENSE-FILE ASSIGN TO SETLSUSP
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT HELD-BATCH-FILE ASSIGN TO SETLHOLD
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT IMPORT-RPT ASSIGN TO PAYIMRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SETTLEMENT-FILE
005300     RECORDING MODE IS F.
005400 01  SETTLEMENT-FILE-RECORD         PIC X(80).
005500 FD  BANK-DEPOSIT-FILE
005600     RECORDING MODE IS F.
005700     COPY bankdep.
005800 FD  STUDENT-MASTER-FILE.
005900     COPY studmast.
006000 FD  PREPAID-DEPOSIT-FILE
006100     RECORDING MODE IS F.
006200     COPY prepdep.
006300 FD  FEE-PAYMENT-FILE
006400     RECORDING MODE IS F.
006500     COPY feepay.
006600 FD  SUSPENSE-FILE
006700     RECORDING MODE IS F.
006800 01  SUSPENSE-RECORD                PIC X(80).
006900 FD  HELD-BATCH-FILE
007000     RECORDING MODE IS F.
007100 01  HELD-BATCH-RECORD              PIC X(80).
007200 FD  IMPORT-RPT
007300     RECORDING MODE IS F.
007400 01  IMPORT-LINE                    PIC X(80).
007500 WORKING-STORAGE SECTION.
007600     COPY settle.
007700 01  WS-SP-FILE-STATUS              PIC X(02) VALUE SPACE.
007800 01  WS-BD-FILE-STATUS              PIC X(02) VALUE SPACE.
007900 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
008000 01  WS-SP-EOF-SWITCH               PIC X(01) VALUE "N".
008100     88  WS-SP-EOF                      VALUE "Y".
008200     88  WS-SP-NOT-EOF                  VALUE "N".
008300 01  WS-BD-EOF-SWITCH               PIC X(01) VALUE "N".
008400     88  WS-BD-EOF                      VALUE "Y".
008500     88  WS-BD-NOT-EOF                  VALUE "N".
008600 01  WS-BATCH-OPEN-SWITCH           PIC X(01) VALUE "N".
008700     88  WS-BATCH-OPEN                  VALUE "Y".
008800     88  WS-BATCH-CLOSED                VALUE "N".
008900 01  WS-TIMESTAMP.
009000     05  WS-TS-DATE                 PIC 9(08).
009100     05  FILLER                     PIC X(13).
009200*    BANK DEPOSIT CREDITS FOR THE DAY, LOADED UP FRONT SO EACH
009300*    BATCH CAN BE TIED AS ITS TRAILER ARRIVES.  A CREDIT NO
009400*    BATCH CLAIMS IS LISTED AT THE END OF THE RUN.
009500 01  WS-DEPOSIT-MAX                 PIC 9(04) COMP VALUE 200.
009600 01  WS-DEPOSIT-COUNT               PIC 9(04) COMP VALUE ZERO.
009700 01  WS-DEPOSIT-DROPPED             PIC 9(05) COMP VALUE ZERO.
009800 01  WS-DEPOSIT-TABLE.
009900     05  WS-DT-ENTRY OCCURS 200 TIMES.
010000         10  WS-DT-REFERENCE        PIC X(10).
010100         10  WS-DT-AMOUNT           PIC 9(09)V99.
010200         10  WS-DT-USED-SW          PIC X(01).
010300             88  WS-DT-USED             VALUE "Y".
010400 01  WS-DT-IDX                      PIC 9(04) COMP.
010500 01  WS-DT-FOUND                    PIC 9(04) COMP.
010600*    THE CURRENT BATCH IS HELD IN STORAGE UNTIL ITS TRAILER
010700*    PROVES IT OUT - NOTHING POSTS FROM A BATCH THAT DOES NOT
010800*    TIE, SO NOTHING CAN BE WRITTEN AS THE DETAILS ARRIVE.
010900 01  WS-BATCH-MAX                   PIC 9(04) COMP VALUE 1000.
011000 01  WS-BATCH-ROWS                  PIC 9(04) COMP VALUE ZERO.
011100 01  WS-BATCH-DROPPED               PIC 9(05) COMP VALUE ZERO.
011200 01  WS-BATCH-TABLE.
011300     05  WS-BATCH-ROW OCCURS 1000 TIMES
011400                                    PIC X(80).
011500 01  WS-BR-IDX                      PIC 9(04) COMP.
011600 01  WS-BATCH-HEADER-ROW            PIC X(80).
011700 01  WS-BATCH-TRAILER-ROW           PIC X(80).
011800 01  WS-CUR-BATCH-ID                PIC X(10).
011900 01  WS-CUR-SETTLE-DATE             PIC 9(08).
012000 01  WS-CUR-CHANNEL                 PIC X(01).
012100 01  WS-CUR-COUNT                   PIC 9(05) COMP.
012200 01  WS-CUR-TOTAL                   PIC 9(09)V99.
012300 01  WS-CUR-DEPOSIT                 PIC 9(09)V99.
012400 01  WS-TRL-COUNT                   PIC 9(05).
012500 01  WS-TRL-TOTAL                   PIC 9(09)V99.
012600 01  WS-HOLD-REASON                 PIC X(20).
012700 01  WS-BATCH-POSTED-COUNT          PIC 9(05) COMP VALUE ZERO.
012800 01  WS-BATCH-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
012900 01  WS-DEPOSIT-POSTED-COUNT        PIC 9(05) COMP VALUE ZERO.
013000 01  WS-FEE-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
013100 01  WS-SUSPENSE-COUNT              PIC 9(05) COMP VALUE ZERO.
013200 01  WS-STRAY-COUNT                 PIC 9(05) COMP VALUE ZERO.
013300 01  WS-ORPHAN-COUNT                PIC 9(05) COMP VALUE ZERO.
013400 01  WS-POSTED-TOTAL                PIC 9(09)V99 VALUE ZERO.
013500 01  WS-HELD-TOTAL                  PIC 9(09)V99 VALUE ZERO.
013600 01  WS-SUSPENSE-TOTAL              PIC 9(09)V99 VALUE ZERO.
013700 01  WS-SUSPENSE-REASON             PIC X(20).
013800 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "PAYIMPRT".
013900 01  WS-AUDIT-VALUE                 PIC X(25).
014000 01  WS-AUDIT-REASON                PIC X(20).
014100 01  WS-HEADING-LINE.
014200     05  FILLER                     PIC X(31)
014300             VALUE "BATCH ID   C  SETTLED  COUNT".
014400     05  FILLER                     PIC X(49)
014500             VALUE "SETTLED TOTAL DEPOSIT CREDIT STATUS".
014600 01  WS-BATCH-LINE.
014700     05  WS-BL-BATCH-ID             PIC X(10).
014800     05  FILLER                     PIC X(01) VALUE SPACE.
014900     05  WS-BL-CHANNEL              PIC X(01).
015000     05  FILLER                     PIC X(02) VALUE SPACE.
015100     05  WS-BL-SETTLE-DATE          PIC X(08).
015200     05  FILLER                     PIC X(01) VALUE SPACE.
015300     05  WS-BL-COUNT                PIC ZZ,ZZ9.
015400     05  FILLER                     PIC X(01) VALUE SPACE.
015500     05  WS-BL-SETTLED              PIC ZZZ,ZZZ,ZZ9.99.
015600     05  FILLER                     PIC X(01) VALUE SPACE.
015700     05  WS-BL-DEPOSIT              PIC ZZZ,ZZZ,ZZ9.99.
015800     05  FILLER                     PIC X(01) VALUE SPACE.
015900     05  WS-BL-STATUS               PIC X(20).
016000 01  WS-SUSPENSE-LINE.
016100     05  FILLER                     PIC X(10) VALUE "  SUSPENSE".
016200     05  FILLER                     PIC X(01) VALUE SPACE.
016300     05  WS-XL-PAYMENT-ID           PIC X(12).
016400     05  FILLER                     PIC X(01) VALUE SPACE.
016500     05  WS-XL-STUDENT-ID           PIC X(09).
016600     05  FILLER                     PIC X(01) VALUE SPACE.
016700     05  WS-XL-TYPE                 PIC X(01).
016800     05  FILLER                     PIC X(01) VALUE SPACE.
016900     05  WS-XL-AMOUNT               PIC ZZ,ZZ9.99.
017000     05  FILLER                     PIC X(01) VALUE SPACE.
017100     05  WS-XL-REASON               PIC X(20).
017200     05  FILLER                     PIC X(14) VALUE SPACE.
017300 01  WS-SUMMARY-LINE-1.
017400     05  FILLER                     PIC X(17)
017500             VALUE "BATCHES POSTED - ".
017600     05  WS-S1-POSTED               PIC ZZ,ZZ9.
017700     05  FILLER                     PIC X(09) VALUE "  HELD - ".
017800     05  WS-S1-HELD                 PIC ZZ,ZZ9.
017900     05  FILLER                     PIC X(15)
018000             VALUE "  STRAY ROWS - ".
018100     05  WS-S1-STRAY                PIC ZZ,ZZ9.
018200     05  FILLER                     PIC X(21) VALUE SPACE.
018300 01  WS-SUMMARY-LINE-2.
018400     05  FILLER                     PIC X(19)
018500             VALUE "PREPAID DEPOSITS - ".
018600     05  WS-S2-DEPOSITS             PIC ZZ,ZZ9.
018700     05  FILLER                     PIC X(17)
018800             VALUE "  FEE PAYMENTS - ".
018900     05  WS-S2-FEES                 PIC ZZ,ZZ9.
019000     05  FILLER                     PIC X(13)
019100             VALUE "  SUSPENSE - ".
019200     05  WS-S2-SUSPENSE             PIC ZZ,ZZ9.
019300     05  FILLER                     PIC X(13) VALUE SPACE.
019400 01  WS-SUMMARY-LINE-3.
019500     05  FILLER                     PIC X(09) VALUE "POSTED - ".
019600     05  WS-S3-POSTED               PIC ZZZ,ZZZ,ZZ9.99.
019700     05  FILLER                     PIC X(09) VALUE "  HELD - ".
019800     05  WS-S3-HELD                 PIC ZZZ,ZZZ,ZZ9.99.
019900     05  FILLER                     PIC X(13)
020000             VALUE "  SUSPENSE - ".
020100     05  WS-S3-SUSPENSE             PIC ZZZ,ZZZ,ZZ9.99.
020200     05  FILLER                     PIC X(07) VALUE SPACE.
020300 01  WS-SEC-OPERATOR-ID             PIC X(08) VALUE SPACE.
020400 01  WS-SEC-TXN-CLASS               PIC X(08) VALUE "MONEY".
020500 01  WS-SEC-PROGRAM-ID              PIC X(10) VALUE "PAYIMPRT".
020600 01  WS-SEC-RESULT                  PIC X(01).
020700     88  WS-SEC-ALLOWED                 VALUE "A".
020800 LINKAGE SECTION.
020900 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
021000 01  LS-PARM-DATA                   PIC X(10).
021100 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
021200*--------------------------------------------------------------*
021300*    0000-MAINLINE                                              *
021400*--------------------------------------------------------------*
021500 0000-MAINLINE.
021600*    THE IMPORT WRITES MONEY TRANSACTIONS, SO THE SUBMITTING
021700*    OPERATOR MUST HOLD THE MONEY PERMISSION LIKE ANY OTHER
021800*    DEPOSIT POSTING.
021900     IF LS-PARM-LENGTH > 0
022000         MOVE LS-PARM-DATA (1:8) TO WS-SEC-OPERATOR-ID
022100     END-IF
022200     CALL "SECCHECK" USING WS-SEC-OPERATOR-ID
022300         WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID WS-SEC-RESULT
022400     IF NOT WS-SEC-ALLOWED
022500         DISPLAY "PAYIMPRT: OPERATOR " WS-SEC-OPERATOR-ID
022600             " NOT AUTHORIZED FOR MONEY - RUN ENDED"
022700         MOVE 8 TO RETURN-CODE
022800         GOBACK
022900     END-IF
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023100     PERFORM 2000-PROCESS-SETTLEMENT THRU 2000-EXIT
023200         UNTIL WS-SP-EOF
023300     IF WS-BATCH-OPEN
023400         MOVE "NO BATCH TRAILER" TO WS-HOLD-REASON
023500         PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT
023600     END-IF
023700     PERFORM 5000-LIST-ORPHAN-DEPOSIT THRU 5000-EXIT
023800         VARYING WS-DT-IDX FROM 1 BY 1
023900         UNTIL WS-DT-IDX > WS-DEPOSIT-COUNT
024000     PERFORM 8000-FINALIZE THRU 8000-EXIT
024100     GOBACK.
024200*--------------------------------------------------------------*
024300*    1000-INITIALIZE - A MISSING SETTLEMENT FILE MEANS THE      *
024400*    PROCESSOR SENT NOTHING TONIGHT; A MISSING DEPOSIT FILE     *
024500*    LEAVES EVERY BATCH UNTIED, SO EVERY BATCH IS HELD.         *
024600*--------------------------------------------------------------*
024700 1000-INITIALIZE.
024800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
024900     OPEN INPUT SETTLEMENT-FILE
025000     IF WS-SP-FILE-STATUS = "35"
025100         SET WS-SP-EOF TO TRUE
025200     END-IF
025300     OPEN INPUT BANK-DEPOSIT-FILE
025400     IF WS-BD-FILE-STATUS = "35"
025500         SET WS-BD-EOF TO TRUE
025600     ELSE
025700         PERFORM 1100-READ-BANK-DEPOSIT THRU 1100-EXIT
025800         PERFORM 1200-LOAD-BANK-DEPOSIT THRU 1200-EXIT
025900             UNTIL WS-BD-EOF
026000         CLOSE BANK-DEPOSIT-FILE
026100     END-IF
026200     OPEN INPUT STUDENT-MASTER-FILE
026300     OPEN EXTEND PREPAID-DEPOSIT-FILE
026400     OPEN EXTEND FEE-PAYMENT-FILE
026500     OPEN EXTEND SUSPENSE-FILE
026600     OPEN EXTEND HELD-BATCH-FILE
026700     OPEN OUTPUT IMPORT-RPT
026800     WRITE IMPORT-LINE FROM WS-HEADING-LINE
026900     SET WS-BATCH-CLOSED TO TRUE
027000     IF WS-SP-NOT-EOF
027100         PERFORM 2100-READ-SETTLEMENT THRU 2100-EXIT
027200     END-IF.
027300 1000-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------*
027600*    1100-READ-BANK-DEPOSIT                                     *
027700*--------------------------------------------------------------*
027800 1100-READ-BANK-DEPOSIT.
027900     READ BANK-DEPOSIT-FILE
028000         AT END
028100             SET WS-BD-EOF TO TRUE
028200     END-READ.
028300 1100-EXIT.
028400     EXIT.
028500*--------------------------------------------------------------*
028600*    1200-LOAD-BANK-DEPOSIT                                     *
028700*--------------------------------------------------------------*
028800 1200-LOAD-BANK-DEPOSIT.
028900     IF WS-DEPOSIT-COUNT NOT < WS-DEPOSIT-MAX
029000         ADD 1 TO WS-DEPOSIT-DROPPED
029100         DISPLAY "PAYIMPRT: DEPOSIT TABLE FULL - DROPPED - "
029200             BD-REFERENCE
029300         GO TO 1200-NEXT
029400     END-IF
029500     ADD 1 TO WS-DEPOSIT-COUNT
029600     MOVE BD-REFERENCE TO WS-DT-REFERENCE (WS-DEPOSIT-COUNT)
029700     MOVE BD-AMOUNT TO WS-DT-AMOUNT (WS-DEPOSIT-COUNT)
029800     MOVE "N" TO WS-DT-USED-SW (WS-DEPOSIT-COUNT).
029900 1200-NEXT.
030000     PERFORM 1100-READ-BANK-DEPOSIT THRU 1100-EXIT.
030100 1200-EXIT.
030200     EXIT.
030300*--------------------------------------------------------------*
030400*    2000-PROCESS-SETTLEMENT                                    *
030500*--------------------------------------------------------------*
030600 2000-PROCESS-SETTLEMENT.
030700     EVALUATE TRUE
030800         WHEN SP-BATCH-HEADER
030900             IF WS-BATCH-OPEN
031000                 MOVE "NO BATCH TRAILER" TO WS-HOLD-REASON
031100                 PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT
031200                 MOVE SETTLEMENT-FILE-RECORD TO SETTLEMENT-RECORD
031300             END-IF
031400             PERFORM 2200-START-BATCH THRU 2200-EXIT
031500         WHEN NOT WS-BATCH-OPEN
031600             PERFORM 2500-STRAY-ROW THRU 2500-EXIT
031700         WHEN SP-PAYMENT
031800             PERFORM 2300-ADD-PAYMENT THRU 2300-EXIT
031900         WHEN SP-BATCH-TRAILER
032000             MOVE SETTLEMENT-RECORD TO WS-BATCH-TRAILER-ROW
032100             MOVE SP-BATCH-COUNT TO WS-TRL-COUNT
032200             MOVE SP-BATCH-TOTAL TO WS-TRL-TOTAL
032300             PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT
032400         WHEN OTHER
032500*            AN UNKNOWN ROW INSIDE A BATCH MEANS THE FILE IS NOT
032600*            WHAT THE PROCESSOR SETTLED - KEEP IT WITH THE BATCH
032700*            AND HOLD THE LOT.
032800             MOVE "BAD RECORD TYPE" TO WS-HOLD-REASON
032900             PERFORM 2400-KEEP-ROW THRU 2400-EXIT
033000     END-EVALUATE
033100     PERFORM 2100-READ-SETTLEMENT THRU 2100-EXIT.
033200 2000-EXIT.
033300     EXIT.
033400*--------------------------------------------------------------*
033500*    2100-READ-SETTLEMENT                                       *
033600*--------------------------------------------------------------*
033700 2100-READ-SETTLEMENT.
033800     READ SETTLEMENT-FILE INTO SETTLEMENT-RECORD
033900         AT END
034000             SET WS-SP-EOF TO TRUE
034100     END-READ.
034200 2100-EXIT.
034300     EXIT.
034400*--------------------------------------------------------------*
034500*    2200-START-BATCH                                           *
034600*--------------------------------------------------------------*
034700 2200-START-BATCH.
034800     SET WS-BATCH-OPEN TO TRUE
034900     MOVE SETTLEMENT-RECORD TO WS-BATCH-HEADER-ROW
035000     MOVE SPACE TO WS-BATCH-TRAILER-ROW
035100     MOVE SP-BATCH-ID TO WS-CUR-BATCH-ID
035200     MOVE SP-CHANNEL TO WS-CUR-CHANNEL
035300     MOVE ZERO TO WS-CUR-SETTLE-DATE
035400     IF SP-SETTLE-DATE NUMERIC
035500         MOVE SP-SETTLE-DATE TO WS-CUR-SETTLE-DATE
035600     END-IF
035700     MOVE ZERO TO WS-BATCH-ROWS
035800     MOVE ZERO TO WS-CUR-COUNT
035900     MOVE ZERO TO WS-CUR-TOTAL
036000     MOVE ZERO TO WS-TRL-COUNT
036100     MOVE ZERO TO WS-TRL-TOTAL
036200     MOVE SPACE TO WS-HOLD-REASON
036300     IF WS-CUR-SETTLE-DATE = ZERO
036400         MOVE "BAD SETTLE DATE" TO WS-HOLD-REASON
036500     END-IF.
036600 2200-EXIT.
036700     EXIT.
036800*--------------------------------------------------------------*
036900*    2300-ADD-PAYMENT - FOOTS THE BATCH AS IT IS READ AND       *
037000*    KEEPS THE ROW FOR POSTING ONCE THE BATCH TIES.             *
037100*--------------------------------------------------------------*
037200 2300-ADD-PAYMENT.
037300     IF SP-BATCH-ID NOT = WS-CUR-BATCH-ID
037400         MOVE "MIXED BATCH IDS" TO WS-HOLD-REASON
037500     END-IF
037600     IF SP-AMOUNT NUMERIC
037700         ADD SP-AMOUNT TO WS-CUR-TOTAL
037800     ELSE
037900         MOVE "AMOUNT NOT NUMERIC" TO WS-HOLD-REASON
038000     END-IF
038100     ADD 1 TO WS-CUR-COUNT
038200     PERFORM 2400-KEEP-ROW THRU 2400-EXIT.
038300 2300-EXIT.
038400     EXIT.
038500*--------------------------------------------------------------*
038600*    2400-KEEP-ROW                                              *
038700*--------------------------------------------------------------*
038800 2400-KEEP-ROW.
038900     IF WS-BATCH-ROWS NOT < WS-BATCH-MAX
039000         MOVE "BATCH TOO LARGE" TO WS-HOLD-REASON
039100         ADD 1 TO WS-BATCH-DROPPED
039200         DISPLAY "PAYIMPRT: BATCH TABLE FULL - DROPPED - "
039300             WS-CUR-BATCH-ID
039400         GO TO 2400-EXIT
039500     END-IF
039600     ADD 1 TO WS-BATCH-ROWS
039700     MOVE SETTLEMENT-RECORD TO WS-BATCH-ROW (WS-BATCH-ROWS).
039800 2400-EXIT.
039900     EXIT.
040000*--------------------------------------------------------------*
040100*    2500-STRAY-ROW - A DETAIL OR TRAILER OUTSIDE ANY BATCH.    *
040200*    IT CANNOT BE TIED TO A DEPOSIT, SO IT GOES TO THE HELD     *
040300*    FILE WITH THE HELD BATCHES.                                *
040400*--------------------------------------------------------------*
040500 2500-STRAY-ROW.
040600     ADD 1 TO WS-STRAY-COUNT
040700     WRITE HELD-BATCH-RECORD FROM SETTLEMENT-RECORD
040800     MOVE SPACE TO WS-BATCH-LINE
040900     MOVE SP-BATCH-ID TO WS-BL-BATCH-ID
041000     MOVE "ROW OUTSIDE BATCH" TO WS-BL-STATUS
041100     WRITE IMPORT-LINE FROM WS-BATCH-LINE.
041200 2500-EXIT.
041300     EXIT.
041400*--------------------------------------------------------------*
041500*    3000-CLOSE-BATCH - PROVES THE BATCH AGAINST ITS TRAILER    *
041600*    AND THE BANK'S DEPOSIT CREDIT, THEN POSTS OR HOLDS IT.     *
041700*--------------------------------------------------------------*
041800 3000-CLOSE-BATCH.
041900     MOVE ZERO TO WS-CUR-DEPOSIT
042000     MOVE ZERO TO WS-DT-FOUND
042100     PERFORM 3100-FIND-DEPOSIT THRU 3100-EXIT
042200         VARYING WS-DT-IDX FROM 1 BY 1
042300         UNTIL WS-DT-IDX > WS-DEPOSIT-COUNT
042400         OR WS-DT-FOUND > 0
042500     IF WS-DT-FOUND > 0
042600         MOVE WS-DT-AMOUNT (WS-DT-FOUND) TO WS-CUR-DEPOSIT
042700         MOVE "Y" TO WS-DT-USED-SW (WS-DT-FOUND)
042800     END-IF
042900     IF WS-HOLD-REASON = SPACE
043000         IF WS-TRL-COUNT NOT = WS-CUR-COUNT
043100         OR WS-TRL-TOTAL NOT = WS-CUR-TOTAL
043200             MOVE "TRAILER OUT OF BAL" TO WS-HOLD-REASON
043300         END-IF
043400     END-IF
043500     IF WS-HOLD-REASON = SPACE
043600         IF WS-DT-FOUND = 0
043700             MOVE "NO DEPOSIT CREDIT" TO WS-HOLD-REASON
043800         ELSE
043900             IF WS-CUR-DEPOSIT NOT = WS-CUR-TOTAL
044000                 MOVE "DEPOSIT DIFFERS" TO WS-HOLD-REASON
044100             END-IF
044200         END-IF
044300     END-IF
044400     MOVE SPACE TO WS-BATCH-LINE
044500     MOVE WS-CUR-BATCH-ID TO WS-BL-BATCH-ID
044600     MOVE WS-CUR-CHANNEL TO WS-BL-CHANNEL
044700     MOVE WS-CUR-SETTLE-DATE TO WS-BL-SETTLE-DATE
044800     MOVE WS-CUR-COUNT TO WS-BL-COUNT
044900     MOVE WS-CUR-TOTAL TO WS-BL-SETTLED
045000     MOVE WS-CUR-DEPOSIT TO WS-BL-DEPOSIT
045100     IF WS-HOLD-REASON = SPACE
045200         MOVE "POSTED" TO WS-BL-STATUS
045300         WRITE IMPORT-LINE FROM WS-BATCH-LINE
045400         PERFORM 3200-POST-BATCH THRU 3200-EXIT
045500     ELSE
045600         MOVE WS-HOLD-REASON TO WS-BL-STATUS
045700         WRITE IMPORT-LINE FROM WS-BATCH-LINE
045800         PERFORM 3500-HOLD-BATCH THRU 3500-EXIT
045900     END-IF
046000     SET WS-BATCH-CLOSED TO TRUE.
046100 3000-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------*
046400*    3100-FIND-DEPOSIT                                          *
046500*--------------------------------------------------------------*
046600 3100-FIND-DEPOSIT.
046700     IF WS-DT-REFERENCE (WS-DT-IDX) = WS-CUR-BATCH-ID
046800     AND NOT WS-DT-USED (WS-DT-IDX)
046900         MOVE WS-DT-IDX TO WS-DT-FOUND
047000     END-IF.
047100 3100-EXIT.
047200     EXIT.
047300*--------------------------------------------------------------*
047400*    3200-POST-BATCH                                            *
047500*--------------------------------------------------------------*
047600 3200-POST-BATCH.
047700     ADD 1 TO WS-BATCH-POSTED-COUNT
047800     PERFORM 3300-POST-PAYMENT THRU 3300-EXIT
047900         VARYING WS-BR-IDX FROM 1 BY 1
048000         UNTIL WS-BR-IDX > WS-BATCH-ROWS.
048100 3200-EXIT.
048200     EXIT.
048300*--------------------------------------------------------------*
048400*    3300-POST-PAYMENT - ROUTES ONE SETTLED PAYMENT BY TYPE.    *
048500*    ANYTHING THAT CANNOT POST GOES TO SUSPENSE - THE MONEY IS  *
048600*    IN THE BANK, SO IT IS NEVER DROPPED.                       *
048700*--------------------------------------------------------------*
048800 3300-POST-PAYMENT.
048900     MOVE WS-BATCH-ROW (WS-BR-IDX) TO SETTLEMENT-RECORD
049000     MOVE SPACE TO WS-SUSPENSE-REASON
049100     EVALUATE TRUE
049200         WHEN NOT SP-TYPE-DEPOSIT AND NOT SP-TYPE-FEE
049300             MOVE "BAD PAYMENT TYPE" TO WS-SUSPENSE-REASON
049400         WHEN SP-AMOUNT = ZERO
049500             MOVE "ZERO PAYMENT" TO WS-SUSPENSE-REASON
049600         WHEN SP-TYPE-FEE AND SP-CHARGE-REF = SPACE
049700             MOVE "NO CHARGE REF" TO WS-SUSPENSE-REASON
049800         WHEN OTHER
049900             MOVE SPACE TO SM-STUDENT-ID
050000             MOVE SP-STUDENT-ID TO SM-STUDENT-ID
050100             READ STUDENT-MASTER-FILE
050200                 INVALID KEY
050300                     MOVE "UNKNOWN STUDENT" TO WS-SUSPENSE-REASON
050400             END-READ
050500     END-EVALUATE
050600     IF WS-SUSPENSE-REASON NOT = SPACE
050700         PERFORM 3400-SUSPEND-PAYMENT THRU 3400-EXIT
050800         GO TO 3300-EXIT
050900     END-IF
051000     ADD SP-AMOUNT TO WS-POSTED-TOTAL
051100     IF SP-TYPE-DEPOSIT
051200         MOVE SPACE TO PREPAID-DEPOSIT-RECORD
051300         SET PD-ACTION-DEPOSIT TO TRUE
051400         MOVE SP-STUDENT-ID TO PD-STUDENT-ID
051500         MOVE SM-STUDENT-NAME TO PD-STUDENT-NAME
051600         MOVE SP-AMOUNT TO PD-AMOUNT
051700         WRITE PREPAID-DEPOSIT-RECORD
051800         ADD 1 TO WS-DEPOSIT-POSTED-COUNT
051900     ELSE
052000         MOVE SPACE TO FEE-PAYMENT-RECORD
052100         MOVE SP-STUDENT-ID TO FP-STUDENT-ID
052200         MOVE SP-CHARGE-REF TO FP-CHARGE-REF
052300         MOVE WS-CUR-SETTLE-DATE TO FP-PAY-DATE
052400         MOVE SP-AMOUNT TO FP-AMOUNT
052500         WRITE FEE-PAYMENT-RECORD
052600         ADD 1 TO WS-FEE-POSTED-COUNT
052700     END-IF.
052800 3300-EXIT.
052900     EXIT.
053000*--------------------------------------------------------------*
053100*    3400-SUSPEND-PAYMENT                                       *
053200*--------------------------------------------------------------*
053300 3400-SUSPEND-PAYMENT.
053400     ADD 1 TO WS-SUSPENSE-COUNT
053500     ADD SP-AMOUNT TO WS-SUSPENSE-TOTAL
053600     WRITE SUSPENSE-RECORD FROM SETTLEMENT-RECORD
053700     MOVE SP-PAYMENT-ID TO WS-XL-PAYMENT-ID
053800     MOVE SP-STUDENT-ID TO WS-XL-STUDENT-ID
053900     MOVE SP-PAYMENT-TYPE TO WS-XL-TYPE
054000     MOVE SP-AMOUNT TO WS-XL-AMOUNT
054100     MOVE WS-SUSPENSE-REASON TO WS-XL-REASON
054200     WRITE IMPORT-LINE FROM WS-SUSPENSE-LINE
054300     MOVE SP-STUDENT-ID TO WS-AUDIT-VALUE
054400     MOVE WS-SUSPENSE-REASON TO WS-AUDIT-REASON
054500     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID "STUDENT-ID"
054600         WS-AUDIT-VALUE WS-AUDIT-REASON.
054700 3400-EXIT.
054800     EXIT.
054900*--------------------------------------------------------------*
055000*    3500-HOLD-BATCH - COPIES THE WHOLE BATCH, HEADER TO        *
055100*    TRAILER, TO THE HELD FILE SO IT CAN BE RESUBMITTED AS-IS.  *
055200*--------------------------------------------------------------*
055300 3500-HOLD-BATCH.
055400     ADD 1 TO WS-BATCH-HELD-COUNT
055500     ADD WS-CUR-TOTAL TO WS-HELD-TOTAL
055600     WRITE HELD-BATCH-RECORD FROM WS-BATCH-HEADER-ROW
055700     PERFORM 3600-HOLD-ROW THRU 3600-EXIT
055800         VARYING WS-BR-IDX FROM 1 BY 1
055900         UNTIL WS-BR-IDX > WS-BATCH-ROWS
056000     IF WS-BATCH-TRAILER-ROW NOT = SPACE
056100         WRITE HELD-BATCH-RECORD FROM WS-BATCH-TRAILER-ROW
056200     END-IF
056300     MOVE WS-CUR-BATCH-ID TO WS-AUDIT-VALUE
056400     MOVE WS-HOLD-REASON TO WS-AUDIT-REASON
056500     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID "DEPOSIT"
056600         WS-AUDIT-VALUE WS-AUDIT-REASON.
056700 3500-EXIT.
056800     EXIT.
056900*--------------------------------------------------------------*
057000*    3600-HOLD-ROW                                              *
057100*--------------------------------------------------------------*
057200 3600-HOLD-ROW.
057300     WRITE HELD-BATCH-RECORD FROM WS-BATCH-ROW (WS-BR-IDX).
057400 3600-EXIT.
057500     EXIT.
057600*--------------------------------------------------------------*
057700*    5000-LIST-ORPHAN-DEPOSIT - A BANK CREDIT NO BATCH CLAIMED. *
057800*--------------------------------------------------------------*
057900 5000-LIST-ORPHAN-DEPOSIT.
058000     IF WS-DT-USED (WS-DT-IDX)
058100         GO TO 5000-EXIT
058200     END-IF
058300     ADD 1 TO WS-ORPHAN-COUNT
058400     MOVE SPACE TO WS-BATCH-LINE
058500     MOVE WS-DT-REFERENCE (WS-DT-IDX) TO WS-BL-BATCH-ID
058600     MOVE WS-DT-AMOUNT (WS-DT-IDX) TO WS-BL-DEPOSIT
058700     MOVE "NO SETTLEMENT BATCH" TO WS-BL-STATUS
058800     WRITE IMPORT-LINE FROM WS-BATCH-LINE.
058900 5000-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------*
059200*    8000-FINALIZE - RC 4 WHEN ANY BATCH WAS HELD OR ANY BANK   *
059300*    CREDIT WENT UNCLAIMED; RC 8 WHEN A TABLE OVERFLOWED.       *
059400*--------------------------------------------------------------*
059500 8000-FINALIZE.
059600     MOVE WS-BATCH-POSTED-COUNT TO WS-S1-POSTED
059700     MOVE WS-BATCH-HELD-COUNT TO WS-S1-HELD
059800     MOVE WS-STRAY-COUNT TO WS-S1-STRAY
059900     WRITE IMPORT-LINE FROM WS-SUMMARY-LINE-1
060000     MOVE WS-DEPOSIT-POSTED-COUNT TO WS-S2-DEPOSITS
060100     MOVE WS-FEE-POSTED-COUNT TO WS-S2-FEES
060200     MOVE WS-SUSPENSE-COUNT TO WS-S2-SUSPENSE
060300     WRITE IMPORT-LINE FROM WS-SUMMARY-LINE-2
060400     MOVE WS-POSTED-TOTAL TO WS-S3-POSTED
060500     MOVE WS-HELD-TOTAL TO WS-S3-HELD
060600     MOVE WS-SUSPENSE-TOTAL TO WS-S3-SUSPENSE
060700     WRITE IMPORT-LINE FROM WS-SUMMARY-LINE-3
060800     IF WS-BATCH-HELD-COUNT > 0
060900     OR WS-STRAY-COUNT > 0
061000     OR WS-ORPHAN-COUNT > 0
061100         MOVE 4 TO RETURN-CODE
061200     END-IF
061300     IF WS-DEPOSIT-DROPPED > 0
061400     OR WS-BATCH-DROPPED > 0
061500         MOVE 8 TO RETURN-CODE
061600     END-IF
061700     IF WS-SP-FILE-STATUS NOT = "35"
061800         CLOSE SETTLEMENT-FILE
061900     END-IF
062000     CLOSE STUDENT-MASTER-FILE
062100     CLOSE PREPAID-DEPOSIT-FILE
062200     CLOSE FEE-PAYMENT-FILE
062300     CLOSE SUSPENSE-FILE
062400     CLOSE HELD-BATCH-FILE
062500     CLOSE IMPORT-RPT.
062600 8000-EXIT.
062700     EXIT.
062800 END PROGRAM PAYIMPRT.
