000500 DATE-WRITTEN. 09/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000735*    NIGHTLY GENERAL-LEDGER JOURNAL EXTRACT.  TOTALS EACH       *
000770*    MONEY-MOVING EVENT - CONCESSION REVENUE FROM THE SALE      *
000805*    DETAIL, PREPAID DEPOSITS, REFUND CHECKS ISSUED TODAY,      *
000840*    AND PURCHASE-ORDER COMMITMENTS - MAPS EACH TO ITS          *
000875*    FUND/ACCOUNT PAIR FROM THE CHART-OF-ACCOUNTS CONTROL      *
000910*    FILE, AND WRITES A BALANCED DEBIT/CREDIT JOURNAL PAIR.     *
000945*    AN EVENT WITH ACTIVITY BUT NO CHART ROW, OR A BATCH        *
000980*    WHOSE DEBITS AND CREDITS DO NOT TIE, PRINTS AN OUT-OF-     *
001015*    BALANCE REPORT AND ENDS RC 8 SO THE STREAM STOPS INSTEAD   *
001050*    OF HANDING THE DISTRICT BOOKS A ONE-SIDED ENTRY.           *
001085*    THE MONTHLY MEAL CLAIM POSTS AS A RECEIVABLE THE NIGHT     *
001120*    THE CLAIM RUN WRITES IT.  SUPPLIER CHECKS CUT BY THE AP    *
001155*    PAYMENT RUN POST AS APPAY, RELIEVING THE PAYABLE.          *
001190*    REFUNDS SENT BY ACH POST WITH THE REFUND CHECKS; AN ACH    *
001225*    REFUND THE BANK RETURNED POSTS BACK AS ACHRET THE NIGHT    *
001260*    THE REFUND RUN APPLIES THE RETURN.                         *
001295*    SALES VOIDED AT THE POS ("V" SALE-DETAIL ROWS) POST AS     *
001330*    CONCVOID, REVERSING THE CONCESSION REVENUE.                *
001365*    PURCHASE ORDERS THE CONCESSION INVENTORY RUN CUTS ("C" PO  *
001400*    TYPE) COMMIT AS CONCPO, AGAINST THE CONCESSION FUND.       *
001435*    GLPERIOD CHECKS THE BATCH DATE AGAINST THE FISCAL PERIOD   *
001470*    CONTROL FILE; A BATCH DATED INTO A CLOSED PERIOD POSTS TO  *
001505*    THE NEXT OPEN PERIOD AS PRIOR-PERIOD ADJUSTMENTS, LISTED   *
001540*    ON THEIR OWN REPORT FOR THE AUDITORS.                      *
001575*--------------------------------------------------------------*
001610*    MODIFICATION HISTORY                                      *
001645*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001680*    2026-10-14  DLS  POST THE MONTHLY REIMBURSABLE MEAL       *
001715*                     CLAIM AS EVENT MEALCLM.                  *
001750*    2026-10-14  DLS  POST SUPPLIER CHECKS FROM THE REGISTER   *
001785*                     AS EVENT APPAY INSTEAD OF AS REFUNDS.    *
001820*    2026-10-14  DLS  ROUTE ROWS DATED INTO A CLOSED PERIOD TO *
001855*                     THE NEXT OPEN ONE AS PRIOR-PERIOD        *
001890*                     ADJUSTMENTS ON THE NEW GLPPARPT REPORT.  *
001925*    2026-10-15  DLS  POST ACH REFUNDS WITH REFUNDCK AND THEIR *
001960*                     BANK RETURNS AS EVENT ACHRET.            *
001995*    2026-10-15  DLS  POST POS VOIDS AS EVENT CONCVOID INSTEAD *
002030*                     OF AS CONCESSION REVENUE.                *
002065*    2026-10-15  DLS  COMMIT CONCESSION PURCHASE ORDERS AS     *
002100*                     EVENT CONCPO, APART FROM POCOMMIT.       *
002135*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003700     SELECT PURCHASE-ORDER-FILE ASSIGN TO PURCHORD
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-PO-FILE-STATUS.
003920     SELECT MEAL-CLAIM-FILE ASSIGN TO MEALCLM
003940         ORGANIZATION IS SEQUENTIAL
003960         FILE STATUS IS WS-CM-FILE-STATUS.
004000     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNL
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT GL-EXTRACT-RPT ASSIGN TO GLEXTRPT
004300         ORGANIZATION IS SEQUENTIAL.
004330     SELECT PRIOR-PERIOD-RPT ASSIGN TO GLPPARPT
004360         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CHART-OF-ACCOUNTS-FILE
005800 FD  PURCHASE-ORDER-FILE
005900     RECORDING MODE IS F.
006000     COPY purchord.
006020 FD  MEAL-CLAIM-FILE
006040     RECORDING MODE IS F.
006060     COPY mealclm.
006100 FD  GL-JOURNAL-FILE
006200     RECORDING MODE IS F.
006300     COPY gljournl.
006400 FD  GL-EXTRACT-RPT
006500     RECORDING MODE IS F.
006600 01  GL-EXTRACT-LINE                PIC X(80).
006620 FD  PRIOR-PERIOD-RPT
006640     RECORDING MODE IS F.
006660 01  PRIOR-PERIOD-LINE              PIC X(80).
006700 WORKING-STORAGE SECTION.
006800 01  WS-CA-FILE-STATUS              PIC X(02) VALUE SPACE.
006900 01  WS-CS-FILE-STATUS              PIC X(02) VALUE SPACE.
007000 01  WS-PD-FILE-STATUS              PIC X(02) VALUE SPACE.
007100 01  WS-CK-FILE-STATUS              PIC X(02) VALUE SPACE.
007200 01  WS-PO-FILE-STATUS              PIC X(02) VALUE SPACE.
007250 01  WS-CM-FILE-STATUS              PIC X(02) VALUE SPACE.
007300 01  WS-CA-EOF-SWITCH               PIC X(01) VALUE "N".
007400     88  WS-CA-EOF                      VALUE "Y".
007500 01  WS-CS-EOF-SWITCH               PIC X(01) VALUE "N".
008000     88  WS-CK-EOF                      VALUE "Y".
008100 01  WS-PO-EOF-SWITCH               PIC X(01) VALUE "N".
008200     88  WS-PO-EOF                      VALUE "Y".
008230 01  WS-CM-EOF-SWITCH               PIC X(01) VALUE "N".
008260     88  WS-CM-EOF                      VALUE "Y".
008300 01  WS-TIMESTAMP.
008400     05  WS-TS-DATE                 PIC 9(08).
008500     05  FILLER                     PIC X(13).
008506*    THE DATE TONIGHT'S ROWS POST UNDER, AS GLPERIOD RETURNS IT.
008512 01  WS-POST-DATE                   PIC 9(08).
008518 01  WS-ROUTE-FLAG                  PIC X(01).
008524     88  WS-ROUTE-IN-PERIOD             VALUE " ".
008530     88  WS-ROUTE-PRIOR-PERIOD          VALUE "P".
008536     88  WS-ROUTE-UNCHECKED             VALUE "U".
008542     COPY utilstat REPLACING ==UTIL-STATUS-VALID==
008548         BY ==WS-GP-STATUS-VALID==
008554         ==UTIL-STATUS-INVALID==
008560         BY ==WS-GP-STATUS-INVALID==
008566         ==UTIL-STATUS-OVERFLOW==
008572         BY ==WS-GP-STATUS-OVERFLOW==
008578         ==UTIL-STATUS== BY ==WS-GP-STATUS==.
008584 01  WS-ADJUSTMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
008600 01  WS-CHART-COUNT                 PIC 9(02) COMP VALUE ZERO.
008700 01  WS-CASUB                       PIC 9(02) COMP.
008800 01  WS-CHART-TABLE.
010300                                    VALUE ZERO.
010400 01  WS-COMMIT-TOTAL                PIC 9(09)V99 COMP-3
010500                                    VALUE ZERO.
010530 01  WS-MEALCLM-TOTAL               PIC 9(09)V99 COMP-3
010560                                    VALUE ZERO.
010570 01  WS-APPAY-TOTAL                 PIC 9(09)V99 COMP-3
010580                                    VALUE ZERO.
010586 01  WS-ACHRET-TOTAL                PIC 9(09)V99 COMP-3
010592                                    VALUE ZERO.
010594 01  WS-CONCVOID-TOTAL              PIC 9(09)V99 COMP-3
010596                                    VALUE ZERO.
010597 01  WS-CONCPO-TOTAL                PIC 9(09)V99 COMP-3
010598                                    VALUE ZERO.
010600 01  WS-DEBIT-TOTAL                 PIC 9(11)V99 COMP-3
010700                                    VALUE ZERO.
010800 01  WS-CREDIT-TOTAL                PIC 9(11)V99 COMP-3
012800     05  FILLER                     PIC X(02) VALUE SPACE.
012900     05  WS-PR-NOTE                 PIC X(14).
013000     05  FILLER                     PIC X(16) VALUE SPACE.
013003 01  WS-ADJUST-HEADING-1            PIC X(80)
013006         VALUE "PRIOR-PERIOD ADJUSTMENTS FROM CLOSED PERIODS".
013009 01  WS-ADJUST-HEADING-2.
013012     05  FILLER                     PIC X(39)
013015             VALUE "EVENT    FND ACCOUNT D         AMOUNT  ".
013018     05  FILLER                     PIC X(41)
013021             VALUE "DATED     POSTED".
013024 01  WS-ADJUST-LINE.
013027     05  WS-AJ-EVENT                PIC X(08).
013030     05  FILLER                     PIC X(01) VALUE SPACE.
013033     05  WS-AJ-FUND                 PIC X(03).
013036     05  FILLER                     PIC X(01) VALUE SPACE.
013039     05  WS-AJ-ACCOUNT              PIC X(06).
013042     05  FILLER                     PIC X(02) VALUE SPACE.
013045     05  WS-AJ-DR-CR                PIC X(01).
013048     05  FILLER                     PIC X(01) VALUE SPACE.
013051     05  WS-AJ-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
013054     05  FILLER                     PIC X(02) VALUE SPACE.
013057     05  WS-AJ-DATED                PIC 9(08).
013060     05  FILLER                     PIC X(02) VALUE SPACE.
013063     05  WS-AJ-POSTED               PIC 9(08).
013066     05  FILLER                     PIC X(23) VALUE SPACE.
013069 01  WS-ADJUST-SUMMARY-LINE.
013072     05  FILLER                     PIC X(28)
013075             VALUE "PRIOR-PERIOD ADJUSTMENTS -  ".
013078     05  WS-AS-COUNT                PIC ZZ,ZZ9.
013081     05  FILLER                     PIC X(46) VALUE SPACE.
013100 PROCEDURE DIVISION.
013200*--------------------------------------------------------------*
013300*    0000-MAINLINE                                              *
014200         UNTIL WS-CK-EOF
014300     PERFORM 2600-TALLY-COMMIT THRU 2600-EXIT
014400         UNTIL WS-PO-EOF
014430     PERFORM 2800-TALLY-CLAIM THRU 2800-EXIT
014460         UNTIL WS-CM-EOF
014500     PERFORM 3000-POST-EVENTS THRU 3000-EXIT
014600     PERFORM 8000-FINALIZE THRU 8000-EXIT
014700     GOBACK.
015000*--------------------------------------------------------------*
015100 1000-INITIALIZE.
015200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
015209     CALL "GLPERIOD" USING WS-TS-DATE WS-POST-DATE
015218         WS-ROUTE-FLAG WS-GP-STATUS
015227     IF WS-ROUTE-UNCHECKED
015236         DISPLAY "GLEXTR: PERIOD FILE MISSING - POSTED AS DATED"
015245         MOVE 4 TO RETURN-CODE
015254     END-IF
015263     IF WS-GP-STATUS-INVALID
015272         DISPLAY "GLEXTR: BATCH DATE REJECTED BY PERIOD CHECK - "
015281             WS-TS-DATE
015290     END-IF
015300     OPEN INPUT CHART-OF-ACCOUNTS-FILE
015400     IF WS-CA-FILE-STATUS = "35"
015500         DISPLAY "GLEXTR: CHART OF ACCOUNTS MISSING"
017500     IF WS-PO-FILE-STATUS = "35"
017600         SET WS-PO-EOF TO TRUE
017700     END-IF
017720     OPEN INPUT MEAL-CLAIM-FILE
017740     IF WS-CM-FILE-STATUS = "35"
017760         SET WS-CM-EOF TO TRUE
017780     END-IF
017800     OPEN OUTPUT GL-JOURNAL-FILE
017900     OPEN OUTPUT GL-EXTRACT-RPT
017950     OPEN OUTPUT PRIOR-PERIOD-RPT
018000     WRITE GL-EXTRACT-LINE FROM WS-REPORT-HEADING
018030     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-1
018060     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-2
018100     IF NOT WS-CS-EOF
018200         PERFORM 2100-READ-SALE THRU 2100-EXIT
018300     END-IF
018900     END-IF
019000     IF NOT WS-PO-EOF
019100         PERFORM 2700-READ-ORDER THRU 2700-EXIT
019140     END-IF
019180     IF NOT WS-CM-EOF
019220         PERFORM 2900-READ-CLAIM THRU 2900-EXIT
019260     END-IF.
019300 1000-EXIT.
019400     EXIT.
019500*--------------------------------------------------------------*
021700 1100-EXIT.
021800     EXIT.
021900*--------------------------------------------------------------*
021960*    2000-TALLY-SALE - A VOID ROW REVERSES REVENUE ON ITS OWN  *
022020*    EVENT RATHER THAN NETTING IT, SO THE BOOKS SHOW BOTH.     *
022100*--------------------------------------------------------------*
022200 2000-TALLY-SALE.
022230     IF CS-ENTRY-VOID
022260         ADD CS-AMOUNT TO WS-CONCVOID-TOTAL
022290     ELSE
022320         ADD CS-AMOUNT TO WS-CONCREV-TOTAL
022350     END-IF
022400     PERFORM 2100-READ-SALE THRU 2100-EXIT.
022500 2000-EXIT.
022600     EXIT.
025000     EXIT.
025100*--------------------------------------------------------------*
025200*    2400-TALLY-CHECK - ONLY CHECKS ISSUED TONIGHT POST;        *
025260*    PRIOR NIGHTS ALREADY WENT TO THE LEDGER.  SUPPLIER CHECKS  *
025290*    RELIEVE ACCOUNTS PAYABLE; THE REST ARE PREPAID REFUNDS,    *
025320*    ACH CREDITS INCLUDED.  AN ACH REFUND RETURNED TONIGHT      *
025350*    COMES BACK AS ACHRET.                                      *
025400*--------------------------------------------------------------*
025500 2400-TALLY-CHECK.
025530     IF CK-STATUS-ACH-RETURNED
025560             AND CK-RETURN-DATE = WS-TS-DATE
025590         ADD CK-AMOUNT TO WS-ACHRET-TOTAL
025620     END-IF
025650     IF (CK-STATUS-ISSUED OR CK-STATUS-ACH-SENT)
025700             AND CK-CHECK-DATE = WS-TS-DATE
025730         IF CK-TYPE-SUPPLIER
025760             ADD CK-AMOUNT TO WS-APPAY-TOTAL
025790         ELSE
025820             ADD CK-AMOUNT TO WS-REFUND-TOTAL
025850         END-IF
025900     END-IF
026000     PERFORM 2500-READ-CHECK THRU 2500-EXIT.
026100 2400-EXIT.
027200*--------------------------------------------------------------*
027300 2600-TALLY-COMMIT.
027400     IF PO-ORDER-DATE = WS-TS-DATE
027430         IF PO-TYPE-CONCESSION
027460             ADD PO-EXTENDED-COST TO WS-CONCPO-TOTAL
027490         ELSE
027520             ADD PO-EXTENDED-COST TO WS-COMMIT-TOTAL
027550         END-IF
027600     END-IF
027700     PERFORM 2700-READ-ORDER THRU 2700-EXIT.
027800 2600-EXIT.
028400     END-READ.
028500 2700-EXIT.
028600     EXIT.
028605*--------------------------------------------------------------*
028610*    2800-TALLY-CLAIM - ONLY CLAIM ROWS WRITTEN TONIGHT POST;   *
028615*    THE CLAIM FILE IS REPLACED EACH MONTH.                     *
028620*--------------------------------------------------------------*
028625 2800-TALLY-CLAIM.
028630     IF CM-RUN-DATE = WS-TS-DATE
028635         ADD CM-CLAIM-AMOUNT TO WS-MEALCLM-TOTAL
028640     END-IF
028645     PERFORM 2900-READ-CLAIM THRU 2900-EXIT.
028650 2800-EXIT.
028655     EXIT.
028656*--------------------------------------------------------------*
028657*    2900-READ-CLAIM                                            *
028658*--------------------------------------------------------------*
028660 2900-READ-CLAIM.
028665     READ MEAL-CLAIM-FILE
028670         AT END
028675             SET WS-CM-EOF TO TRUE
028680     END-READ.
028685 2900-EXIT.
028690     EXIT.
028700*--------------------------------------------------------------*
028800*    3000-POST-EVENTS - EACH NONZERO EVENT POSTS AS A DEBIT/    *
028860*    CREDIT PAIR FROM ITS CHART ROW, UNDER THE POSTING DATE     *
028920*    GLPERIOD GAVE BACK.                                        *
029000*--------------------------------------------------------------*
029100 3000-POST-EVENTS.
029200     MOVE "CONCREV" TO WS-EVENT-CODE
029300     MOVE WS-CONCREV-TOTAL TO WS-EVENT-AMOUNT
029400     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
029420     MOVE "CONCVOID" TO WS-EVENT-CODE
029440     MOVE WS-CONCVOID-TOTAL TO WS-EVENT-AMOUNT
029460     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
029500     MOVE "PREPDEP" TO WS-EVENT-CODE
029600     MOVE WS-PREPDEP-TOTAL TO WS-EVENT-AMOUNT
029700     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
030000     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
030100     MOVE "POCOMMIT" TO WS-EVENT-CODE
030200     MOVE WS-COMMIT-TOTAL TO WS-EVENT-AMOUNT
030240     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
030250     MOVE "CONCPO" TO WS-EVENT-CODE
030260     MOVE WS-CONCPO-TOTAL TO WS-EVENT-AMOUNT
030270     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
030280     MOVE "MEALCLM" TO WS-EVENT-CODE
030320     MOVE WS-MEALCLM-TOTAL TO WS-EVENT-AMOUNT
030330     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
030340     MOVE "APPAY" TO WS-EVENT-CODE
030350     MOVE WS-APPAY-TOTAL TO WS-EVENT-AMOUNT
030352     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT
030354     MOVE "ACHRET" TO WS-EVENT-CODE
030356     MOVE WS-ACHRET-TOTAL TO WS-EVENT-AMOUNT
030360     PERFORM 3100-POST-ONE-EVENT THRU 3100-EXIT.
030400 3000-EXIT.
030500     EXIT.
030600*--------------------------------------------------------------*
032400         WRITE GL-EXTRACT-LINE FROM WS-EVENT-LINE
032500         GO TO 3100-EXIT
032600     END-IF
032610     IF WS-GP-STATUS-INVALID
032620         ADD 1 TO WS-UNMAPPED-COUNT
032630         MOVE "BAD BATCH DATE - HELD" TO WS-EV-NOTE
032640         WRITE GL-EXTRACT-LINE FROM WS-EVENT-LINE
032650         GO TO 3100-EXIT
032660     END-IF
032670     IF WS-ROUTE-PRIOR-PERIOD
032680         MOVE "POSTED - PRIOR PERIOD" TO WS-EV-NOTE
032690     ELSE
032700         MOVE "POSTED" TO WS-EV-NOTE
032710     END-IF
032800     WRITE GL-EXTRACT-LINE FROM WS-EVENT-LINE
032900     MOVE SPACE TO GL-JOURNAL-RECORD
033000     MOVE WS-POST-DATE TO GJ-BATCH-DATE
033100     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
033200     MOVE WS-CA-DR-FUND (WS-MATCH-SUB) TO GJ-FUND
033300     MOVE WS-CA-DR-ACCT (WS-MATCH-SUB) TO GJ-ACCOUNT
033400     SET GJ-DEBIT TO TRUE
033500     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
033600     PERFORM 3300-WRITE-JOURNAL THRU 3300-EXIT
033700     ADD 1 TO WS-JOURNAL-COUNT
033800     ADD WS-EVENT-AMOUNT TO WS-DEBIT-TOTAL
033900     MOVE SPACE TO GL-JOURNAL-RECORD
034000     MOVE WS-POST-DATE TO GJ-BATCH-DATE
034100     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
034200     MOVE WS-CA-CR-FUND (WS-MATCH-SUB) TO GJ-FUND
034300     MOVE WS-CA-CR-ACCT (WS-MATCH-SUB) TO GJ-ACCOUNT
034400     SET GJ-CREDIT TO TRUE
034500     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
034600     PERFORM 3300-WRITE-JOURNAL THRU 3300-EXIT
034700     ADD 1 TO WS-JOURNAL-COUNT
034800     ADD WS-EVENT-AMOUNT TO WS-CREDIT-TOTAL.
034900 3100-EXIT.
035700     END-IF.
035800 3200-EXIT.
035900     EXIT.
035904*--------------------------------------------------------------*
035908*    3300-WRITE-JOURNAL - A ROW ROUTED OUT OF A CLOSED PERIOD  *
035912*    IS FLAGGED AND LISTED ON THE ADJUSTMENT REPORT WITH THE   *
035916*    DATE IT WOULD HAVE CARRIED.                               *
035920*--------------------------------------------------------------*
035924 3300-WRITE-JOURNAL.
035928     IF WS-ROUTE-PRIOR-PERIOD
035932         SET GJ-PRIOR-PERIOD-ADJ TO TRUE
035936         MOVE GJ-EVENT-CODE TO WS-AJ-EVENT
035940         MOVE GJ-FUND TO WS-AJ-FUND
035944         MOVE GJ-ACCOUNT TO WS-AJ-ACCOUNT
035948         MOVE GJ-DR-CR TO WS-AJ-DR-CR
035952         MOVE GJ-AMOUNT TO WS-AJ-AMOUNT
035956         MOVE WS-TS-DATE TO WS-AJ-DATED
035960         MOVE GJ-BATCH-DATE TO WS-AJ-POSTED
035964         WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-LINE
035968         ADD 1 TO WS-ADJUSTMENT-COUNT
035972     END-IF
035976     WRITE GL-JOURNAL-RECORD.
035980 3300-EXIT.
035984     EXIT.
036000*--------------------------------------------------------------*
036100*    8000-FINALIZE - THE BATCH PROOF: DEBITS MUST EQUAL         *
036200*    CREDITS AND EVERY ACTIVE EVENT MUST HAVE POSTED.           *
037200         MOVE 8 TO RETURN-CODE
037300     END-IF
037400     WRITE GL-EXTRACT-LINE FROM WS-PROOF-LINE
037430     MOVE WS-ADJUSTMENT-COUNT TO WS-AS-COUNT
037460     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-SUMMARY-LINE
037500     IF WS-CS-FILE-STATUS NOT = "35"
037600         CLOSE CONCESSION-SALE-FILE
037700     END-IF
038400     IF WS-PO-FILE-STATUS NOT = "35"
038500         CLOSE PURCHASE-ORDER-FILE
038600     END-IF
038620     IF WS-CM-FILE-STATUS NOT = "35"
038640         CLOSE MEAL-CLAIM-FILE
038660     END-IF
038700     CLOSE GL-JOURNAL-FILE
038760     CLOSE GL-EXTRACT-RPT
038820     CLOSE PRIOR-PERIOD-RPT.
038900 8000-EXIT.
039000     EXIT.
039100 END PROGRAM GLEXTR.
