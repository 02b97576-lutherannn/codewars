001400*    30 DAYS) FEED THE LETTER EXTRACT AS THE PASTDUE DUNNING    *
001500*    LETTER TYPE.  "COLLECTIONS" STOPS MEANING HOPING THE       *
001600*    PARENT SHOWS UP WITH CASH.                                 *
001620*    EACH DUNNING ROW COUNTS AGAINST THE CHARGE'S FR-DUN-COUNT  *
001640*    FOR THE COLLECTIONS RUN; A CHARGE ALREADY REFERRED TO THE  *
001660*    COLLECTION AGENCY IS AGED BUT NO LONGER DUNNED.            *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001930*    2026-10-15  DLS  COUNT DUNNINGS PER CHARGE AND STOP       *
001960*                     DUNNING CHARGES REFERRED TO COLLECTIONS. *
001970*    2026-10-15  DLS  LEDGER TABLE TO 9000 ROWS FOR THE TERM   *
001980*                     FEE ASSESSMENT CHARGES.                  *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
008500 01  WS-LSUB                        PIC 9(04) COMP.
008600 01  WS-FOUND-SUB                   PIC 9(04) COMP.
008700 01  WS-LEDGER-TABLE.
008800     05  WS-LG-ENTRY OCCURS 9000 TIMES.
008900         10  WS-LG-STUDENT-ID       PIC X(09).
009000         10  WS-LG-CHARGE-REF       PIC X(09).
009100         10  WS-LG-CHARGE-DATE      PIC 9(08).
009300         10  WS-LG-ORIG-AMT         PIC 9(05)V99 COMP-3.
009400         10  WS-LG-OPEN-AMT         PIC S9(05)V99 COMP-3.
009500         10  WS-LG-CAMPUS           PIC X(03).
009520         10  WS-LG-DUN-COUNT        PIC 9(02).
009540         10  WS-LG-COLL-STATUS      PIC X(01).
009560             88  WS-LG-REFERRED         VALUE "R".
009600 01  WS-CAMPUS-COUNT                PIC 9(02) COMP VALUE ZERO.
009700 01  WS-CPSUB                       PIC 9(02) COMP.
009800 01  WS-CAMPUS-TABLE.
020800*    2000-LOAD-LEDGER                                            *
020900*--------------------------------------------------------------*
021000 2000-LOAD-LEDGER.
021100     IF WS-LEDGER-COUNT < 9000
021200         ADD 1 TO WS-LEDGER-COUNT
021300         MOVE FR-STUDENT-ID
021400             TO WS-LG-STUDENT-ID (WS-LEDGER-COUNT)
022300             TO WS-LG-OPEN-AMT (WS-LEDGER-COUNT)
022400         MOVE FR-CAMPUS-CODE
022500             TO WS-LG-CAMPUS (WS-LEDGER-COUNT)
022510         MOVE ZERO TO WS-LG-DUN-COUNT (WS-LEDGER-COUNT)
022520         IF FR-DUN-COUNT IS NUMERIC
022530             MOVE FR-DUN-COUNT
022540                 TO WS-LG-DUN-COUNT (WS-LEDGER-COUNT)
022550         END-IF
022560         MOVE FR-COLL-STATUS
022570             TO WS-LG-COLL-STATUS (WS-LEDGER-COUNT)
022600     ELSE
022700         ADD 1 TO WS-LEDGER-DROP-COUNT
022800     END-IF
024200*--------------------------------------------------------------*
024300 3000-POST-CHARGE.
024400     ADD 1 TO WS-CHARGE-COUNT
024500     IF WS-LEDGER-COUNT < 9000
024600         ADD 1 TO WS-LEDGER-COUNT
024700         MOVE FN-STUDENT-ID
024800             TO WS-LG-STUDENT-ID (WS-LEDGER-COUNT)
025600         MOVE FN-AMOUNT
025700             TO WS-LG-OPEN-AMT (WS-LEDGER-COUNT)
025800         MOVE SPACE TO WS-LG-CAMPUS (WS-LEDGER-COUNT)
025830         MOVE ZERO TO WS-LG-DUN-COUNT (WS-LEDGER-COUNT)
025860         MOVE SPACE TO WS-LG-COLL-STATUS (WS-LEDGER-COUNT)
025900         MOVE SPACE TO SM-STUDENT-ID
026000         MOVE FN-STUDENT-ID TO SM-STUDENT-ID
026100         READ STUDENT-MASTER-FILE
031700     EXIT.
031800*--------------------------------------------------------------*
031900*    5000-AGE-LEDGER - OPEN ROWS CARRY FORWARD WITH AN AGING    *
031960*    LINE AND CAMPUS ROLLUP; PAST 30 DAYS FEEDS DUNNING UNLESS  *
032020*    THE CHARGE IS ALREADY WITH THE COLLECTION AGENCY.          *
032100*--------------------------------------------------------------*
032200 5000-AGE-LEDGER.
032300     IF WS-LG-OPEN-AMT (WS-LSUB) = ZERO
032400         ADD 1 TO WS-CLOSED-COUNT
032500         GO TO 5000-EXIT
032600     END-IF
033150     COMPUTE WS-CHARGE-INT =
033700         FUNCTION INTEGER-OF-DATE
033800             (WS-LG-CHARGE-DATE (WS-LSUB))
033900     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
034500     PERFORM 5100-BUCKET-CAMPUS THRU 5100-EXIT
034600     WRITE AGING-LINE FROM WS-DETAIL-LINE
034700     IF WS-AGE-DAYS > 30
034750             AND NOT WS-LG-REFERRED (WS-LSUB)
034800         ADD 1 TO WS-DUN-COUNT
034900         MOVE SPACE TO DUNNING-FEED-RECORD
035000         MOVE WS-LG-STUDENT-ID (WS-LSUB) TO DN-STUDENT-ID
035100         MOVE WS-LG-OPEN-AMT (WS-LSUB) TO DN-OPEN-AMOUNT
035200         MOVE WS-AGE-DAYS TO DN-AGE-DAYS
035300         WRITE DUNNING-FEED-RECORD
035310         IF WS-LG-DUN-COUNT (WS-LSUB) < 99
035320             ADD 1 TO WS-LG-DUN-COUNT (WS-LSUB)
035330         END-IF
035340     END-IF
035350     MOVE SPACE TO FEE-LEDGER-RECORD
035360     MOVE WS-LG-STUDENT-ID (WS-LSUB) TO FR-STUDENT-ID
035370     MOVE WS-LG-CHARGE-REF (WS-LSUB) TO FR-CHARGE-REF
035380     MOVE WS-LG-CHARGE-DATE (WS-LSUB) TO FR-CHARGE-DATE
035390     MOVE WS-LG-REASON (WS-LSUB) TO FR-REASON
035400     MOVE WS-LG-ORIG-AMT (WS-LSUB) TO FR-ORIG-AMOUNT
035410     MOVE WS-LG-OPEN-AMT (WS-LSUB) TO FR-OPEN-AMOUNT
035420     MOVE WS-LG-CAMPUS (WS-LSUB) TO FR-CAMPUS-CODE
035430     MOVE WS-LG-DUN-COUNT (WS-LSUB) TO FR-DUN-COUNT
035440     MOVE WS-LG-COLL-STATUS (WS-LSUB) TO FR-COLL-STATUS
035450     WRITE NEW-LEDGER-RECORD FROM FEE-LEDGER-RECORD.
035500 5000-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------*
