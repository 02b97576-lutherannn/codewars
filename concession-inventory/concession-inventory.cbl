001300*    POINT - SO THE STAND STOPS DISCOVERING AN EMPTY SHELF      *
001400*    AT GAME TIME.  SALES AND POSTINGS FOR ITEMS NOT ON THE     *
001500*    MASTER ARE REPORTED FOR RESEARCH, NOT SILENTLY DROPPED.    *
001550*    A SALE VOIDED AT THE POS ("V" ROW) PUTS ITS UNIT BACK.     *
001555*    AN ITEM AT OR UNDER ITS POINT, COUNTING WHAT IS ALREADY    *
001560*    ON ORDER, GETS A PURCHASE ORDER CUT FROM THE CONCESSION    *
001565*    SUPPLIER CATALOG AGAINST AN ACTIVE SUPPLIER ON THE         *
001570*    SUPPLIER MASTER, ADDED TO THE DISTRICT PO FILE WITH THE    *
001575*    SUPPLY-PLAN ORDERS.  A RECEIPT POSTING THAT NAMES ITS PO   *
001580*    RELIEVES THE ON-ORDER UNITS AND IS PASSED ON TO THE STOCK  *
001585*    RECEIPTS, SO THE THREE-WAY MATCH AND SUPPLIER PERFORMANCE  *
001590*    RUNS SEE CONCESSION DELIVERIES LIKE PAPER ONES.            *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001850*    2026-10-15  DLS  RETURN THE UNIT FOR A VOIDED SALE.       *
001860*    2026-10-15  DLS  CUT PURCHASE ORDERS FOR REORDERS FROM    *
001870*                     THE CONCESSION CATALOG, CARRY ON-ORDER   *
001880*                     UNITS, AND PASS PO RECEIPTS TO THE       *
001890*                     STOCK RECEIPT FILE.                      *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT INVENTORY-RPT ASSIGN TO CINVRPT
003300         ORGANIZATION IS SEQUENTIAL.
003309     SELECT CONCESSION-CATALOG-FILE ASSIGN TO CONCCATL
003318         ORGANIZATION IS SEQUENTIAL
003327         FILE STATUS IS WS-NC-FILE-STATUS.
003336     SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPMASTR
003345         ORGANIZATION IS SEQUENTIAL
003354         FILE STATUS IS WS-VN-FILE-STATUS.
003363     SELECT PURCHASE-ORDER-FILE ASSIGN TO PURCHORD
003372         ORGANIZATION IS SEQUENTIAL.
003381     SELECT STOCK-RECEIPT-FILE ASSIGN TO STKRCPT
003390         ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CONCESSION-INVENTORY-FILE
004800 FD  INVENTORY-RPT
004900     RECORDING MODE IS F.
005000 01  INVENTORY-RPT-LINE             PIC X(80).
005007 FD  CONCESSION-CATALOG-FILE
005014     RECORDING MODE IS F.
005021     COPY conccat.
005028 FD  SUPPLIER-MASTER-FILE
005035     RECORDING MODE IS F.
005042     COPY supmastr.
005049 FD  PURCHASE-ORDER-FILE
005056     RECORDING MODE IS F.
005063     COPY purchord.
005070 FD  STOCK-RECEIPT-FILE
005077     RECORDING MODE IS F.
005084     COPY stkrcpt.
005100 WORKING-STORAGE SECTION.
005200     COPY rptwrit.
005300 01  WS-RW-SUB                      PIC 9(01) COMP.
005400 01  WS-POST-FILE-STATUS            PIC X(02) VALUE SPACE.
005408 01  WS-NC-FILE-STATUS              PIC X(02) VALUE SPACE.
005416 01  WS-VN-FILE-STATUS              PIC X(02) VALUE SPACE.
005424 01  WS-NC-EOF-SWITCH               PIC X(01) VALUE "N".
005432     88  WS-NC-EOF                      VALUE "Y".
005440 01  WS-VN-EOF-SWITCH               PIC X(01) VALUE "N".
005448     88  WS-VN-EOF                      VALUE "Y".
005456 01  WS-VN-VALIDATE-SWITCH          PIC X(01) VALUE "Y".
005464     88  WS-VN-VALIDATE-OFF             VALUE "N".
005472 01  WS-TIMESTAMP.
005480     05  WS-TS-DATE                 PIC 9(08).
005488     05  FILLER                     PIC X(13).
005500 01  WS-INV-EOF-SWITCH              PIC X(01) VALUE "N".
005600     88  WS-INV-EOF                     VALUE "Y".
005700 01  WS-SALE-EOF-SWITCH             PIC X(01) VALUE "N".
006900         10  WS-IV-ITEM-NAME        PIC X(20).
007000         10  WS-IV-ON-HAND          PIC S9(07) COMP-3.
007100         10  WS-IV-REORDER-POINT    PIC 9(05) COMP.
007102         10  WS-IV-ON-ORDER         PIC 9(07) COMP.
007104*    THE CONCESSION SUPPLIER CATALOG, BY ITEM.
007106 01  WS-NC-COUNT                    PIC 9(03) COMP VALUE ZERO.
007108 01  WS-NC-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
007110 01  WS-NCSUB                       PIC 9(03) COMP.
007112 01  WS-NC-FOUND-SUB                PIC 9(03) COMP.
007114 01  WS-CATALOG-TABLE.
007116     05  WS-NC-ENTRY OCCURS 200 TIMES.
007118         10  WS-NC-ITEM-ID          PIC X(09).
007120         10  WS-NC-SUPPLIER-ID      PIC X(09).
007122         10  WS-NC-STOCK-CODE       PIC X(06).
007124         10  WS-NC-PACK-SIZE        PIC 9(04) COMP.
007126         10  WS-NC-LEAD-DAYS        PIC 9(03).
007128         10  WS-NC-PACK-COST        PIC 9(04)V99 COMP-3.
007130         10  WS-NC-ORDER-PACKS      PIC 9(03) COMP.
007132*    ACTIVE STATUS BY SUPPLIER FROM THE SUPPLIER MASTER.
007134 01  WS-VN-COUNT                    PIC 9(03) COMP VALUE ZERO.
007136 01  WS-VNSUB                       PIC 9(03) COMP.
007138 01  WS-SUPPLIER-TABLE.
007140     05  WS-VN-ENTRY OCCURS 100 TIMES.
007142         10  WS-VN-ID               PIC X(09).
007144         10  WS-VN-STATUS           PIC X(01).
007146 01  WS-SUPPLIER-OK-SWITCH          PIC X(01).
007148     88  WS-SUPPLIER-OK                 VALUE "Y".
007150     88  WS-SUPPLIER-NOT-OK             VALUE "N".
007152 01  WS-AVAILABLE-UNITS             PIC S9(07) COMP-3.
007154 01  WS-SHORT-UNITS                 PIC 9(07) COMP.
007156 01  WS-PACKS-NEEDED                PIC 9(05) COMP.
007158 01  WS-PO-SEQ                      PIC 9(04) VALUE 5000.
007160 01  WS-PO-COUNT                    PIC 9(05) COMP VALUE ZERO.
007162 01  WS-PO-COST-TOTAL               PIC 9(09)V99 VALUE ZERO.
007164 01  WS-NO-CATALOG-COUNT            PIC 9(05) COMP VALUE ZERO.
007166 01  WS-VN-BLOCK-COUNT              PIC 9(05) COMP VALUE ZERO.
007168 01  WS-PO-RECEIPT-COUNT            PIC 9(05) COMP VALUE ZERO.
007200 01  WS-SALE-COUNT                  PIC 9(07) COMP VALUE ZERO.
007250 01  WS-VOID-RETURN-COUNT           PIC 9(07) COMP VALUE ZERO.
007300 01  WS-RECEIPT-UNITS               PIC 9(07) COMP VALUE ZERO.
007400 01  WS-SPOILAGE-UNITS              PIC 9(07) COMP VALUE ZERO.
007500 01  WS-UNMATCHED-COUNT             PIC 9(05) COMP VALUE ZERO.
009900             VALUE "  REORDER -".
010000     05  WS-SM-REORDER              PIC ZZ,ZZ9.
010100     05  FILLER                     PIC X(08) VALUE SPACE.
010110 01  WS-VOID-SUMMARY-LINE.
010120     05  FILLER                     PIC X(22)
010130             VALUE "VOIDED SALES RETURNED ".
010140     05  WS-VS-RETURNS              PIC ZZZ,ZZ9.
010150     05  FILLER                     PIC X(51) VALUE SPACE.
010153 01  WS-PO-SUMMARY-LINE.
010156     05  FILLER                     PIC X(11)
010159             VALUE "POS CUT -  ".
010162     05  WS-PS-POS                  PIC ZZ,ZZ9.
010165     05  FILLER                     PIC X(09)
010168             VALUE "  COST - ".
010171     05  WS-PS-COST                 PIC ZZZ,ZZZ,ZZ9.99.
010174     05  FILLER                     PIC X(15)
010177             VALUE "  NO CATALOG - ".
010180     05  WS-PS-NO-CATALOG           PIC ZZ,ZZ9.
010183     05  FILLER                     PIC X(12)
010186             VALUE "  BLOCKED - ".
010189     05  WS-PS-BLOCKED              PIC ZZ,ZZ9.
010192     05  FILLER                     PIC X(01) VALUE SPACE.
010200 PROCEDURE DIVISION.
010300*--------------------------------------------------------------*
010400*    0000-MAINLINE                                              *
011800*    1000-INITIALIZE                                             *
011900*--------------------------------------------------------------*
012000 1000-INITIALIZE.
012050     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
012100     OPEN INPUT CONCESSION-INVENTORY-FILE
012200     PERFORM 1100-LOAD-ITEM THRU 1100-EXIT
012300         UNTIL WS-INV-EOF
012400     CLOSE CONCESSION-INVENTORY-FILE
012407     OPEN INPUT CONCESSION-CATALOG-FILE
012414     IF WS-NC-FILE-STATUS = "35"
012421         DISPLAY "CONCINV: CONCESSION CATALOG MISSING - "
012428             "NO ORDERS CUT"
012435     ELSE
012442         PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
012449             UNTIL WS-NC-EOF
012456         CLOSE CONCESSION-CATALOG-FILE
012463     END-IF
012470     PERFORM 1300-LOAD-SUPPLIER-MASTER THRU 1300-EXIT
012477     OPEN EXTEND PURCHASE-ORDER-FILE
012484     OPEN EXTEND STOCK-RECEIPT-FILE
012500     OPEN INPUT CONCESSION-SALE-FILE
012600     OPEN INPUT CONCESSION-POSTING-FILE
012700     IF WS-POST-FILE-STATUS = "35"
016100                     TO WS-IV-ON-HAND (WS-ITEM-COUNT)
016200                 MOVE CV-REORDER-POINT
016300                     TO WS-IV-REORDER-POINT (WS-ITEM-COUNT)
016310                 MOVE ZERO TO WS-IV-ON-ORDER (WS-ITEM-COUNT)
016320                 IF CV-ON-ORDER-UNITS IS NUMERIC
016330                     MOVE CV-ON-ORDER-UNITS
016340                         TO WS-IV-ON-ORDER (WS-ITEM-COUNT)
016350                 END-IF
016400             ELSE
016500                 ADD 1 TO WS-ITEM-DROP-COUNT
016600             END-IF
016700     END-READ.
016800 1100-EXIT.
016900     EXIT.
016901*--------------------------------------------------------------*
016902*    1200-LOAD-CATALOG                                          *
016903*--------------------------------------------------------------*
016904 1200-LOAD-CATALOG.
016905     READ CONCESSION-CATALOG-FILE
016906         AT END
016907             SET WS-NC-EOF TO TRUE
016908             GO TO 1200-EXIT
016909     END-READ
016910     IF WS-NC-COUNT >= 200
016911         ADD 1 TO WS-NC-DROP-COUNT
016912         GO TO 1200-EXIT
016913     END-IF
016914     ADD 1 TO WS-NC-COUNT
016915     MOVE NC-ITEM-ID TO WS-NC-ITEM-ID (WS-NC-COUNT)
016916     MOVE NC-SUPPLIER-ID TO WS-NC-SUPPLIER-ID (WS-NC-COUNT)
016917     MOVE NC-STOCK-CODE TO WS-NC-STOCK-CODE (WS-NC-COUNT)
016918     MOVE NC-PACK-SIZE TO WS-NC-PACK-SIZE (WS-NC-COUNT)
016919     IF WS-NC-PACK-SIZE (WS-NC-COUNT) = ZERO
016920         MOVE 1 TO WS-NC-PACK-SIZE (WS-NC-COUNT)
016921     END-IF
016922     MOVE NC-LEAD-DAYS TO WS-NC-LEAD-DAYS (WS-NC-COUNT)
016923     MOVE NC-PACK-COST TO WS-NC-PACK-COST (WS-NC-COUNT)
016924     MOVE NC-ORDER-PACKS TO WS-NC-ORDER-PACKS (WS-NC-COUNT).
016925 1200-EXIT.
016926     EXIT.
016927*--------------------------------------------------------------*
016928*    1300-LOAD-SUPPLIER-MASTER - NO MASTER MEANS VALIDATION     *
016929*    IS OFF (AND SAID SO), NOT THAT EVERY PO BLOCKS.            *
016930*--------------------------------------------------------------*
016931 1300-LOAD-SUPPLIER-MASTER.
016932     OPEN INPUT SUPPLIER-MASTER-FILE
016933     IF WS-VN-FILE-STATUS = "35"
016934         DISPLAY "CONCINV: SUPPLIER MASTER MISSING - "
016935             "VALIDATION OFF"
016936         SET WS-VN-VALIDATE-OFF TO TRUE
016937     ELSE
016938         PERFORM 1310-READ-SUPPLIER THRU 1310-EXIT
016939             UNTIL WS-VN-EOF
016940         CLOSE SUPPLIER-MASTER-FILE
016941     END-IF.
016942 1300-EXIT.
016943     EXIT.
016944*--------------------------------------------------------------*
016945*    1310-READ-SUPPLIER                                         *
016946*--------------------------------------------------------------*
016947 1310-READ-SUPPLIER.
016948     READ SUPPLIER-MASTER-FILE
016949         AT END
016950             SET WS-VN-EOF TO TRUE
016951         NOT AT END
016952             IF WS-VN-COUNT < 100
016953                 ADD 1 TO WS-VN-COUNT
016954                 MOVE VN-SUPPLIER-ID TO WS-VN-ID (WS-VN-COUNT)
016955                 MOVE VN-ACTIVE-STATUS
016956                     TO WS-VN-STATUS (WS-VN-COUNT)
016957             END-IF
016958     END-READ.
016959 1310-EXIT.
016960     EXIT.
017000*--------------------------------------------------------------*
017100*    2000-APPLY-SALE - ONE APPROVED SALE ROW IS ONE UNIT OFF    *
017200*    THE SHELF; ONE VOID ROW PUTS THE UNIT BACK.                *
017300*--------------------------------------------------------------*
017400 2000-APPLY-SALE.
017500     MOVE CS-ITEM-ID TO WS-LOOKUP-ITEM
017600     PERFORM 5000-FIND-ITEM THRU 5000-EXIT
017700     IF WS-FOUND-SUB > 0
017730         IF CS-ENTRY-VOID
017760             ADD 1 TO WS-VOID-RETURN-COUNT
017790             ADD 1 TO WS-IV-ON-HAND (WS-FOUND-SUB)
017820         ELSE
017850             ADD 1 TO WS-SALE-COUNT
017880             SUBTRACT 1 FROM WS-IV-ON-HAND (WS-FOUND-SUB)
017910         END-IF
018000     ELSE
018100         PERFORM 5100-REPORT-UNMATCHED THRU 5100-EXIT
018200     END-IF
019400 2100-EXIT.
019500     EXIT.
019600*--------------------------------------------------------------*
019650*    3000-APPLY-POSTING - A RECEIPT NAMING ITS PO ALSO COMES    *
019700*    OFF THE ITEM'S ON-ORDER UNITS AND GOES TO THE STOCK        *
019750*    RECEIPTS.                                                  *
019800*--------------------------------------------------------------*
019900 3000-APPLY-POSTING.
020000     MOVE IP-ITEM-ID TO WS-LOOKUP-ITEM
020300         IF IP-ACTION-RECEIPT
020400             ADD IP-UNITS TO WS-IV-ON-HAND (WS-FOUND-SUB)
020500             ADD IP-UNITS TO WS-RECEIPT-UNITS
020520             IF IP-PO-NUMBER NOT = SPACE
020540                 PERFORM 3200-RECEIVE-ON-PO THRU 3200-EXIT
020560             END-IF
020600         ELSE
020700             IF IP-ACTION-SPOILAGE
020800                 SUBTRACT IP-UNITS
022600     END-READ.
022700 3100-EXIT.
022800     EXIT.
022804*--------------------------------------------------------------*
022808*    3200-RECEIVE-ON-PO - THE RECEIPT ROW CARRIES SELLING UNITS *
022812*    IN THE PAGES FIELD, THE SAME UNITS THE PO WAS CUT IN.      *
022816*--------------------------------------------------------------*
022820 3200-RECEIVE-ON-PO.
022824     IF WS-IV-ON-ORDER (WS-FOUND-SUB) > IP-UNITS
022828         SUBTRACT IP-UNITS FROM WS-IV-ON-ORDER (WS-FOUND-SUB)
022832     ELSE
022836         MOVE ZERO TO WS-IV-ON-ORDER (WS-FOUND-SUB)
022840     END-IF
022844     MOVE IP-ITEM-ID TO WS-LOOKUP-ITEM
022848     PERFORM 5200-FIND-CATALOG THRU 5200-EXIT
022852     MOVE SPACE TO STOCK-RECEIPT-RECORD
022856     IF WS-NC-FOUND-SUB > 0
022860         MOVE WS-NC-STOCK-CODE (WS-NC-FOUND-SUB)
022864             TO RD-STOCK-CODE
022868     END-IF
022872     MOVE IP-UNITS TO RD-PAGES-RECEIVED
022876     MOVE IP-POST-DATE TO RD-RECEIPT-DATE
022880     MOVE IP-PO-NUMBER TO RD-PO-NUMBER
022884     WRITE STOCK-RECEIPT-RECORD
022888     ADD 1 TO WS-PO-RECEIPT-COUNT.
022892 3200-EXIT.
022896     EXIT.
022900*--------------------------------------------------------------*
022970*    4000-WRITE-ITEM - WRITES A REORDER LINE WHEN ON-HAND IS AT *
023040*    OR UNDER THE POINT, CUTTING A PO WHEN WHAT IS ALREADY ON   *
023110*    ORDER DOES NOT LIFT IT ABOVE, THEN THE UPDATED MASTER ROW. *
023200*--------------------------------------------------------------*
023300 4000-WRITE-ITEM.
024100     IF WS-IV-ON-HAND (WS-ISUB)
024200             <= WS-IV-REORDER-POINT (WS-ISUB)
024300         ADD 1 TO WS-REORDER-COUNT
024800         MOVE WS-IV-REORDER-POINT (WS-ISUB)
024900             TO WS-DL-REORDER-POINT
025000         MOVE "REORDER" TO WS-DL-NOTE
025050         PERFORM 4100-CUT-ORDER THRU 4100-EXIT
025100         PERFORM 9100-WRITE-DETAIL THRU 9100-EXIT
025120     END-IF
025140     MOVE SPACE TO CONCESSION-INVENTORY-RECORD
025160     MOVE WS-IV-ITEM-ID (WS-ISUB) TO CV-ITEM-ID
025180     MOVE WS-IV-ITEM-NAME (WS-ISUB) TO CV-ITEM-NAME
025200     MOVE WS-IV-ON-HAND (WS-ISUB) TO CV-ON-HAND-UNITS
025220     MOVE WS-IV-REORDER-POINT (WS-ISUB) TO CV-REORDER-POINT
025240     MOVE WS-IV-ON-ORDER (WS-ISUB) TO CV-ON-ORDER-UNITS
025260     WRITE NEW-INVENTORY-RECORD
025280         FROM CONCESSION-INVENTORY-RECORD.
025300 4000-EXIT.
025400     EXIT.
025401*--------------------------------------------------------------*
025402*    4100-CUT-ORDER - ENOUGH CASES TO LIFT ON-HAND PLUS ON-     *
025403*    ORDER ABOVE THE POINT, NEVER LESS THAN THE CATALOG'S       *
025404*    STANDARD ORDER.  NO CATALOG ROW OR A BLOCKED SUPPLIER      *
025405*    LEAVES THE REORDER LINE FOR SOMEONE TO PHONE IN.           *
025406*--------------------------------------------------------------*
025407 4100-CUT-ORDER.
025408     COMPUTE WS-AVAILABLE-UNITS = WS-IV-ON-HAND (WS-ISUB)
025409         + WS-IV-ON-ORDER (WS-ISUB)
025410     IF WS-AVAILABLE-UNITS > WS-IV-REORDER-POINT (WS-ISUB)
025411         MOVE "ON ORDER" TO WS-DL-NOTE
025412         GO TO 4100-EXIT
025413     END-IF
025414     MOVE WS-IV-ITEM-ID (WS-ISUB) TO WS-LOOKUP-ITEM
025415     PERFORM 5200-FIND-CATALOG THRU 5200-EXIT
025416     IF WS-NC-FOUND-SUB = 0
025417         ADD 1 TO WS-NO-CATALOG-COUNT
025418         MOVE "REORDER - NO CAT" TO WS-DL-NOTE
025419         GO TO 4100-EXIT
025420     END-IF
025421     PERFORM 5300-VALIDATE-SUPPLIER THRU 5300-EXIT
025422     IF WS-SUPPLIER-NOT-OK
025423         ADD 1 TO WS-VN-BLOCK-COUNT
025424         MOVE "SUPPLIER BLOCKED" TO WS-DL-NOTE
025425         GO TO 4100-EXIT
025426     END-IF
025427     COMPUTE WS-SHORT-UNITS = WS-IV-REORDER-POINT (WS-ISUB)
025428         - WS-AVAILABLE-UNITS + 1
025429     COMPUTE WS-PACKS-NEEDED =
025430         (WS-SHORT-UNITS + WS-NC-PACK-SIZE (WS-NC-FOUND-SUB) - 1)
025431             / WS-NC-PACK-SIZE (WS-NC-FOUND-SUB)
025432     IF WS-PACKS-NEEDED < WS-NC-ORDER-PACKS (WS-NC-FOUND-SUB)
025433         MOVE WS-NC-ORDER-PACKS (WS-NC-FOUND-SUB)
025434             TO WS-PACKS-NEEDED
025435     END-IF
025436     ADD 1 TO WS-PO-SEQ
025437     ADD 1 TO WS-PO-COUNT
025438     MOVE SPACE TO PURCHASE-ORDER-RECORD
025439     MOVE WS-TS-DATE TO PO-ORDER-DATE
025440     MOVE WS-PO-SEQ TO PO-ORDER-SEQ
025441     MOVE WS-NC-SUPPLIER-ID (WS-NC-FOUND-SUB) TO PO-SUPPLIER-ID
025442     MOVE WS-NC-STOCK-CODE (WS-NC-FOUND-SUB) TO PO-STOCK-CODE
025443     MOVE WS-PACKS-NEEDED TO PO-PACKS-ORDERED
025444     COMPUTE PO-PACKETS-NEEDED = WS-PACKS-NEEDED
025445         * WS-NC-PACK-SIZE (WS-NC-FOUND-SUB)
025446     MOVE WS-NC-LEAD-DAYS (WS-NC-FOUND-SUB) TO PO-LEAD-DAYS
025447     COMPUTE PO-EXTENDED-COST = WS-PACKS-NEEDED
025448         * WS-NC-PACK-COST (WS-NC-FOUND-SUB)
025449     SET PO-TYPE-CONCESSION TO TRUE
025450     WRITE PURCHASE-ORDER-RECORD
025451     ADD PO-PACKETS-NEEDED TO WS-IV-ON-ORDER (WS-ISUB)
025452     ADD PO-EXTENDED-COST TO WS-PO-COST-TOTAL
025453     MOVE SPACE TO WS-DL-NOTE
025454     STRING "PO " PO-NUMBER DELIMITED BY SIZE
025455         INTO WS-DL-NOTE.
025456 4100-EXIT.
025457     EXIT.
025500*--------------------------------------------------------------*
025600*    5000-FIND-ITEM                                              *
025700*--------------------------------------------------------------*
027200     END-IF.
027300 5010-EXIT.
027400     EXIT.
027402*--------------------------------------------------------------*
027404*    5200-FIND-CATALOG - WS-NC-FOUND-SUB COMES BACK POINTING AT *
027406*    THE CATALOG ROW FOR WS-LOOKUP-ITEM, OR ZERO.               *
027408*--------------------------------------------------------------*
027410 5200-FIND-CATALOG.
027412     MOVE ZERO TO WS-NC-FOUND-SUB
027414     PERFORM 5210-MATCH-CATALOG THRU 5210-EXIT
027416         VARYING WS-NCSUB FROM 1 BY 1
027418         UNTIL WS-NCSUB > WS-NC-COUNT
027420             OR WS-NC-FOUND-SUB > 0.
027422 5200-EXIT.
027424     EXIT.
027426*--------------------------------------------------------------*
027428*    5210-MATCH-CATALOG                                         *
027430*--------------------------------------------------------------*
027432 5210-MATCH-CATALOG.
027434     IF WS-LOOKUP-ITEM = WS-NC-ITEM-ID (WS-NCSUB)
027436         MOVE WS-NCSUB TO WS-NC-FOUND-SUB
027438     END-IF.
027440 5210-EXIT.
027442     EXIT.
027444*--------------------------------------------------------------*
027446*    5300-VALIDATE-SUPPLIER - THE CATALOG'S SUPPLIER MUST BE ON *
027448*    THE MASTER AND ACTIVE BEFORE A PO IS CUT AGAINST IT.       *
027450*--------------------------------------------------------------*
027452 5300-VALIDATE-SUPPLIER.
027454     SET WS-SUPPLIER-OK TO TRUE
027456     IF WS-VN-VALIDATE-OFF
027458         GO TO 5300-EXIT
027460     END-IF
027462     SET WS-SUPPLIER-NOT-OK TO TRUE
027464     PERFORM 5310-MATCH-SUPPLIER THRU 5310-EXIT
027466         VARYING WS-VNSUB FROM 1 BY 1
027468         UNTIL WS-VNSUB > WS-VN-COUNT
027470             OR WS-SUPPLIER-OK.
027472 5300-EXIT.
027474     EXIT.
027476*--------------------------------------------------------------*
027478*    5310-MATCH-SUPPLIER                                        *
027480*--------------------------------------------------------------*
027482 5310-MATCH-SUPPLIER.
027484     IF WS-NC-SUPPLIER-ID (WS-NC-FOUND-SUB)
027486             = WS-VN-ID (WS-VNSUB)
027488             AND WS-VN-STATUS (WS-VNSUB) = "A"
027490         SET WS-SUPPLIER-OK TO TRUE
027492     END-IF.
027494 5310-EXIT.
027496     EXIT.
027500*--------------------------------------------------------------*
027600*    5100-REPORT-UNMATCHED                                       *
027700*--------------------------------------------------------------*
029500     MOVE "CINVRPT" TO RW-REPORT-ID
029600     MOVE WS-SUMMARY-LINE TO RW-DETAIL-LINE
029700     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
029710     MOVE WS-VOID-RETURN-COUNT TO WS-VS-RETURNS
029720     MOVE "D" TO RW-FUNCTION
029730     MOVE "CINVRPT" TO RW-REPORT-ID
029740     MOVE WS-VOID-SUMMARY-LINE TO RW-DETAIL-LINE
029750     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
029755     MOVE WS-PO-COUNT TO WS-PS-POS
029760     MOVE WS-PO-COST-TOTAL TO WS-PS-COST
029765     MOVE WS-NO-CATALOG-COUNT TO WS-PS-NO-CATALOG
029770     MOVE WS-VN-BLOCK-COUNT TO WS-PS-BLOCKED
029775     MOVE "D" TO RW-FUNCTION
029780     MOVE "CINVRPT" TO RW-REPORT-ID
029785     MOVE WS-PO-SUMMARY-LINE TO RW-DETAIL-LINE
029790     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
029800     MOVE "F" TO RW-FUNCTION
029900     MOVE "CINVRPT" TO RW-REPORT-ID
030000     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
030600         DISPLAY "CONCINV: UNMATCHED ITEM ROWS - "
030700             WS-UNMATCHED-COUNT
030800     END-IF
030808     IF WS-NC-DROP-COUNT > 0
030816         DISPLAY "CONCINV: CATALOG TABLE FULL - DROPPED - "
030824             WS-NC-DROP-COUNT
030832     END-IF
030840     IF WS-NO-CATALOG-COUNT > 0
030848             OR WS-VN-BLOCK-COUNT > 0
030856             OR WS-NC-DROP-COUNT > 0
030864         MOVE 4 TO RETURN-CODE
030872     END-IF
030880     CLOSE PURCHASE-ORDER-FILE
030888     CLOSE STOCK-RECEIPT-FILE
030900     CLOSE CONCESSION-SALE-FILE
031000     IF WS-POST-FILE-STATUS NOT = "35"
031100         CLOSE CONCESSION-POSTING-FILE
