000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PORTEXTR.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    NIGHTLY PARENT-PORTAL EXTRACT.  WALKS THE STUDENT MASTER   *
000900*    BESIDE THE HOUSEHOLD LINKAGE AND THE SIDE FILES (EACH IN   *
001000*    STUDENT-ID ORDER - THE JOB SORTS THE FEE LEDGER, POSTED    *
001100*    ATTENDANCE AND ROUTE RIDERS AHEAD OF THIS STEP) AND WRITES *
001200*    ONE PORTAL ROW PER STUDENT UNDER ITS HOUSEHOLD ID: PREPAID *
001300*    BALANCE, OPEN FEE CHARGES, THE LAST SEVEN DAYS' ATTENDANCE *
001400*    AND TARDIES, THE AM STOP AND PICKUP TIME AND PM DROPOFF,   *
001500*    AND OPEN IMMUNIZATION SHORTFALLS - THE QUESTIONS PARENTS   *
001600*    CALL THE OFFICE WITH EVERY DAY.  THE JOB SORTS THE ROWS    *
001700*    INTO HOUSEHOLD ORDER FOR THE VENDOR.  RC 8 - THE STOP      *
001800*    TABLE FILLED.                                              *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS SM-STUDENT-ID
003000         FILE STATUS IS WS-SM-FILE-STATUS.
003100     SELECT HOUSEHOLD-LINK-FILE ASSIGN TO HOUSHOLD
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-HH-FILE-STATUS.
003400     SELECT PREPAID-ACCOUNT-FILE ASSIGN TO PREPACCT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS PA-STUDENT-ID
003800         FILE STATUS IS WS-PA-FILE-STATUS.
003900     SELECT FEE-LEDGER-FILE ASSIGN TO FEELEDGR
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FR-FILE-STATUS.
004200     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-AT-FILE-STATUS.
004500     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RA-FILE-STATUS.
004800     SELECT BUS-STOP-MASTER-FILE ASSIGN TO BUSSTOP
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-BS-FILE-STATUS.
005100     SELECT IMMUNIZATION-WARN-FILE ASSIGN TO IMMWARN
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-IW-FILE-STATUS.
005400     SELECT PORTAL-EXTRACT-FILE ASSIGN TO PORTOUT
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT PORTAL-EXTRACT-RPT ASSIGN TO PORTXRPT
005700         ORGANIZATION IS SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  STUDENT-MASTER-FILE.
006100     COPY studmast.
006200 FD  HOUSEHOLD-LINK-FILE
006300     RECORDING MODE IS F.
006400     COPY houshold.
006500 FD  PREPAID-ACCOUNT-FILE.
006600     COPY prepacct.
006700 FD  FEE-LEDGER-FILE
006800     RECORDING MODE IS F.
006900     COPY feeledgr.
007000 FD  ATTENDANCE-FILE
007100     RECORDING MODE IS F.
007200     COPY attend.
007300 FD  ROUTE-RIDER-FILE
007400     RECORDING MODE IS F.
007500     COPY rterider.
007600 FD  BUS-STOP-MASTER-FILE
007700     RECORDING MODE IS F.
007800     COPY busstop.
007900 FD  IMMUNIZATION-WARN-FILE
008000     RECORDING MODE IS F.
008100     COPY immwarn.
008200 FD  PORTAL-EXTRACT-FILE
008300     RECORDING MODE IS F.
008400     COPY portext.
008500 FD  PORTAL-EXTRACT-RPT
008600     RECORDING MODE IS F.
008700 01  PORTAL-EXTRACT-LINE            PIC X(80).
008800 WORKING-STORAGE SECTION.
008900 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
009000 01  WS-HH-FILE-STATUS              PIC X(02) VALUE SPACE.
009100 01  WS-PA-FILE-STATUS              PIC X(02) VALUE SPACE.
009200 01  WS-FR-FILE-STATUS              PIC X(02) VALUE SPACE.
009300 01  WS-AT-FILE-STATUS              PIC X(02) VALUE SPACE.
009400 01  WS-RA-FILE-STATUS              PIC X(02) VALUE SPACE.
009500 01  WS-BS-FILE-STATUS              PIC X(02) VALUE SPACE.
009600 01  WS-IW-FILE-STATUS              PIC X(02) VALUE SPACE.
009700 01  WS-SM-EOF-SWITCH               PIC X(01) VALUE "N".
009800     88  WS-SM-EOF                      VALUE "Y".
009900 01  WS-BS-EOF-SWITCH               PIC X(01) VALUE "N".
010000     88  WS-BS-EOF                      VALUE "Y".
010100 01  WS-TIMESTAMP.
010200     05  WS-TS-DATE                 PIC 9(08).
010300     05  FILLER                     PIC X(13).
010400 01  WS-WEEK-START-INT              PIC 9(07).
010500 01  WS-WEEK-START-DATE             PIC 9(08).
010600*    MERGE KEYS - HIGH-VALUES ONCE A SIDE FILE RUNS OUT.
010700 01  WS-STUDENT-KEY                 PIC X(09).
010800 01  WS-HH-KEY                      PIC X(09) VALUE HIGH-VALUES.
010900 01  WS-FR-KEY                      PIC X(09) VALUE HIGH-VALUES.
011000 01  WS-AT-KEY                      PIC X(09) VALUE HIGH-VALUES.
011100 01  WS-RA-KEY                      PIC X(09) VALUE HIGH-VALUES.
011200 01  WS-IW-KEY                      PIC X(09) VALUE HIGH-VALUES.
011300*    EVERY STOP ON THE MASTER, FOR THE LOCATION AND TIMES.
011400 01  WS-ST-COUNT                    PIC 9(04) COMP VALUE ZERO.
011500 01  WS-ST-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
011600 01  WS-STSUB                       PIC 9(04) COMP.
011700 01  WS-ST-FOUND-SUB                PIC 9(04) COMP.
011800 01  WS-STOP-TABLE.
011900     05  WS-ST-ENTRY OCCURS 2000 TIMES.
012000         10  WS-ST-ROUTE-ID         PIC X(05).
012100         10  WS-ST-STOP-ID          PIC X(05).
012200         10  WS-ST-LOCATION         PIC X(30).
012300         10  WS-ST-PICKUP-TIME      PIC 9(04).
012400         10  WS-ST-DROPOFF-TIME     PIC 9(04).
012500 01  WS-WANT-ROUTE-ID               PIC X(05).
012600 01  WS-WANT-STOP-ID                PIC X(05).
012700 01  WS-STUDENT-COUNT               PIC 9(05) COMP VALUE ZERO.
012800 01  WS-SINGLE-COUNT                PIC 9(05) COMP VALUE ZERO.
012900 01  WS-FEE-STUDENT-COUNT           PIC 9(05) COMP VALUE ZERO.
013000 01  WS-IMMUN-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.
013100 01  WS-NO-STOP-COUNT               PIC 9(05) COMP VALUE ZERO.
013200 01  WS-REPORT-HEADING              PIC X(80)
013300         VALUE "PARENT-PORTAL EXTRACT - CONTROL TOTALS".
013400 01  WS-WEEK-LINE.
013500     05  FILLER                     PIC X(18)
013600             VALUE "ATTENDANCE FROM - ".
013700     05  WS-WL-FROM-DATE            PIC 9(08).
013800     05  FILLER                     PIC X(06) VALUE "  TO -".
013900     05  WS-WL-TO-DATE              PIC 9(08).
014000     05  FILLER                     PIC X(40) VALUE SPACE.
014100 01  WS-SUMMARY-LINE.
014200     05  FILLER                     PIC X(11)
014300             VALUE "STUDENTS - ".
014400     05  WS-SL-STUDENTS             PIC ZZ,ZZ9.
014500     05  FILLER                     PIC X(22)
014600             VALUE "  HOUSEHOLDS OF ONE - ".
014700     05  WS-SL-SINGLE               PIC ZZ,ZZ9.
014800     05  FILLER                     PIC X(35) VALUE SPACE.
014900 01  WS-DETAIL-LINE.
015000     05  FILLER                     PIC X(11)
015100             VALUE "OPEN FEES -".
015200     05  WS-DL-FEES                 PIC ZZ,ZZ9.
015300     05  FILLER                     PIC X(12)
015400             VALUE "  IMMUN SHT-".
015500     05  WS-DL-IMMUN                PIC ZZ,ZZ9.
015600     05  FILLER                     PIC X(12)
015700             VALUE "  NO STOP  -".
015800     05  WS-DL-NO-STOP              PIC ZZ,ZZ9.
015900     05  FILLER                     PIC X(27) VALUE SPACE.
016000 PROCEDURE DIVISION.
016100*--------------------------------------------------------------*
016200*    0000-MAINLINE                                              *
016300*--------------------------------------------------------------*
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     PERFORM 2000-EXTRACT-STUDENT THRU 2000-EXIT
016700         UNTIL WS-SM-EOF
016800     PERFORM 8000-FINALIZE THRU 8000-EXIT
016900     GOBACK.
017000*--------------------------------------------------------------*
017100*    1000-INITIALIZE - SETS THE WEEK, LOADS THE STOPS, AND      *
017200*    PRIMES EVERY SIDE FILE.  A MISSING SIDE FILE JUST LEAVES   *
017300*    ITS FIELDS EMPTY ON EVERY ROW.                             *
017400*--------------------------------------------------------------*
017500 1000-INITIALIZE.
017600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
017700     COMPUTE WS-WEEK-START-INT =
017800         FUNCTION INTEGER-OF-DATE (WS-TS-DATE) - 6
017900     COMPUTE WS-WEEK-START-DATE =
018000         FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT)
018100     OPEN INPUT BUS-STOP-MASTER-FILE
018200     IF WS-BS-FILE-STATUS = "35"
018300         DISPLAY "PORTEXTR: BUS-STOP MASTER MISSING - NO STOPS"
018400     ELSE
018500         PERFORM 1100-LOAD-STOP THRU 1100-EXIT
018600             UNTIL WS-BS-EOF
018700         CLOSE BUS-STOP-MASTER-FILE
018800     END-IF
018900     OPEN INPUT STUDENT-MASTER-FILE
019000     OPEN INPUT PREPAID-ACCOUNT-FILE
019100     OPEN INPUT HOUSEHOLD-LINK-FILE
019200     IF WS-HH-FILE-STATUS NOT = "35"
019300         PERFORM 2300-READ-HOUSEHOLD THRU 2300-EXIT
019400     END-IF
019500     OPEN INPUT FEE-LEDGER-FILE
019600     IF WS-FR-FILE-STATUS NOT = "35"
019700         PERFORM 3200-READ-FEE THRU 3200-EXIT
019800     END-IF
019900     OPEN INPUT ATTENDANCE-FILE
020000     IF WS-AT-FILE-STATUS NOT = "35"
020100         PERFORM 4200-READ-ATTEND THRU 4200-EXIT
020200     END-IF
020300     OPEN INPUT ROUTE-RIDER-FILE
020400     IF WS-RA-FILE-STATUS NOT = "35"
020500         PERFORM 5200-READ-RIDER THRU 5200-EXIT
020600     END-IF
020700     OPEN INPUT IMMUNIZATION-WARN-FILE
020800     IF WS-IW-FILE-STATUS NOT = "35"
020900         PERFORM 6200-READ-IMMUN THRU 6200-EXIT
021000     END-IF
021100     OPEN OUTPUT PORTAL-EXTRACT-FILE
021200     OPEN OUTPUT PORTAL-EXTRACT-RPT
021300     WRITE PORTAL-EXTRACT-LINE FROM WS-REPORT-HEADING
021400     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
021500 1000-EXIT.
021600     EXIT.
021700*--------------------------------------------------------------*
021800*    1100-LOAD-STOP                                             *
021900*--------------------------------------------------------------*
022000 1100-LOAD-STOP.
022100     READ BUS-STOP-MASTER-FILE
022200         AT END
022300             SET WS-BS-EOF TO TRUE
022400             GO TO 1100-EXIT
022500     END-READ
022600     IF WS-ST-COUNT >= 2000
022700         ADD 1 TO WS-ST-DROP-COUNT
022800         GO TO 1100-EXIT
022900     END-IF
023000     ADD 1 TO WS-ST-COUNT
023100     MOVE BS-ROUTE-ID TO WS-ST-ROUTE-ID (WS-ST-COUNT)
023200     MOVE BS-STOP-ID TO WS-ST-STOP-ID (WS-ST-COUNT)
023300     MOVE BS-STREET-LOCATION TO WS-ST-LOCATION (WS-ST-COUNT)
023400     MOVE BS-PICKUP-TIME TO WS-ST-PICKUP-TIME (WS-ST-COUNT)
023500     MOVE BS-DROPOFF-TIME TO WS-ST-DROPOFF-TIME (WS-ST-COUNT).
023600 1100-EXIT.
023700     EXIT.
023800*--------------------------------------------------------------*
023900*    2000-EXTRACT-STUDENT - ONE PORTAL ROW FROM THE MASTER AND  *
024000*    THE STUDENT'S SLICE OF EACH SIDE FILE.                     *
024100*--------------------------------------------------------------*
024200 2000-EXTRACT-STUDENT.
024300     ADD 1 TO WS-STUDENT-COUNT
024400     MOVE SM-STUDENT-ID (1:9) TO WS-STUDENT-KEY
024500     MOVE SPACE TO PORTAL-EXTRACT-RECORD
024600     MOVE WS-STUDENT-KEY TO PF-STUDENT-ID
024700     MOVE SM-STUDENT-NAME TO PF-STUDENT-NAME
024800     MOVE SM-CAMPUS-CODE TO PF-CAMPUS-CODE
024900     MOVE SM-GUARDIAN-NAME TO PF-GUARDIAN-NAME
025000     MOVE SM-ADDRESS TO PF-ADDRESS
025100     MOVE SM-CITY-ST-ZIP TO PF-CITY-ST-ZIP
025200     MOVE WS-TS-DATE TO PF-EXTRACT-DATE
025300     MOVE ZERO TO PF-FEE-OPEN-COUNT
025400     MOVE ZERO TO PF-FEE-OPEN-AMOUNT
025500     MOVE ZERO TO PF-WEEK-PRESENT
025600     MOVE ZERO TO PF-WEEK-ABSENT
025700     MOVE ZERO TO PF-WEEK-TARDY
025800     MOVE ZERO TO PF-WEEK-EARLY-OUT
025900     MOVE ZERO TO PF-WEEK-PERIODS-OUT
026000     MOVE ZERO TO PF-PICKUP-TIME
026100     MOVE ZERO TO PF-DROPOFF-TIME
026200     MOVE ZERO TO PF-IMMUN-SHORT-COUNT
026300     PERFORM 2200-RESOLVE-HOUSEHOLD THRU 2200-EXIT
026400     PERFORM 3000-TAKE-PREPAID THRU 3000-EXIT
026500     PERFORM 3100-SKIP-STALE-FEE THRU 3100-EXIT
026600         UNTIL WS-FR-KEY >= WS-STUDENT-KEY
026700     PERFORM 3300-TAKE-FEE THRU 3300-EXIT
026800         UNTIL WS-FR-KEY NOT = WS-STUDENT-KEY
026900     IF PF-FEE-OPEN-COUNT > 0
027000         ADD 1 TO WS-FEE-STUDENT-COUNT
027100     END-IF
027200     PERFORM 4100-SKIP-STALE-ATTEND THRU 4100-EXIT
027300         UNTIL WS-AT-KEY >= WS-STUDENT-KEY
027400     PERFORM 4300-TAKE-ATTEND THRU 4300-EXIT
027500         UNTIL WS-AT-KEY NOT = WS-STUDENT-KEY
027600     PERFORM 5100-SKIP-STALE-RIDER THRU 5100-EXIT
027700         UNTIL WS-RA-KEY >= WS-STUDENT-KEY
027800     PERFORM 5300-TAKE-RIDER THRU 5300-EXIT
027900         UNTIL WS-RA-KEY NOT = WS-STUDENT-KEY
028000     IF PF-AM-STOP-ID = SPACE
028100             AND PF-PM-STOP-ID = SPACE
028200         ADD 1 TO WS-NO-STOP-COUNT
028300     END-IF
028400     PERFORM 6100-SKIP-STALE-IMMUN THRU 6100-EXIT
028500         UNTIL WS-IW-KEY >= WS-STUDENT-KEY
028600     PERFORM 6300-TAKE-IMMUN THRU 6300-EXIT
028700         UNTIL WS-IW-KEY NOT = WS-STUDENT-KEY
028800     IF PF-IMMUN-SHORT-COUNT > 0
028900         ADD 1 TO WS-IMMUN-STUDENT-COUNT
029000     END-IF
029100     WRITE PORTAL-EXTRACT-RECORD
029200     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
029300 2000-EXIT.
029400     EXIT.
029500*--------------------------------------------------------------*
029600*    2100-READ-STUDENT                                          *
029700*--------------------------------------------------------------*
029800 2100-READ-STUDENT.
029900     READ STUDENT-MASTER-FILE NEXT RECORD
030000         AT END
030100             SET WS-SM-EOF TO TRUE
030200     END-READ.
030300 2100-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------*
030600*    2200-RESOLVE-HOUSEHOLD - NO LINKAGE ROW MEANS A HOUSEHOLD  *
030700*    OF ONE, FILED UNDER THE STUDENT'S OWN ID.                  *
030800*--------------------------------------------------------------*
030900 2200-RESOLVE-HOUSEHOLD.
031000     PERFORM 2300-READ-HOUSEHOLD THRU 2300-EXIT
031100         UNTIL WS-HH-KEY >= WS-STUDENT-KEY
031200     IF WS-HH-KEY = WS-STUDENT-KEY
031300             AND HH-HOUSEHOLD-ID NOT = SPACE
031400         MOVE HH-HOUSEHOLD-ID TO PF-HOUSEHOLD-ID
031500     ELSE
031600         MOVE WS-STUDENT-KEY TO PF-HOUSEHOLD-ID
031700         ADD 1 TO WS-SINGLE-COUNT
031800     END-IF.
031900 2200-EXIT.
032000     EXIT.
032100*--------------------------------------------------------------*
032200*    2300-READ-HOUSEHOLD                                        *
032300*--------------------------------------------------------------*
032400 2300-READ-HOUSEHOLD.
032500     READ HOUSEHOLD-LINK-FILE
032600         AT END
032700             MOVE HIGH-VALUES TO WS-HH-KEY
032800         NOT AT END
032900             MOVE HH-STUDENT-ID TO WS-HH-KEY
033000     END-READ.
033100 2300-EXIT.
033200     EXIT.
033300*--------------------------------------------------------------*
033400*    3000-TAKE-PREPAID - STATUS SPACE MEANS NO ACCOUNT.         *
033500*--------------------------------------------------------------*
033600 3000-TAKE-PREPAID.
033700     MOVE ZERO TO PF-PREPAID-BALANCE
033800     MOVE WS-STUDENT-KEY TO PA-STUDENT-ID
033900     READ PREPAID-ACCOUNT-FILE
034000         INVALID KEY
034100             GO TO 3000-EXIT
034200     END-READ
034300     MOVE PA-ACCT-STATUS TO PF-PREPAID-STATUS
034400     MOVE PA-BALANCE TO PF-PREPAID-BALANCE
034500     IF PA-BALANCE < 0
034600         MOVE "-" TO PF-BALANCE-SIGN
034700     END-IF.
034800 3000-EXIT.
034900     EXIT.
035000*--------------------------------------------------------------*
035100*    3100-SKIP-STALE-FEE - LEDGER ROWS FOR A STUDENT NO LONGER  *
035200*    ON THE MASTER.                                             *
035300*--------------------------------------------------------------*
035400 3100-SKIP-STALE-FEE.
035500     PERFORM 3200-READ-FEE THRU 3200-EXIT.
035600 3100-EXIT.
035700     EXIT.
035800*--------------------------------------------------------------*
035900*    3200-READ-FEE                                              *
036000*--------------------------------------------------------------*
036100 3200-READ-FEE.
036200     READ FEE-LEDGER-FILE
036300         AT END
036400             MOVE HIGH-VALUES TO WS-FR-KEY
036500         NOT AT END
036600             MOVE FR-STUDENT-ID TO WS-FR-KEY
036700     END-READ.
036800 3200-EXIT.
036900     EXIT.
037000*--------------------------------------------------------------*
037100*    3300-TAKE-FEE - EVERY ROW ON THE LEDGER IS AN OPEN CHARGE. *
037200*--------------------------------------------------------------*
037300 3300-TAKE-FEE.
037400     IF FR-OPEN-AMOUNT > 0
037500         ADD 1 TO PF-FEE-OPEN-COUNT
037600         ADD FR-OPEN-AMOUNT TO PF-FEE-OPEN-AMOUNT
037700     END-IF
037800     PERFORM 3200-READ-FEE THRU 3200-EXIT.
037900 3300-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------*
038200*    4100-SKIP-STALE-ATTEND                                     *
038300*--------------------------------------------------------------*
038400 4100-SKIP-STALE-ATTEND.
038500     PERFORM 4200-READ-ATTEND THRU 4200-EXIT.
038600 4100-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------*
038900*    4200-READ-ATTEND                                           *
039000*--------------------------------------------------------------*
039100 4200-READ-ATTEND.
039200     READ ATTENDANCE-FILE
039300         AT END
039400             MOVE HIGH-VALUES TO WS-AT-KEY
039500         NOT AT END
039600             MOVE AT-STUDENT-ID TO WS-AT-KEY
039700     END-READ.
039800 4200-EXIT.
039900     EXIT.
040000*--------------------------------------------------------------*
040100*    4300-TAKE-ATTEND - ONLY THE LAST SEVEN DAYS COUNT.  A      *
040200*    SUSPENSION DAY READS AS ABSENT TO THE FAMILY.              *
040300*--------------------------------------------------------------*
040400 4300-TAKE-ATTEND.
040500     IF AT-ATTEND-DATE >= WS-WEEK-START-DATE
040600             AND AT-ATTEND-DATE <= WS-TS-DATE
040700         PERFORM 4310-COUNT-ATTEND THRU 4310-EXIT
040800     END-IF
040900     PERFORM 4200-READ-ATTEND THRU 4200-EXIT.
041000 4300-EXIT.
041100     EXIT.
041200*--------------------------------------------------------------*
041300*    4310-COUNT-ATTEND                                          *
041400*--------------------------------------------------------------*
041500 4310-COUNT-ATTEND.
041600     IF AT-TARDY
041700         ADD 1 TO PF-WEEK-TARDY
041800         GO TO 4310-EXIT
041900     END-IF
042000     IF AT-PERIOD > 0
042100         IF AT-ABSENT
042200             ADD 1 TO PF-WEEK-PERIODS-OUT
042300         END-IF
042400         GO TO 4310-EXIT
042500     END-IF
042600     EVALUATE TRUE
042700         WHEN AT-PRESENT
042800             ADD 1 TO PF-WEEK-PRESENT
042900         WHEN AT-ABSENT
043000         WHEN AT-SUSPENDED
043100             ADD 1 TO PF-WEEK-ABSENT
043200         WHEN AT-EARLY-OUT
043300             ADD 1 TO PF-WEEK-EARLY-OUT
043400     END-EVALUATE.
043500 4310-EXIT.
043600     EXIT.
043700*--------------------------------------------------------------*
043800*    5100-SKIP-STALE-RIDER                                      *
043900*--------------------------------------------------------------*
044000 5100-SKIP-STALE-RIDER.
044100     PERFORM 5200-READ-RIDER THRU 5200-EXIT.
044200 5100-EXIT.
044300     EXIT.
044400*--------------------------------------------------------------*
044500*    5200-READ-RIDER                                            *
044600*--------------------------------------------------------------*
044700 5200-READ-RIDER.
044800     READ ROUTE-RIDER-FILE
044900         AT END
045000             MOVE HIGH-VALUES TO WS-RA-KEY
045100         NOT AT END
045200             MOVE RA-STUDENT-ID TO WS-RA-KEY
045300     END-READ.
045400 5200-EXIT.
045500     EXIT.
045600*--------------------------------------------------------------*
045700*    5300-TAKE-RIDER - THE PM ROW GIVES THE DROPOFF; ANY OTHER  *
045800*    ROW IS THE MORNING PICKUP.                                 *
045900*--------------------------------------------------------------*
046000 5300-TAKE-RIDER.
046100     MOVE RA-ROUTE-ID TO WS-WANT-ROUTE-ID
046200     MOVE RA-STOP-ID TO WS-WANT-STOP-ID
046300     PERFORM 5400-FIND-STOP THRU 5400-EXIT
046400     IF RA-RUN-LEG = "P"
046500         MOVE RA-ROUTE-ID TO PF-PM-ROUTE-ID
046600         MOVE RA-STOP-ID TO PF-PM-STOP-ID
046700         IF WS-ST-FOUND-SUB > 0
046800             MOVE WS-ST-DROPOFF-TIME (WS-ST-FOUND-SUB)
046900                 TO PF-DROPOFF-TIME
047000         END-IF
047100     ELSE
047200         MOVE RA-ROUTE-ID TO PF-AM-ROUTE-ID
047300         MOVE RA-STOP-ID TO PF-AM-STOP-ID
047400         IF WS-ST-FOUND-SUB > 0
047500             MOVE WS-ST-LOCATION (WS-ST-FOUND-SUB)
047600                 TO PF-STOP-LOCATION
047700             MOVE WS-ST-PICKUP-TIME (WS-ST-FOUND-SUB)
047800                 TO PF-PICKUP-TIME
047900         END-IF
048000     END-IF
048100     PERFORM 5200-READ-RIDER THRU 5200-EXIT.
048200 5300-EXIT.
048300     EXIT.
048400*--------------------------------------------------------------*
048500*    5400-FIND-STOP - A RIDER WITH NO STOP YET FINDS NOTHING.   *
048600*--------------------------------------------------------------*
048700 5400-FIND-STOP.
048800     MOVE ZERO TO WS-ST-FOUND-SUB
048900     IF WS-WANT-STOP-ID = SPACE
049000         GO TO 5400-EXIT
049100     END-IF
049200     PERFORM 5410-MATCH-STOP THRU 5410-EXIT
049300         VARYING WS-STSUB FROM 1 BY 1
049400         UNTIL WS-STSUB > WS-ST-COUNT
049500             OR WS-ST-FOUND-SUB > 0.
049600 5400-EXIT.
049700     EXIT.
049800*--------------------------------------------------------------*
049900*    5410-MATCH-STOP                                            *
050000*--------------------------------------------------------------*
050100 5410-MATCH-STOP.
050200     IF WS-ST-ROUTE-ID (WS-STSUB) = WS-WANT-ROUTE-ID
050300             AND WS-ST-STOP-ID (WS-STSUB) = WS-WANT-STOP-ID
050400         MOVE WS-STSUB TO WS-ST-FOUND-SUB
050500     END-IF.
050600 5410-EXIT.
050700     EXIT.
050800*--------------------------------------------------------------*
050900*    6100-SKIP-STALE-IMMUN                                      *
051000*--------------------------------------------------------------*
051100 6100-SKIP-STALE-IMMUN.
051200     PERFORM 6200-READ-IMMUN THRU 6200-EXIT.
051300 6100-EXIT.
051400     EXIT.
051500*--------------------------------------------------------------*
051600*    6200-READ-IMMUN                                            *
051700*--------------------------------------------------------------*
051800 6200-READ-IMMUN.
051900     READ IMMUNIZATION-WARN-FILE
052000         AT END
052100             MOVE HIGH-VALUES TO WS-IW-KEY
052200         NOT AT END
052300             MOVE IW-STUDENT-ID TO WS-IW-KEY
052400     END-READ.
052500 6200-EXIT.
052600     EXIT.
052700*--------------------------------------------------------------*
052800*    6300-TAKE-IMMUN - EVERY SHORTFALL COUNTS; THE FIRST THREE  *
052900*    ARE NAMED.                                                 *
053000*--------------------------------------------------------------*
053100 6300-TAKE-IMMUN.
053200     IF PF-IMMUN-SHORT-COUNT < 99
053300         ADD 1 TO PF-IMMUN-SHORT-COUNT
053400     END-IF
053500     IF PF-IMMUN-SHORT-COUNT <= 3
053600         MOVE IW-VACCINE-CODE
053700             TO PF-IMMUN-VACCINE (PF-IMMUN-SHORT-COUNT)
053800     END-IF
053900     PERFORM 6200-READ-IMMUN THRU 6200-EXIT.
054000 6300-EXIT.
054100     EXIT.
054200*--------------------------------------------------------------*
054300*    8000-FINALIZE                                              *
054400*--------------------------------------------------------------*
054500 8000-FINALIZE.
054600     MOVE WS-WEEK-START-DATE TO WS-WL-FROM-DATE
054700     MOVE WS-TS-DATE TO WS-WL-TO-DATE
054800     WRITE PORTAL-EXTRACT-LINE FROM WS-WEEK-LINE
054900     MOVE WS-STUDENT-COUNT TO WS-SL-STUDENTS
055000     MOVE WS-SINGLE-COUNT TO WS-SL-SINGLE
055100     WRITE PORTAL-EXTRACT-LINE FROM WS-SUMMARY-LINE
055200     MOVE WS-FEE-STUDENT-COUNT TO WS-DL-FEES
055300     MOVE WS-IMMUN-STUDENT-COUNT TO WS-DL-IMMUN
055400     MOVE WS-NO-STOP-COUNT TO WS-DL-NO-STOP
055500     WRITE PORTAL-EXTRACT-LINE FROM WS-DETAIL-LINE
055600     CLOSE STUDENT-MASTER-FILE
055700     CLOSE PREPAID-ACCOUNT-FILE
055800     IF WS-HH-FILE-STATUS NOT = "35"
055900         CLOSE HOUSEHOLD-LINK-FILE
056000     END-IF
056100     IF WS-FR-FILE-STATUS NOT = "35"
056200         CLOSE FEE-LEDGER-FILE
056300     END-IF
056400     IF WS-AT-FILE-STATUS NOT = "35"
056500         CLOSE ATTENDANCE-FILE
056600     END-IF
056700     IF WS-RA-FILE-STATUS NOT = "35"
056800         CLOSE ROUTE-RIDER-FILE
056900     END-IF
057000     IF WS-IW-FILE-STATUS NOT = "35"
057100         CLOSE IMMUNIZATION-WARN-FILE
057200     END-IF
057300     CLOSE PORTAL-EXTRACT-FILE
057400     CLOSE PORTAL-EXTRACT-RPT
057500     IF WS-ST-DROP-COUNT > 0
057600         DISPLAY "PORTEXTR: STOP TABLE FULL - DROPPED - "
057700             WS-ST-DROP-COUNT
057800         MOVE 8 TO RETURN-CODE
057900     END-IF.
058000 8000-EXIT.
058100     EXIT.
058200 END PROGRAM PORTEXTR.
