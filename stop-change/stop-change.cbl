000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STOPCHG.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    NIGHTLY PARENT BUS-STOP CHANGE RUN.  EACH NEW REQUEST ON   *
000900*    THE STOP-CHANGE FILE IS APPROVED ONLY WHEN THE STUDENT     *
001000*    RIDES THE LEG BEING MOVED, THE REQUESTED STOP IS ON THE    *
001100*    BUS-STOP MASTER FOR THE REQUESTED ROUTE, A MOVE TO ANOTHER *
001200*    ROUTE FINDS A SEAT ON THAT ROUTE'S LEG BY RR-CAPACITY, AND *
001300*    THE ADULT MEETING THE CHILD AT THE STOP CLEARS THE PICKUP  *
001400*    AUTHORIZATIONS (A COURT RESTRICTION DENIES; A PM LEG NEEDS *
001500*    A NAMED, AUTHORIZED ADULT).  AN APPROVAL QUEUES THE NEW    *
001600*    STOP CONFIRMATION LETTER AND IS CARRIED FORWARD; ON ITS    *
001700*    EFFECTIVE DATE THE RIDER'S RA-STOP-ID (AND ROUTE, WHEN IT  *
001800*    CHANGES) IS UPDATED ON THE NEW ROUTE-RIDER FILE.  DENIALS  *
001900*    GO BACK TO THE TRANSPORTATION OFFICE ON THE REPORT WITH    *
002000*    THE REASON.  RC 4 - A REQUEST WAS DENIED OR DROPPED, OR    *
002100*    THE REQUEST TABLE FILLED (OVERFLOW REQUESTS CARRY UNREAD). *
002133*    RC 8 - THE STOP, SEAT OR AUTHORIZATION TABLE FILLED; NO    *
002166*    REQUEST IS DECIDED OR APPLIED AND NOTHING IS WRITTEN.      *
002200*--------------------------------------------------------------*
002300*    MODIFICATION HISTORY                                      *
002400*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002425*    2026-10-15  DLS  FULL STOP/SEAT/AUTH TABLE HOLDS THE RUN  *
002450*                     BEFORE ANY NOTICE OR AUDIT ROW; REQUEST  *
002475*                     OVERFLOW NOW RC 4.                       *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STOP-CHANGE-FILE ASSIGN TO STOPREQ
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-SQ-FILE-STATUS.
003200     SELECT STOP-CHANGE-OUT-FILE ASSIGN TO STOPREQO
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT BUS-STOP-MASTER-FILE ASSIGN TO BUSSTOP
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT DAILY-ROUTE-RIDERSHIP-FILE ASSIGN TO RIDERSHP
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PICKUP-AUTH-FILE ASSIGN TO PICKAUTH
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-PK-FILE-STATUS.
004100     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT NEW-RIDER-FILE ASSIGN TO RTERIDRO
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT STOP-NOTICE-FILE ASSIGN TO STOPNTC
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT STOP-CHANGE-RPT ASSIGN TO STOPCRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  STOP-CHANGE-FILE
005200     RECORDING MODE IS F.
005300     COPY stopreq.
005400 FD  STOP-CHANGE-OUT-FILE
005500     RECORDING MODE IS F.
005600 01  STOP-CHANGE-OUT-RECORD         PIC X(80).
005700 FD  BUS-STOP-MASTER-FILE
005800     RECORDING MODE IS F.
005900     COPY busstop.
006000 FD  DAILY-ROUTE-RIDERSHIP-FILE
006100     RECORDING MODE IS F.
006200     COPY ridershp.
006300 FD  PICKUP-AUTH-FILE
006400     RECORDING MODE IS F.
006500     COPY pickauth.
006600 FD  ROUTE-RIDER-FILE
006700     RECORDING MODE IS F.
006800     COPY rterider.
006900 FD  NEW-RIDER-FILE
007000     RECORDING MODE IS F.
007100 01  NEW-RIDER-RECORD               PIC X(56).
007200 FD  STOP-NOTICE-FILE
007300     RECORDING MODE IS F.
007400     COPY stopntc.
007500 FD  STOP-CHANGE-RPT
007600     RECORDING MODE IS F.
007700 01  STOP-CHANGE-RPT-LINE           PIC X(80).
007800 WORKING-STORAGE SECTION.
007900 01  WS-SQ-FILE-STATUS              PIC X(02) VALUE SPACE.
008000 01  WS-PK-FILE-STATUS              PIC X(02) VALUE SPACE.
008100 01  WS-SQ-EOF-SWITCH               PIC X(01) VALUE "N".
008200     88  WS-SQ-EOF                      VALUE "Y".
008300 01  WS-STOP-EOF-SWITCH             PIC X(01) VALUE "N".
008400     88  WS-STOP-EOF                    VALUE "Y".
008500 01  WS-RIDE-EOF-SWITCH             PIC X(01) VALUE "N".
008600     88  WS-RIDE-EOF                    VALUE "Y".
008700 01  WS-PK-EOF-SWITCH               PIC X(01) VALUE "N".
008800     88  WS-PK-EOF                      VALUE "Y".
008900 01  WS-RIDER-EOF-SWITCH            PIC X(01) VALUE "N".
009000     88  WS-RIDER-EOF                   VALUE "Y".
009100 01  WS-TIMESTAMP.
009200     05  WS-TS-DATE                 PIC 9(08).
009300     05  FILLER                     PIC X(13).
009400 01  WS-DATE-WORK                   PIC 9(08).
009500 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
009600     05  WS-DW-YEAR                 PIC 9(04).
009700     05  WS-DW-MONTH                PIC 9(02).
009800     05  WS-DW-DAY                  PIC 9(02).
009900 01  WS-DATE-EDIT                   PIC X(10).
010000*    EVERY STOP ON THE MASTER.
010100 01  WS-ST-COUNT                    PIC 9(04) COMP VALUE ZERO.
010200 01  WS-ST-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010300 01  WS-STSUB                       PIC 9(04) COMP.
010400 01  WS-ST-FOUND-SUB                PIC 9(04) COMP.
010500 01  WS-STOP-TABLE.
010600     05  WS-ST-ENTRY OCCURS 2000 TIMES.
010700         10  WS-ST-ROUTE-ID         PIC X(05).
010800         10  WS-ST-STOP-ID          PIC X(05).
010900*    SEATS BY ROUTE AND LEG - ONBOARD TODAY PLUS EVERY APPROVED
011000*    MOVE ONTO THE LEG THAT HAS NOT TAKEN EFFECT YET.
011100 01  WS-RS-COUNT                    PIC 9(03) COMP VALUE ZERO.
011200 01  WS-RS-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
011300 01  WS-RSSUB                       PIC 9(03) COMP.
011400 01  WS-RS-FOUND-SUB                PIC 9(03) COMP.
011500 01  WS-SEAT-TABLE.
011600     05  WS-RS-ENTRY OCCURS 300 TIMES.
011700         10  WS-RS-ROUTE-ID         PIC X(05).
011800         10  WS-RS-RUN-LEG          PIC X(01).
011900         10  WS-RS-CAPACITY         PIC 9(03).
012000         10  WS-RS-ONBOARD          PIC 9(03).
012100         10  WS-RS-ADDED            PIC 9(03) COMP.
012200 01  WS-SEATS-TAKEN                 PIC 9(04) COMP.
012300 01  WS-LOOKUP-ROUTE                PIC X(05).
012400 01  WS-LOOKUP-LEG                  PIC X(01).
012500*    PICKUP AUTHORIZATIONS AND COURT RESTRICTIONS.
012600 01  WS-AUTH-COUNT                  PIC 9(04) COMP VALUE ZERO.
012700 01  WS-AUTH-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
012800 01  WS-AUTH-USABLE-SWITCH          PIC X(01) VALUE "Y".
012900     88  WS-AUTH-USABLE                 VALUE "Y".
013000 01  WS-ASUB                        PIC 9(04) COMP.
013100 01  WS-AUTH-TABLE.
013200     05  WS-AU-ENTRY OCCURS 1000 TIMES.
013300         10  WS-AU-STUDENT-ID       PIC X(09).
013400         10  WS-AU-TYPE             PIC X(01).
013500         10  WS-AU-NAME             PIC X(30).
013600         10  WS-AU-ORDER-REF        PIC X(12).
013700 01  WS-ADULT-AUTHORIZED-SW         PIC X(01).
013800     88  WS-ADULT-AUTHORIZED            VALUE "Y".
013900*    TONIGHT'S REQUESTS, NEW AND CARRIED.
014000 01  WS-RQ-COUNT                    PIC 9(03) COMP VALUE ZERO.
014100 01  WS-RQ-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
014200 01  WS-RQSUB                       PIC 9(03) COMP.
014300 01  WS-REQUEST-TABLE.
014400     05  WS-RQ-ENTRY OCCURS 500 TIMES.
014500         10  WS-RQ-REQUEST.
014600             15  WS-RQ-STUDENT-ID   PIC X(09).
014700             15  WS-RQ-RUN-LEG      PIC X(01).
014800             15  WS-RQ-NEW-ROUTE-ID PIC X(05).
014900             15  WS-RQ-NEW-STOP-ID  PIC X(05).
015000             15  WS-RQ-EFFECTIVE-DATE
015100                                    PIC 9(08).
015200             15  WS-RQ-MEET-ADULT   PIC X(30).
015300             15  WS-RQ-REQUEST-DATE PIC 9(08).
015400             15  WS-RQ-STATUS       PIC X(01).
015500             15  WS-RQ-BOARD-SEQ    PIC 9(03).
015600             15  FILLER             PIC X(10).
015700         10  WS-RQ-RIDER-SW         PIC X(01).
015800             88  WS-RQ-RIDER-FOUND      VALUE "Y".
015900         10  WS-RQ-CUR-ROUTE-ID     PIC X(05).
016000         10  WS-RQ-CUR-STOP-ID      PIC X(05).
016100         10  WS-RQ-OUTCOME          PIC X(01).
016200             88  WS-RQ-PENDING          VALUE "P".
016300             88  WS-RQ-DENIED           VALUE "D".
016400             88  WS-RQ-APPLIED          VALUE "X".
016500             88  WS-RQ-GONE             VALUE "G".
016600 01  WS-DENY-REASON                 PIC X(20).
016700 01  WS-ORDER-REF                   PIC X(12).
016800 01  WS-NEW-RIDER.
016900     05  WS-NR-ROUTE-ID             PIC X(05).
017000     05  WS-NR-STUDENT-ID           PIC X(09).
017100     05  WS-NR-STUDENT-NAME         PIC X(30).
017200     05  WS-NR-BOARD-SEQ            PIC 9(03).
017300     05  WS-NR-STOP-ID              PIC X(05).
017400     05  WS-NR-RUN-LEG              PIC X(01).
017500     05  FILLER                     PIC X(03).
017600 01  WS-APPROVED-COUNT              PIC 9(05) COMP VALUE ZERO.
017700 01  WS-DENIED-COUNT                PIC 9(05) COMP VALUE ZERO.
017800 01  WS-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
017900 01  WS-GONE-COUNT                  PIC 9(05) COMP VALUE ZERO.
018000 01  WS-CARRIED-COUNT               PIC 9(05) COMP VALUE ZERO.
018100 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "STOPCHG".
018200 01  WS-AUDIT-FIELD-NAME            PIC X(10) VALUE "RA-STOP-ID".
018300 01  WS-AUDIT-VALUE                 PIC X(25).
018400 01  WS-AUDIT-REASON                PIC X(20)
018500         VALUE "PARENT STOP CHANGE".
018600 01  WS-REPORT-HEADING              PIC X(80)
018700         VALUE "PARENT BUS-STOP CHANGE REQUESTS".
018800 01  WS-COLUMN-HEADING.
018900     05  FILLER                     PIC X(40)
019000             VALUE "RESULT   STUDENT   LG ROUTE STOP  EFFECT".
019100     05  FILLER                     PIC X(40)
019200             VALUE "IVE   REASON".
019300 01  WS-REQUEST-LINE.
019400     05  WS-RL-RESULT               PIC X(08).
019500     05  FILLER                     PIC X(01) VALUE SPACE.
019600     05  WS-RL-STUDENT-ID           PIC X(09).
019700     05  FILLER                     PIC X(01) VALUE SPACE.
019800     05  WS-RL-LEG                  PIC X(02).
019900     05  FILLER                     PIC X(01) VALUE SPACE.
020000     05  WS-RL-ROUTE-ID             PIC X(05).
020100     05  FILLER                     PIC X(01) VALUE SPACE.
020200     05  WS-RL-STOP-ID              PIC X(05).
020300     05  FILLER                     PIC X(01) VALUE SPACE.
020400     05  WS-RL-EFFECTIVE            PIC X(10).
020500     05  FILLER                     PIC X(02) VALUE SPACE.
020600     05  WS-RL-REASON               PIC X(20).
020700     05  FILLER                     PIC X(14) VALUE SPACE.
020800 01  WS-ORDER-LINE.
020900     05  FILLER                     PIC X(21)
021000             VALUE "  COURT ORDER REF -  ".
021100     05  WS-OL-ORDER-REF            PIC X(12).
021200     05  FILLER                     PIC X(47) VALUE SPACE.
021300 01  WS-SUMMARY-LINE.
021400     05  FILLER                     PIC X(11)
021500             VALUE "APPROVED - ".
021600     05  WS-SM-APPROVED             PIC ZZ,ZZ9.
021700     05  FILLER                     PIC X(11)
021800             VALUE "  DENIED - ".
021900     05  WS-SM-DENIED               PIC ZZ,ZZ9.
022000     05  FILLER                     PIC X(12)
022100             VALUE "  APPLIED - ".
022200     05  WS-SM-APPLIED              PIC ZZ,ZZ9.
022300     05  FILLER                     PIC X(12)
022400             VALUE "  DROPPED - ".
022500     05  WS-SM-GONE                 PIC ZZ,ZZ9.
022600     05  FILLER                     PIC X(10) VALUE SPACE.
022700 01  WS-CARRY-LINE.
022800     05  FILLER                     PIC X(31)
022900             VALUE "APPROVED CHANGES STILL PENDING ".
023000     05  WS-CL-CARRIED              PIC ZZ,ZZ9.
023100     05  FILLER                     PIC X(43) VALUE SPACE.
023133 01  WS-HELD-LINE                   PIC X(80)
023166         VALUE "TABLE FULL - NO REQUEST DECIDED OR APPLIED".
023200 PROCEDURE DIVISION.
023300*--------------------------------------------------------------*
023400*    0000-MAINLINE                                              *
023500*--------------------------------------------------------------*
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023714     IF WS-ST-DROP-COUNT > 0 OR WS-RS-DROP-COUNT > 0
023728             OR WS-AUTH-DROP-COUNT > 0
023742         WRITE STOP-CHANGE-RPT-LINE FROM WS-HELD-LINE
023756         PERFORM 8000-FINALIZE THRU 8000-EXIT
023770         GOBACK
023784     END-IF
023800     PERFORM 2000-LOCATE-RIDER THRU 2000-EXIT
023900         UNTIL WS-RIDER-EOF
024000     CLOSE ROUTE-RIDER-FILE
024100     PERFORM 3000-DECIDE-REQUEST THRU 3000-EXIT
024200         VARYING WS-RQSUB FROM 1 BY 1
024300         UNTIL WS-RQSUB > WS-RQ-COUNT
024400     MOVE "N" TO WS-RIDER-EOF-SWITCH
024500     OPEN INPUT ROUTE-RIDER-FILE
024600     PERFORM 2100-READ-RIDER THRU 2100-EXIT
024700     PERFORM 4000-APPLY-RIDER THRU 4000-EXIT
024800         UNTIL WS-RIDER-EOF
024900     PERFORM 5000-CARRY-REQUEST THRU 5000-EXIT
025000         VARYING WS-RQSUB FROM 1 BY 1
025100         UNTIL WS-RQSUB > WS-RQ-COUNT
025200     PERFORM 8000-FINALIZE THRU 8000-EXIT
025300     GOBACK.
025400*--------------------------------------------------------------*
025500*    1000-INITIALIZE - STOPS, SEATS, AND AUTHORIZATIONS GO      *
025600*    INTO TABLES, THEN EVERY REQUEST ON THE FILE.               *
025700*--------------------------------------------------------------*
025800 1000-INITIALIZE.
025900     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
026000     OPEN INPUT BUS-STOP-MASTER-FILE
026100     PERFORM 1100-LOAD-STOP THRU 1100-EXIT
026200         UNTIL WS-STOP-EOF
026300     CLOSE BUS-STOP-MASTER-FILE
026400     OPEN INPUT DAILY-ROUTE-RIDERSHIP-FILE
026500     PERFORM 1200-LOAD-SEATS THRU 1200-EXIT
026600         UNTIL WS-RIDE-EOF
026700     CLOSE DAILY-ROUTE-RIDERSHIP-FILE
026800     OPEN INPUT PICKUP-AUTH-FILE
026900     IF WS-PK-FILE-STATUS = "35"
027000         DISPLAY "STOPCHG: PICKUP AUTH FILE MISSING - "
027100             "CUSTODY CHECKS WILL DENY"
027200         MOVE "N" TO WS-AUTH-USABLE-SWITCH
027300     ELSE
027400         PERFORM 1300-LOAD-AUTH THRU 1300-EXIT
027500             UNTIL WS-PK-EOF
027600         CLOSE PICKUP-AUTH-FILE
027700     END-IF
027800     OPEN OUTPUT STOP-CHANGE-OUT-FILE
027900     OPEN INPUT STOP-CHANGE-FILE
028000     IF WS-SQ-FILE-STATUS = "35"
028100         DISPLAY "STOPCHG: NO STOP-CHANGE FILE - NOTHING TO DO"
028200         SET WS-SQ-EOF TO TRUE
028300     ELSE
028400         PERFORM 1400-LOAD-REQUEST THRU 1400-EXIT
028500             UNTIL WS-SQ-EOF
028600         CLOSE STOP-CHANGE-FILE
028700     END-IF
028800     OPEN OUTPUT NEW-RIDER-FILE
028900     OPEN EXTEND STOP-NOTICE-FILE
029000     OPEN OUTPUT STOP-CHANGE-RPT
029100     WRITE STOP-CHANGE-RPT-LINE FROM WS-REPORT-HEADING
029200     WRITE STOP-CHANGE-RPT-LINE FROM WS-COLUMN-HEADING
029300     OPEN INPUT ROUTE-RIDER-FILE
029400     PERFORM 2100-READ-RIDER THRU 2100-EXIT.
029500 1000-EXIT.
029600     EXIT.
029700*--------------------------------------------------------------*
029800*    1100-LOAD-STOP                                             *
029900*--------------------------------------------------------------*
030000 1100-LOAD-STOP.
030100     READ BUS-STOP-MASTER-FILE
030200         AT END
030300             SET WS-STOP-EOF TO TRUE
030400             GO TO 1100-EXIT
030500     END-READ
030600     IF WS-ST-COUNT >= 2000
030700         ADD 1 TO WS-ST-DROP-COUNT
030800         GO TO 1100-EXIT
030900     END-IF
031000     ADD 1 TO WS-ST-COUNT
031100     MOVE BS-ROUTE-ID TO WS-ST-ROUTE-ID (WS-ST-COUNT)
031200     MOVE BS-STOP-ID TO WS-ST-STOP-ID (WS-ST-COUNT).
031300 1100-EXIT.
031400     EXIT.
031500*--------------------------------------------------------------*
031600*    1200-LOAD-SEATS                                            *
031700*--------------------------------------------------------------*
031800 1200-LOAD-SEATS.
031900     READ DAILY-ROUTE-RIDERSHIP-FILE
032000         AT END
032100             SET WS-RIDE-EOF TO TRUE
032200             GO TO 1200-EXIT
032300     END-READ
032400     IF DAILY-ROUTE-RIDERSHIP-RECORD (1:3) = "###"
032500         SET WS-RIDE-EOF TO TRUE
032600         GO TO 1200-EXIT
032700     END-IF
032800     IF WS-RS-COUNT >= 300
032900         ADD 1 TO WS-RS-DROP-COUNT
033000         GO TO 1200-EXIT
033100     END-IF
033200     ADD 1 TO WS-RS-COUNT
033300     MOVE RR-ROUTE-ID TO WS-RS-ROUTE-ID (WS-RS-COUNT)
033400     MOVE RR-RUN-LEG TO WS-RS-RUN-LEG (WS-RS-COUNT)
033500     MOVE RR-CAPACITY TO WS-RS-CAPACITY (WS-RS-COUNT)
033600     MOVE RR-ONBOARD TO WS-RS-ONBOARD (WS-RS-COUNT)
033700     MOVE ZERO TO WS-RS-ADDED (WS-RS-COUNT).
033800 1200-EXIT.
033900     EXIT.
034000*--------------------------------------------------------------*
034100*    1300-LOAD-AUTH - AN OVERFLOWED LIST IS INCOMPLETE, SO NO   *
034200*    CUSTODY CHECK IS PASSED FROM IT.                           *
034300*--------------------------------------------------------------*
034400 1300-LOAD-AUTH.
034500     READ PICKUP-AUTH-FILE
034600         AT END
034700             SET WS-PK-EOF TO TRUE
034800             GO TO 1300-EXIT
034900     END-READ
035000     IF WS-AUTH-COUNT >= 1000
035100         ADD 1 TO WS-AUTH-DROP-COUNT
035200         MOVE "N" TO WS-AUTH-USABLE-SWITCH
035300         GO TO 1300-EXIT
035400     END-IF
035500     ADD 1 TO WS-AUTH-COUNT
035600     MOVE PK-STUDENT-ID TO WS-AU-STUDENT-ID (WS-AUTH-COUNT)
035700     MOVE PK-ENTRY-TYPE TO WS-AU-TYPE (WS-AUTH-COUNT)
035800     MOVE PK-PERSON-NAME TO WS-AU-NAME (WS-AUTH-COUNT)
035900     MOVE PK-COURT-ORDER-REF TO WS-AU-ORDER-REF (WS-AUTH-COUNT).
036000 1300-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------*
036300*    1400-LOAD-REQUEST - A REQUEST THAT DOES NOT FIT THE TABLE  *
036400*    IS CARRIED TO TOMORROW'S FILE UNTOUCHED.  A MOVE APPROVED  *
036500*    ON AN EARLIER NIGHT STILL HOLDS ITS SEAT ON THE NEW LEG.   *
036600*--------------------------------------------------------------*
036700 1400-LOAD-REQUEST.
036800     READ STOP-CHANGE-FILE
036900         AT END
037000             SET WS-SQ-EOF TO TRUE
037100             GO TO 1400-EXIT
037200     END-READ
037300     IF WS-RQ-COUNT >= 500
037400         ADD 1 TO WS-RQ-DROP-COUNT
037500         WRITE STOP-CHANGE-OUT-RECORD
037600             FROM STOP-CHANGE-REQUEST-RECORD
037700         GO TO 1400-EXIT
037800     END-IF
037900     ADD 1 TO WS-RQ-COUNT
038000     MOVE STOP-CHANGE-REQUEST-RECORD
038100         TO WS-RQ-REQUEST (WS-RQ-COUNT)
038200     MOVE "N" TO WS-RQ-RIDER-SW (WS-RQ-COUNT)
038300     MOVE SPACE TO WS-RQ-CUR-ROUTE-ID (WS-RQ-COUNT)
038400     MOVE SPACE TO WS-RQ-CUR-STOP-ID (WS-RQ-COUNT)
038500     MOVE "P" TO WS-RQ-OUTCOME (WS-RQ-COUNT)
038600     IF SQ-STATUS-APPROVED
038700             AND SQ-BOARD-SEQ > ZERO
038800         MOVE SQ-NEW-ROUTE-ID TO WS-LOOKUP-ROUTE
038900         MOVE SQ-RUN-LEG TO WS-LOOKUP-LEG
039000         PERFORM 3210-FIND-SEAT-LEG THRU 3210-EXIT
039100         IF WS-RS-FOUND-SUB > 0
039200             ADD 1 TO WS-RS-ADDED (WS-RS-FOUND-SUB)
039300         END-IF
039400     END-IF.
039500 1400-EXIT.
039600     EXIT.
039700*--------------------------------------------------------------*
039800*    2000-LOCATE-RIDER - FIRST PASS OVER THE RIDERS RECORDS     *
039900*    WHERE EACH REQUESTED STUDENT RIDES TODAY ON THE LEG.       *
040000*--------------------------------------------------------------*
040100 2000-LOCATE-RIDER.
040200     PERFORM 2010-MATCH-LOCATE THRU 2010-EXIT
040300         VARYING WS-RQSUB FROM 1 BY 1
040400         UNTIL WS-RQSUB > WS-RQ-COUNT
040500     PERFORM 2100-READ-RIDER THRU 2100-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900*    2010-MATCH-LOCATE - A ROW WITH NO LEG IS A MORNING ROW.    *
041000*--------------------------------------------------------------*
041100 2010-MATCH-LOCATE.
041200     IF RA-STUDENT-ID NOT = WS-RQ-STUDENT-ID (WS-RQSUB)
041300         GO TO 2010-EXIT
041400     END-IF
041500     IF RA-RUN-LEG = "P"
041600         IF WS-RQ-RUN-LEG (WS-RQSUB) NOT = "P"
041700             GO TO 2010-EXIT
041800         END-IF
041900     ELSE
042000         IF WS-RQ-RUN-LEG (WS-RQSUB) = "P"
042100             GO TO 2010-EXIT
042200         END-IF
042300     END-IF
042400     MOVE "Y" TO WS-RQ-RIDER-SW (WS-RQSUB)
042500     MOVE RA-ROUTE-ID TO WS-RQ-CUR-ROUTE-ID (WS-RQSUB)
042600     MOVE RA-STOP-ID TO WS-RQ-CUR-STOP-ID (WS-RQSUB).
042700 2010-EXIT.
042800     EXIT.
042900*--------------------------------------------------------------*
043000*    2100-READ-RIDER                                            *
043100*--------------------------------------------------------------*
043200 2100-READ-RIDER.
043300     READ ROUTE-RIDER-FILE
043400         AT END
043500             SET WS-RIDER-EOF TO TRUE
043600     END-READ.
043700 2100-EXIT.
043800     EXIT.
043900*--------------------------------------------------------------*
044000*    3000-DECIDE-REQUEST - ONLY NEW REQUESTS ARE DECIDED; ONE   *
044100*    APPROVED ON AN EARLIER NIGHT WAITS FOR ITS DATE.           *
044200*--------------------------------------------------------------*
044300 3000-DECIDE-REQUEST.
044400     IF WS-RQ-STATUS (WS-RQSUB) = "A"
044500         GO TO 3000-EXIT
044600     END-IF
044700     MOVE SPACE TO WS-DENY-REASON
044800     MOVE SPACE TO WS-ORDER-REF
044900     PERFORM 3010-CHECK-REQUEST THRU 3010-EXIT
045000     IF WS-DENY-REASON = SPACE
045100         MOVE "A" TO WS-RQ-STATUS (WS-RQSUB)
045200         ADD 1 TO WS-APPROVED-COUNT
045300         PERFORM 3800-WRITE-NOTICE THRU 3800-EXIT
045400         MOVE "APPROVED" TO WS-RL-RESULT
045500     ELSE
045600         MOVE "D" TO WS-RQ-OUTCOME (WS-RQSUB)
045700         ADD 1 TO WS-DENIED-COUNT
045800         MOVE "DENIED" TO WS-RL-RESULT
045900     END-IF
046000     PERFORM 3900-LIST-REQUEST THRU 3900-EXIT.
046100 3000-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------*
046400*    3010-CHECK-REQUEST - THE FIRST FAILED CHECK IS THE REASON  *
046500*    THE OFFICE SEES.  THE SEAT IS TAKEN LAST SO A REQUEST      *
046600*    DENIED FOR CUSTODY DOES NOT HOLD ONE.                      *
046700*--------------------------------------------------------------*
046800 3010-CHECK-REQUEST.
046900     IF WS-RQ-RUN-LEG (WS-RQSUB) NOT = "A"
047000             AND WS-RQ-RUN-LEG (WS-RQSUB) NOT = "P"
047100         MOVE "BAD RUN LEG" TO WS-DENY-REASON
047200         GO TO 3010-EXIT
047300     END-IF
047400     IF WS-RQ-EFFECTIVE-DATE (WS-RQSUB) IS NOT NUMERIC
047500         MOVE "BAD EFFECTIVE DATE" TO WS-DENY-REASON
047600         GO TO 3010-EXIT
047700     END-IF
047800     MOVE WS-RQ-EFFECTIVE-DATE (WS-RQSUB) TO WS-DATE-WORK
047900     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
048000             OR WS-DW-DAY < 1 OR WS-DW-DAY > 31
048100         MOVE "BAD EFFECTIVE DATE" TO WS-DENY-REASON
048200         GO TO 3010-EXIT
048300     END-IF
048400     IF NOT WS-RQ-RIDER-FOUND (WS-RQSUB)
048500         MOVE "NOT A RIDER ON LEG" TO WS-DENY-REASON
048600         GO TO 3010-EXIT
048700     END-IF
048800     IF WS-RQ-NEW-ROUTE-ID (WS-RQSUB) = SPACE
048900         MOVE WS-RQ-CUR-ROUTE-ID (WS-RQSUB)
049000             TO WS-RQ-NEW-ROUTE-ID (WS-RQSUB)
049100     END-IF
049200     PERFORM 3100-FIND-STOP THRU 3100-EXIT
049300     IF WS-ST-FOUND-SUB = 0
049400         MOVE "STOP NOT ON MASTER" TO WS-DENY-REASON
049500         GO TO 3010-EXIT
049600     END-IF
049700     IF WS-RQ-NEW-ROUTE-ID (WS-RQSUB)
049800                 = WS-RQ-CUR-ROUTE-ID (WS-RQSUB)
049900             AND WS-RQ-NEW-STOP-ID (WS-RQSUB)
050000                 = WS-RQ-CUR-STOP-ID (WS-RQSUB)
050100         MOVE "ALREADY AT THIS STOP" TO WS-DENY-REASON
050200         GO TO 3010-EXIT
050300     END-IF
050400     PERFORM 3300-CHECK-CUSTODY THRU 3300-EXIT
050500     IF WS-DENY-REASON NOT = SPACE
050600         GO TO 3010-EXIT
050700     END-IF
050800     PERFORM 3200-CHECK-SEAT THRU 3200-EXIT.
050900 3010-EXIT.
051000     EXIT.
051100*--------------------------------------------------------------*
051200*    3100-FIND-STOP - WS-ST-FOUND-SUB COMES BACK POINTING AT    *
051300*    THE REQUESTED STOP ON THE REQUESTED ROUTE, OR ZERO.        *
051400*--------------------------------------------------------------*
051500 3100-FIND-STOP.
051600     MOVE ZERO TO WS-ST-FOUND-SUB
051700     PERFORM 3110-MATCH-STOP THRU 3110-EXIT
051800         VARYING WS-STSUB FROM 1 BY 1
051900         UNTIL WS-STSUB > WS-ST-COUNT
052000             OR WS-ST-FOUND-SUB > 0.
052100 3100-EXIT.
052200     EXIT.
052300*--------------------------------------------------------------*
052400*    3110-MATCH-STOP                                            *
052500*--------------------------------------------------------------*
052600 3110-MATCH-STOP.
052700     IF WS-RQ-NEW-ROUTE-ID (WS-RQSUB) = WS-ST-ROUTE-ID (WS-STSUB)
052800             AND WS-RQ-NEW-STOP-ID (WS-RQSUB)
052900                 = WS-ST-STOP-ID (WS-STSUB)
053000         MOVE WS-STSUB TO WS-ST-FOUND-SUB
053100     END-IF.
053200 3110-EXIT.
053300     EXIT.
053400*--------------------------------------------------------------*
053500*    3200-CHECK-SEAT - A NEW STOP ON THE SAME ROUTE KEEPS THE   *
053600*    RIDER'S SEAT.  A MOVE TO ANOTHER ROUTE NEEDS ONE FREE ON   *
053700*    THAT ROUTE'S LEG, COUNTING MOVES ALREADY APPROVED ONTO IT; *
053800*    THE RIDER BOARDS AFTER EVERYONE ALREADY HOLDING A SEAT.    *
053900*--------------------------------------------------------------*
054000 3200-CHECK-SEAT.
054100     MOVE ZERO TO WS-RQ-BOARD-SEQ (WS-RQSUB)
054200     IF WS-RQ-NEW-ROUTE-ID (WS-RQSUB)
054300             = WS-RQ-CUR-ROUTE-ID (WS-RQSUB)
054400         GO TO 3200-EXIT
054500     END-IF
054600     MOVE WS-RQ-NEW-ROUTE-ID (WS-RQSUB) TO WS-LOOKUP-ROUTE
054700     MOVE WS-RQ-RUN-LEG (WS-RQSUB) TO WS-LOOKUP-LEG
054800     PERFORM 3210-FIND-SEAT-LEG THRU 3210-EXIT
054900     IF WS-RS-FOUND-SUB = 0
055000         MOVE "NO RUN ON ROUTE LEG" TO WS-DENY-REASON
055100         GO TO 3200-EXIT
055200     END-IF
055300     COMPUTE WS-SEATS-TAKEN = WS-RS-ONBOARD (WS-RS-FOUND-SUB)
055400         + WS-RS-ADDED (WS-RS-FOUND-SUB)
055500     IF WS-SEATS-TAKEN >= WS-RS-CAPACITY (WS-RS-FOUND-SUB)
055600         MOVE "NO SEAT ON ROUTE LEG" TO WS-DENY-REASON
055700         GO TO 3200-EXIT
055800     END-IF
055900     ADD 1 TO WS-RS-ADDED (WS-RS-FOUND-SUB)
056000     ADD 1 TO WS-SEATS-TAKEN
056100     MOVE WS-SEATS-TAKEN TO WS-RQ-BOARD-SEQ (WS-RQSUB).
056200 3200-EXIT.
056300     EXIT.
056400*--------------------------------------------------------------*
056500*    3210-FIND-SEAT-LEG - WS-RS-FOUND-SUB COMES BACK POINTING   *
056600*    AT WS-LOOKUP-ROUTE AND -LEG ON THE SEAT TABLE, OR ZERO.    *
056700*--------------------------------------------------------------*
056800 3210-FIND-SEAT-LEG.
056900     MOVE ZERO TO WS-RS-FOUND-SUB
057000     PERFORM 3220-MATCH-SEAT-LEG THRU 3220-EXIT
057100         VARYING WS-RSSUB FROM 1 BY 1
057200         UNTIL WS-RSSUB > WS-RS-COUNT
057300             OR WS-RS-FOUND-SUB > 0.
057400 3210-EXIT.
057500     EXIT.
057600*--------------------------------------------------------------*
057700*    3220-MATCH-SEAT-LEG                                        *
057800*--------------------------------------------------------------*
057900 3220-MATCH-SEAT-LEG.
058000     IF WS-LOOKUP-ROUTE = WS-RS-ROUTE-ID (WS-RSSUB)
058100             AND WS-LOOKUP-LEG = WS-RS-RUN-LEG (WS-RSSUB)
058200         MOVE WS-RSSUB TO WS-RS-FOUND-SUB
058300     END-IF.
058400 3220-EXIT.
058500     EXIT.
058600*--------------------------------------------------------------*
058700*    3300-CHECK-CUSTODY - ANY NAMED ADULT UNDER A COURT         *
058800*    RESTRICTION DENIES.  THE PM DROP-OFF HANDS THE CHILD OVER, *
058900*    SO A PM MOVE ALSO NEEDS A NAMED ADULT ON THE AUTHORIZED    *
059000*    LIST - AND A LIST THAT IS MISSING OR INCOMPLETE PASSES     *
059100*    NOBODY.                                                    *
059200*--------------------------------------------------------------*
059300 3300-CHECK-CUSTODY.
059400     IF WS-RQ-RUN-LEG (WS-RQSUB) NOT = "P"
059500             AND WS-RQ-MEET-ADULT (WS-RQSUB) = SPACE
059600         GO TO 3300-EXIT
059700     END-IF
059800     IF NOT WS-AUTH-USABLE
059900         MOVE "AUTH LIST INCOMPLETE" TO WS-DENY-REASON
060000         GO TO 3300-EXIT
060100     END-IF
060200     IF WS-RQ-MEET-ADULT (WS-RQSUB) = SPACE
060300         MOVE "NO MEET ADULT NAMED" TO WS-DENY-REASON
060400         GO TO 3300-EXIT
060500     END-IF
060600     MOVE "N" TO WS-ADULT-AUTHORIZED-SW
060700     PERFORM 3310-SCAN-AUTH THRU 3310-EXIT
060800         VARYING WS-ASUB FROM 1 BY 1
060900         UNTIL WS-ASUB > WS-AUTH-COUNT
061000     IF WS-DENY-REASON NOT = SPACE
061100         GO TO 3300-EXIT
061200     END-IF
061300     IF WS-RQ-RUN-LEG (WS-RQSUB) = "P"
061400             AND NOT WS-ADULT-AUTHORIZED
061500         MOVE "ADULT NOT AUTHORIZED" TO WS-DENY-REASON
061600     END-IF.
061700 3300-EXIT.
061800     EXIT.
061900*--------------------------------------------------------------*
062000*    3310-SCAN-AUTH - THE WHOLE LIST IS WALKED SO A RESTRICTION *
062100*    ROW OVERRIDES AN AUTHORIZATION FOR THE SAME ADULT.         *
062200*--------------------------------------------------------------*
062300 3310-SCAN-AUTH.
062400     IF WS-RQ-STUDENT-ID (WS-RQSUB) = WS-AU-STUDENT-ID (WS-ASUB)
062500             AND WS-RQ-MEET-ADULT (WS-RQSUB)
062600                 = WS-AU-NAME (WS-ASUB)
062700         IF WS-AU-TYPE (WS-ASUB) = "R"
062800             MOVE "COURT RESTRICTION" TO WS-DENY-REASON
062900             MOVE WS-AU-ORDER-REF (WS-ASUB) TO WS-ORDER-REF
063000             MOVE WS-AUTH-COUNT TO WS-ASUB
063100         ELSE
063200             MOVE "Y" TO WS-ADULT-AUTHORIZED-SW
063300         END-IF
063400     END-IF.
063500 3310-EXIT.
063600     EXIT.
063700*--------------------------------------------------------------*
063800*    3800-WRITE-NOTICE - QUEUES THE NEW STOP CONFIRMATION       *
063900*    LETTER FOR THE LETTER EXTRACT.                             *
064000*--------------------------------------------------------------*
064100 3800-WRITE-NOTICE.
064200     PERFORM 3950-EDIT-DATE THRU 3950-EXIT
064300     MOVE SPACE TO STOP-NOTICE-RECORD
064400     MOVE WS-RQ-STUDENT-ID (WS-RQSUB) TO TN-STUDENT-ID
064500     SET TN-TYPE-STOP-CONFIRM TO TRUE
064600     IF WS-RQ-RUN-LEG (WS-RQSUB) = "P"
064700         MOVE "PM" TO TN-EVENT-DETAIL
064800     ELSE
064900         MOVE "AM" TO TN-EVENT-DETAIL
065000     END-IF
065100     STRING " STOP " DELIMITED BY SIZE
065200         WS-RQ-NEW-STOP-ID (WS-RQSUB) DELIMITED BY SIZE
065300         " FROM " DELIMITED BY SIZE
065400         WS-DATE-EDIT DELIMITED BY SIZE
065500         INTO TN-EVENT-DETAIL (3:28)
065600     WRITE STOP-NOTICE-RECORD.
065700 3800-EXIT.
065800     EXIT.
065900*--------------------------------------------------------------*
066000*    3900-LIST-REQUEST                                          *
066100*--------------------------------------------------------------*
066200 3900-LIST-REQUEST.
066300     PERFORM 3950-EDIT-DATE THRU 3950-EXIT
066400     MOVE WS-RQ-STUDENT-ID (WS-RQSUB) TO WS-RL-STUDENT-ID
066500     IF WS-RQ-RUN-LEG (WS-RQSUB) = "P"
066600         MOVE "PM" TO WS-RL-LEG
066700     ELSE
066800         MOVE "AM" TO WS-RL-LEG
066900     END-IF
067000     MOVE WS-RQ-NEW-ROUTE-ID (WS-RQSUB) TO WS-RL-ROUTE-ID
067100     MOVE WS-RQ-NEW-STOP-ID (WS-RQSUB) TO WS-RL-STOP-ID
067200     MOVE WS-DATE-EDIT TO WS-RL-EFFECTIVE
067300     MOVE WS-DENY-REASON TO WS-RL-REASON
067400     WRITE STOP-CHANGE-RPT-LINE FROM WS-REQUEST-LINE
067500     IF WS-ORDER-REF NOT = SPACE
067600         MOVE WS-ORDER-REF TO WS-OL-ORDER-REF
067700         WRITE STOP-CHANGE-RPT-LINE FROM WS-ORDER-LINE
067800     END-IF.
067900 3900-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------*
068200*    3950-EDIT-DATE - EFFECTIVE DATE AS MM/DD/YYYY.             *
068300*--------------------------------------------------------------*
068400 3950-EDIT-DATE.
068500     MOVE SPACE TO WS-DATE-EDIT
068600     IF WS-RQ-EFFECTIVE-DATE (WS-RQSUB) IS NOT NUMERIC
068700         GO TO 3950-EXIT
068800     END-IF
068900     MOVE WS-RQ-EFFECTIVE-DATE (WS-RQSUB) TO WS-DATE-WORK
069000     STRING WS-DW-MONTH DELIMITED BY SIZE
069100         "/" DELIMITED BY SIZE
069200         WS-DW-DAY DELIMITED BY SIZE
069300         "/" DELIMITED BY SIZE
069400         WS-DW-YEAR DELIMITED BY SIZE
069500         INTO WS-DATE-EDIT.
069600 3950-EXIT.
069700     EXIT.
069800*--------------------------------------------------------------*
069900*    4000-APPLY-RIDER - SECOND PASS.  EVERY RIDER ROW IS COPIED *
070000*    TO THE NEW RIDER FILE, WITH THE STOP (AND ROUTE AND        *
070100*    BOARDING ORDER ON A ROUTE MOVE) OF ANY APPROVED CHANGE     *
070200*    WHOSE EFFECTIVE DATE HAS COME.                             *
070300*--------------------------------------------------------------*
070400 4000-APPLY-RIDER.
070500     MOVE ROUTE-RIDER-ASSIGNMENT-RECORD TO WS-NEW-RIDER
070600     PERFORM 4010-MATCH-APPLY THRU 4010-EXIT
070700         VARYING WS-RQSUB FROM 1 BY 1
070800         UNTIL WS-RQSUB > WS-RQ-COUNT
070900     WRITE NEW-RIDER-RECORD FROM WS-NEW-RIDER
071000     PERFORM 2100-READ-RIDER THRU 2100-EXIT.
071100 4000-EXIT.
071200     EXIT.
071300*--------------------------------------------------------------*
071400*    4010-MATCH-APPLY                                           *
071500*--------------------------------------------------------------*
071600 4010-MATCH-APPLY.
071700     IF WS-RQ-STATUS (WS-RQSUB) NOT = "A"
071800             OR NOT WS-RQ-PENDING (WS-RQSUB)
071900             OR WS-RQ-EFFECTIVE-DATE (WS-RQSUB) > WS-TS-DATE
072000             OR RA-STUDENT-ID NOT = WS-RQ-STUDENT-ID (WS-RQSUB)
072100         GO TO 4010-EXIT
072200     END-IF
072300     IF RA-RUN-LEG = "P"
072400         IF WS-RQ-RUN-LEG (WS-RQSUB) NOT = "P"
072500             GO TO 4010-EXIT
072600         END-IF
072700     ELSE
072800         IF WS-RQ-RUN-LEG (WS-RQSUB) = "P"
072900             GO TO 4010-EXIT
073000         END-IF
073100     END-IF
073200     MOVE WS-RQ-NEW-STOP-ID (WS-RQSUB) TO WS-NR-STOP-ID
073300     IF WS-RQ-NEW-ROUTE-ID (WS-RQSUB) NOT = RA-ROUTE-ID
073400         MOVE WS-RQ-NEW-ROUTE-ID (WS-RQSUB) TO WS-NR-ROUTE-ID
073500         MOVE WS-RQ-BOARD-SEQ (WS-RQSUB) TO WS-NR-BOARD-SEQ
073600     END-IF
073700     MOVE "X" TO WS-RQ-OUTCOME (WS-RQSUB)
073800     MOVE SPACE TO WS-AUDIT-VALUE
073900     STRING RA-STUDENT-ID DELIMITED BY SIZE
074000         " " DELIMITED BY SIZE
074100         RA-STOP-ID DELIMITED BY SIZE
074200         ">" DELIMITED BY SIZE
074300         WS-NR-STOP-ID DELIMITED BY SIZE
074400         INTO WS-AUDIT-VALUE
074500     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID
074600         WS-AUDIT-FIELD-NAME WS-AUDIT-VALUE WS-AUDIT-REASON.
074700 4010-EXIT.
074800     EXIT.
074900*--------------------------------------------------------------*
075000*    5000-CARRY-REQUEST - APPROVED CHANGES NOT YET IN EFFECT    *
075100*    GO TO TOMORROW'S FILE.  AN APPLIED CHANGE IS REPORTED AND  *
075200*    DROPPED, AS IS ONE WHOSE DATE CAME BUT WHOSE RIDER IS NO   *
075300*    LONGER ON THE LEG.                                         *
075400*--------------------------------------------------------------*
075500 5000-CARRY-REQUEST.
075600     MOVE SPACE TO WS-DENY-REASON
075700     MOVE SPACE TO WS-ORDER-REF
075800     IF WS-RQ-DENIED (WS-RQSUB)
075900         GO TO 5000-EXIT
076000     END-IF
076100     IF WS-RQ-APPLIED (WS-RQSUB)
076200         ADD 1 TO WS-APPLIED-COUNT
076300         MOVE "APPLIED" TO WS-RL-RESULT
076400         PERFORM 3900-LIST-REQUEST THRU 3900-EXIT
076500         GO TO 5000-EXIT
076600     END-IF
076700     IF WS-RQ-EFFECTIVE-DATE (WS-RQSUB) <= WS-TS-DATE
076800         MOVE "G" TO WS-RQ-OUTCOME (WS-RQSUB)
076900         ADD 1 TO WS-GONE-COUNT
077000         MOVE "DROPPED" TO WS-RL-RESULT
077100         MOVE "NO LONGER ON LEG" TO WS-DENY-REASON
077200         PERFORM 3900-LIST-REQUEST THRU 3900-EXIT
077300         GO TO 5000-EXIT
077400     END-IF
077500     ADD 1 TO WS-CARRIED-COUNT
077600     WRITE STOP-CHANGE-OUT-RECORD FROM WS-RQ-REQUEST (WS-RQSUB).
077700 5000-EXIT.
077800     EXIT.
077900*--------------------------------------------------------------*
078000*    8000-FINALIZE - A FULL REQUEST TABLE IS RC 4, SINCE THE    *
078025*    OVERFLOW IS ON TOMORROW'S FILE UNTOUCHED.  A FULL STOP,    *
078050*    SEAT OR AUTHORIZATION TABLE IS RC 8 - THE MAINLINE CAME    *
078075*    STRAIGHT HERE AND THE REQUEST FILE IS NOT REPLACED.        *
078100*--------------------------------------------------------------*
078200 8000-FINALIZE.
078300     MOVE WS-APPROVED-COUNT TO WS-SM-APPROVED
078400     MOVE WS-DENIED-COUNT TO WS-SM-DENIED
078500     MOVE WS-APPLIED-COUNT TO WS-SM-APPLIED
078600     MOVE WS-GONE-COUNT TO WS-SM-GONE
078700     WRITE STOP-CHANGE-RPT-LINE FROM WS-SUMMARY-LINE
078800     MOVE WS-CARRIED-COUNT TO WS-CL-CARRIED
078900     WRITE STOP-CHANGE-RPT-LINE FROM WS-CARRY-LINE
079000     CLOSE ROUTE-RIDER-FILE
079100     CLOSE NEW-RIDER-FILE
079200     CLOSE STOP-CHANGE-OUT-FILE
079300     CLOSE STOP-NOTICE-FILE
079400     CLOSE STOP-CHANGE-RPT
079500     IF WS-DENIED-COUNT > 0 OR WS-GONE-COUNT > 0
079600         MOVE 4 TO RETURN-CODE
079700     END-IF
079800     IF WS-ST-DROP-COUNT > 0
079900         DISPLAY "STOPCHG: STOP TABLE FULL - DROPPED - "
080000             WS-ST-DROP-COUNT
080100         MOVE 8 TO RETURN-CODE
080200     END-IF
080300     IF WS-RS-DROP-COUNT > 0
080400         DISPLAY "STOPCHG: SEAT TABLE FULL - DROPPED - "
080500             WS-RS-DROP-COUNT
080600         MOVE 8 TO RETURN-CODE
080700     END-IF
080800     IF WS-AUTH-DROP-COUNT > 0
080900         DISPLAY "STOPCHG: AUTH TABLE FULL - DROPPED - "
081000             WS-AUTH-DROP-COUNT
081100         MOVE 8 TO RETURN-CODE
081200     END-IF
081300     IF WS-RQ-DROP-COUNT > 0
081400         DISPLAY "STOPCHG: REQUEST TABLE FULL - CARRIED UNREAD - "
081500             WS-RQ-DROP-COUNT
081600         IF RETURN-CODE < 4
081633             MOVE 4 TO RETURN-CODE
081666         END-IF
081700     END-IF.
081800 8000-EXIT.
081900     EXIT.
082000 END PROGRAM STOPCHG.
