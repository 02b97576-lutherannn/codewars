008000*                    AS A ONE-DAY RELEASE SO NEITHER THE     *
008100*                    PERMANENT ASSIGNMENT NOR THE WAITLIST   *
008200*                    SPOT MOVES.                             *
008210*   2026-10-14  DLS  TAKE THE DISCIPLINE INCIDENT            *
008220*                    HISTORY AS AN INPUT - A RIDER WITH      *
008230*                    A BUS OR OUT-OF-SCHOOL SUSPENSION       *
008240*                    IN FORCE TODAY IS OFF THE SEAT          *
008250*                    COUNT: THE SEAT OPENS AS A ONE-DAY      *
008260*                    RELEASE AND THE RIDER IS NEVER          *
008270*                    NAMED ON THE BUMP LIST.                 *
008280*   2026-10-15  DLS  A FULL SUSPENSION TABLE ENDS THE RUN   *
008290*                    RC 8.                                   *
008300*--------------------------------------------------------------*
008400 ENVIRONMENT DIVISION.
008500 INPUT-OUTPUT SECTION.
011100     SELECT DAY-ABSENCE-FILE ASSIGN TO DAYABSNC
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-AB-FILE-STATUS.
011310     SELECT INCIDENT-HISTORY-FILE ASSIGN TO INCIDENT
011320         ORGANIZATION IS SEQUENTIAL
011330         FILE STATUS IS WS-IN-FILE-STATUS.
011400     SELECT CHECKPOINT-FILE ASSIGN TO RTECKPT
011500         ORGANIZATION IS SEQUENTIAL
011600         FILE STATUS IS WS-CKPT-FILE-STATUS.
015200 FD  DAY-ABSENCE-FILE
015300     RECORDING MODE IS F.
015400     COPY attend.
015410 FD  INCIDENT-HISTORY-FILE
015420     RECORDING MODE IS F.
015430     COPY incident.
015500 FD  CHECKPOINT-FILE
015600     RECORDING MODE IS F.
015700     COPY chkptrec.
024800 01  WS-ABSENT-SEAT-COUNT          PIC S9(03) COMP.
024900 01  WS-PERM-SEATS                 PIC S9(03) COMP.
025000 01  WS-ONE-DAY-OFFER-COUNT        PIC 9(05) COMP VALUE ZERO.
025010 01  WS-IN-FILE-STATUS             PIC X(02) VALUE SPACE.
025020 01  WS-IN-EOF-SWITCH              PIC X(01) VALUE "N".
025030     88  WS-IN-EOF                     VALUE "Y".
025040 01  WS-SUSP-COUNT                 PIC 9(03) COMP VALUE ZERO.
025050 01  WS-SUSP-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
025060 01  WS-SUSP-RIDER-COUNT           PIC 9(05) COMP VALUE ZERO.
025070 01  WS-SPSUB                      PIC 9(03) COMP.
025080 01  WS-SUSPENSION-TABLE.
025090     05  WS-SP-STUDENT-ID OCCURS 300 TIMES
025091                                   PIC X(09).
025092 01  WS-RIDER-SUSP-SWITCH          PIC X(01).
025093     88  WS-RIDER-SUSPENDED            VALUE "Y".
025094     88  WS-RIDER-NOT-SUSPENDED        VALUE "N".
025100 01  WS-EOD-ONE-DAY-LABEL          PIC X(24)
025200         VALUE "ONE-DAY SEAT RELEASES".
025300 01  WS-BCTL-FILE-STATUS           PIC X(02) VALUE SPACE.
038600             VALUE "PROTECTED STUDENTS CARRIED - ".
038700     05  WS-PS-CARRY-COUNT          PIC ZZ,ZZ9.
038800     05  FILLER                     PIC X(45) VALUE SPACE.
038810 01  WS-SUSP-SUMMARY-LINE.
038820     05  FILLER                     PIC X(29)
038830             VALUE "SUSPENDED RIDERS LEFT OFF -  ".
038840     05  WS-SS-SUSP-COUNT           PIC ZZ,ZZ9.
038850     05  FILLER                     PIC X(45) VALUE SPACE.
038900 LINKAGE SECTION.
039000 01  LS-PARM-LENGTH                PIC S9(04) COMP.
039100 01  LS-PARM-DATA                  PIC X(10).
044500     OPEN EXTEND RIDERSHIP-HISTORY-FILE
044600     PERFORM 1400-LOAD-BUMP-CONTROL THRU 1400-EXIT
044700     PERFORM 1600-LOAD-DAY-ABSENCE THRU 1600-EXIT
044750     PERFORM 1650-LOAD-SUSPENSIONS THRU 1650-EXIT
044800     PERFORM 1500-START-BUMP-HISTORY THRU 1500-EXIT
044900     PERFORM 2135-READ-WAITLIST THRU 2135-EXIT
045000     OPEN INPUT ROUTE-RIDER-FILE
059200     END-READ.
059300 1610-EXIT.
059400     EXIT.
059402*--------------------------------------------------------------*
059404*    1650-LOAD-SUSPENSIONS - EVERY BUS OR OUT-OF-SCHOOL        *
059406*    SUSPENSION ON THE INCIDENT HISTORY WHOSE RANGE TAKES IN   *
059408*    TODAY.  A MISSING FILE JUST MEANS NOBODY IS SUSPENDED.    *
059410*--------------------------------------------------------------*
059412 1650-LOAD-SUSPENSIONS.
059414     OPEN INPUT INCIDENT-HISTORY-FILE
059416     IF WS-IN-FILE-STATUS = "35"
059418         SET WS-IN-EOF TO TRUE
059420     ELSE
059422         PERFORM 1660-READ-INCIDENT THRU 1660-EXIT
059424             UNTIL WS-IN-EOF
059426         CLOSE INCIDENT-HISTORY-FILE
059428     END-IF.
059430 1650-EXIT.
059432     EXIT.
059434*--------------------------------------------------------------*
059436*    1660-READ-INCIDENT                                        *
059438*--------------------------------------------------------------*
059440 1660-READ-INCIDENT.
059442     READ INCIDENT-HISTORY-FILE
059444         AT END
059446             SET WS-IN-EOF TO TRUE
059448         NOT AT END
059450             IF (IN-ACTION-BUS-SUSPEND OR IN-ACTION-OUT-OF-SCHOOL)
059452                     AND IN-SUSP-START-DATE <= WS-TS-DATE
059454                     AND IN-SUSP-END-DATE >= WS-TS-DATE
059456                 IF WS-SUSP-COUNT < 300
059458                     ADD 1 TO WS-SUSP-COUNT
059460                     MOVE IN-STUDENT-ID
059462                         TO WS-SP-STUDENT-ID (WS-SUSP-COUNT)
059464                 ELSE
059466                     ADD 1 TO WS-SUSP-DROP-COUNT
059468                 END-IF
059470             END-IF
059472     END-READ.
059474 1660-EXIT.
059476     EXIT.
059500*--------------------------------------------------------------*
059600*    1500-START-BUMP-HISTORY - THE HISTORY FILE IS A ROUTE-     *
059700*    PLUS-LEG ORDERED STREAM NOW, CONSUMED BESIDE THE OTHER    *
118400*    2720-PROCESS-RIDER                                          *
118500*--------------------------------------------------------------*
118600 2720-PROCESS-RIDER.
118610     PERFORM 2760-CHECK-RIDER-SUSPENDED THRU 2760-EXIT
118620     IF WS-RIDER-SUSPENDED
118630*    A SUSPENDED RIDER IS NOT ON THE BUS TODAY - AN IN-CAPACITY
118640*    SEAT OPENS FOR STANDBY AND NOBODY IS BUMPED FOR THEM.
118650         ADD 1 TO WS-SUSP-RIDER-COUNT
118660         IF RA-BOARD-SEQ NOT > RR-CAPACITY
118670             ADD 1 TO WS-ABSENT-SEAT-COUNT
118680         END-IF
118690         PERFORM 2160-READ-RIDER THRU 2160-EXIT
118695         GO TO 2720-EXIT
118698     END-IF
118700     PERFORM 2740-CHECK-RIDER-ABSENT THRU 2740-EXIT
118800     IF RA-BOARD-SEQ > RR-CAPACITY
118900         PERFORM 2730-WRITE-RIDER-BUMP THRU 2730-EXIT
121500     END-IF.
121600 2750-EXIT.
121700     EXIT.
121704*--------------------------------------------------------------*
121708*    2760-CHECK-RIDER-SUSPENDED                                *
121712*--------------------------------------------------------------*
121716 2760-CHECK-RIDER-SUSPENDED.
121720     SET WS-RIDER-NOT-SUSPENDED TO TRUE
121724     PERFORM 2770-MATCH-SUSPENDED THRU 2770-EXIT
121728         VARYING WS-SPSUB FROM 1 BY 1
121732         UNTIL WS-SPSUB > WS-SUSP-COUNT
121736             OR WS-RIDER-SUSPENDED.
121740 2760-EXIT.
121744     EXIT.
121748*--------------------------------------------------------------*
121752*    2770-MATCH-SUSPENDED                                      *
121756*--------------------------------------------------------------*
121760 2770-MATCH-SUSPENDED.
121764     IF RA-STUDENT-ID = WS-SP-STUDENT-ID (WS-SPSUB)
121768         SET WS-RIDER-SUSPENDED TO TRUE
121772     END-IF.
121776 2770-EXIT.
121780     EXIT.
121800*--------------------------------------------------------------*
121900*    2730-WRITE-RIDER-BUMP - NAMES THE ENROLLED RIDER WHO DOES  *
122000*    NOT FIT ON THE OVERFULL BUS, ON THE BUMP LIST AND IN THE   *
128500     MOVE "RTEOVRPT" TO RW-REPORT-ID
128600     MOVE WS-PROTECT-SUMMARY-LINE TO RW-DETAIL-LINE
128700     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
128710     MOVE WS-SUSP-RIDER-COUNT TO WS-SS-SUSP-COUNT
128720     MOVE "D" TO RW-FUNCTION
128730     MOVE "RTEOVRPT" TO RW-REPORT-ID
128740     MOVE WS-SUSP-SUMMARY-LINE TO RW-DETAIL-LINE
128750     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
128800     CLOSE DAILY-ROUTE-RIDERSHIP-FILE
128900     CLOSE ROUTE-RIDER-FILE
129000     CLOSE RIDERSHIP-HISTORY-FILE
130400         DISPLAY "RTEOVFLW: CAMPUS TABLE FULL - "
130500             "ROUTES NOT ROLLED UP - " WS-CAMPUS-DROP-COUNT
130600     END-IF
130610     IF WS-SUSP-DROP-COUNT > 0
130620         DISPLAY "RTEOVFLW: SUSPENSION TABLE FULL - "
130630             "SUSPENSIONS NOT APPLIED - " WS-SUSP-DROP-COUNT
130640     END-IF
130700     IF WS-ABSENT-DROP-COUNT > 0
130800         DISPLAY "RTEOVFLW: ABSENCE TABLE FULL - "
130900             "ABSENCES NOT APPLIED - " WS-ABSENT-DROP-COUNT
131900     MOVE WS-ROUTE-COUNT TO WS-RUN-READ
132000     MOVE WS-ROUTE-COUNT TO WS-RUN-WRITTEN
132100     MOVE WS-REJECT-COUNT TO WS-RUN-REJECTS
132200     IF WS-TRL-BAD OR WS-SEQ-BAD OR WS-SUSP-DROP-COUNT > 0
132300         MOVE 8 TO RETURN-CODE
132400     END-IF
132500     MOVE RETURN-CODE TO WS-RUN-RC
