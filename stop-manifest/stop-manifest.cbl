001500*    ROUTE'S FIRST STOP AND TAGGED SO THE TRANSPORTATION        *
001600*    OFFICE FIXES THE ASSIGNMENT INSTEAD OF LOSING THE KID.     *
001700*    RIDERS ON ROUTES WITH NO STOPS AT ALL ARE LISTED FOR HAND  *
001800*    RESEARCH INSTEAD OF SILENTLY SKIPPED.  RC 8 - THE          *
001833*    SUSPENSION TABLE FILLED; A SUSPENDED RIDER MAY STILL BE    *
001866*    ON THE MANIFEST.                                           *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
002120*    2026-09-01  DLS  SKIP PM-LEG ASSIGNMENT ROWS - THE STOP  *
002140*                     TIMES ARE MORNING PICKUPS, SO A RIDER   *
002160*                     WITH BOTH LEGS PRINTS ONCE.             *
002170*    2026-10-14  DLS  LEAVE A RIDER WITH A BUS OR OUT-OF-     *
002180*                     SCHOOL SUSPENSION IN FORCE TODAY OFF    *
002190*                     THE MANIFEST - THE DRIVER DOES NOT      *
002195*                     STOP FOR THEM.                          *
002196*    2026-10-15  DLS  A FULL SUSPENSION TABLE ENDS THE RUN    *
002197*                     RC 8.                                   *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT STOP-MANIFEST-RPT ASSIGN TO STOPMRPT
003100         ORGANIZATION IS SEQUENTIAL.
003110     SELECT INCIDENT-HISTORY-FILE ASSIGN TO INCIDENT
003120         ORGANIZATION IS SEQUENTIAL
003130         FILE STATUS IS WS-IN-FILE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  BUS-STOP-MASTER-FILE
004000 FD  STOP-MANIFEST-RPT
004100     RECORDING MODE IS F.
004200 01  STOP-MANIFEST-LINE             PIC X(80).
004210 FD  INCIDENT-HISTORY-FILE
004220     RECORDING MODE IS F.
004230     COPY incident.
004300 WORKING-STORAGE SECTION.
004400     COPY rptwrit.
004500 01  WS-RW-SUB                      PIC 9(01) COMP.
005500 01  WS-ORPHAN-COUNT                PIC 9(05) COMP VALUE ZERO.
005600 01  WS-STOP-COUNT                  PIC 9(02) COMP VALUE ZERO.
005650 01  WS-PM-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
005652 01  WS-IN-FILE-STATUS              PIC X(02) VALUE SPACE.
005654 01  WS-IN-EOF-SWITCH               PIC X(01) VALUE "N".
005656     88  WS-IN-EOF                      VALUE "Y".
005658 01  WS-TIMESTAMP.
005660     05  WS-TS-DATE                 PIC 9(08).
005662     05  FILLER                     PIC X(13).
005664 01  WS-SUSP-COUNT                  PIC 9(03) COMP VALUE ZERO.
005666 01  WS-SUSP-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
005668 01  WS-SUSP-SKIP-COUNT             PIC 9(05) COMP VALUE ZERO.
005670 01  WS-SPSUB                       PIC 9(03) COMP.
005672 01  WS-SUSPENSION-TABLE.
005674     05  WS-SP-STUDENT-ID OCCURS 300 TIMES
005676                                    PIC X(09).
005678 01  WS-RIDER-SUSP-SWITCH           PIC X(01).
005680     88  WS-RIDER-SUSPENDED             VALUE "Y".
005682     88  WS-RIDER-NOT-SUSPENDED         VALUE "N".
005700 01  WS-STOP-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
005800 01  WS-SSUB                        PIC 9(02) COMP.
005900 01  WS-STOP-TABLE.
011700             VALUE "  NO STOP -".
011800     05  WS-SM-ORPHANS              PIC ZZ,ZZ9.
011900     05  FILLER                     PIC X(01) VALUE SPACE.
011910 01  WS-SUSP-SUMMARY-LINE.
011920     05  FILLER                     PIC X(31)
011930             VALUE "SUSPENDED RIDERS LEFT OFF -    ".
011940     05  WS-SS-SUSPENDED            PIC ZZ,ZZ9.
011950     05  FILLER                     PIC X(43) VALUE SPACE.
012000 PROCEDURE DIVISION.
012100*--------------------------------------------------------------*
012200*    0000-MAINLINE                                              *
014200     MOVE SPACE TO RW-COLUMN-HEADING
014300     MOVE ZERO TO RW-LINES-PER-PAGE
014400     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
014410     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
014420     PERFORM 1100-LOAD-SUSPENSIONS THRU 1100-EXIT
014500     PERFORM 2100-READ-STOP THRU 2100-EXIT
014600     PERFORM 2200-READ-RIDER THRU 2200-EXIT.
014700 1000-EXIT.
014800     EXIT.
014802*--------------------------------------------------------------*
014804*    1100-LOAD-SUSPENSIONS - EVERY BUS OR OUT-OF-SCHOOL        *
014806*    SUSPENSION ON THE INCIDENT HISTORY WHOSE RANGE TAKES IN   *
014808*    TODAY.  A MISSING FILE JUST MEANS NOBODY IS SUSPENDED.    *
014810*--------------------------------------------------------------*
014812 1100-LOAD-SUSPENSIONS.
014814     OPEN INPUT INCIDENT-HISTORY-FILE
014816     IF WS-IN-FILE-STATUS = "35"
014818         SET WS-IN-EOF TO TRUE
014820     ELSE
014822         PERFORM 1110-READ-INCIDENT THRU 1110-EXIT
014824             UNTIL WS-IN-EOF
014826         CLOSE INCIDENT-HISTORY-FILE
014828     END-IF.
014830 1100-EXIT.
014832     EXIT.
014834*--------------------------------------------------------------*
014836*    1110-READ-INCIDENT                                        *
014838*--------------------------------------------------------------*
014840 1110-READ-INCIDENT.
014842     READ INCIDENT-HISTORY-FILE
014844         AT END
014846             SET WS-IN-EOF TO TRUE
014848         NOT AT END
014850             IF (IN-ACTION-BUS-SUSPEND OR IN-ACTION-OUT-OF-SCHOOL)
014852                     AND IN-SUSP-START-DATE <= WS-TS-DATE
014854                     AND IN-SUSP-END-DATE >= WS-TS-DATE
014856                 IF WS-SUSP-COUNT < 300
014858                     ADD 1 TO WS-SUSP-COUNT
014860                     MOVE IN-STUDENT-ID
014862                         TO WS-SP-STUDENT-ID (WS-SUSP-COUNT)
014864                 ELSE
014866                     ADD 1 TO WS-SUSP-DROP-COUNT
014868                 END-IF
014870             END-IF
014872     END-READ.
014874 1110-EXIT.
014876     EXIT.
014900*--------------------------------------------------------------*
015000*    2000-PROCESS-ROUTE - LOADS ONE ROUTE'S STOPS (ALREADY IN   *
015100*    DRIVING ORDER ON THE MASTER), COLLECTS ITS RIDER SLICE,    *
021460         PERFORM 2200-READ-RIDER THRU 2200-EXIT
021480         GO TO 2400-EXIT
021490     END-IF
021491     PERFORM 2420-CHECK-SUSPENDED THRU 2420-EXIT
021492     IF WS-RIDER-SUSPENDED
021493         ADD 1 TO WS-SUSP-SKIP-COUNT
021494         PERFORM 2200-READ-RIDER THRU 2200-EXIT
021495         GO TO 2400-EXIT
021496     END-IF
021500     IF WS-RIDE-COUNT >= 150
021600         ADD 1 TO WS-RIDE-DROP-COUNT
021700         PERFORM 2200-READ-RIDER THRU 2200-EXIT
024800     END-IF.
024900 2410-EXIT.
025000     EXIT.
025004*--------------------------------------------------------------*
025008*    2420-CHECK-SUSPENDED                                      *
025012*--------------------------------------------------------------*
025016 2420-CHECK-SUSPENDED.
025020     SET WS-RIDER-NOT-SUSPENDED TO TRUE
025024     PERFORM 2430-MATCH-SUSPENDED THRU 2430-EXIT
025028         VARYING WS-SPSUB FROM 1 BY 1
025032         UNTIL WS-SPSUB > WS-SUSP-COUNT
025036             OR WS-RIDER-SUSPENDED.
025040 2420-EXIT.
025044     EXIT.
025048*--------------------------------------------------------------*
025052*    2430-MATCH-SUSPENDED                                      *
025056*--------------------------------------------------------------*
025060 2430-MATCH-SUSPENDED.
025064     IF RA-STUDENT-ID = WS-SP-STUDENT-ID (WS-SPSUB)
025068         SET WS-RIDER-SUSPENDED TO TRUE
025072     END-IF.
025076 2430-EXIT.
025080     EXIT.
025100*--------------------------------------------------------------*
025200*    3000-PRINT-ROUTE                                            *
025300*--------------------------------------------------------------*
032700     MOVE "STOPMRPT" TO RW-REPORT-ID
032800     MOVE WS-SUMMARY-LINE TO RW-DETAIL-LINE
032900     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
032910     MOVE WS-SUSP-SKIP-COUNT TO WS-SS-SUSPENDED
032920     MOVE "D" TO RW-FUNCTION
032930     MOVE "STOPMRPT" TO RW-REPORT-ID
032940     MOVE WS-SUSP-SUMMARY-LINE TO RW-DETAIL-LINE
032950     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
033000     MOVE "F" TO RW-FUNCTION
033100     MOVE "STOPMRPT" TO RW-REPORT-ID
033200     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
033800         DISPLAY "STOPMANF: RIDER TABLE FULL - "
033900             "RIDERS DROPPED - " WS-RIDE-DROP-COUNT
034000     END-IF
034010     IF WS-SUSP-DROP-COUNT > 0
034020         DISPLAY "STOPMANF: SUSPENSION TABLE FULL - DROPPED - "
034030             WS-SUSP-DROP-COUNT
034035         MOVE 8 TO RETURN-CODE
034040     END-IF
034100     CLOSE BUS-STOP-MASTER-FILE
034200     CLOSE ROUTE-RIDER-FILE
034300     CLOSE STOP-MANIFEST-RPT.
