001400*    THE PROJECTED-LOAD REPORT SHOWS EACH ROUTE'S CARRIED       *
001500*    COUNT AGAINST ITS CAPACITY SO DISPATCH REBALANCES          *
001600*    BEFORE DAY ONE INSTEAD OF DURING IT.                       *
001620*    A RIDER STAYING AT THE SAME CAMPUS WHOSE ADDRESS THE ZONE  *
001640*    ASSIGNMENT RUN PUT IN THAT CAMPUS'S WALK ZONE IS NOT       *
001660*    CARRIED - THE STUDENT WALKS NEXT YEAR.                     *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001930*    2026-10-15  DLS  DROP WALK-ZONE RIDERS INSTEAD OF         *
001960*                     CARRYING THEM FORWARD.                   *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
010600 01  WS-CARRIED-COUNT               PIC 9(05) COMP VALUE ZERO.
010700 01  WS-DROPPED-COUNT               PIC 9(05) COMP VALUE ZERO.
010800 01  WS-QUEUED-COUNT                PIC 9(05) COMP VALUE ZERO.
010850 01  WS-WALK-COUNT                  PIC 9(05) COMP VALUE ZERO.
010900 01  WS-REPORT-HEADING              PIC X(80)
011000         VALUE "NEXT-YEAR ROUTE PRE-ASSIGNMENT / PROJECTED LOAD".
011100 01  WS-DETAIL-LINE.
013100     05  FILLER                     PIC X(10)
013200             VALUE "  QUEUED -".
013300     05  WS-SM-QUEUED               PIC ZZ,ZZ9.
013340     05  FILLER                     PIC X(08)
013380             VALUE "  WALK -".
013420     05  WS-SM-WALK                 PIC ZZ,ZZ9.
013460     05  FILLER                     PIC X(17) VALUE SPACE.
013500 PROCEDURE DIVISION.
013600*--------------------------------------------------------------*
013700*    0000-MAINLINE                                              *
021800     EXIT.
021900*--------------------------------------------------------------*
022000*    2000-CARRY-RIDER - NOT PROMOTED = DROPPED (GRADUATE OR     *
022060*    WITHDRAWAL); NEW CAMPUS = QUEUED; SAME CAMPUS = CARRIED,   *
022120*    UNLESS THE ADDRESS IS IN THE CAMPUS'S WALK ZONE.           *
022200*--------------------------------------------------------------*
022300 2000-CARRY-RIDER.
022400     MOVE ZERO TO WS-FOUND-SUB
027500     READ STUDENT-MASTER-FILE
027600         INVALID KEY
027700             MOVE SPACE TO SM-CAMPUS-CODE
027750             MOVE SPACE TO SM-WALK-ZONE
027800     END-READ
027900     IF WS-NEW-CAMPUS NOT = SPACE
028000             AND SM-CAMPUS-CODE NOT = SPACE
028700         MOVE RA-ROUTE-ID TO XQ-OLD-ROUTE-ID
028800         MOVE WS-TS-DATE TO XQ-QUEUE-DATE
028900         WRITE ROUTE-REASSIGN-QUEUE-RECORD
028910         GO TO 2400-EXIT
028920     END-IF
028930     IF SM-IN-WALK-ZONE
028940             AND SM-ZONE-CAMPUS = SM-CAMPUS-CODE
028950         ADD 1 TO WS-WALK-COUNT
029000     ELSE
029100         ADD 1 TO WS-CARRIED-COUNT
029200         WRITE NEW-RIDER-RECORD
036500     MOVE WS-CARRIED-COUNT TO WS-SM-CARRIED
036600     MOVE WS-DROPPED-COUNT TO WS-SM-DROPPED
036700     MOVE WS-QUEUED-COUNT TO WS-SM-QUEUED
036750     MOVE WS-WALK-COUNT TO WS-SM-WALK
036800     WRITE LOAD-RPT-LINE FROM WS-SUMMARY-LINE
036900     IF WS-ENROLL-DROP-COUNT > 0
037000         DISPLAY "PREASSGN: ENROLLMENT TABLE FULL - "
