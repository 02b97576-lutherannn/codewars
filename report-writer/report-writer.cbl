001400*    ROUTINE HANDS BACK IN RW-OUT-LINE; EVERY LINE IS ALSO      *
001500*    KEPT IN THE REPORT REPOSITORY VIA RPTKEEP.  SEE RPTWRIT    *
001600*    FOR THE REQUEST AREA.                                      *
001610*    A DETAIL LINE'S RESTRICTED FIELDS (RW-MASK-MAP) PRINT AS    *
001620*    ASTERISKS UNLESS THE REPORT'S OPERATOR HOLDS THE VIEW FLAG  *
001630*    FOR THAT CLASS - ASKED OF SECCHECK ONCE PER REPORT AND      *
001640*    CLASS, WHICH LOGS EVERY GRANT AS AN UNMASKED PRINT.  THE    *
001650*    MAP GOES TO RPTKEEP WITH THE CLEAR LINE SO THE REPOSITORY   *
001660*    KEEPS THE FIELD SEALED FOR REPRINT AND BURSTING.            *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001920*    2026-10-15  DLS  MASK RESTRICTED DETAIL FIELDS BY THE      *
001940*                     OPERATOR'S VIEW FLAGS AND PASS THE MASK   *
001960*                     MAP ON TO RPTKEEP.                        *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 DATA DIVISION.
004200         10  WS-RT-PAGE-LIMIT       PIC 9(03).
004210         10  WS-RT-TITLE            PIC X(50).
004220         10  WS-RT-HEADING          PIC X(80).
004230*            ONE BYTE PER CLASS (MEDICAL, CUSTODY, FINANCE):
004240*            U NOT YET ASKED, Y CLEARED, N MASKED.
004250         10  WS-RT-CLEAR OCCURS 3 TIMES
004260                                    PIC X(01).
004300 01  WS-DEFAULT-PAGE-LINES          PIC 9(03) VALUE 55.
004303 01  WS-KEEP-MASK-MAP.
004306     05  WS-KM-COUNT                PIC 9(01).
004309     05  WS-KM-FIELD OCCURS 4 TIMES.
004312         10  WS-KM-CLASS            PIC X(01).
004315             88  WS-KM-MEDICAL          VALUE "M".
004318             88  WS-KM-CUSTODY          VALUE "C".
004321             88  WS-KM-FINANCE          VALUE "F".
004324         10  WS-KM-START            PIC 9(02).
004327         10  WS-KM-LENGTH           PIC 9(02).
004330 01  WS-NO-MASK-MAP.
004333     05  FILLER                     PIC 9(01) VALUE ZERO.
004336     05  FILLER                     PIC X(20) VALUE SPACE.
004339 01  WS-MSUB                        PIC 9(01) COMP.
004342 01  WS-CLASS-SUB                   PIC 9(01) COMP.
004345 01  WS-MASK-START                  PIC 9(02).
004348 01  WS-MASK-LENGTH                 PIC 9(02).
004351 01  WS-MASK-END                    PIC 9(03) COMP.
004354 01  WS-MAP-SWITCH                  PIC X(01).
004357     88  WS-MAP-GOOD                    VALUE "Y".
004360     88  WS-MAP-BAD                     VALUE "N".
004363 01  WS-WORK-LINE                   PIC X(80).
004366 01  WS-WITHHELD-LINE               PIC X(80)
004369         VALUE "*** LINE WITHHELD - MASK MAP ERROR ***".
004372 01  WS-SEC-TXN-CLASS               PIC X(08).
004375 01  WS-SEC-PROGRAM-ID              PIC X(10).
004378 01  WS-SEC-RESULT                  PIC X(01).
004381     88  WS-SEC-ALLOWED                 VALUE "A".
004400 01  WS-TITLE-LINE.
004500     05  WS-TL-TITLE                PIC X(50).
004600     05  FILLER                     PIC X(04) VALUE "RUN ".
010620             TO WS-RT-TITLE (WS-REPORT-COUNT)
010630         MOVE RW-COLUMN-HEADING
010640             TO WS-RT-HEADING (WS-REPORT-COUNT)
010650         MOVE "U" TO WS-RT-CLEAR (WS-REPORT-COUNT 1)
010660         MOVE "U" TO WS-RT-CLEAR (WS-REPORT-COUNT 2)
010670         MOVE "U" TO WS-RT-CLEAR (WS-REPORT-COUNT 3)
010700         MOVE WS-REPORT-COUNT TO WS-FOUND-SUB
010800     END-IF.
010900 1000-EXIT.
013500         PERFORM 5000-PAGE-HEADER THRU 5000-EXIT
013600     END-IF
013700     ADD 1 TO WS-RT-RECORD-COUNT (WS-FOUND-SUB)
013750     PERFORM 3100-EDIT-MASK-MAP THRU 3100-EXIT
013800     PERFORM 6000-HAND-BACK-LINE THRU 6000-EXIT.
013900 3000-EXIT.
014000     EXIT.
014001*--------------------------------------------------------------*
014002*    3100-EDIT-MASK-MAP - A MAP ENTRY WITH AN UNKNOWN CLASS,    *
014003*    OFF THE END OF THE LINE, OR OVER 20 BYTES WITHHOLDS THE    *
014004*    WHOLE LINE: A CALLER'S BAD MAP MUST NOT PRINT A            *
014005*    RESTRICTED FIELD IN THE CLEAR.                             *
014006*--------------------------------------------------------------*
014007 3100-EDIT-MASK-MAP.
014008     MOVE WS-NO-MASK-MAP TO WS-KEEP-MASK-MAP
014009     IF RW-MASK-COUNT NOT NUMERIC
014010             OR RW-MASK-COUNT = 0
014011         GO TO 3100-EXIT
014012     END-IF
014013     MOVE RW-MASK-MAP TO WS-KEEP-MASK-MAP
014014     SET WS-MAP-GOOD TO TRUE
014015     IF WS-KM-COUNT > 4
014016         SET WS-MAP-BAD TO TRUE
014017     ELSE
014018         PERFORM 3110-EDIT-MASK-FIELD THRU 3110-EXIT
014019             VARYING WS-MSUB FROM 1 BY 1
014020             UNTIL WS-MSUB > WS-KM-COUNT
014021     END-IF
014022     IF WS-MAP-BAD
014023         DISPLAY "RPTWRITE: BAD MASK MAP - LINE WITHHELD - "
014024             RW-REPORT-ID
014025         MOVE WS-WITHHELD-LINE TO RW-DETAIL-LINE
014026         MOVE WS-NO-MASK-MAP TO WS-KEEP-MASK-MAP
014027     END-IF.
014028 3100-EXIT.
014029     EXIT.
014030*--------------------------------------------------------------*
014031*    3110-EDIT-MASK-FIELD                                        *
014032*--------------------------------------------------------------*
014033 3110-EDIT-MASK-FIELD.
014034     IF NOT WS-KM-MEDICAL (WS-MSUB)
014035             AND NOT WS-KM-CUSTODY (WS-MSUB)
014036             AND NOT WS-KM-FINANCE (WS-MSUB)
014037         SET WS-MAP-BAD TO TRUE
014038         GO TO 3110-EXIT
014039     END-IF
014040     IF WS-KM-START (WS-MSUB) NOT NUMERIC
014041             OR WS-KM-LENGTH (WS-MSUB) NOT NUMERIC
014042         SET WS-MAP-BAD TO TRUE
014043         GO TO 3110-EXIT
014044     END-IF
014045     COMPUTE WS-MASK-END = WS-KM-START (WS-MSUB)
014046         + WS-KM-LENGTH (WS-MSUB) - 1
014047     IF WS-KM-START (WS-MSUB) = 0
014048             OR WS-KM-LENGTH (WS-MSUB) = 0
014049             OR WS-KM-LENGTH (WS-MSUB) > 20
014050             OR WS-MASK-END > 80
014051         SET WS-MAP-BAD TO TRUE
014052     END-IF.
014053 3110-EXIT.
014054     EXIT.
014100*--------------------------------------------------------------*
014200*    4000-FINISH-REPORT                                          *
014300*--------------------------------------------------------------*
014600     MOVE WS-RT-RECORD-COUNT (WS-FOUND-SUB)
014700         TO WS-FL-RECORD-COUNT
014800     MOVE WS-TRAILER-LINE TO RW-DETAIL-LINE
014850     MOVE WS-NO-MASK-MAP TO WS-KEEP-MASK-MAP
014900     PERFORM 6000-HAND-BACK-LINE THRU 6000-EXIT.
015000 4000-EXIT.
015100     EXIT.
016200     ADD 1 TO RW-OUT-COUNT
016300     MOVE WS-TITLE-LINE TO RW-OUT-LINE (RW-OUT-COUNT)
016400     CALL "RPTKEEP" USING RW-REPORT-ID
016500         RW-OUT-LINE (RW-OUT-COUNT) WS-NO-MASK-MAP
016600     ADD 1 TO RW-OUT-COUNT
016700     MOVE WS-RT-HEADING (WS-FOUND-SUB)
016710         TO RW-OUT-LINE (RW-OUT-COUNT)
016800     CALL "RPTKEEP" USING RW-REPORT-ID
016900         RW-OUT-LINE (RW-OUT-COUNT) WS-NO-MASK-MAP
017000     MOVE 2 TO WS-RT-LINE-COUNT (WS-FOUND-SUB).
017100 5000-EXIT.
017200     EXIT.
017300*--------------------------------------------------------------*
017360*    6000-HAND-BACK-LINE - RPTKEEP GETS THE CLEAR LINE AND ITS  *
017420*    MASK MAP; THE PRINTED COPY IS MASKED FOR THE OPERATOR.     *
017500*--------------------------------------------------------------*
017600 6000-HAND-BACK-LINE.
017700     ADD 1 TO RW-OUT-COUNT
017800     MOVE RW-DETAIL-LINE TO RW-OUT-LINE (RW-OUT-COUNT)
017900     CALL "RPTKEEP" USING RW-REPORT-ID
017920         RW-OUT-LINE (RW-OUT-COUNT) WS-KEEP-MASK-MAP
017940     IF WS-KM-COUNT > 0
017960         MOVE RW-OUT-LINE (RW-OUT-COUNT) TO WS-WORK-LINE
017980         PERFORM 7000-MASK-FIELD THRU 7000-EXIT
018000             VARYING WS-MSUB FROM 1 BY 1
018020             UNTIL WS-MSUB > WS-KM-COUNT
018040         MOVE WS-WORK-LINE TO RW-OUT-LINE (RW-OUT-COUNT)
018060     END-IF
018100     ADD 1 TO WS-RT-LINE-COUNT (WS-FOUND-SUB).
018200 6000-EXIT.
018300     EXIT.
018301*--------------------------------------------------------------*
018302*    7000-MASK-FIELD                                             *
018303*--------------------------------------------------------------*
018304 7000-MASK-FIELD.
018305     PERFORM 7100-RESOLVE-CLEARANCE THRU 7100-EXIT
018306     IF WS-SEC-ALLOWED
018307         GO TO 7000-EXIT
018308     END-IF
018309     MOVE WS-KM-START (WS-MSUB) TO WS-MASK-START
018310     MOVE WS-KM-LENGTH (WS-MSUB) TO WS-MASK-LENGTH
018311     MOVE ALL "*"
018312         TO WS-WORK-LINE (WS-MASK-START:WS-MASK-LENGTH).
018313 7000-EXIT.
018314     EXIT.
018315*--------------------------------------------------------------*
018316*    7100-RESOLVE-CLEARANCE - SECCHECK IS ASKED ONCE PER        *
018317*    REPORT AND CLASS, SO THE VIOLATION LOG GETS ONE UNMASKED-  *
018318*    PRINT ROW PER REPORT, NOT ONE PER LINE.  NO OPERATOR MEANS *
018319*    AN UNATTENDED RUN, WHICH ALWAYS PRINTS MASKED.             *
018320*--------------------------------------------------------------*
018321 7100-RESOLVE-CLEARANCE.
018322     EVALUATE TRUE
018323         WHEN WS-KM-MEDICAL (WS-MSUB)
018324             MOVE 1 TO WS-CLASS-SUB
018325             MOVE "MEDICAL" TO WS-SEC-TXN-CLASS
018326         WHEN WS-KM-CUSTODY (WS-MSUB)
018327             MOVE 2 TO WS-CLASS-SUB
018328             MOVE "CUSTODY" TO WS-SEC-TXN-CLASS
018329         WHEN OTHER
018330             MOVE 3 TO WS-CLASS-SUB
018331             MOVE "FINANCE" TO WS-SEC-TXN-CLASS
018332     END-EVALUATE
018333     IF WS-RT-CLEAR (WS-FOUND-SUB WS-CLASS-SUB) = "U"
018334         MOVE "N" TO WS-RT-CLEAR (WS-FOUND-SUB WS-CLASS-SUB)
018335         IF RW-OPERATOR-ID NOT = SPACE
018336                 AND RW-OPERATOR-ID NOT = LOW-VALUE
018337             MOVE RW-REPORT-ID TO WS-SEC-PROGRAM-ID
018338             CALL "SECCHECK" USING RW-OPERATOR-ID
018339                 WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID
018340                 WS-SEC-RESULT
018341             IF WS-SEC-ALLOWED
018342                 MOVE "Y"
018343                     TO WS-RT-CLEAR (WS-FOUND-SUB WS-CLASS-SUB)
018344             END-IF
018345         END-IF
018346     END-IF
018347     IF WS-RT-CLEAR (WS-FOUND-SUB WS-CLASS-SUB) = "Y"
018348         SET WS-SEC-ALLOWED TO TRUE
018349     ELSE
018350         MOVE "D" TO WS-SEC-RESULT
018351     END-IF.
018352 7100-EXIT.
018353     EXIT.
018400 END PROGRAM RPTWRITE.
