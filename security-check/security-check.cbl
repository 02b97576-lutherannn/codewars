001500*    DOOR IS EXACTLY THE FINDING THE AUDITORS WROTE UP.         *
001600*    THE SECURITY FILE LOADS ON THE FIRST CALL AND IS HELD      *
001700*    FOR THE RUN UNIT, THE SAME PATTERN RPTKEEP USES.           *
001710*    THE VIEW CLASSES (MEDICAL, CUSTODY, FINANCE) WORK THE      *
001720*    OTHER WAY ROUND: A DENIAL ONLY MEANS THE FIELD PRINTS      *
001730*    MASKED, SO IT IS NOT LOGGED, BUT EVERY GRANT IS - EACH     *
001740*    UNMASKED PRINT OF A RESTRICTED REPORT GOES TO THE          *
001750*    VIOLATION LOG FOR REVIEW.                                  *
001800*--------------------------------------------------------------*
001900*    MODIFICATION HISTORY                                      *
002000*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
002020*    2026-10-15  DLS  ADD THE MEDICAL, CUSTODY, AND FINANCE    *
002040*                     VIEW CLASSES FOR REPORT MASKING - A      *
002060*                     GRANT IS LOGGED AS AN UNMASKED PRINT,    *
002080*                     A DENIAL IS NOT.                         *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
005200         10  WS-OP-MAINT            PIC X(01).
005300         10  WS-OP-MONEY            PIC X(01).
005400         10  WS-OP-PURGE            PIC X(01).
005420         10  WS-OP-MEDICAL          PIC X(01).
005440         10  WS-OP-CUSTODY          PIC X(01).
005460         10  WS-OP-FINANCE          PIC X(01).
005500 01  WS-PERM-FLAG                   PIC X(01).
005600 01  WS-DENY-REASON                 PIC X(20).
005620 01  WS-VIEW-CLASS-SWITCH           PIC X(01).
005640     88  WS-VIEW-CLASS                  VALUE "Y".
005660     88  WS-ACTION-CLASS                VALUE "N".
005700 01  WS-TIMESTAMP                   PIC X(21).
005800 LINKAGE SECTION.
005900 01  SC-OPERATOR-ID                 PIC X(08).
007300     END-IF
007400     SET SC-DENIED TO TRUE
007500     MOVE SPACE TO WS-DENY-REASON
007510     IF SC-TXN-CLASS = "MEDICAL" OR "CUSTODY" OR "FINANCE"
007520         SET WS-VIEW-CLASS TO TRUE
007530     ELSE
007540         SET WS-ACTION-CLASS TO TRUE
007550     END-IF
007600     IF WS-FILE-MISSING
007620*        A MASKED PRINT IS THE SAFE OUTCOME - NOT A FINDING.
007640         IF WS-VIEW-CLASS
007660             GOBACK
007680         END-IF
007700         MOVE "SECURITY FILE GONE" TO WS-DENY-REASON
007800         PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
007900         GOBACK
008400         UNTIL WS-OSUB > WS-OPER-COUNT
008500             OR WS-FOUND-SUB > 0
008600     IF WS-FOUND-SUB = 0
008620         IF WS-VIEW-CLASS
008640             GOBACK
008660         END-IF
008700         MOVE "OPERATOR UNKNOWN" TO WS-DENY-REASON
008800         PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
008900         GOBACK
009500             MOVE WS-OP-MONEY (WS-FOUND-SUB) TO WS-PERM-FLAG
009600         WHEN "PURGE"
009700             MOVE WS-OP-PURGE (WS-FOUND-SUB) TO WS-PERM-FLAG
009710         WHEN "MEDICAL"
009720             MOVE WS-OP-MEDICAL (WS-FOUND-SUB) TO WS-PERM-FLAG
009730         WHEN "CUSTODY"
009740             MOVE WS-OP-CUSTODY (WS-FOUND-SUB) TO WS-PERM-FLAG
009750         WHEN "FINANCE"
009760             MOVE WS-OP-FINANCE (WS-FOUND-SUB) TO WS-PERM-FLAG
009800         WHEN OTHER
009900             MOVE "N" TO WS-PERM-FLAG
010000     END-EVALUATE
010100     IF WS-PERM-FLAG = "Y"
010200         SET SC-ALLOWED TO TRUE
010220         IF WS-VIEW-CLASS
010240             MOVE "UNMASKED PRINT" TO WS-DENY-REASON
010260             PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
010280         END-IF
010300     ELSE
010360         IF WS-ACTION-CLASS
010420             MOVE "CLASS NOT GRANTED" TO WS-DENY-REASON
010480             PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
010540         END-IF
010600     END-IF
010700     GOBACK.
010800*--------------------------------------------------------------*
013800                     TO WS-OP-MONEY (WS-OPER-COUNT)
013900                 MOVE OS-PERM-PURGE
014000                     TO WS-OP-PURGE (WS-OPER-COUNT)
014010                 MOVE OS-VIEW-MEDICAL
014020                     TO WS-OP-MEDICAL (WS-OPER-COUNT)
014030                 MOVE OS-VIEW-CUSTODY
014040                     TO WS-OP-CUSTODY (WS-OPER-COUNT)
014050                 MOVE OS-VIEW-FINANCE
014060                     TO WS-OP-FINANCE (WS-OPER-COUNT)
014100             END-IF
014200     END-READ.
014300 1100-EXIT.
