002300*    2026-09-01  DLS  STAMP PA-LAST-ACTIVITY-DATE ON EVERY    *
002400*                     POSTED DEPOSIT SO THE UNCLAIMED-        *
002500*                     PROPERTY RUN CAN AGE DORMANT ACCOUNTS.  *
002550*    2026-10-15  DLS  JOURNAL THE OPERATOR AND PROGRAM ID.    *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
005900                                    VALUE "PREPACCT".
006000 01  WS-JRNL-ACTION                 PIC X(01).
006100 01  WS-JRNL-IMAGE                  PIC X(200).
006150 01  WS-JRNL-PROGRAM-ID             PIC X(08) VALUE "PREPDEP".
006200 01  WS-TIMESTAMP.
006300     05  WS-TS-DATE                 PIC 9(08).
006400     05  FILLER                     PIC X(13).
026500     MOVE SPACE TO WS-JRNL-IMAGE
026600     MOVE PREPAID-ACCOUNT-RECORD TO WS-JRNL-IMAGE (1:56)
026700     CALL "JRNLWRT" USING WS-JRNL-FILE-ID WS-JRNL-ACTION
026800         WS-JRNL-IMAGE WS-JRNL-PROGRAM-ID WS-SEC-OPERATOR-ID.
026900 7500-EXIT.
027000     EXIT.
027100*--------------------------------------------------------------*
