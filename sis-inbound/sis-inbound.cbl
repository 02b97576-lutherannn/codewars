001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001820*    2026-10-15  DLS  RECORD EVERY APPLIED ADD, CHANGE, AND    *
001840*                     WITHDRAWAL ON THE EFFECTIVE-DATED        *
001860*                     STUDENT HISTORY VIA HISTWRT.             *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
006400 01  WS-AUDIT-FIELD-NAME            PIC X(10).
006500 01  WS-AUDIT-VALUE                 PIC X(25).
006600 01  WS-AUDIT-REASON                PIC X(20).
006620 01  WS-HIST-PROGRAM-ID             PIC X(08) VALUE "SISINBND".
006640 01  WS-HIST-ACTION                 PIC X(01).
006660 01  WS-HIST-IMAGE                  PIC X(200).
006700 01  WS-REGISTER-LINE.
006800     05  WS-RL-DISPOSITION          PIC X(08).
006900     05  FILLER                     PIC X(01) VALUE SPACE.
023800             ADD 1 TO WS-ADD-COUNT
023900             MOVE "ADDED" TO WS-RL-DISPOSITION
024000             PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
024030             MOVE "A" TO WS-HIST-ACTION
024060             PERFORM 7500-WRITE-HISTORY THRU 7500-EXIT
024100     END-WRITE.
024200 3000-EXIT.
024300     EXIT.
026100     REWRITE STUDENT-MASTER-RECORD
026200     ADD 1 TO WS-CHANGE-COUNT
026300     MOVE "CHANGED" TO WS-RL-DISPOSITION
026350     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
026400     MOVE "C" TO WS-HIST-ACTION
026450     PERFORM 7500-WRITE-HISTORY THRU 7500-EXIT.
026500 4000-EXIT.
026600     EXIT.
026700*--------------------------------------------------------------*
028000     DELETE STUDENT-MASTER-FILE
028100     ADD 1 TO WS-WITHDRAW-COUNT
028200     MOVE "WITHDRWN" TO WS-RL-DISPOSITION
028250     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
028300     MOVE "D" TO WS-HIST-ACTION
028350     PERFORM 7500-WRITE-HISTORY THRU 7500-EXIT.
028400 5000-EXIT.
028500     EXIT.
028600*--------------------------------------------------------------*
029200     WRITE INBOUND-REGISTER-LINE FROM WS-REGISTER-LINE.
029300 7000-EXIT.
029400     EXIT.
029407*--------------------------------------------------------------*
029414*    7500-WRITE-HISTORY - THE ROW AS APPLIED GOES TO THE        *
029421*    STUDENT HISTORY (FOR A WITHDRAWAL, THE ROW AS LAST READ -  *
029428*    IT CLOSES THE OPEN VERSION).                               *
029435*--------------------------------------------------------------*
029442 7500-WRITE-HISTORY.
029449     MOVE SPACE TO WS-HIST-IMAGE
029456     MOVE STUDENT-MASTER-RECORD TO WS-HIST-IMAGE (1:200)
029463     CALL "HISTWRT" USING WS-HIST-PROGRAM-ID WS-HIST-ACTION
029470         WS-HIST-IMAGE.
029477 7500-EXIT.
029484     EXIT.
029500*--------------------------------------------------------------*
029600*    8000-FINALIZE                                               *
029700*--------------------------------------------------------------*
