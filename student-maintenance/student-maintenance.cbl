003400*                     CHANGE - THOSE FIELDS ARE OWNED BY THE  *
003500*                     TRANSFER, VALIDATION, AND FINE RUNS,    *
003600*                     NOT THE KEYED MAINTENANCE PICTURE.      *
003620*    2026-10-14  DLS  PRESERVE THE MEAL TIER ACROSS A         *
003640*                     CHANGE - MEALDET SETS IT FROM THE       *
003660*                     FAMILY'S BENEFIT APPLICATION.  AN ADD   *
003680*                     STILL TAKES THE KEYED TIER.             *
003686*    2026-10-15  DLS  JOURNAL THE FULL 200-BYTE STUDENT MASTER *
003692*                     IMAGE.                                   *
003694*    2026-10-15  DLS  RECORD EVERY APPLIED UPDATE ON THE       *
003696*                     EFFECTIVE-DATED STUDENT HISTORY VIA      *
003698*                     HISTWRT FOR THE AS-OF REPORTING.         *
003699*    2026-10-15  DLS  JOURNAL THE OPERATOR AND PROGRAM ID.     *
003700*--------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
007600                                    VALUE "STUDMSTR".
007700 01  WS-JRNL-ACTION                 PIC X(01).
007800 01  WS-JRNL-IMAGE                  PIC X(200).
007850 01  WS-HIST-PROGRAM-ID             PIC X(08) VALUE "STUMAINT".
007900 01  WS-SAVED-CAMPUS                PIC X(03).
008000 01  WS-SAVED-ADDR-HOLD             PIC X(01).
008100 01  WS-SAVED-CKOUT-HOLD            PIC X(01).
008150 01  WS-SAVED-MEAL-TIER             PIC X(01).
008200 01  WS-NUMCHECK-BUFFER             PIC X(09).
008300 01  WS-NUMCHECK-LENGTH             PIC 9(02) COMP.
008400 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "STUMAINT".
036000     MOVE SM-CAMPUS-CODE TO WS-SAVED-CAMPUS
036100     MOVE SM-ADDRESS-HOLD TO WS-SAVED-ADDR-HOLD
036200     MOVE SM-CHECKOUT-HOLD TO WS-SAVED-CKOUT-HOLD
036250     MOVE SM-MEAL-TIER TO WS-SAVED-MEAL-TIER
036300     PERFORM 6000-BUILD-MASTER-RECORD THRU 6000-EXIT
036400     MOVE WS-SAVED-CAMPUS TO SM-CAMPUS-CODE
036500     MOVE WS-SAVED-ADDR-HOLD TO SM-ADDRESS-HOLD
036600     MOVE WS-SAVED-CKOUT-HOLD TO SM-CHECKOUT-HOLD
036650     MOVE WS-SAVED-MEAL-TIER TO SM-MEAL-TIER
036700     REWRITE STUDENT-MASTER-RECORD
036800         INVALID KEY
036900             MOVE "STUDENT-ID" TO WS-AUDIT-FIELD-NAME
041800*--------------------------------------------------------------*
041900*    7500-WRITE-JOURNAL - AFTER IMAGE OF THE ROW AS APPLIED    *
042000*    (FOR A DELETE, THE ROW AS LAST READ - THE KEY IS WHAT     *
042060*    THE RESTORE NEEDS).  THE SAME IMAGE AND ACTION GO TO THE  *
042120*    STUDENT HISTORY, WHERE A DELETE CLOSES THE OPEN VERSION.  *
042200*--------------------------------------------------------------*
042300 7500-WRITE-JOURNAL.
042400     MOVE SPACE TO WS-JRNL-IMAGE
042500     MOVE STUDENT-MASTER-RECORD TO WS-JRNL-IMAGE (1:200)
042600     CALL "JRNLWRT" USING WS-JRNL-FILE-ID WS-JRNL-ACTION
042630         WS-JRNL-IMAGE WS-HIST-PROGRAM-ID WS-SEC-OPERATOR-ID
042660     CALL "HISTWRT" USING WS-HIST-PROGRAM-ID WS-JRNL-ACTION
042700         WS-JRNL-IMAGE.
042800 7500-EXIT.
042900     EXIT.
