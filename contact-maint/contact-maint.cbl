001800*    2026-09-01  DLS  REQUIRE THE SUBMITTING OPERATOR (PARM)  *
001900*                     TO HOLD THE MAINT PERMISSION VIA        *
002000*                     SECCHECK; DENIALS LOG AND END THE RUN.  *
002020*    2026-10-15  DLS  CARRY THE CONTACT'S EMAIL ADDRESS AND   *
002040*                     LETTER OPT-IN; AN OPT-IN NEEDS AN        *
002060*                     ADDRESS WITH AN AT SIGN.                 *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004100     COPY ectxn.
004200 FD  NEW-CONTACT-FILE
004300     RECORDING MODE IS F.
004400 01  NEW-CONTACT-RECORD             PIC X(121).
004500 FD  CONTACT-MAINT-RPT
004600     RECORDING MODE IS F.
004700 01  CONTACT-MAINT-LINE             PIC X(80).
006700 01  WS-AUDIT-FIELD-NAME            PIC X(10).
006800 01  WS-AUDIT-VALUE                 PIC X(25).
006900 01  WS-AUDIT-REASON                PIC X(20).
006950 01  WS-AT-SIGN-COUNT               PIC 9(02) COMP.
007000 01  WS-REPORT-HEADING              PIC X(80)
007100         VALUE "EMERGENCY-CONTACT MAINTENANCE LISTING".
007200 01  WS-ACTION-LINE.
027000             AND ET-PHONE NOT NUMERIC
027100         MOVE "BAD PHONE" TO WS-AUDIT-REASON
027200         PERFORM 6100-REJECT-TXN THRU 6100-EXIT
027204         GO TO 6000-EXIT
027208     END-IF
027212     IF ET-ACTION-DELETE
027216         GO TO 6000-EXIT
027220     END-IF
027224     IF NOT ET-EMAIL-OPT-IN-VALID
027228         MOVE "BAD EMAIL OPT-IN" TO WS-AUDIT-REASON
027232         PERFORM 6100-REJECT-TXN THRU 6100-EXIT
027236         GO TO 6000-EXIT
027240     END-IF
027244*    LETTERS GO BY EMAIL ONLY TO AN ADDRESS THAT COULD BE ONE.
027248     MOVE ZERO TO WS-AT-SIGN-COUNT
027252     INSPECT ET-EMAIL-ADDRESS TALLYING WS-AT-SIGN-COUNT
027256         FOR ALL "@"
027260     IF ET-EMAIL-ADDRESS NOT = SPACE
027264             AND WS-AT-SIGN-COUNT NOT = 1
027268         MOVE "BAD EMAIL ADDRESS" TO WS-AUDIT-REASON
027272         PERFORM 6100-REJECT-TXN THRU 6100-EXIT
027276         GO TO 6000-EXIT
027280     END-IF
027284     IF ET-EMAIL-OPTED-IN AND ET-EMAIL-ADDRESS = SPACE
027288         MOVE "OPT-IN NO EMAIL" TO WS-AUDIT-REASON
027292         PERFORM 6100-REJECT-TXN THRU 6100-EXIT
027300     END-IF.
027400 6000-EXIT.
027500     EXIT.
030500     MOVE ET-CONTACT-NAME TO EC-CONTACT-NAME
030600     MOVE ET-RELATIONSHIP TO EC-RELATIONSHIP
030700     MOVE ET-PHONE TO EC-PHONE
030730     MOVE ET-EMAIL-ADDRESS TO EC-EMAIL-ADDRESS
030760     MOVE ET-EMAIL-OPT-IN TO EC-EMAIL-OPT-IN
030800     WRITE NEW-CONTACT-RECORD FROM EMERGENCY-CONTACT-RECORD.
030900 7000-EXIT.
031000     EXIT.
