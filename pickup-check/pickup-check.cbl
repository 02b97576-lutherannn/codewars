001810*    2026-09-01  DLS  FAIL CLOSED ON AUTH-TABLE OVERFLOW -     *
001820*                     EVERY REQUEST DENIES AND THE RUN ENDS    *
001830*                     RC 8 SO THE OFFICE WORKS FROM PAPER.     *
001840*    2026-10-14  DLS  WRITE EVERY ALLOWED RELEASE TO THE       *
001850*                     SIGN-OUT FILE WITH THE RELEASE TIME FOR  *
001860*                     THE ATTENDANCE POSTING RUN.              *
001868*    2026-10-15  DLS  TAKE THE COUNTER OPERATOR IN THE PARM;    *
001876*                     THE COURT-ORDER REFERENCE PRINTS MASKED   *
001884*                     UNLESS THE OPERATOR IS CLEARED FOR        *
001892*                     CUSTODY.                                  *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT RELEASE-SLIP-RPT ASSIGN TO SLIPRPT
003100         ORGANIZATION IS SEQUENTIAL.
003110     SELECT SIGNOUT-FILE ASSIGN TO SIGNOUT
003120         ORGANIZATION IS SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  PICKUP-AUTH-FILE
004300 FD  RELEASE-SLIP-RPT
004400     RECORDING MODE IS F.
004500 01  RELEASE-SLIP-LINE              PIC X(80).
004510 FD  SIGNOUT-FILE
004520     RECORDING MODE IS F.
004530     COPY signout.
004600 WORKING-STORAGE SECTION.
004700 01  WS-PK-FILE-STATUS              PIC X(02) VALUE SPACE.
004800 01  WS-PK-EOF-SWITCH               PIC X(01) VALUE "N".
005000 01  WS-PQ-EOF-SWITCH               PIC X(01) VALUE "N".
005100     88  WS-PQ-EOF                      VALUE "Y".
005200 01  WS-TIMESTAMP                   PIC X(21).
005210 01  WS-TIMESTAMP-PARTS REDEFINES WS-TIMESTAMP.
005220     05  WS-TS-DATE                 PIC 9(08).
005230     05  WS-TS-HHMM                 PIC 9(04).
005240     05  FILLER                     PIC X(09).
005300 01  WS-AUTH-COUNT                  PIC 9(04) COMP VALUE ZERO.
005400 01  WS-AUTH-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
005410 01  WS-AUTH-OVERFLOW-SWITCH        PIC X(01) VALUE "N".
008800             VALUE "  DENIED -".
008900     05  WS-SM-DENIED               PIC ZZ,ZZ9.
009000     05  FILLER                     PIC X(48) VALUE SPACE.
009020 01  WS-SEC-OPERATOR-ID             PIC X(08) VALUE SPACE.
009040 01  WS-SEC-TXN-CLASS               PIC X(08) VALUE "CUSTODY".
009060 01  WS-SEC-PROGRAM-ID              PIC X(10) VALUE "PICKCHK".
009080 01  WS-SEC-RESULT                  PIC X(01) VALUE "D".
009100     88  WS-SEC-ALLOWED                 VALUE "A".
009120 LINKAGE SECTION.
009140 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
009160 01  LS-PARM-DATA                   PIC X(10).
009180 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
009200*--------------------------------------------------------------*
009300*    0000-MAINLINE                                              *
009400*--------------------------------------------------------------*
009500 0000-MAINLINE.
009509*    THE COURT-ORDER REFERENCE PRINTS ONLY FOR A COUNTER
009518*    OPERATOR CLEARED FOR CUSTODY (SECCHECK LOGS THE UNMASKED
009527*    PRINT).  THE DECISION ITSELF NEVER DEPENDS ON THE FLAG.
009536     IF LS-PARM-LENGTH > 0
009545         MOVE LS-PARM-DATA (1:8) TO WS-SEC-OPERATOR-ID
009554     END-IF
009563     IF WS-SEC-OPERATOR-ID NOT = SPACE
009572         CALL "SECCHECK" USING WS-SEC-OPERATOR-ID
009581             WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID WS-SEC-RESULT
009590     END-IF
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009700     PERFORM 2000-CHECK-REQUEST THRU 2000-EXIT
009800         UNTIL WS-PQ-EOF
011500     OPEN INPUT PICKUP-REQUEST-FILE
011600     OPEN EXTEND PICKUP-DENIAL-LOG
011700     OPEN OUTPUT RELEASE-SLIP-RPT
011710     OPEN EXTEND SIGNOUT-FILE
011800     WRITE RELEASE-SLIP-LINE FROM WS-REPORT-HEADING
011900     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
012000 1000-EXIT.
015700     IF WS-DECISION = "ALLOW"
015800         ADD 1 TO WS-ALLOW-COUNT
015900         MOVE SPACE TO WS-DENY-REASON
015910         PERFORM 3100-WRITE-SIGNOUT THRU 3100-EXIT
016000     ELSE
016100         ADD 1 TO WS-DENY-COUNT
016200         PERFORM 3000-LOG-DENIAL THRU 3000-EXIT
016900     WRITE RELEASE-SLIP-LINE FROM WS-SLIP-LINE
017000     IF WS-ORDER-REF NOT = SPACE
017100         MOVE WS-ORDER-REF TO WS-OL-ORDER-REF
017120         IF NOT WS-SEC-ALLOWED
017140             MOVE ALL "*" TO WS-OL-ORDER-REF
017160         END-IF
017200         WRITE RELEASE-SLIP-LINE FROM WS-ORDER-LINE
017300     END-IF
017400     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
021500     WRITE PICKUP-DENIAL-RECORD.
021600 3000-EXIT.
021700     EXIT.
021710*--------------------------------------------------------------*
021720*    3100-WRITE-SIGNOUT - THE RELEASE TIME IS THE CLOCK WHEN   *
021730*    THE SLIP PRINTS AT THE COUNTER.                           *
021740*--------------------------------------------------------------*
021750 3100-WRITE-SIGNOUT.
021760     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
021770     MOVE SPACE TO SIGNOUT-RECORD
021780     MOVE PQ-STUDENT-ID TO SN-STUDENT-ID
021790     MOVE WS-TS-DATE TO SN-SIGNOUT-DATE
021791     MOVE WS-TS-HHMM TO SN-RELEASE-TIME
021792     MOVE PQ-REQUESTER-NAME TO SN-RELEASED-TO
021793     WRITE SIGNOUT-RECORD.
021794 3100-EXIT.
021795     EXIT.
021800*--------------------------------------------------------------*
021900*    8000-FINALIZE                                               *
022000*--------------------------------------------------------------*
022800     END-IF
022900     CLOSE PICKUP-REQUEST-FILE
023000     CLOSE PICKUP-DENIAL-LOG
023100     CLOSE RELEASE-SLIP-RPT
023110     CLOSE SIGNOUT-FILE.
023200 8000-EXIT.
023300     EXIT.
023400 END PROGRAM PICKCHK.
