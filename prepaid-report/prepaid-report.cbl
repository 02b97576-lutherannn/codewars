001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001620*    2026-10-15  DLS  TAKE THE OPERATOR IN THE PARM; BALANCES   *
001640*                     PRINT MASKED UNLESS THE OPERATOR IS       *
001660*                     CLEARED FOR FINANCE.                      *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
005600     05  WS-DL-STUDENT-NAME         PIC X(30).
005700     05  FILLER                     PIC X(02) VALUE SPACE.
005800     05  WS-DL-BALANCE              PIC ZZ,ZZ9.99-.
005830     05  WS-DL-BALANCE-MASK REDEFINES WS-DL-BALANCE
005860                                    PIC X(10).
005900     05  FILLER                     PIC X(02) VALUE SPACE.
006000     05  WS-DL-FLAG                 PIC X(08).
006100     05  FILLER                     PIC X(17) VALUE SPACE.
006800             VALUE "  NEGATIVE -".
006900     05  WS-SL-NEGATIVE             PIC ZZ,ZZ9.
007000     05  FILLER                     PIC X(32) VALUE SPACE.
007020 01  WS-SEC-OPERATOR-ID             PIC X(08) VALUE SPACE.
007040 01  WS-SEC-TXN-CLASS               PIC X(08) VALUE "FINANCE".
007060 01  WS-SEC-PROGRAM-ID              PIC X(10) VALUE "PREPRPT".
007080 01  WS-SEC-RESULT                  PIC X(01) VALUE "D".
007100     88  WS-SEC-ALLOWED                 VALUE "A".
007120 LINKAGE SECTION.
007140 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
007160 01  LS-PARM-DATA                   PIC X(10).
007180 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
007200*--------------------------------------------------------------*
007300*    0000-MAINLINE                                              *
007400*--------------------------------------------------------------*
007500 0000-MAINLINE.
007509*    THE BALANCES PRINT ONLY FOR AN OPERATOR CLEARED FOR
007518*    FINANCE (SECCHECK LOGS THE UNMASKED PRINT); NO OPERATOR
007527*    IN THE PARM PRINTS THEM MASKED.
007536     IF LS-PARM-LENGTH > 0
007545         MOVE LS-PARM-DATA (1:8) TO WS-SEC-OPERATOR-ID
007554     END-IF
007563     IF WS-SEC-OPERATOR-ID NOT = SPACE
007572         CALL "SECCHECK" USING WS-SEC-OPERATOR-ID
007581             WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID WS-SEC-RESULT
007590     END-IF
007600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007700     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
007800         UNTIL WS-EOF
010000         MOVE PA-STUDENT-ID TO WS-DL-STUDENT-ID
010100         MOVE PA-STUDENT-NAME TO WS-DL-STUDENT-NAME
010200         MOVE PA-BALANCE TO WS-DL-BALANCE
010220         IF NOT WS-SEC-ALLOWED
010240             MOVE ALL "*" TO WS-DL-BALANCE-MASK
010260         END-IF
010300         IF PA-BALANCE < ZERO
010400             ADD 1 TO WS-NEGATIVE-COUNT
010500             MOVE "NEGATIVE" TO WS-DL-FLAG
