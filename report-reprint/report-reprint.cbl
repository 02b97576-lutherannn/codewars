000900*    OF THE REPOSITORY BY REPORT ID AND RUN-DATE RANGE (FROM    *
001000*    THE REQUEST CONTROL RECORD) AND WRITES THE ORIGINAL LINES  *
001100*    TO SYSOUT, SO LAST THURSDAY'S BUMP LIST IS ONE JOB AWAY.   *
001120*    A RESTRICTED FIELD COMES BACK AS KEPT - ASTERISKS - UNLESS  *
001140*    THE REPRINTING OPERATOR (PARM) HOLDS THE VIEW FLAG FOR ITS  *
001160*    CLASS; SECCHECK LOGS EACH SUCH UNMASKED REPRINT.            *
001200*--------------------------------------------------------------*
001300*    MODIFICATION HISTORY                                      *
001400*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001420*    2026-10-15  DLS  TAKE THE OPERATOR IN THE PARM AND PUT A   *
001440*                     SEALED FIELD BACK IN THE LINE ONLY WHEN   *
001460*                     THE OPERATOR IS CLEARED FOR ITS CLASS.    *
001500*--------------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
006700             VALUE "LINES REPRINTED -".
006800     05  WS-SL-PRINTED              PIC ZZZ,ZZ9.
006900     05  FILLER                     PIC X(56) VALUE SPACE.
006910 01  WS-PRINT-LINE                  PIC X(80).
006920 01  WS-MSUB                        PIC 9(01) COMP.
006930 01  WS-CLASS-SUB                   PIC 9(01) COMP.
006940 01  WS-MASK-START                  PIC 9(02).
006950 01  WS-MASK-LENGTH                 PIC 9(02).
006960*    ONE BYTE PER CLASS (MEDICAL, CUSTODY, FINANCE): U NOT YET
006970*    ASKED, Y CLEARED, N STAYS MASKED.
006980 01  WS-CLEARANCE-TABLE             PIC X(03) VALUE "UUU".
006990 01  WS-CLEARANCE-FLAGS REDEFINES WS-CLEARANCE-TABLE.
007000     05  WS-CLEAR OCCURS 3 TIMES    PIC X(01).
007010 01  WS-SEC-OPERATOR-ID             PIC X(08) VALUE SPACE.
007020 01  WS-SEC-TXN-CLASS               PIC X(08).
007030 01  WS-SEC-PROGRAM-ID              PIC X(10).
007040 01  WS-SEC-RESULT                  PIC X(01).
007050     88  WS-SEC-ALLOWED                 VALUE "A".
007060 LINKAGE SECTION.
007070 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
007080 01  LS-PARM-DATA                   PIC X(10).
007090 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
007100*--------------------------------------------------------------*
007200*    0000-MAINLINE                                              *
007300*--------------------------------------------------------------*
007400 0000-MAINLINE.
007420     IF LS-PARM-LENGTH > 0
007440         MOVE LS-PARM-DATA (1:8) TO WS-SEC-OPERATOR-ID
007460     END-IF
007500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007600     PERFORM 2000-SCAN-REPOSITORY THRU 2000-EXIT
007700         UNTIL WS-REPO-EOF
010100 1000-EXIT.
010200     EXIT.
010300*--------------------------------------------------------------*
010380*    2000-SCAN-REPOSITORY - A MATCHING LINE PRINTS AS KEPT,     *
010460*    LESS ANY SEALED FIELD THE OPERATOR IS CLEARED FOR; A       *
010540*    RUN-DATE TAG LINE SEPARATES THE DAYS WHEN THE RANGE SPANS  *
010620*    MORE THAN ONE.                                             *
010700*--------------------------------------------------------------*
010800 2000-SCAN-REPOSITORY.
010900     IF RP-REPORT-ID = WS-WANT-REPORT-ID
011500             MOVE RP-RUN-DATE TO WS-PRIOR-RUN-DATE
011600         END-IF
011700         ADD 1 TO WS-PRINTED-COUNT
011720         MOVE RP-REPORT-LINE TO WS-PRINT-LINE
011740         IF RP-MASK-COUNT NUMERIC
011760                 AND RP-MASK-COUNT > 0
011780             PERFORM 3000-UNSEAL-FIELD THRU 3000-EXIT
011800                 VARYING WS-MSUB FROM 1 BY 1
011820                 UNTIL WS-MSUB > RP-MASK-COUNT
011840         END-IF
011860         WRITE REPRINT-LINE FROM WS-PRINT-LINE
011900     END-IF
012000     PERFORM 2100-READ-REPOSITORY THRU 2100-EXIT.
012100 2000-EXIT.
013000     END-READ.
013100 2100-EXIT.
013200     EXIT.
013202*--------------------------------------------------------------*
013204*    3000-UNSEAL-FIELD - SECCHECK IS ASKED ONCE PER CLASS PER   *
013206*    RUN; NO OPERATOR LEAVES EVERY FIELD MASKED.                *
013208*--------------------------------------------------------------*
013210 3000-UNSEAL-FIELD.
013212     EVALUATE RP-MASK-CLASS (WS-MSUB)
013214         WHEN "M"
013216             MOVE 1 TO WS-CLASS-SUB
013218             MOVE "MEDICAL" TO WS-SEC-TXN-CLASS
013220         WHEN "C"
013222             MOVE 2 TO WS-CLASS-SUB
013224             MOVE "CUSTODY" TO WS-SEC-TXN-CLASS
013226         WHEN "F"
013228             MOVE 3 TO WS-CLASS-SUB
013230             MOVE "FINANCE" TO WS-SEC-TXN-CLASS
013232         WHEN OTHER
013234             GO TO 3000-EXIT
013236     END-EVALUATE
013238     IF WS-CLEAR (WS-CLASS-SUB) = "U"
013240         MOVE "N" TO WS-CLEAR (WS-CLASS-SUB)
013242         IF WS-SEC-OPERATOR-ID NOT = SPACE
013244             MOVE WS-WANT-REPORT-ID TO WS-SEC-PROGRAM-ID
013246             CALL "SECCHECK" USING WS-SEC-OPERATOR-ID
013248                 WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID
013250                 WS-SEC-RESULT
013252             IF WS-SEC-ALLOWED
013254                 MOVE "Y" TO WS-CLEAR (WS-CLASS-SUB)
013256             END-IF
013258         END-IF
013260     END-IF
013262     IF WS-CLEAR (WS-CLASS-SUB) NOT = "Y"
013264         GO TO 3000-EXIT
013266     END-IF
013268     MOVE RP-MASK-START (WS-MSUB) TO WS-MASK-START
013270     MOVE RP-MASK-LENGTH (WS-MSUB) TO WS-MASK-LENGTH
013272     MOVE RP-MASK-VALUE (WS-MSUB)
013274         TO WS-PRINT-LINE (WS-MASK-START:WS-MASK-LENGTH).
013276 3000-EXIT.
013278     EXIT.
013300*--------------------------------------------------------------*
013400*    8000-FINALIZE                                               *
013500*--------------------------------------------------------------*
