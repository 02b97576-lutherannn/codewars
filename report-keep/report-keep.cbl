001100*    CALL AND HELD OPEN FOR THE RUN UNIT (A PER-LINE OPEN/      *
001200*    CLOSE WOULD CRAWL), THE SAME FIRST-CALL PATTERN            *
001300*    PEOPLE-AGE-DRINK USES FOR ITS BAND TABLE.                  *
001320*    EVERY RESTRICTED FIELD NAMED IN THE CALLER'S MASK MAP IS    *
001340*    KEPT AS ASTERISKS IN THE LINE, WITH ITS CLEAR TEXT SEALED   *
001360*    IN THE ROW'S MASK MAP - THE REPOSITORY NEVER HOLDS A        *
001380*    READABLE RESTRICTED LINE, WHOEVER RAN THE REPORT.           *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001630*                     "CAMPUS " OPENS A NEW SECTION - SO THE  *
001640*                     BURSTING RUN CAN SPLIT PER-CAMPUS       *
001650*                     BUNDLES.                                *
001660*    2026-10-15  DLS  TAKE THE CALLER'S MASK MAP - MASK EACH    *
001670*                     RESTRICTED FIELD IN THE KEPT LINE AND     *
001680*                     SEAL ITS CLEAR TEXT IN THE ROW.           *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
004200         10  WS-SEQ-REPORT-ID       PIC X(08).
004300         10  WS-SEQ-LINE-NUM        PIC 9(07).
004350         10  WS-SEQ-CAMPUS          PIC X(03).
004360 01  WS-MSUB                        PIC 9(01) COMP.
004370 01  WS-MASK-START                  PIC 9(02).
004380 01  WS-MASK-LENGTH                 PIC 9(02).
004400 LINKAGE SECTION.
004500 01  RK-REPORT-ID                  PIC X(08).
004600 01  RK-REPORT-LINE                PIC X(80).
004620 01  RK-MASK-MAP.
004640     05  RK-MASK-COUNT             PIC 9(01).
004660     05  RK-MASK-FIELD OCCURS 4 TIMES.
004680         10  RK-MASK-CLASS         PIC X(01).
004700         10  RK-MASK-START         PIC 9(02).
004720         10  RK-MASK-LENGTH        PIC 9(02).
004740 PROCEDURE DIVISION USING RK-REPORT-ID RK-REPORT-LINE
004760                           RK-MASK-MAP.
004800*--------------------------------------------------------------*
004900*    0000-MAINLINE                                              *
005000*--------------------------------------------------------------*
006200     MOVE WS-SEQ-LINE-NUM (WS-FOUND-SUB) TO RP-LINE-SEQ
006300     MOVE RK-REPORT-LINE TO RP-REPORT-LINE
006350     MOVE WS-SEQ-CAMPUS (WS-FOUND-SUB) TO RP-CAMPUS-CODE
006356     MOVE ZERO TO RP-MASK-COUNT
006362     IF RK-MASK-COUNT > 0
006368         MOVE RK-MASK-COUNT TO RP-MASK-COUNT
006374         PERFORM 2000-SEAL-FIELD THRU 2000-EXIT
006380             VARYING WS-MSUB FROM 1 BY 1
006386             UNTIL WS-MSUB > RK-MASK-COUNT
006392     END-IF
006400     WRITE REPORT-REPOSITORY-RECORD
006500     GOBACK.
006600*--------------------------------------------------------------*
009000     END-IF.
009100 1100-EXIT.
009200     EXIT.
009205*--------------------------------------------------------------*
009210*    2000-SEAL-FIELD - RPTWRITE HAS ALREADY EDITED THE MAP, SO  *
009215*    EVERY ENTRY FITS THE LINE AND THE 20-BYTE CLEAR TEXT.      *
009220*--------------------------------------------------------------*
009225 2000-SEAL-FIELD.
009230     MOVE RK-MASK-START (WS-MSUB) TO WS-MASK-START
009235     MOVE RK-MASK-LENGTH (WS-MSUB) TO WS-MASK-LENGTH
009240     MOVE RK-MASK-CLASS (WS-MSUB) TO RP-MASK-CLASS (WS-MSUB)
009245     MOVE WS-MASK-START TO RP-MASK-START (WS-MSUB)
009250     MOVE WS-MASK-LENGTH TO RP-MASK-LENGTH (WS-MSUB)
009255     MOVE RK-REPORT-LINE (WS-MASK-START:WS-MASK-LENGTH)
009260         TO RP-MASK-VALUE (WS-MSUB)
009265     MOVE ALL "*"
009270         TO RP-REPORT-LINE (WS-MASK-START:WS-MASK-LENGTH).
009275 2000-EXIT.
009280     EXIT.
009300 END PROGRAM RPTKEEP.
