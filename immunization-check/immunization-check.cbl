001400*    FLAGGED MORE WEEKLY RUNS THAN THE GRACE WINDOW LANDS ON    *
001500*    THE EXCLUSION-CANDIDATE REPORT.  THE WARNING FILE FEEDS    *
001600*    THE LETTER EXTRACT AS THE IMMUNIZE LETTER TYPE.  AN        *
001640*    EXEMPTION ROW SATISFIES ITS VACCINE OUTRIGHT.  A PARM OF   *
001680*    RECHECK (RUN AFTER A STATE REGISTRY IMPORT) REBUILDS THE   *
001720*    WARNINGS AND THE REPORT FROM THE NEW DOSES WITHOUT AGING   *
001760*    THEM A WEEK.                                               *
001800*--------------------------------------------------------------*
001900*    MODIFICATION HISTORY                                      *
002000*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
002020*    2026-10-15  DLS  ADD THE RECHECK PARM FOR THE RERUN AFTER *
002040*                     EACH STATE REGISTRY IMPORT - PRIOR RUN   *
002060*                     COUNTS CARRY WITHOUT AGING.              *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
007500*    GRACE WINDOW IN WEEKLY RUNS BEFORE A SHORTFALL BECOMES
007600*    AN EXCLUSION CANDIDATE.
007700 01  WS-GRACE-RUNS                  PIC 9(02) VALUE 2.
007730 01  WS-RUN-MODE                    PIC X(08) VALUE SPACE.
007760     88  WS-RECHECK                     VALUE "RECHECK".
007800 01  WS-REQ-COUNT                   PIC 9(03) COMP VALUE ZERO.
007900 01  WS-REQ-DROP-COUNT              PIC 9(05) COMP VALUE ZERO.
008000 01  WS-RSUB                        PIC 9(03) COMP.
013100             VALUE "  EXCLUSION CANDS - ".
013200     05  WS-SM-EXCLUDE              PIC ZZ,ZZ9.
013300     05  FILLER                     PIC X(21) VALUE SPACE.
013320 01  WS-RECHECK-HEADING.
013330     05  FILLER                     PIC X(42)
013340         VALUE "IMMUNIZATION EXCLUSION-CANDIDATE REPORT - ".
013350     05  FILLER                     PIC X(38)
013360         VALUE "REGISTRY RECHECK".
013380 LINKAGE SECTION.
013400 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
013420 01  LS-PARM-DATA                   PIC X(10).
013440 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
013500*--------------------------------------------------------------*
013600*    0000-MAINLINE                                              *
013700*--------------------------------------------------------------*
013800 0000-MAINLINE.
013820     IF LS-PARM-LENGTH > 0
013840         MOVE LS-PARM-DATA (1:8) TO WS-RUN-MODE
013860     END-IF
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014000     PERFORM 2000-CHECK-STUDENT THRU 2000-EXIT
014100         UNTIL WS-TE-EOF
017000     END-IF
017100     OPEN OUTPUT NEXT-WARN-FILE
017200     OPEN OUTPUT EXCLUSION-RPT
017230     IF WS-RECHECK
017260         WRITE EXCLUSION-LINE FROM WS-RECHECK-HEADING
017290     ELSE
017320         WRITE EXCLUSION-LINE FROM WS-REPORT-HEADING
017350     END-IF
017400     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT
017500     IF NOT WS-IM-EOF
017600         PERFORM 2200-READ-IMMUN THRU 2200-EXIT
038000     IF WS-PW-STUDENT-ID (WS-WSUB) = TE-STUDENT-ID
038100             AND WS-PW-VACCINE (WS-WSUB)
038200                 = WS-RQ-VACCINE (WS-RSUB)
038240         IF WS-RECHECK
038280             MOVE WS-PW-RUNS (WS-WSUB) TO IW-RUNS-FLAGGED
038320         ELSE
038360             COMPUTE IW-RUNS-FLAGGED =
038400                 WS-PW-RUNS (WS-WSUB) + 1
038440         END-IF
038500         MOVE WS-PW-FIRST-DATE (WS-WSUB)
038600             TO IW-FIRST-FLAG-DATE
038700     END-IF.
