000100*--------------------------------------------------------------*
000200*    FEESCHED.CPY                                               *
000300*    TERM FEE SCHEDULE ROW.  ONE ROW PER FEE THE TERM-START    *
000400*    ASSESSMENT CHARGES - ACTIVITY, LAB, INSTRUMENT AND THE    *
000500*    LIKE - BY GRADE, CAMPUS AND ACTIVITY.  A SPACE GRADE OR   *
000600*    CAMPUS MATCHES EVERY GRADE OR CAMPUS; A SPACE ACTIVITY    *
000700*    CHARGES EVERY STUDENT WHO MATCHES, OTHERWISE ONLY THE     *
000800*    STUDENTS ON THAT ACTIVITY'S ROSTER.  FS-PRORATE Y CHARGES *
000900*    A MID-TERM ENROLLEE ONLY THE SHARE OF THE TERM LEFT;      *
001000*    FS-WAIVABLE N EXEMPTS THE FEE FROM THE BOARD'S MEAL-TIER  *
001100*    WAIVER POLICY.                                            *
001200*--------------------------------------------------------------*
001300 01  FEE-SCHEDULE-RECORD.
001400     05  FS-FEE-CODE                PIC X(04).
001500     05  FS-GRADE-LEVEL             PIC X(02).
001600     05  FS-CAMPUS-CODE             PIC X(03).
001700     05  FS-ACTIVITY-CODE           PIC X(04).
001800     05  FS-DESCRIPTION             PIC X(20).
001900     05  FS-AMOUNT                  PIC 9(05)V99.
002000     05  FS-PRORATE                 PIC X(01).
002100         88  FS-PRORATED                VALUE "Y".
002200     05  FS-WAIVABLE                PIC X(01).
002300         88  FS-NOT-WAIVABLE            VALUE "N".
002400     05  FILLER                     PIC X(38).
