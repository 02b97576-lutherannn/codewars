000100*--------------------------------------------------------------*
000200*    EWSCORE.CPY                                                *
000300*    EARLY-WARNING SCORE ROW.  ONE ROW PER REGULAR-TERM         *
000400*    STUDENT PER WEEKLY RUN, CARRYING THE INDICATOR VALUES,     *
000500*    THE RISK SCORE AND TIER, AND THE SCORE FROM THE RUN        *
000600*    BEFORE.  EACH RUN READS THE LAST RUN'S ROWS FOR THE TREND  *
000700*    AND REPLACES THEM.  THE PROFILE SHEET FLAGS A STUDENT      *
000800*    WHOSE ROW IS HIGH RISK.                                    *
000900*    EW-TREND - U SCORE UP, D DOWN, S SAME, N NOT SCORED LAST   *
001000*    RUN.                                                       *
001100*--------------------------------------------------------------*
001200 01  EARLY-WARNING-SCORE-RECORD.
001300     05  EW-STUDENT-ID              PIC X(09).
001400     05  EW-CAMPUS-CODE             PIC X(03).
001500     05  EW-RUN-DATE                PIC 9(08).
001600     05  EW-ATTEND-PCT              PIC 9(03).
001700     05  EW-TARDIES                 PIC 9(03).
001800     05  EW-INCIDENTS               PIC 9(02).
001900     05  EW-FAILURES                PIC 9(02).
002000     05  EW-BUMPS                   PIC 9(02).
002100     05  EW-RISK-SCORE              PIC 9(02).
002200     05  EW-RISK-TIER               PIC X(01).
002300         88  EW-TIER-HIGH               VALUE "H".
002400         88  EW-TIER-MODERATE           VALUE "M".
002500         88  EW-TIER-LOW                VALUE "L".
002600     05  EW-PRIOR-SCORE             PIC 9(02).
002700     05  EW-TREND                   PIC X(01).
002800         88  EW-TREND-UP                VALUE "U".
002900         88  EW-TREND-DOWN              VALUE "D".
003000         88  EW-TREND-SAME              VALUE "S".
003100         88  EW-TREND-NEW               VALUE "N".
003200     05  FILLER                     PIC X(12).
