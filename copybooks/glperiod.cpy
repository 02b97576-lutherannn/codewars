000100*--------------------------------------------------------------*
000200*    GLPERIOD.CPY                                               *
000300*    FISCAL PERIOD CONTROL ROW, ONE PER CALENDAR MONTH, IN      *
000400*    PERIOD ORDER.  PC-FISCAL-YEAR IS THE YEAR THE JULY-JUNE    *
000500*    FISCAL YEAR ENDS IN AND PC-FISCAL-MONTH COUNTS FROM JULY   *
000600*    (1) TO JUNE (12).  THE MONTH-END CLOSE RUN FLIPS A PERIOD  *
000700*    TO CLOSED AFTER ITS TRIAL BALANCE PRINTS; FROM THEN ON     *
000800*    ANY GL POSTING DATED INTO IT IS ROUTED TO THE NEXT OPEN    *
000900*    PERIOD AS A PRIOR-PERIOD ADJUSTMENT.  A MONTH WITH NO ROW  *
001000*    YET IS OPEN.                                               *
001100*--------------------------------------------------------------*
001200 01  FISCAL-PERIOD-RECORD.
001300     05  PC-PERIOD.
001400         10  PC-PERIOD-YEAR         PIC 9(04).
001500         10  PC-PERIOD-MONTH        PIC 9(02).
001600     05  PC-FISCAL-YEAR             PIC 9(04).
001700     05  PC-FISCAL-MONTH            PIC 9(02).
001800     05  PC-STATUS                  PIC X(01).
001900         88  PC-PERIOD-OPEN             VALUE "O".
002000         88  PC-PERIOD-CLOSED           VALUE "C".
002100     05  PC-CLOSE-DATE              PIC 9(08).
002200     05  PC-CLOSED-BY               PIC X(08).
002300     05  FILLER                     PIC X(11).
