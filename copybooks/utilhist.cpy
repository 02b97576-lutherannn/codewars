000100*--------------------------------------------------------------*
000200*    UTILHIST.CPY                                               *
000300*    UTILITY USAGE HISTORY.  THE MONTHLY USAGE RUN ADDS ONE    *
000400*    ROW PER METER READ, WITH THE CLOSING READING NEXT MONTH'S *
000500*    USAGE IS MEASURED FROM AND THE USAGE PER SCHOOL DAY THAT  *
000600*    THE SAME MONTH NEXT YEAR AND THE ROLLING AVERAGE COMPARE  *
000700*    AGAINST.  A BASELINE ROW (A METER'S FIRST READING)        *
000800*    CARRIES ONLY THE READING AND IS LEFT OUT OF EVERY         *
000900*    COMPARISON.                                               *
001000*--------------------------------------------------------------*
001100 01  UTILITY-HISTORY-RECORD.
001200     05  UH-METER-ID                PIC X(09).
001300     05  UH-PERIOD                  PIC 9(06).
001400     05  UH-CLOSING-READING         PIC 9(09).
001500     05  UH-USAGE                   PIC 9(09).
001600     05  UH-SCHOOL-DAYS             PIC 9(03).
001700     05  UH-USAGE-PER-DAY           PIC 9(07)V9.
001800     05  UH-COST                    PIC 9(07)V99.
001900     05  UH-ENTRY-TYPE              PIC X(01).
002000         88  UH-BASELINE                VALUE "B".
002100     05  UH-ANOMALY-FLAG            PIC X(01).
002200         88  UH-ANOMALY-HIGH            VALUE "H".
002300         88  UH-ANOMALY-LOW             VALUE "L".
002400     05  FILLER                     PIC X(05).
