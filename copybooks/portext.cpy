000100*--------------------------------------------------------------*
000200*    PORTEXT.CPY                                                *
000300*    PARENT-PORTAL EXTRACT ROW.  ONE ROW PER STUDENT, SORTED   *
000400*    BY HOUSEHOLD ID THEN STUDENT ID SO THE PORTAL VENDOR      *
000500*    LOADS EACH FAMILY'S CHILDREN TOGETHER.  A STUDENT WITH NO *
000600*    HOUSEHOLD ROW CARRIES ITS OWN ID AS THE HOUSEHOLD.  BUILT *
000700*    NIGHTLY BY PORTEXTR.                                      *
000800*    PF-BALANCE-SIGN IS "-" WHEN THE PREPAID BALANCE IS        *
000900*    NEGATIVE.  THE WEEK COUNTS COVER THE SEVEN DAYS ENDING ON *
001000*    PF-EXTRACT-DATE - WHOLE-DAY ROWS ONLY, EXCEPT             *
001100*    PF-WEEK-TARDY (EVERY TARDY ROW) AND PF-WEEK-PERIODS-OUT   *
001200*    (CLASS PERIODS MISSED).  TIMES ARE HHMM; ZERO MEANS NOT   *
001300*    TIMED.  PF-IMMUN-VACCINE NAMES UP TO THREE OPEN           *
001400*    SHORTFALLS.                                               *
001500*--------------------------------------------------------------*
001600 01  PORTAL-EXTRACT-RECORD.
001700     05  PF-HOUSEHOLD-ID            PIC X(09).
001800     05  PF-STUDENT-ID              PIC X(09).
001900     05  PF-STUDENT-NAME            PIC X(30).
002000     05  PF-CAMPUS-CODE             PIC X(03).
002100     05  PF-GUARDIAN-NAME           PIC X(30).
002200     05  PF-ADDRESS                 PIC X(30).
002300     05  PF-CITY-ST-ZIP             PIC X(30).
002400     05  PF-EXTRACT-DATE            PIC 9(08).
002500     05  PF-PREPAID-STATUS          PIC X(01).
002600     05  PF-PREPAID-BALANCE         PIC 9(05)V99.
002700     05  PF-BALANCE-SIGN            PIC X(01).
002800     05  PF-FEE-OPEN-COUNT          PIC 9(03).
002900     05  PF-FEE-OPEN-AMOUNT         PIC 9(07)V99.
003000     05  PF-WEEK-PRESENT            PIC 9(02).
003100     05  PF-WEEK-ABSENT             PIC 9(02).
003200     05  PF-WEEK-TARDY              PIC 9(02).
003300     05  PF-WEEK-EARLY-OUT          PIC 9(02).
003400     05  PF-WEEK-PERIODS-OUT        PIC 9(02).
003500     05  PF-AM-ROUTE-ID             PIC X(05).
003600     05  PF-AM-STOP-ID              PIC X(05).
003700     05  PF-STOP-LOCATION           PIC X(30).
003800     05  PF-PICKUP-TIME             PIC 9(04).
003900     05  PF-PM-ROUTE-ID             PIC X(05).
004000     05  PF-PM-STOP-ID              PIC X(05).
004100     05  PF-DROPOFF-TIME            PIC 9(04).
004200     05  PF-IMMUN-SHORT-COUNT       PIC 9(02).
004300     05  PF-IMMUN-VACCINE           PIC X(04) OCCURS 3 TIMES.
004400     05  FILLER                     PIC X(10).
