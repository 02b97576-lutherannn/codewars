000100*--------------------------------------------------------------*
000200*    STUHIST.CPY                                                *
000300*    EFFECTIVE-DATED STUDENT-MASTER HISTORY.  ONE ROW PER      *
000400*    VERSION OF A STUDENT'S MASTER ROW, KEYED BY STUDENT ID    *
000500*    AND THE LAST DAY THE VERSION WAS IN FORCE, SO A START AT  *
000600*    (ID, DATE) LANDS ON THE VERSION IN FORCE THAT DAY.  THE   *
000700*    VERSION IN FORCE NOW CARRIES MH-EFFECTIVE-TO 99999999.    *
000800*    HISTWRT KEEPS THE FILE FROM THE MAINTENANCE RUNS          *
000900*    (STUMAINT, SISINBND, XFERCAMP, MEALDET) - A CHANGE CLOSES *
001000*    THE OPEN VERSION AS OF YESTERDAY AND OPENS A NEW ONE FROM *
001100*    TODAY, A SECOND CHANGE THE SAME DAY REPLACES TODAY'S      *
001200*    VERSION, AND A DELETE OR WITHDRAWAL CLOSES THE OPEN       *
001300*    VERSION WITHOUT OPENING ANOTHER.  HISTLOAD SEEDS AN OPEN  *
001400*    VERSION (ACTION L) FOR EVERY STUDENT ON THE MASTER THAT   *
001500*    HAS NONE; NO DATE BEFORE THE SEED CAN BE ANSWERED.        *
001600*    ASOFLOOK READS THE FILE FOR THE AS-OF REPORTING.          *
001700*    FIELDS THE OTHER NIGHTLY RUNS SET (SM-AGE, THE HOLDS, THE *
001800*    ZONE, THE BADGE) RIDE ALONG IN THE IMAGE BUT ONLY CHANGE  *
001900*    VERSIONS WHEN ONE OF THE RUNS ABOVE NEXT TOUCHES THE      *
002000*    STUDENT.                                                  *
002100*--------------------------------------------------------------*
002200 01  STUDENT-HISTORY-RECORD.
002300     05  MH-HISTORY-KEY.
002400         10  MH-STUDENT-ID          PIC X(09).
002500         10  MH-EFFECTIVE-TO        PIC 9(08).
002600             88  MH-CURRENT-VERSION     VALUE 99999999.
002700     05  MH-EFFECTIVE-FROM          PIC 9(08).
002800     05  MH-SOURCE-PROGRAM          PIC X(08).
002900     05  MH-ACTION                  PIC X(01).
003000         88  MH-ACTION-ADD              VALUE "A".
003100         88  MH-ACTION-CHANGE           VALUE "C".
003200         88  MH-ACTION-LOAD             VALUE "L".
003300     05  MH-TIMESTAMP               PIC X(21).
003400     05  MH-MASTER-IMAGE            PIC X(200).
003500     05  FILLER                     PIC X(05).
