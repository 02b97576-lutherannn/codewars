000100*--------------------------------------------------------------*
000200*    TEAMASGN.CPY                                               *
000300*    FIELD-DAY TEAM ROSTER.  ONE ROW PER ENROLLED STUDENT,     *
000400*    WRITTEN BY FIELDTM BEFORE THE SEASON.  SIBLINGS (ONE      *
000500*    HH-HOUSEHOLD-ID) SHARE A TEAM AND A NO-CONTACT PAIR FROM  *
000600*    THE INCIDENT HISTORY IS SPLIT WHEREVER THE TEAM COUNT     *
000700*    ALLOWS.  GAMESIM TAKES EACH PLAYER'S NAME AND TEAM FROM   *
000800*    HERE, SO THE MOVE LOG AND THE LEAGUE STANDINGS THAT SEED  *
000900*    THE BRACKET CARRY THE TEAM NUMBER.  TA-PLAYER-NAME IS THE *
001000*    STUDENT NAME CUT TO THE 20 BYTES THE GAME FILES CARRY.    *
001100*--------------------------------------------------------------*
001200 01  TEAM-ASSIGNMENT-RECORD.
001300     05  TA-STUDENT-ID              PIC X(09).
001400     05  TA-PLAYER-NAME             PIC X(20).
001500     05  TA-TEAM-NUM                PIC 9(02).
001600     05  TA-CAMPUS-CODE             PIC X(03).
001700     05  TA-GRADE-LEVEL             PIC 9(02).
001800     05  TA-HOUSEHOLD-ID            PIC X(09).
001900     05  FILLER                     PIC X(05).
