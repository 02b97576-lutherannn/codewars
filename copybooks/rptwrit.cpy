000800*    THE LINES TO PRINT - THE CALLER WRITES THEM TO ITS OWN     *
000900*    REPORT FD - AND KEEPS EVERY LINE IN THE SHARED REPORT      *
001000*    REPOSITORY VIA RPTKEEP.                                    *
001010*    RW-OPERATOR-ID NAMES WHO THE REPORT IS PRINTED FOR.  A     *
001020*    DETAIL LINE THAT CARRIES A SENSITIVE FIELD LISTS IT IN     *
001030*    RW-MASK-MAP - CLASS, START COLUMN, LENGTH (UP TO 20) -     *
001040*    AND RPTWRITE PRINTS IT AS ASTERISKS UNLESS THE OPERATOR    *
001050*    HOLDS THE MATCHING VIEW FLAG ON THE OPERATOR SECURITY      *
001060*    FILE.  SENSITIVITY CLASSES:  M - ALLERGY CODES;  C -       *
001070*    CUSTODY COURT-ORDER REFERENCES;  F - MEAL TIER AND         *
001080*    PREPAID BALANCES.  SET RW-MASK-COUNT TO ZERO FOR A LINE    *
001090*    WITH NOTHING RESTRICTED.                                   *
001100*--------------------------------------------------------------*
001200 01  REPORT-WRITER-AREA.
001300     05  RW-FUNCTION                PIC X(01).
002200     05  RW-OUT-COUNT               PIC 9(01).
002300     05  RW-OUT-LINE OCCURS 4 TIMES
002400                                    PIC X(80).
002500     05  RW-OPERATOR-ID             PIC X(08).
002600     05  RW-MASK-MAP.
002700         10  RW-MASK-COUNT          PIC 9(01).
002800         10  RW-MASK-FIELD OCCURS 4 TIMES.
002900             15  RW-MASK-CLASS      PIC X(01).
003000                 88  RW-MASK-MEDICAL    VALUE "M".
003100                 88  RW-MASK-CUSTODY    VALUE "C".
003200                 88  RW-MASK-FINANCE    VALUE "F".
003300             15  RW-MASK-START      PIC 9(02).
003400             15  RW-MASK-LENGTH     PIC 9(02).
