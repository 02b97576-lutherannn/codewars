000100*--------------------------------------------------------------*
000200*    UTILMTR.CPY                                                *
000300*    UTILITY METER MASTER.  ONE ROW PER ELECTRIC, GAS OR WATER *
000400*    METER, BY CAMPUS.  UM-FUND IS THE CAMPUS FUND THE MONTH'S *
000500*    COST POSTS TO (SPACES TAKE THE UTILITY CHART ROW'S FUND). *
000600*    UM-UNIT-RATE PRICES THE USAGE WHEN THE READING CARRIES NO *
000700*    BILLED COST.  UM-ROLLOVER-READING IS THE HIGHEST READING  *
000800*    THE DIALS SHOW BEFORE TURNING OVER TO ZERO (ZERO IF THE   *
000900*    METER NEVER ROLLS).  UM-BAND-PCT IS HOW FAR THE MONTH'S   *
001000*    USAGE PER SCHOOL DAY MAY STRAY FROM LAST YEAR'S AND THE   *
001100*    ROLLING AVERAGE BEFORE IT IS AN ANOMALY (ZERO TAKES THE   *
001200*    DISTRICT DEFAULT).                                        *
001300*--------------------------------------------------------------*
001400 01  UTILITY-METER-RECORD.
001500     05  UM-METER-ID                PIC X(09).
001600     05  UM-CAMPUS-CODE             PIC X(03).
001700     05  UM-UTILITY-TYPE            PIC X(01).
001800         88  UM-ELECTRIC                VALUE "E".
001900         88  UM-GAS                     VALUE "G".
002000         88  UM-WATER                   VALUE "W".
002100     05  UM-DESCRIPTION             PIC X(20).
002200     05  UM-FUND                    PIC X(03).
002300     05  UM-UNIT-RATE               PIC 9(03)V9(05).
002400     05  UM-ROLLOVER-READING        PIC 9(09).
002500     05  UM-BAND-PCT                PIC 9(03).
002600     05  UM-METER-STATUS            PIC X(01).
002700         88  UM-ACTIVE                  VALUE "A".
002800         88  UM-INACTIVE                VALUE "I".
002900     05  FILLER                     PIC X(23).
