000100*--------------------------------------------------------------*
000200*    LEAVRATE.CPY                                               *
000300*    LEAVE ACCRUAL RATE CONTROL ROW.  ONE ROW PER STAFF ROLE    *
000400*    (SF-ROLE) PER LEAVE TYPE, GIVING THE DAYS EARNED EACH      *
000500*    MONTH AND THE MOST DAYS THAT CARRY INTO A NEW FISCAL YEAR. *
000600*    A ROLE WITH NO ROW FOR A TYPE EARNS NONE OF IT.            *
000700*--------------------------------------------------------------*
000800 01  LEAVE-RATE-RECORD.
000900     05  LR-ROLE                    PIC X(10).
001000     05  LR-LEAVE-TYPE              PIC X(01).
001100     05  LR-MONTHLY-ACCRUAL         PIC 9(02)V99.
001200     05  LR-CARRY-CAP               PIC 9(03)V99.
001300     05  FILLER                     PIC X(10).
