000100*--------------------------------------------------------------*
000200*    LEAVEBAL.CPY                                               *
000300*    STAFF LEAVE BALANCE.  ONE ROW PER STAFF MEMBER PER LEAVE   *
000400*    TYPE (SA-LEAVE-TYPE), IN DAYS.  THE MONTHLY ACCRUAL RUN    *
000500*    ADDS THE ROLE'S RATE AND CHARGES THE MONTH'S ABSENCES;     *
000600*    LB-LAST-PERIOD IS THE LAST MONTH IT POSTED, SO A RERUN     *
000700*    OF THE SAME MONTH CHANGES NOTHING.  THE YEAR-END           *
000800*    CARRYOVER RUN CAPS THE BALANCE, CLEARS THE YEAR-TO-DATE    *
000900*    FIGURES AND STAMPS LB-CARRY-YEAR WITH THE FISCAL YEAR.     *
001000*    THE BALANCE NEVER GOES BELOW ZERO - A DAY THE BALANCE      *
001100*    CANNOT COVER GOES TO PAYROLL AS AN UNPAID DAY INSTEAD.     *
001200*--------------------------------------------------------------*
001300 01  LEAVE-BALANCE-RECORD.
001400     05  LB-STAFF-ID                PIC X(09).
001500     05  LB-LEAVE-TYPE              PIC X(01).
001600     05  LB-BALANCE                 PIC 9(03)V99.
001700     05  LB-YTD-ACCRUED             PIC 9(03)V99.
001800     05  LB-YTD-TAKEN               PIC 9(03)V99.
001900     05  LB-YTD-UNPAID              PIC 9(03).
002000     05  LB-LAST-PERIOD             PIC 9(06).
002100     05  LB-CARRY-YEAR              PIC 9(04).
002200     05  FILLER                     PIC X(12).
