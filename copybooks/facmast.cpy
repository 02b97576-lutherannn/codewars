000100*--------------------------------------------------------------*
000200*    FACMAST.CPY                                                *
000300*    COMMUNITY FACILITY MASTER.  ONE ROW PER GYM, FIELD OR     *
000400*    ROOM THE DISTRICT RENTS TO OUTSIDE GROUPS - ITS HOURLY    *
000500*    RATE AND DEPOSIT, THE HOURS A CUSTODIAN IS ON DUTY        *
000600*    ANYWAY, AND THE CUSTODIAN PAID OVERTIME (AT               *
000700*    FM-CUSTODIAL-RATE, BILLED ON TO THE RENTER) FOR A BOOKING *
000800*    OUTSIDE THEM.  FM-BRACKET-FIELD NAMES THE FIELD NUMBER    *
000900*    THE TOURNAMENT BRACKET SCHEDULES GAMES ON WHEN THE        *
001000*    FACILITY IS ONE OF THEM (ZERO OTHERWISE).  FM-FUND IS THE *
001100*    FUND THE RENTAL REVENUE POSTS TO; BLANK TAKES THE FACRENT *
001200*    CHART ROW'S FUND.                                         *
001300*--------------------------------------------------------------*
001400 01  FACILITY-MASTER-RECORD.
001500     05  FM-FACILITY-ID             PIC X(06).
001600     05  FM-CAMPUS-CODE             PIC X(03).
001700     05  FM-FACILITY-NAME           PIC X(20).
001800     05  FM-BRACKET-FIELD           PIC 9(01).
001900     05  FM-HOURLY-RATE             PIC 9(03)V99.
002000     05  FM-DEPOSIT                 PIC 9(04)V99.
002100     05  FM-STAFFED-FROM            PIC 9(04).
002200     05  FM-STAFFED-TO              PIC 9(04).
002300     05  FM-CUSTODIAN-ID            PIC X(09).
002400     05  FM-CUSTODIAL-RATE          PIC 9(03)V99.
002500     05  FM-FUND                    PIC X(03).
002600     05  FM-FACILITY-STATUS         PIC X(01).
002700         88  FM-ACTIVE                  VALUE "A".
002800         88  FM-INACTIVE                VALUE "I".
002900     05  FILLER                     PIC X(13).
