000600*    ALLERGY CODES, MEAL TIER, AND A SPENDING CEILING (THE     *
000700*    PREPAID BALANCE AT EXTRACT TIME) - AND QUEUES ITS         *
000800*    TRANSACTIONS FOR THE CATCH-UP POSTING RUN.                *
000830*    PE-CARD-ISSUE IS THE STUDENT'S CURRENT ID BADGE ISSUE, SO  *
000860*    A SUPERSEDED CARD IS REFUSED OFFLINE AS WELL.              *
000900*--------------------------------------------------------------*
001000 01  POS-ELIGIBILITY-RECORD.
001100     05  PE-STUDENT-ID              PIC X(09).
001300     05  PE-ALLERGY-CODES           PIC X(04).
001400     05  PE-MEAL-TIER               PIC X(01).
001500     05  PE-BALANCE-CEILING         PIC 9(05)V99.
001600     05  PE-CARD-ISSUE              PIC X(02).
001700     05  FILLER                     PIC X(04).
