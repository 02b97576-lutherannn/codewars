001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001630*    2026-10-15  DLS  CARRY THE CURRENT ID BADGE ISSUE SO THE  *
001660*                     OFFLINE POS REFUSES A SUPERSEDED CARD.   *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
007500             MOVE SM-AGE TO PE-AGE
007600             MOVE SM-ALLERGY-CODES TO PE-ALLERGY-CODES
007700             MOVE SM-MEAL-TIER TO PE-MEAL-TIER
007720             IF SM-CARD-ISSUE NUMERIC
007740                 MOVE SM-CARD-ISSUE TO PE-CARD-ISSUE
007760             END-IF
007800             MOVE ZERO TO PE-BALANCE-CEILING
007900             MOVE SM-STUDENT-ID (1:9) TO PA-STUDENT-ID
008000             READ PREPAID-ACCOUNT-FILE
