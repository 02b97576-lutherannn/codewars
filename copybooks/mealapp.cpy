000100*--------------------------------------------------------------*
000200*    MEALAPP.CPY                                                *
000300*    FREE AND REDUCED MEAL BENEFIT APPLICATION.  ONE ROW PER    *
000400*    HOUSEHOLD APPLICATION AS KEYED BY THE FOOD-SERVICE OFFICE, *
000500*    NAMING ANY ONE STUDENT IN THE HOUSEHOLD - THE DETERMINATION *
000600*    RUN APPLIES THE RESULT TO EVERY STUDENT LINKED TO THAT      *
000700*    HOUSEHOLD.  A CATEGORICAL CODE (SNAP, TANF, FOSTER,         *
000800*    HOMELESS) WITH ITS CASE NUMBER QUALIFIES FOR FREE MEALS     *
000900*    WITHOUT THE INCOME TEST; A SPACE MEANS AN INCOME            *
001000*    APPLICATION, TESTED AGAINST THE FEDERAL GUIDELINE FOR THE   *
001100*    HOUSEHOLD SIZE.                                             *
001200*--------------------------------------------------------------*
001300 01  MEAL-APPLICATION-RECORD.
001400     05  MB-APPLICATION-ID          PIC X(10).
001500     05  MB-STUDENT-ID              PIC X(09).
001600     05  MB-RECEIVED-DATE           PIC 9(08).
001700     05  MB-HOUSEHOLD-SIZE          PIC 9(02).
001800     05  MB-ANNUAL-INCOME           PIC 9(07)V99.
001900     05  MB-CATEGORICAL-CODE        PIC X(01).
002000         88  MB-CATEG-SNAP              VALUE "S".
002100         88  MB-CATEG-TANF              VALUE "T".
002200         88  MB-CATEG-FOSTER            VALUE "F".
002300         88  MB-CATEG-HOMELESS          VALUE "H".
002400         88  MB-CATEGORICAL             VALUE "S" "T" "F" "H".
002500         88  MB-INCOME-BASED            VALUE " ".
002600     05  MB-CASE-NUMBER             PIC X(12).
002700     05  MB-SIGNER-NAME             PIC X(25).
002800     05  FILLER                     PIC X(04).
