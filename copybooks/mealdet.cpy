000100*--------------------------------------------------------------*
000200*    MEALDET.CPY                                                *
000300*    MEAL BENEFIT DETERMINATION HISTORY.  ONE ROW PER           *
000400*    APPLICATION DETERMINED, CARRYING THE APPLICATION AS KEYED  *
000500*    AND THE RESULT - TIER, BASIS, AND THE GUIDELINE LIMITS IT  *
000600*    WAS TESTED AGAINST - SO THE FEDERAL VERIFICATION AUDIT     *
000700*    CAN SEE WHY EVERY HOUSEHOLD QUALIFIED OR DID NOT.          *
000800*--------------------------------------------------------------*
000900 01  MEAL-DETERMINATION-RECORD.
001000     05  MX-DETERMINE-DATE          PIC 9(08).
001100     05  MX-SCHOOL-YEAR             PIC 9(04).
001200     05  MX-APPLICATION-IMAGE       PIC X(80).
001300     05  MX-HOUSEHOLD-ID            PIC X(09).
001400     05  MX-DETERMINED-TIER         PIC X(01).
001500         88  MX-TIER-FREE               VALUE "E".
001600         88  MX-TIER-REDUCED            VALUE "R".
001700         88  MX-TIER-DENIED             VALUE "F".
001800     05  MX-BASIS                   PIC X(01).
001900         88  MX-BASIS-CATEGORICAL       VALUE "C".
002000         88  MX-BASIS-INCOME            VALUE "I".
002100     05  MX-FREE-LIMIT              PIC 9(07)V99.
002200     05  MX-REDUCED-LIMIT           PIC 9(07)V99.
002300     05  MX-STUDENTS-COVERED        PIC 9(02).
002400     05  FILLER                     PIC X(07).
