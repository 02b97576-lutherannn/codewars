000100*--------------------------------------------------------------*
000200*    INCGUIDE.CPY                                               *
000300*    FEDERAL INCOME ELIGIBILITY GUIDELINE.  ONE ROW PER SCHOOL  *
000400*    YEAR (THE YEAR IT STARTS) AND HOUSEHOLD SIZE, LOADED EACH  *
000500*    SPRING WHEN THE NEW ANNUAL FIGURES ARE PUBLISHED.  THE     *
000600*    FREE LIMIT IS 130 PERCENT OF POVERTY AND THE REDUCED LIMIT *
000700*    185 PERCENT, BOTH AS ANNUAL INCOME.  SIZE 99 CARRIES THE   *
000800*    AMOUNT ADDED FOR EACH MEMBER BEYOND THE LARGEST SIZE.      *
000900*--------------------------------------------------------------*
001000 01  INCOME-GUIDELINE-RECORD.
001100     05  IG-SCHOOL-YEAR             PIC 9(04).
001200     05  IG-HOUSEHOLD-SIZE          PIC 9(02).
001300         88  IG-EACH-ADDITIONAL         VALUE 99.
001400     05  IG-FREE-LIMIT              PIC 9(07)V99.
001500     05  IG-REDUCED-LIMIT           PIC 9(07)V99.
001600     05  FILLER                     PIC X(06).
