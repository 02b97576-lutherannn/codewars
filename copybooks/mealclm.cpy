000100*--------------------------------------------------------------*
000200*    MEALCLM.CPY                                                *
000300*    STATE REIMBURSABLE MEAL CLAIM RECORD.  ONE ROW PER CAMPUS  *
000400*    PER SERVING DAY IN THE CLAIM MONTH, WITH THE MEALS SERVED  *
000500*    BY TIER, THE CAMPUS ENROLLMENT BY TIER THE EDIT CHECK      *
000600*    TESTED THEM AGAINST, AND THE CLAIM AMOUNT AT THE FEDERAL   *
000700*    RATES.  CM-EDIT-FLAG E MARKS A DAY WHOSE COUNT FOR SOME    *
000800*    TIER EXCEEDED THAT TIER'S ENROLLMENT.  THE NIGHTLY GL      *
000900*    EXTRACT POSTS THE ROWS WRITTEN TODAY AS A RECEIVABLE.      *
001000*--------------------------------------------------------------*
001100 01  MEAL-CLAIM-RECORD.
001200     05  CM-CLAIM-MONTH             PIC 9(06).
001300     05  CM-CAMPUS-CODE             PIC X(03).
001400     05  CM-SERVE-DATE              PIC 9(08).
001500     05  CM-FREE-MEALS              PIC 9(05).
001600     05  CM-REDUCED-MEALS           PIC 9(05).
001700     05  CM-PAID-MEALS              PIC 9(05).
001800     05  CM-FREE-ENROLL             PIC 9(05).
001900     05  CM-REDUCED-ENROLL          PIC 9(05).
002000     05  CM-PAID-ENROLL             PIC 9(05).
002100     05  CM-CLAIM-AMOUNT            PIC 9(07)V99.
002200     05  CM-EDIT-FLAG               PIC X(01).
002300         88  CM-EDIT-CLEAN              VALUE " ".
002400         88  CM-EDIT-OVER-ENROLL        VALUE "E".
002500     05  CM-RUN-DATE                PIC 9(08).
002600     05  FILLER                     PIC X(15).
