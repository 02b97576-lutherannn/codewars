000100*--------------------------------------------------------------*
000200*    BADGEPRT.CPY                                               *
000300*    ID BADGE PRINT RECORD, ONE PER CARD TO BE PRINTED, READ   *
000400*    BY THE CARD PRINTER'S LAYOUT SOFTWARE.  BP-BARCODE IS THE *
000500*    VALUE ENCODED ON THE CARD - THE STUDENT ID, THE TWO-DIGIT *
000600*    CARD ISSUE NUMBER AND A MOD-10 CHECK DIGIT OVER BOTH FROM *
000700*    CHKDIGIT.  THE PRINTER TEMPLATE PICKS THE MEAL BAND COLOR *
000800*    FROM BP-MEAL-CODE (1 FULL PRICE, 2 REDUCED, 3 FREE) AND   *
000900*    PRINTS THE ALLERGY ICON WHEN BP-ALLERGY-ALERT IS Y.  THE  *
001000*    ROUTES ARE SPACES FOR A STUDENT WHO DOES NOT RIDE THAT    *
001100*    LEG.  BP-ISSUE-REASON IS N FOR A FIRST CARD, T FOR A      *
001200*    CAMPUS TRANSFER, OR THE REPRINT REASON (L, S, D).         *
001300*--------------------------------------------------------------*
001400 01  BADGE-PRINT-RECORD.
001500     05  BP-BARCODE.
001600         10  BP-BC-STUDENT-ID       PIC X(09).
001700         10  BP-BC-CARD-ISSUE       PIC 9(02).
001800         10  BP-BC-CHECK-DIGIT      PIC 9(01).
001900     05  BP-STUDENT-NAME            PIC X(30).
002000     05  BP-CAMPUS-CODE             PIC X(03).
002100     05  BP-AM-ROUTE                PIC X(05).
002200     05  BP-PM-ROUTE                PIC X(05).
002300     05  BP-ALLERGY-ALERT           PIC X(01).
002400     05  BP-MEAL-CODE               PIC 9(01).
002500     05  BP-ISSUE-REASON            PIC X(01).
002600     05  BP-ISSUE-DATE              PIC 9(08).
002700     05  FILLER                     PIC X(14).
