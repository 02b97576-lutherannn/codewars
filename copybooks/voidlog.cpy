000100*--------------------------------------------------------------*
000200*    VOIDLOG.CPY                                                *
000300*    CONCESSION VOID/REFUND LOG.  THE POS RUN APPENDS ONE ROW   *
000400*    FOR EVERY VOID TRANSACTION IT SEES - APPLIED OR REFUSED -  *
000500*    WITH THE CASHIER WHO RANG IT AND THE MANAGER WHO KEYED     *
000600*    THE APPROVAL, SO THE WEEKLY VOID REPORT CAN LOOK FOR       *
000700*    ABUSE BY EITHER.  VL-ORIG-SALE-DATE, VL-STUDENT-ID,        *
000800*    VL-ITEM-ID, VL-AMOUNT AND VL-TENDER-TYPE COME FROM THE     *
000900*    SALE BEING REVERSED AND ARE ZERO/SPACE WHEN IT WAS NOT     *
001000*    FOUND.                                                     *
001100*--------------------------------------------------------------*
001200 01  VOID-LOG-RECORD.
001300     05  VL-VOID-DATE               PIC 9(08).
001400     05  VL-VOID-TRANS-ID           PIC X(09).
001500     05  VL-ORIG-TRANS-ID           PIC X(09).
001600     05  VL-ORIG-SALE-DATE          PIC 9(08).
001700     05  VL-CASHIER-ID              PIC X(09).
001800     05  VL-MANAGER-ID              PIC X(09).
001900     05  VL-STUDENT-ID              PIC X(09).
002000     05  VL-ITEM-ID                 PIC X(09).
002100     05  VL-AMOUNT                  PIC 9(05)V99.
002200     05  VL-TENDER-TYPE             PIC X(01).
002300     05  VL-STATUS                  PIC X(01).
002400         88  VL-VOID-APPLIED            VALUE "A".
002500         88  VL-VOID-REFUSED            VALUE "R".
002600     05  VL-REFUSE-REASON           PIC X(10).
002700     05  FILLER                     PIC X(11).
