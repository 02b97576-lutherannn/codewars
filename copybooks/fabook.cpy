000100*--------------------------------------------------------------*
000200*    FABOOK.CPY                                                 *
000300*    FIXED-ASSET BOOK ROW, ONE PER EQUIPMENT ID, IN ID ORDER.   *
000400*    THE MONTHLY DEPRECIATION RUN ADDS A ROW THE FIRST TIME IT  *
000500*    SEES AN ITEM ON THE EQUIPMENT MASTER AND CARRIES THE BOOK  *
000600*    FORWARD EACH MONTH WITH STRAIGHT-LINE DEPRECIATION DOWN TO *
000700*    SALVAGE.  NET BOOK VALUE IS FA-COST LESS FA-ACCUM-DEPR.    *
000800*    A DISPOSED ROW STAYS ON THE BOOK WITH THE VALUE WRITTEN    *
000900*    OFF SO THE YEAR-END SCHEDULE CAN SHOW THE DISPOSAL.        *
001000*--------------------------------------------------------------*
001100 01  ASSET-BOOK-RECORD.
001200     05  FA-EQUIPMENT-ID            PIC X(09).
001300     05  FA-FUND                    PIC X(03).
001400     05  FA-ACQUIRE-DATE            PIC 9(08).
001500     05  FA-COST                    PIC 9(07)V99.
001600     05  FA-SALVAGE                 PIC 9(07)V99.
001700     05  FA-LIFE-MONTHS             PIC 9(03).
001800     05  FA-ACCUM-DEPR              PIC 9(07)V99.
001900     05  FA-LAST-PERIOD             PIC 9(06).
002000     05  FA-STATUS                  PIC X(01).
002100         88  FA-STATUS-ACTIVE           VALUE "A".
002200         88  FA-STATUS-FULL             VALUE "F".
002300         88  FA-STATUS-DISPOSED         VALUE "D".
002400     05  FA-DISPOSE-DATE            PIC 9(08).
002500     05  FA-WRITE-OFF               PIC 9(07)V99.
002600     05  FA-DISPOSE-REASON          PIC X(01).
002700         88  FA-RETIRED-IN-FLEET        VALUE "R".
002800         88  FA-DROPPED-FROM-MASTER     VALUE "X".
002900     05  FA-FYTD-YEAR               PIC 9(04).
003000     05  FA-FYTD-DEPR               PIC 9(07)V99.
003100     05  FILLER                     PIC X(12).
