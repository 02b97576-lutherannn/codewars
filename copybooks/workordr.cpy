000500*    PER DUE ITEM; WOPOST CLOSES THEM WITH A COMPLETION DATE    *
000600*    AND NOTES; WOOVRDUE ESCALATES ANY ORDER STILL OPEN PAST    *
000700*    ITS SERVICE INTERVAL.                                      *
000720*    A SEASONAL ORDER (WO-SEASONAL) CARRIES THE CLOSE OF ITS    *
000740*    WINDOW AS THE DUE DATE WITH A ZERO INTERVAL, SO IT         *
000760*    ESCALATES THE DAY AFTER THE WINDOW PASSES.                 *
000770*    A REPAIR ORDER (WO-REPAIR) OPENED FROM A REPAIR REQUEST    *
000780*    CARRIES ITS PRIORITY'S TARGET COMPLETION DATE THE SAME     *
000790*    WAY.                                                       *
000800*--------------------------------------------------------------*
000900 01  WORK-ORDER-RECORD.
001000     05  WO-ORDER-ID.
001900         88  WO-STATUS-CLOSED           VALUE "C".
002000     05  WO-COMPLETE-DATE           PIC 9(08).
002100     05  WO-NOTES                   PIC X(25).
002200     05  WO-SCHEDULE-TYPE           PIC X(01).
002300         88  WO-SEASONAL                VALUE "W" "Q".
002350         88  WO-REPAIR                  VALUE "R".
002400     05  FILLER                     PIC X(03).
