000400*    PO PER GRADE LEVEL WITH DEMAND, QUANTITY ROUNDED UP TO     *
000500*    THE SUPPLIER'S PACK SIZE, AND THE EXTENDED COST FROM THE   *
000600*    CATALOG PACK COST.                                         *
000610*    THE CONCESSION INVENTORY RUN CUTS ITS REORDERS INTO THE    *
000620*    SAME FILE, FLAGGED PO-TYPE-CONCESSION: GRADE LEVEL BLANK,  *
000630*    PACKETS-NEEDED CARRYING THE SELLING UNITS ORDERED (PACKS   *
000640*    TIMES PACK SIZE), AND SEQUENCE NUMBERS FROM 5001 SO THEY   *
000650*    NEVER COLLIDE WITH THE SAME NIGHT'S SUPPLY-PLAN ORDERS.    *
000700*--------------------------------------------------------------*
000800 01  PURCHASE-ORDER-RECORD.
000900     05  PO-NUMBER.
001600     05  PO-PACKS-ORDERED           PIC 9(05).
001700     05  PO-LEAD-DAYS               PIC 9(03).
001800     05  PO-EXTENDED-COST           PIC 9(07)V99.
001900     05  PO-ORDER-TYPE              PIC X(01).
002000         88  PO-TYPE-SUPPLY             VALUE " ".
002100         88  PO-TYPE-CONCESSION         VALUE "C".
002200     05  FILLER                     PIC X(06).
