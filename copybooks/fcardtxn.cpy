000100*--------------------------------------------------------------*
000200*    FCARDTXN.CPY                                               *
000300*    FUEL-CARD VENDOR TRANSACTION.  ONE ROW PER PUMP CHARGE ON  *
000400*    THE VENDOR'S MONTHLY TRANSACTION FILE - THE DATA THEY      *
000500*    BILL US FROM.  FT-VEHICLE-ID IS THE BUS THE CARD IS ISSUED *
000600*    TO; FT-ROUTE-ID IS THE ROUTE THE DRIVER KEYED AT THE PUMP, *
000700*    SPACES WHEN THE PROMPT WAS SKIPPED.  GALLONS CARRY THREE   *
000800*    DECIMALS AS THE PUMP REPORTS THEM.                         *
000900*--------------------------------------------------------------*
001000 01  FUEL-CARD-TXN-RECORD.
001100     05  FT-TXN-ID                  PIC X(12).
001200     05  FT-VEHICLE-ID              PIC X(09).
001300     05  FT-ROUTE-ID                PIC X(05).
001400     05  FT-TXN-DATE                PIC 9(08).
001500     05  FT-GALLONS                 PIC 9(03)V999.
001600     05  FT-UNIT-PRICE              PIC 9(02)V999.
001700     05  FT-AMOUNT                  PIC 9(05)V99.
001800     05  FT-SITE-NAME               PIC X(20).
001900     05  FILLER                     PIC X(08).
