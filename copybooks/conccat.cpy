000100*--------------------------------------------------------------*
000200*    CONCCAT.CPY                                                *
000300*    CONCESSION SUPPLIER CATALOG.  ONE ROW PER CONCESSION ITEM  *
000400*    NAMING THE SUPPLIER ON THE SUPPLIER MASTER WHO CARRIES IT, *
000500*    THE SUPPLIER'S STOCK CODE, THE PACK SIZE (SELLING UNITS    *
000600*    PER CASE), THE LEAD TIME, THE COST PER CASE, AND THE       *
000700*    STANDARD ORDER IN CASES, SO THE INVENTORY RUN CAN TURN A   *
000800*    REORDER INTO A PURCHASE ORDER THE SAME WAY THE SUPPLY      *
000900*    PLAN DOES FOR PAPER.                                       *
001000*--------------------------------------------------------------*
001100 01  CONCESSION-CATALOG-RECORD.
001200     05  NC-ITEM-ID                 PIC X(09).
001300     05  NC-SUPPLIER-ID             PIC X(09).
001400     05  NC-SUPPLIER-NAME           PIC X(20).
001500     05  NC-STOCK-CODE              PIC X(06).
001600     05  NC-PACK-SIZE               PIC 9(04).
001700     05  NC-LEAD-DAYS               PIC 9(03).
001800     05  NC-PACK-COST               PIC 9(04)V99.
001900     05  NC-ORDER-PACKS             PIC 9(03).
002000     05  FILLER                     PIC X(10).
