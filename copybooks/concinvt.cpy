000600*    UNIT PER APPROVED SALE, APPLIES RECEIPT AND SPOILAGE      *
000700*    POSTINGS, AND FLAGS ITEMS AT OR UNDER THE REORDER POINT - *
000800*    THE SAME DISCIPLINE THE PAPER STOCK GETS.                 *
000820*    ON-ORDER IS THE SELLING UNITS ON CONCESSION PURCHASE      *
000840*    ORDERS NOT YET RECEIVED, SO AN ITEM ALREADY ON ORDER IS   *
000860*    NOT ORDERED AGAIN EVERY NIGHT UNTIL THE TRUCK COMES.      *
000900*--------------------------------------------------------------*
001000 01  CONCESSION-INVENTORY-RECORD.
001100     05  CV-ITEM-ID                 PIC X(09).
001200     05  CV-ITEM-NAME               PIC X(20).
001300     05  CV-ON-HAND-UNITS           PIC S9(07).
001400     05  CV-REORDER-POINT           PIC 9(05).
001500     05  CV-ON-ORDER-UNITS          PIC 9(07).
001600     05  FILLER                     PIC X(02).
