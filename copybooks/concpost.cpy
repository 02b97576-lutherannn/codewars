000400*    CASE RECEIVED AT THE STAND OR WRITTEN OFF AS SPOILAGE,    *
000500*    KEYED FROM THE DELIVERY TICKET OR THE MANAGER'S WASTE     *
000600*    SHEET, APPLIED BY THE NIGHTLY INVENTORY RUN.              *
000620*    A RECEIPT AGAINST A CONCESSION PURCHASE ORDER CARRIES THE *
000640*    PO NUMBER FROM THE PACKING SLIP; THE INVENTORY RUN PASSES *
000660*    IT ON TO THE STOCK RECEIPTS FOR THE THREE-WAY MATCH.      *
000700*--------------------------------------------------------------*
000800 01  CONCESSION-POSTING-RECORD.
000900     05  IP-POST-DATE               PIC 9(08).
001200         88  IP-ACTION-RECEIPT          VALUE "R".
001300         88  IP-ACTION-SPOILAGE         VALUE "S".
001400     05  IP-UNITS                   PIC 9(05).
001450     05  IP-PO-NUMBER               PIC X(12).
001500     05  FILLER                     PIC X(07).
