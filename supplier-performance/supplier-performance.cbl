001300*    SHIPMENT, AND A PO WITH NO RECEIPT AT ALL IS OPEN.         *
001400*    PURCHASING RENEWS CONTRACTS FROM THIS SHEET INSTEAD OF     *
001500*    BLIND.                                                     *
001520*    A CONCESSION PO ("C" PO TYPE) IS ORDERED AND RECEIVED IN   *
001540*    SELLING UNITS, SO ITS EXPECTED AMOUNT IS THE UNITS ON THE  *
001560*    ORDER, NOT A PAGE COUNT.                                   *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001830*    2026-10-15  DLS  EXPECT ORDERED UNITS, NOT PAGES, ON A    *
001860*                     CONCESSION PO.                           *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
020000*    1300-EXPECTED-PAGES                                         *
020100*--------------------------------------------------------------*
020200 1300-EXPECTED-PAGES.
020220     IF PO-TYPE-CONCESSION
020240         MOVE PO-PACKETS-NEEDED TO WS-PO-EXP-PAGES (WS-PO-COUNT)
020260         GO TO 1300-EXIT
020280     END-IF
020300     MOVE ZERO TO WS-PO-EXP-PAGES (WS-PO-COUNT)
020400     PERFORM 1310-MATCH-PAGES THRU 1310-EXIT
020500         VARYING WS-PSUB FROM 1 BY 1
