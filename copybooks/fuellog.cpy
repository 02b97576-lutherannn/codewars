000500*    TRIP SHEETS.  THE MONTHLY COST-PER-RIDER REPORT JOINS      *
000600*    THESE ROWS TO THE RIDERSHIP HISTORY, AND THE STATE         *
000700*    REIMBURSEMENT CLAIM EXTRACT IS CUT FROM THE SAME PAIR.     *
000720*    THE MONTHLY FUEL-CARD RECONCILIATION WRITES THE SAME       *
000740*    LAYOUT BACK OUT AS THE MATCHED LOG, GALLONS AND COST       *
000760*    REPLACED BY THE BILLED CARD FIGURES.                       *
000800*--------------------------------------------------------------*
000900 01  ROUTE-FUEL-LOG-RECORD.
001000     05  FL-POST-DATE               PIC 9(08).
