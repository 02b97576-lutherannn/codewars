000300*    CHART-OF-ACCOUNTS CONTROL ROW.  ONE ROW PER MONEY-MOVING  *
000400*    EVENT THE NIGHTLY GL EXTRACT POSTS (CONCREV CONCESSION    *
000500*    REVENUE, PREPDEP PREPAID DEPOSITS, REFUNDCK REFUND        *
000600*    CHECKS, POCOMMIT PURCHASE-ORDER COMMITMENTS, MEALCLM THE  *
000650*    MONTHLY MEAL CLAIM RECEIVABLE, APPAY SUPPLIER CHECKS      *
000660*    RELIEVING ACCOUNTS PAYABLE, DEPREC MONTHLY EQUIPMENT      *
000670*    DEPRECIATION, ASSETWO BOOK VALUE WRITTEN OFF ON A         *
000680*    RETIRED ASSET, ACHRET AN ACH REFUND THE BANK RETURNED,    *
000682*    BADDEBT A BOARD-APPROVED FEE WRITE-OFF, COLLFEE THE       *
000684*    COLLECTION AGENCY'S FEE ON A REMITTANCE, CONCVOID A       *
000686*    CONCESSION SALE VOIDED OR REFUNDED AT THE POS - THE       *
000687*    REVERSE OF CONCREV, CONCPO A CONCESSION PURCHASE-ORDER    *
000688*    COMMITMENT, FUELCARD THE MONTH'S FUEL-CARD CHARGES        *
000689*    MATCHED TO THE FUEL LOG, UTILITY METERED UTILITY COST,    *
000690*    FACRENT A COMMUNITY FACILITY RENTAL INVOICED, FACDEP A    *
000692*    RENTAL'S DAMAGE DEPOSIT HELD), GIVING THE FUND/ACCOUNT    *
000694*    PAIR TO DEBIT AND THE PAIR TO                             *
000700*    CREDIT.  AN EVENT WITH ACTIVITY BUT NO ROW HERE FAILS THE *
000800*    EXTRACT - THE DISTRICT BOOKS NEVER GET A ONE-SIDED OR     *
000900*    UNMAPPED ENTRY.                                           *
001100*--------------------------------------------------------------*
001200 01  CHART-OF-ACCOUNTS-RECORD.
001300     05  CA-EVENT-CODE              PIC X(08).
