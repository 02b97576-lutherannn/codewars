001500*    FROM PAPER LOGS.  A ROUTE WITH FUEL BUT NO RIDERS (OR      *
001600*    RIDERS BUT NO FUEL) IS REPORTED FOR RESEARCH AND LEFT      *
001700*    OFF THE CLAIM.                                             *
001720*    THE FUEL LOG READ HERE IS THE MATCHED LOG FUELRECN WRITES  *
001740*    FROM THE FUEL-CARD RECONCILIATION - FUEL COST IS THE       *
001760*    BILLED CARD COST ON MATCHED ROUTE-DAYS ONLY.               *
001800*--------------------------------------------------------------*
001900*    MODIFICATION HISTORY                                      *
002000*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
002030*    2026-10-15  DLS  FUEL LOG NOW THE CARD-MATCHED LOG FROM   *
002060*                     FUELRECN.                                *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
