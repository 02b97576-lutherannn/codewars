001500*--------------------------------------------------------------*
001600*    MODIFICATION HISTORY                                      *
001700*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001730*    2026-10-14  DLS  CARRY EQ-FUND AND EQ-SALVAGE-PCT FORWARD *
001760*                     ON THE UPDATED MASTER.                   *
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
008300         10  WS-EQ-LIFE-YRS         PIC 9(02).
008400         10  WS-EQ-LIFE-COST        PIC 9(09)V99 COMP-3.
008500         10  WS-EQ-REPL-PCT         PIC 9(03).
008530         10  WS-EQ-FUND             PIC X(03).
008560         10  WS-EQ-SALVAGE-PCT      PIC X(02).
008600 01  WS-PART-COUNT                  PIC 9(03) COMP VALUE ZERO.
008700 01  WS-PSUB                        PIC 9(03) COMP.
008800 01  WS-PART-COST-TABLE.
019300                     TO WS-EQ-LIFE-YRS (WS-EQUIP-COUNT)
019400                 MOVE EQ-LIFE-COST
019500                     TO WS-EQ-LIFE-COST (WS-EQUIP-COUNT)
019520                 MOVE EQ-FUND
019540                     TO WS-EQ-FUND (WS-EQUIP-COUNT)
019560                 MOVE EQ-SALVAGE-PCT
019580                     TO WS-EQ-SALVAGE-PCT (WS-EQUIP-COUNT)
019600                 IF EQ-REPLACE-PCT NUMERIC
019700                         AND EQ-REPLACE-PCT > 0
019800                     MOVE EQ-REPLACE-PCT
032300     MOVE WS-EQ-LIFE-YRS (WS-ESUB) TO EQ-EXPECTED-LIFE-YRS
032400     MOVE WS-EQ-LIFE-COST (WS-ESUB) TO EQ-LIFE-COST
032500     MOVE WS-EQ-REPL-PCT (WS-ESUB) TO EQ-REPLACE-PCT
032530     MOVE WS-EQ-FUND (WS-ESUB) TO EQ-FUND
032560     MOVE WS-EQ-SALVAGE-PCT (WS-ESUB) TO EQ-SALVAGE-PCT
032600     WRITE NEW-EQUIPMENT-RECORD FROM EQUIPMENT-MASTER-RECORD
032700     COMPUTE WS-THRESHOLD =
032800         WS-EQ-ACQ-COST (WS-ESUB)
