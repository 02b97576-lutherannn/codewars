001400         88  JR-ACTION-ADD              VALUE "A".
001500         88  JR-ACTION-CHANGE           VALUE "C".
001600         88  JR-ACTION-DELETE           VALUE "D".
001610*    B IS A BEFORE IMAGE, WRITTEN ONLY BY THE STUDENT MERGE
001620*    AHEAD OF THE AFTER IMAGE OF EVERY ROW IT CHANGES OR
001630*    DROPS.  A ROLL-FORWARD SKIPS IT; BACKING A MERGE OUT
001640*    PUTS IT BACK.
001650         88  JR-ACTION-BEFORE           VALUE "B".
001700     05  JR-RECORD-IMAGE            PIC X(200).
001710*    THE RETIRED STUDENT ID ON EVERY ROW THE MERGE WRITES -
001720*    HOW A BACK-OUT FINDS ONE MERGE'S ROWS.  SPACES OTHERWISE.
001730     05  JR-MERGE-ID                PIC X(09).
001740*    WHO MADE THE CHANGE - THE SUBMITTING OPERATOR (SPACES FOR
001750*    AN UNATTENDED BATCH STEP) AND THE PROGRAM THAT APPLIED IT.
001760*    JRNLINQ PRINTS BOTH BESIDE EACH FIELD-LEVEL CHANGE.
001770     05  JR-OPERATOR-ID             PIC X(08).
001780     05  JR-SOURCE-PROGRAM          PIC X(08).
001800     05  FILLER                     PIC X(01).
