000700*    PARTS).  A UNIT WHOSE LIFETIME COST CROSSES THE REPLACE   *
000800*    THRESHOLD PERCENT OF ACQUISITION IS FLAGGED REPLACE -     *
000900*    NO MORE REBUILDING A FLOOR SCRUBBER THREE TIMES FOR       *
000940*    MORE THAN A NEW ONE COSTS.  EQ-FUND AND EQ-SALVAGE-PCT    *
000980*    FEED THE MONTHLY DEPRECIATION RUN - THE FUND THE ITEM'S   *
001020*    DEPRECIATION POSTS TO (SPACES TAKE THE CHART ROW'S FUND)  *
001060*    AND THE PERCENT OF COST IT IS NOT DEPRECIATED BELOW.      *
001100*--------------------------------------------------------------*
001200 01  EQUIPMENT-MASTER-RECORD.
001300     05  EQ-EQUIPMENT-ID            PIC X(09).
001700     05  EQ-EXPECTED-LIFE-YRS       PIC 9(02).
001800     05  EQ-LIFE-COST               PIC 9(09)V99.
001900     05  EQ-REPLACE-PCT             PIC 9(03).
002000     05  EQ-FUND                    PIC X(03).
002100     05  EQ-SALVAGE-PCT             PIC 9(02).
002200     05  FILLER                     PIC X(01).
