000300*    GENERAL-LEDGER JOURNAL ROW CUT BY THE NIGHTLY GL          *
000400*    EXTRACT.  EVERY EVENT POSTS AS A BALANCED DEBIT/CREDIT    *
000500*    PAIR; THE BATCH DATE TIES THE NIGHT'S ROWS TOGETHER FOR  *
000550*    THE BUSINESS OFFICE'S LEDGER LOAD.  A ROW DATED INTO A   *
000600*    CLOSED FISCAL PERIOD IS POSTED TO THE NEXT OPEN PERIOD   *
000650*    INSTEAD, WITH GJ-ADJUST-FLAG SET TO "P".                 *
000700*--------------------------------------------------------------*
000800 01  GL-JOURNAL-RECORD.
000900     05  GJ-BATCH-DATE              PIC 9(08).
001400         88  GJ-DEBIT                   VALUE "D".
001500         88  GJ-CREDIT                  VALUE "C".
001600     05  GJ-AMOUNT                  PIC 9(09)V99.
001700     05  GJ-ADJUST-FLAG             PIC X(01).
001800         88  GJ-PRIOR-PERIOD-ADJ        VALUE "P".
001900     05  FILLER                     PIC X(02).
