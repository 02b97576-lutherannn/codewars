001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
002130*    2026-10-15  DLS  WIDEN THE MASTER IMAGES TO THE 200-BYTE  *
002160*                     STUDENT MASTER.                          *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
005600     COPY studmast.
005700 FD  ANON-MASTER-FILE
005800     RECORDING MODE IS F.
005900 01  ANON-MASTER-RECORD             PIC X(200).
006000 FD  ROUTE-RIDER-FILE
006100     RECORDING MODE IS F.
006200     COPY rterider.
007000 01  ANON-PREPAID-RECORD            PIC X(56).
007100 FD  SCAN-MASTER-FILE
007200     RECORDING MODE IS F.
007300 01  SCAN-MASTER-RECORD             PIC X(200).
007400 FD  SCAN-RIDER-FILE
007500     RECORDING MODE IS F.
007600 01  SCAN-RIDER-RECORD              PIC X(56).
