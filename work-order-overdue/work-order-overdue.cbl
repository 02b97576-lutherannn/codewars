001200*--------------------------------------------------------------*
001300*    MODIFICATION HISTORY                                      *
001400*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001430*    2026-10-15  DLS  FLAG A SEASONAL ORDER WHOSE WINDOW HAS   *
001460*                     PASSED AND COUNT THEM ON THE SUMMARY.    *
001500*--------------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
004200 01  WS-TODAY-INTEGER               PIC 9(08) COMP.
004300 01  WS-OPEN-COUNT                  PIC 9(05) COMP VALUE ZERO.
004400 01  WS-OVERDUE-COUNT               PIC 9(05) COMP VALUE ZERO.
004450 01  WS-WINDOW-PASSED-COUNT         PIC 9(05) COMP VALUE ZERO.
004500 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "WOOVRDUE".
004600 01  WS-EOD-OPEN-LABEL              PIC X(24)
004700         VALUE "OPEN WORK ORDERS".
005800     05  WS-DL-EQUIP-NAME           PIC X(30).
005900     05  FILLER                     PIC X(02) VALUE SPACE.
006000     05  WS-DL-DUE-DATE             PIC 9(08).
006060     05  FILLER                     PIC X(01) VALUE SPACE.
006120     05  WS-DL-NOTE                 PIC X(13).
006200 01  WS-SUMMARY-LINE.
006300     05  FILLER                     PIC X(13)
006400             VALUE "OPEN ORDERS -".
006600     05  FILLER                     PIC X(12)
006700             VALUE "  OVERDUE - ".
006800     05  WS-SL-OVERDUE              PIC ZZ,ZZ9.
006840     05  FILLER                     PIC X(19)
006880             VALUE "  WINDOWS PASSED - ".
006920     05  WS-SL-WINDOW-PASSED        PIC ZZ,ZZ9.
006960     05  FILLER                     PIC X(18) VALUE SPACE.
007000 PROCEDURE DIVISION.
007100*--------------------------------------------------------------*
007200*    0000-MAINLINE                                              *
009400*    2000-PROCESS-ORDER - AN OPEN ORDER IS OVERDUE ONCE THE     *
009500*    RUN DATE IS PAST ITS DUE DATE PLUS SERVICE INTERVAL; A     *
009600*    ZERO INTERVAL (A ROLLED SERVICE) ESCALATES THE DAY AFTER   *
009650*    ITS DUE DATE.  A SEASONAL ORDER IS DUE AT THE CLOSE OF     *
009700*    ITS WINDOW WITH A ZERO INTERVAL, SO IT ESCALATES THE DAY   *
009750*    AFTER THE WINDOW PASSES AND IS FLAGGED AS SUCH.            *
009800*--------------------------------------------------------------*
009900 2000-PROCESS-ORDER.
010000     IF WO-STATUS-OPEN
011000             MOVE WO-EQUIPMENT-ID TO WS-DL-EQUIP-ID
011100             MOVE WO-EQUIPMENT-NAME TO WS-DL-EQUIP-NAME
011200             MOVE WO-DUE-DATE TO WS-DL-DUE-DATE
011220             IF WO-SEASONAL
011240                 ADD 1 TO WS-WINDOW-PASSED-COUNT
011260                 MOVE "WINDOW PASSED" TO WS-DL-NOTE
011280             END-IF
011300             WRITE WORK-ORDER-OVERDUE-LINE FROM WS-DETAIL-LINE
011400         END-IF
011500     END-IF
013200 8000-FINALIZE.
013300     MOVE WS-OPEN-COUNT TO WS-SL-OPEN
013400     MOVE WS-OVERDUE-COUNT TO WS-SL-OVERDUE
013450     MOVE WS-WINDOW-PASSED-COUNT TO WS-SL-WINDOW-PASSED
013500     WRITE WORK-ORDER-OVERDUE-LINE FROM WS-SUMMARY-LINE
013600     CLOSE WORK-ORDER-FILE
013700     CLOSE WORK-ORDER-OVERDUE-RPT
