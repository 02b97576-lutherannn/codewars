001100*    CLUB STOPS RECONSTRUCTING THE DAY'S DOLLARS FROM THE       *
001200*    REGISTER TAPE.  THE DAY'S TOTAL (WHOLE DOLLARS) FEEDS THE  *
001300*    END-OF-DAY SUMMARY VIA EODWRITE.                           *
001320*    VOIDED SALES ("V" ROWS) ARE KEPT OFF THE ITEM AND RANK     *
001340*    LINES AND PRINTED AS THEIR OWN LINE UNDER THE DAY TOTAL,   *
001360*    WITH THE NET THE EOD SUMMARY NOW GETS.                     *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001630*    2026-10-15  DLS  PRINT VOIDS AS A SEPARATE LINE AND POST  *
001660*                     NET REVENUE TO THE EOD TOTALS.           *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
005300 01  WS-DAY-TOTAL                   PIC 9(07)V99 COMP-3
005400         VALUE ZERO.
005500 01  WS-SALE-COUNT                  PIC 9(07) COMP VALUE ZERO.
005520 01  WS-VOID-COUNT                  PIC 9(07) COMP VALUE ZERO.
005540 01  WS-VOID-TOTAL                  PIC 9(07)V99 COMP-3
005560         VALUE ZERO.
005580 01  WS-NET-TOTAL                   PIC S9(07)V99 COMP-3.
005600 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "CONCREVR".
005700 01  WS-EOD-REVENUE-LABEL           PIC X(24)
005800         VALUE "REVENUE WHOLE DOLLARS".
008700     05  FILLER                     PIC X(03) VALUE SPACE.
008800     05  WS-TL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
008900     05  FILLER                     PIC X(45) VALUE SPACE.
008907 01  WS-VOID-LINE.
008914     05  FILLER                     PIC X(14)
008921             VALUE "VOIDS -       ".
008928     05  WS-VL-VOID-COUNT           PIC ZZ,ZZ9.
008935     05  FILLER                     PIC X(03) VALUE SPACE.
008942     05  WS-VL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
008949     05  FILLER                     PIC X(45) VALUE SPACE.
008956 01  WS-NET-LINE.
008963     05  FILLER                     PIC X(23)
008970             VALUE "NET OF VOIDS -         ".
008977     05  WS-NL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
008984     05  FILLER                     PIC X(44) VALUE SPACE.
009000 PROCEDURE DIVISION.
009100*--------------------------------------------------------------*
009200*    0000-MAINLINE                                              *
012300*    2000-PROCESS-SALE                                           *
012400*--------------------------------------------------------------*
012500 2000-PROCESS-SALE.
012510     IF CS-ENTRY-VOID
012520         ADD 1 TO WS-VOID-COUNT
012530         ADD CS-AMOUNT TO WS-VOID-TOTAL
012540         GO TO 2000-NEXT
012550     END-IF
012600     ADD 1 TO WS-SALE-COUNT
012700     PERFORM 2150-FIND-ITEM THRU 2150-EXIT
012720     IF WS-FOUND-SUB > ZERO
013000     COMPUTE WS-RANK-SUB = CS-CATEGORY-RANK + 1
013100     ADD 1 TO WS-RR-SALE-COUNT (WS-RANK-SUB)
013200     ADD CS-AMOUNT TO WS-RR-AMOUNT (WS-RANK-SUB)
013260     ADD CS-AMOUNT TO WS-DAY-TOTAL.
013320 2000-NEXT.
013400     PERFORM 2100-READ-SALE THRU 2100-EXIT.
013500 2000-EXIT.
013600     EXIT.
018700     MOVE WS-SALE-COUNT TO WS-TL-SALE-COUNT
018800     MOVE WS-DAY-TOTAL TO WS-TL-AMOUNT
018900     WRITE CONCESSION-REVENUE-LINE FROM WS-TOTAL-LINE
018910     MOVE WS-VOID-COUNT TO WS-VL-VOID-COUNT
018920     MOVE WS-VOID-TOTAL TO WS-VL-AMOUNT
018930     WRITE CONCESSION-REVENUE-LINE FROM WS-VOID-LINE
018940     COMPUTE WS-NET-TOTAL = WS-DAY-TOTAL - WS-VOID-TOTAL
018950     MOVE WS-NET-TOTAL TO WS-NL-AMOUNT
018960     WRITE CONCESSION-REVENUE-LINE FROM WS-NET-LINE
019000     CLOSE CONCESSION-SALE-FILE
019100     CLOSE CONCESSION-REVENUE-RPT
019110     IF WS-ITEM-DROP-COUNT > 0
019120         DISPLAY "CONCREVR: ITEM TABLE FULL - "
019130             "SALES NOT ITEMIZED - " WS-ITEM-DROP-COUNT
019140     END-IF
019160*    A DAY OF REFUNDS THAT OUTRUNS ITS SALES POSTS ZERO.
019180     IF WS-NET-TOTAL < ZERO
019200         MOVE ZERO TO WS-EOD-METRIC-VALUE
019220     ELSE
019240         MOVE WS-NET-TOTAL TO WS-EOD-METRIC-VALUE
019260     END-IF
019300     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
019400         WS-EOD-REVENUE-LABEL WS-EOD-METRIC-VALUE
019401         WS-EOD-CAMPUS-CODE.
