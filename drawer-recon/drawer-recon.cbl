001100*    THE OVER/SHORT, AND POSTS IT TO THE SHARED END-OF-DAY      *
001200*    TOTALS FILE SO EODSUM SHOWS A SHORT DRAWER THE SAME        *
001300*    NIGHT INSTEAD OF WHEN THE BANK DEPOSIT BOUNCES.            *
001320*    CASH VOIDS/REFUNDS PAID OUT OF THE DRAWER PRINT AS THEIR   *
001340*    OWN LINE AND COME OFF WHAT THE DRAWER SHOULD HOLD;         *
001360*    PREPAID VOIDS PRINT BESIDE THE PREPAID SALES.              *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001630*    2026-10-15  DLS  SEPARATE VOID LINES; CASH VOIDS REDUCE   *
001660*                     THE EXPECTED DRAWER.                     *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
004500 01  WS-COUNTED-CASH                PIC 9(07)V99 VALUE ZERO.
004600 01  WS-CASH-SALES                  PIC 9(07)V99 VALUE ZERO.
004700 01  WS-PREPAID-SALES               PIC 9(07)V99 VALUE ZERO.
004720 01  WS-CASH-VOIDS                  PIC 9(07)V99 VALUE ZERO.
004740 01  WS-PREPAID-VOIDS               PIC 9(07)V99 VALUE ZERO.
004760 01  WS-EXPECTED-CASH               PIC S9(07)V99 VALUE ZERO.
004800 01  WS-OVER-SHORT                  PIC S9(07)V99 VALUE ZERO.
004900 01  WS-OVER-SHORT-CENTS            PIC S9(09).
005000 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "DRAWREC".
006000             VALUE "CASH-TENDER SALES - ".
006100     05  WS-CL-CASH-SALES           PIC Z,ZZZ,ZZ9.99.
006200     05  FILLER                     PIC X(48) VALUE SPACE.
006209 01  WS-CASH-VOID-LINE.
006218     05  FILLER                     PIC X(20)
006227             VALUE "CASH VOIDS PAID -   ".
006236     05  WS-CV-CASH-VOIDS           PIC Z,ZZZ,ZZ9.99.
006245     05  FILLER                     PIC X(48) VALUE SPACE.
006254 01  WS-EXPECTED-LINE.
006263     05  FILLER                     PIC X(20)
006272             VALUE "DRAWER EXPECTED -   ".
006281     05  WS-EX-EXPECTED             PIC Z,ZZZ,ZZ9.99-.
006290     05  FILLER                     PIC X(47) VALUE SPACE.
006300 01  WS-COUNT-LINE.
006400     05  FILLER                     PIC X(20)
006500             VALUE "DRAWER COUNTED -    ".
007500             VALUE "PREPAID SALES -     ".
007600     05  WS-PP-AMOUNT               PIC Z,ZZZ,ZZ9.99.
007700     05  FILLER                     PIC X(48) VALUE SPACE.
007710 01  WS-PREPAID-VOID-LINE.
007720     05  FILLER                     PIC X(20)
007730             VALUE "PREPAID VOIDS -     ".
007740     05  WS-PV-AMOUNT               PIC Z,ZZZ,ZZ9.99.
007750     05  FILLER                     PIC X(48) VALUE SPACE.
007800 PROCEDURE DIVISION.
007900*--------------------------------------------------------------*
008000*    0000-MAINLINE                                              *
011500*    AS CASH, MATCHING THE POS RULE.                            *
011600*--------------------------------------------------------------*
011700 2000-TALLY-SALE.
011710     IF CS-ENTRY-VOID
011720         IF CS-TENDER-PREPAID
011730             ADD CS-AMOUNT TO WS-PREPAID-VOIDS
011740         ELSE
011750             ADD CS-AMOUNT TO WS-CASH-VOIDS
011760         END-IF
011770         GO TO 2000-NEXT
011780     END-IF
011800     IF CS-TENDER-PREPAID
011900         ADD CS-AMOUNT TO WS-PREPAID-SALES
012000     ELSE
012100         ADD CS-AMOUNT TO WS-CASH-SALES
012160     END-IF.
012220 2000-NEXT.
012300     PERFORM 2100-READ-SALE THRU 2100-EXIT.
012400 2000-EXIT.
012500     EXIT.
013700*    8000-FINALIZE                                               *
013800*--------------------------------------------------------------*
013900 8000-FINALIZE.
013960     COMPUTE WS-EXPECTED-CASH = WS-CASH-SALES - WS-CASH-VOIDS
014020     COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH - WS-EXPECTED-CASH
014100     MOVE WS-CASH-SALES TO WS-CL-CASH-SALES
014200     WRITE DRAWER-RECON-LINE FROM WS-CASH-LINE
014220     MOVE WS-CASH-VOIDS TO WS-CV-CASH-VOIDS
014240     WRITE DRAWER-RECON-LINE FROM WS-CASH-VOID-LINE
014260     MOVE WS-EXPECTED-CASH TO WS-EX-EXPECTED
014280     WRITE DRAWER-RECON-LINE FROM WS-EXPECTED-LINE
014300     MOVE WS-COUNTED-CASH TO WS-CN-COUNTED
014400     WRITE DRAWER-RECON-LINE FROM WS-COUNT-LINE
014500     MOVE WS-OVER-SHORT TO WS-OS-AMOUNT
014600     WRITE DRAWER-RECON-LINE FROM WS-OVER-SHORT-LINE
014700     MOVE WS-PREPAID-SALES TO WS-PP-AMOUNT
014800     WRITE DRAWER-RECON-LINE FROM WS-PREPAID-LINE
014830     MOVE WS-PREPAID-VOIDS TO WS-PV-AMOUNT
014860     WRITE DRAWER-RECON-LINE FROM WS-PREPAID-VOID-LINE
014900     COMPUTE WS-OVER-SHORT-CENTS = WS-OVER-SHORT * 100
015000     IF WS-OVER-SHORT-CENTS >= 0
015100         MOVE WS-OVER-SHORT-CENTS TO WS-EOD-METRIC-VALUE
