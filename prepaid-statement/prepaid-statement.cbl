001600*    AND THE MONTH'S ACTIVITY SO THE STATEMENT ALWAYS TIES TO   *
001700*    THE MASTER.  ACTIVITY FOR A STUDENT WITH NO ACCOUNT IS     *
001800*    LISTED FOR RESEARCH, NOT SILENTLY SKIPPED.                 *
001850*    A PREPAID SALE VOIDED AT THE POS PRINTS AS A CREDIT.       *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
002130*    2026-10-15  DLS  PRINT POS VOIDS AS CREDITS AGAINST THE   *
002160*                     MONTH'S SALES.                           *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007000 01  WS-STMT-COUNT                  PIC 9(05) COMP VALUE ZERO.
007100 01  WS-ORPHAN-COUNT                PIC 9(05) COMP VALUE ZERO.
007200 01  WS-ACCT-DEPOSITS               PIC 9(07)V99.
007300 01  WS-ACCT-SALES                  PIC S9(07)V99.
007400 01  WS-OPENING-BALANCE             PIC S9(07)V99.
007500 01  WS-ACCOUNT-HEAD-LINE.
007600     05  FILLER                     PIC X(10)
025100 3000-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------*
025360*    4000-PRINT-SALE - A VOID COMES OFF THE MONTH'S SALES; ITS *
025420*    SALE MAY BE FROM LAST MONTH, SO THE NET CAN GO NEGATIVE.  *
025500*--------------------------------------------------------------*
025600 4000-PRINT-SALE.
025608     IF CS-ENTRY-VOID
025616         SUBTRACT CS-AMOUNT FROM WS-ACCT-SALES
025624         MOVE SPACE TO WS-ACTIVITY-LINE (3:78)
025632         MOVE CS-SALE-DATE TO WS-AC-DATE
025640         MOVE "VOID" TO WS-AC-DESC
025648         MOVE CS-ITEM-ID TO WS-AC-DESC (6:9)
025656         MOVE CS-AMOUNT TO WS-AC-AMOUNT
025664         MOVE WS-ACTIVITY-LINE TO RW-DETAIL-LINE
025672         PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
025680         GO TO 4000-NEXT
025688     END-IF
025700     ADD CS-AMOUNT TO WS-ACCT-SALES
025800     MOVE SPACE TO WS-ACTIVITY-LINE (3:78)
025900     MOVE CS-SALE-DATE TO WS-AC-DATE
026100     MOVE CS-ITEM-ID TO WS-AC-DESC (6:9)
026200     COMPUTE WS-AC-AMOUNT = 0 - CS-AMOUNT
026300     MOVE WS-ACTIVITY-LINE TO RW-DETAIL-LINE
026360     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
026420 4000-NEXT.
026500     PERFORM 2300-READ-SALE THRU 2300-EXIT.
026600 4000-EXIT.
026700     EXIT.
