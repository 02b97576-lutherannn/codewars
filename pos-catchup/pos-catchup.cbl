001000*    LIVE MASTER AND PREPAID ACCOUNTS UNDER THE FULL RULES:     *
001100*    A PREPAID SALE THAT STILL CLEARS DEBITS THE ACCOUNT AND    *
001200*    WRITES THE SALE DETAIL; A SALE THE FULL RULES WOULD HAVE   *
001300*    DENIED (UNKNOWN STUDENT, VOIDED ID CARD, ALLERGY, AGE,     *
001350*    NSF) GOES ON THE RETRO-DENIAL REPORT FOR THE STAND MANAGER *
001400*    TO SETTLE BY HAND.  PRICING USES THE SAME EFFECTIVE-DATED  *
001500*    ITEM TABLE AND MEAL TIERS THE POS USES.                    *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
002100*                     MEALTIER CONTROL FILE THE SAME WAY THE   *
002200*                     POS DOES, SO OFFLINE SALES RE-PRICE AT   *
002300*                     THE SAME CONTROL PERCENT.                *
002320*    2026-10-14  DLS  STAMP THE MEAL TIER AND THE ITEM'S       *
002340*                     REIMBURSABLE-MEAL FLAG ON THE SALE       *
002360*                     DETAIL, AS THE POS DOES.                 *
002373*    2026-10-15  DLS  RETRO-DENY A SALE ON A REPLACED ID CARD  *
002386*                     (CARD VOID) AS THE POS DENIES IT LIVE.   *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
008700         10  WS-ITEM-PRICE-DATE     PIC 9(08).
008800         10  WS-ITEM-ALLERGENS      PIC X(04).
008900         10  WS-ITEM-RANK           PIC 9(01).
008950         10  WS-ITEM-MEAL-FLAG      PIC X(01).
009000 01  WS-SALE-AMOUNT                 PIC 9(03)V99.
009100 01  WS-REDUCED-PCT                 PIC 9(03) VALUE 40.
009200 01  WS-MT-FILE-STATUS              PIC X(02) VALUE SPACE.
018700                     TO WS-ITEM-ALLERGENS (WS-ITEM-COUNT)
018800                 MOVE CI-CATEGORY-RANK
018900                     TO WS-ITEM-RANK (WS-ITEM-COUNT)
018930                 MOVE CI-MEAL-FLAG
018960                     TO WS-ITEM-MEAL-FLAG (WS-ITEM-COUNT)
019000                 MOVE WS-ITEM-COUNT TO WS-FOUND-SUB
019100             END-IF
019200             IF WS-FOUND-SUB > 0
023100     EXIT.
023200*--------------------------------------------------------------*
023300*    2000-APPLY-TXN - FULL RULES AGAINST THE LIVE MASTER:       *
023400*    UNKNOWN STUDENT, VOIDED CARD, ALLERGY, AGE, OR NSF IS A    *
023433*    RETRO DENIAL (A BADGE ISSUE THAT IS NOT THE MASTER'S       *
023466*    CURRENT ONE IS A VOIDED CARD, AS AT THE POS);              *
023500*    CLEAN PREPAID SALE DEBITS AND POSTS ITS SALE DETAIL;       *
023600*    CASH SALES JUST POST.                                      *
023700*--------------------------------------------------------------*
025000         INVALID KEY
025100             MOVE "NO MASTER" TO WS-DENY-REASON
025200         NOT INVALID KEY
025241             IF CT-CARD-ISSUE NOT = SPACE
025282                     AND SM-CARD-ISSUE NUMERIC
025323                     AND SM-CARD-ISSUE NOT = "00"
025364                     AND CT-CARD-ISSUE NOT = SM-CARD-ISSUE
025405                 MOVE "CARD VOID" TO WS-DENY-REASON
025446             ELSE
025487                 PERFORM 2300-CHECK-ALLERGY THRU 2300-EXIT
025528                 IF WS-ALLERGY-MATCH
025569                     MOVE "ALLERGY" TO WS-DENY-REASON
025610                 END-IF
025651             END-IF
025700     END-READ
025800     IF WS-DENY-REASON = SPACE
025900         MOVE SM-AGE TO WS-EFFECTIVE-AGE
040600     MOVE WS-ITEM-RANK (WS-FOUND-SUB) TO CS-CATEGORY-RANK
040700     MOVE WS-SALE-AMOUNT TO CS-AMOUNT
040800     MOVE WS-SESSION-CODE TO CS-SESSION-CODE
040810     IF SM-TIER-REDUCED OR SM-TIER-FREE
040820         MOVE SM-MEAL-TIER TO CS-MEAL-TIER
040830     ELSE
040840         SET CS-TIER-FULL TO TRUE
040850     END-IF
040860     MOVE WS-ITEM-MEAL-FLAG (WS-FOUND-SUB) TO CS-MEAL-FLAG
040900     IF CT-TENDER-PREPAID
041000         SET CS-TENDER-PREPAID TO TRUE
041100     ELSE
