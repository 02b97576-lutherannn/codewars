000100*--------------------------------------------------------------*
000200*    FEEACTL.CPY                                                *
000300*    TERM FEE ASSESSMENT CONTROL CARD.  NAMES THE TERM BEING   *
000400*    ASSESSED - ITS CODE BECOMES PART OF EVERY CHARGE          *
000500*    REFERENCE - AND ITS FIRST AND LAST DAY FOR PRORATION.     *
000600*    THE TWO PERCENTAGES ARE THE BOARD'S WAIVER POLICY: THE    *
000700*    SHARE OF A WAIVABLE FEE FORGIVEN FOR A FREE-MEAL AND A    *
000800*    REDUCED-MEAL STUDENT (NON-NUMERIC TAKES 100 AND 50).      *
000900*--------------------------------------------------------------*
001000 01  FEE-ASSESS-CONTROL-RECORD.
001100     05  FC-TERM-CODE               PIC X(05).
001200     05  FC-TERM-START              PIC 9(08).
001300     05  FC-TERM-END                PIC 9(08).
001400     05  FC-FREE-WAIVE-PCT          PIC 9(03).
001500     05  FC-REDUCED-WAIVE-PCT       PIC 9(03).
001600     05  FILLER                     PIC X(53).
