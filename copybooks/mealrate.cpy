000100*--------------------------------------------------------------*
000200*    MEALRATE.CPY                                               *
000300*    FEDERAL MEAL REIMBURSEMENT RATE CONTROL RECORD.  ONE ROW,  *
000400*    KEYED EACH JULY FROM THE STATE AGENCY'S RATE NOTICE - THE  *
000500*    PER-MEAL RATE PAID FOR A FREE, A REDUCED-PRICE, AND A      *
000600*    FULL-PRICE (PAID) REIMBURSABLE MEAL.  THE MONTHLY CLAIM    *
000700*    PRICES ITS COUNTS OFF THESE RATES.                         *
000800*--------------------------------------------------------------*
000900 01  MEAL-RATE-CONTROL-RECORD.
001000     05  MR-FREE-RATE               PIC 9(02)V99.
001100     05  MR-REDUCED-RATE            PIC 9(02)V99.
001200     05  MR-PAID-RATE               PIC 9(02)V99.
001300     05  FILLER                     PIC X(08).
