000100*--------------------------------------------------------------*
000200*    FUNDBUDG.CPY                                               *
000300*    ANNUAL OPERATING BUDGET, ONE ROW PER FUND AND ACCOUNT PER  *
000400*    FISCAL YEAR.  FB-FISCAL-YEAR NAMES THE YEAR THE JULY-JUNE  *
000500*    FISCAL YEAR ENDS IN (JULY 2026 - JUNE 2027 IS 2027), AND   *
000600*    THE FUND/ACCOUNT PAIR IS THE ONE THE GL JOURNAL CARRIES.   *
000700*--------------------------------------------------------------*
000800 01  FUND-BUDGET-RECORD.
000900     05  FB-FISCAL-YEAR             PIC 9(04).
001000     05  FB-FUND                    PIC X(03).
001100     05  FB-ACCOUNT                 PIC X(06).
001200     05  FB-BUDGET-AMOUNT           PIC 9(09)V99.
001300     05  FILLER                     PIC X(06).
