000200*    FEEPAY.CPY                                                 *
000300*    FEE PAYMENT TRANSACTION.  ONE ROW PER PAYMENT THE OFFICE  *
000400*    TAKES AGAINST AN OPEN LEDGER CHARGE, KEYED WITH THE       *
000450*    STUDENT AND THE CHARGE REFERENCE IT PAYS.  THE SETTLEMENT *
000500*    IMPORT (PAYIMPRT) APPENDS ONLINE AND LOCKBOX FEE PAYMENTS *
000550*    DATED THE DAY THE PROCESSOR SETTLED THEM.                 *
000600*--------------------------------------------------------------*
000700 01  FEE-PAYMENT-RECORD.
000800     05  FP-STUDENT-ID              PIC X(09).
