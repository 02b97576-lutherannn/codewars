000100*--------------------------------------------------------------*
000200*    APPAID.CPY                                                 *
000300*    PAID-APPROVAL HISTORY.  ONE ROW PER PAY APPROVAL THE AP    *
000400*    PAYMENT RUN HAS PAID, KEYED BY PO AND INVOICE, WITH THE    *
000500*    CHECK THAT PAID IT.  THE RUN WILL NOT PAY AN APPROVAL      *
000600*    THAT ALREADY HAS A ROW HERE.                               *
000700*--------------------------------------------------------------*
000800 01  AP-PAID-RECORD.
000900     05  AH-APPROVAL-KEY.
001000         10  AH-PO-NUMBER           PIC X(12).
001100         10  AH-INVOICE-NO          PIC X(10).
001200     05  AH-SUPPLIER-ID             PIC X(09).
001300     05  AH-APPROVE-DATE            PIC 9(08).
001400     05  AH-PAID-AMOUNT             PIC 9(07)V99.
001500     05  AH-CHECK-NO                PIC X(12).
001600     05  AH-PAID-DATE               PIC 9(08).
001700     05  FILLER                     PIC X(12).
