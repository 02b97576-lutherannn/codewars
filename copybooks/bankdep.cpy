000100*--------------------------------------------------------------*
000200*    BANKDEP.CPY                                                *
000300*    BANK DEPOSIT-CREDIT FILE.  ONE ROW PER CREDIT THE          *
000400*    DEPOSITORY BANK POSTED TO THE DISTRICT'S ACCOUNT FOR THE   *
000500*    DAY, CARRYING THE PROCESSOR'S BATCH REFERENCE SO THE       *
000600*    SETTLEMENT IMPORT CAN TIE EACH BATCH TO ITS MONEY.         *
000700*--------------------------------------------------------------*
000800 01  BANK-DEPOSIT-RECORD.
000900     05  BD-DEPOSIT-DATE            PIC 9(08).
001000     05  BD-REFERENCE               PIC X(10).
001100     05  BD-AMOUNT                  PIC 9(09)V99.
001200     05  FILLER                     PIC X(11).
