000100*--------------------------------------------------------------*
000200*    RENTLEDG.CPY                                               *
000300*    RENTER RECEIVABLE LEDGER ROW.  ONE ROW PER FACILITY       *
000400*    RENTAL INVOICE - THE RENTAL HOURS, THE CUSTODIAL OVERTIME *
000500*    BILLED ON TO THE RENTER, AND THE DEPOSIT - WITH THE       *
000600*    AMOUNT STILL OPEN.  FACRENT WRITES THE ROW WITH THE WHOLE *
000700*    INVOICE OPEN.                                             *
000800*--------------------------------------------------------------*
000900 01  RENTER-LEDGER-RECORD.
001000     05  RL-RENTER-ID               PIC X(09).
001100     05  RL-INVOICE-ID.
001200         10  RL-INVOICE-DATE        PIC 9(08).
001300         10  RL-INVOICE-SEQ         PIC 9(04).
001400     05  RL-FACILITY-ID             PIC X(06).
001500     05  RL-BOOK-DATE               PIC 9(08).
001600     05  RL-RENTAL-AMOUNT           PIC 9(05)V99.
001700     05  RL-CUSTODIAL-AMOUNT        PIC 9(05)V99.
001800     05  RL-DEPOSIT-AMOUNT          PIC 9(05)V99.
001900     05  RL-OPEN-AMOUNT             PIC 9(06)V99.
002000     05  FILLER                     PIC X(16).
