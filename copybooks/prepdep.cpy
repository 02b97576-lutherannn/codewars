000400*    OR CASH ENVELOPE THE OFFICE TAKES IN.  A DEPOSIT FOR A     *
000500*    STUDENT WITH NO ACCOUNT OPENS ONE.  PD-ACTION "C" CLOSES   *
000600*    THE ACCOUNT (FAMILY LEAVING) INSTEAD OF POSTING MONEY.     *
000630*    THE SETTLEMENT IMPORT (PAYIMPRT) APPENDS A DEPOSIT ROW     *
000660*    FOR EVERY PREPAID PAYMENT TAKEN ONLINE OR AT THE LOCKBOX.  *
000700*--------------------------------------------------------------*
000800 01  PREPAID-DEPOSIT-RECORD.
000900     05  PD-ACTION-CODE             PIC X(01).
