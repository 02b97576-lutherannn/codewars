000500*    THE ORIGINATING RUNS' FINE RECORDS AND WORKED DOWN BY     *
000600*    PAYMENTS.  A ROW LEAVES THE LEDGER WHEN ITS OPEN          *
000700*    AMOUNT REACHES ZERO.                                      *
000720*    FR-DUN-COUNT COUNTS THE AGING RUNS THAT HAVE DUNNED THE   *
000740*    CHARGE; ONCE THE COLLECTIONS RUN REFERS IT TO THE AGENCY  *
000760*    (FR-COLL-REFERRED) THE AGING RUN STOPS DUNNING IT.        *
000800*--------------------------------------------------------------*
000900 01  FEE-LEDGER-RECORD.
001000     05  FR-STUDENT-ID              PIC X(09).
001400     05  FR-ORIG-AMOUNT             PIC 9(05)V99.
001500     05  FR-OPEN-AMOUNT             PIC 9(05)V99.
001600     05  FR-CAMPUS-CODE             PIC X(03).
001700     05  FR-DUN-COUNT               PIC 9(02).
001800     05  FR-COLL-STATUS             PIC X(01).
001900         88  FR-COLL-OPEN               VALUE " ".
002000         88  FR-COLL-REFERRED           VALUE "R".
002100     05  FILLER                     PIC X(04).
