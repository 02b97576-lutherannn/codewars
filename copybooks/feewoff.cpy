000100*--------------------------------------------------------------*
000200*    FEEWOFF.CPY                                                *
000300*    FEE WRITE-OFF ROW.  THE SAME LAYOUT CARRIES THE BOARD-     *
000400*    APPROVED WRITE-OFF TRANSACTIONS (STUDENT, CHARGE AND THE   *
000500*    BOARD MOTION THAT APPROVED THEM) AND THE WRITE-OFF HISTORY *
000600*    FILE THE COLLECTIONS RUN APPENDS THEM TO ONCE POSTED, WITH *
000700*    THE AMOUNT CLEARED AND THE DATE.  THE HISTORY IS WHAT      *
000800*    KEEPS A WRITTEN-OFF STUDENT FLAGGED ON THE TRANSFER-OUT    *
000900*    RECORDS PACKET AFTER THE CHARGE HAS LEFT THE LEDGER.       *
001000*--------------------------------------------------------------*
001100 01  FEE-WRITEOFF-RECORD.
001200     05  FW-STUDENT-ID              PIC X(09).
001300     05  FW-CHARGE-REF              PIC X(09).
001400     05  FW-BOARD-MOTION            PIC X(10).
001500     05  FW-BOARD-DATE              PIC 9(08).
001600     05  FW-WRITEOFF-DATE           PIC 9(08).
001700     05  FW-AMOUNT                  PIC 9(05)V99.
001800     05  FW-REASON                  PIC X(20).
001900     05  FILLER                     PIC X(09).
