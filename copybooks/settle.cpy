000100*--------------------------------------------------------------*
000200*    SETTLE.CPY                                                 *
000300*    PAYMENT-PROCESSOR SETTLEMENT FILE.  THE PAYMENT WEBSITE    *
000400*    AND THE BANK LOCKBOX EACH SEND ONE BATCH PER SETTLEMENT    *
000500*    DAY: A HEADER (H) CARRYING THE SETTLE DATE AND CHANNEL,    *
000600*    ONE DETAIL (D) PER PAYMENT, AND A TRAILER (T) WITH THE     *
000700*    BATCH COUNT AND TOTAL.  SP-BATCH-ID IS THE REFERENCE THE   *
000800*    BANK PUTS ON THE MATCHING DEPOSIT CREDIT.  A DETAIL OF     *
000900*    TYPE P IS A PREPAID-ACCOUNT DEPOSIT; TYPE F PAYS A FEE     *
001000*    CHARGE AND MUST CARRY THE CHARGE REFERENCE.                *
001100*--------------------------------------------------------------*
001200 01  SETTLEMENT-RECORD.
001300     05  SP-RECORD-TYPE             PIC X(01).
001400         88  SP-BATCH-HEADER            VALUE "H".
001500         88  SP-PAYMENT                 VALUE "D".
001600         88  SP-BATCH-TRAILER           VALUE "T".
001700     05  SP-BATCH-ID                PIC X(10).
001800     05  SP-BODY                    PIC X(69).
001900     05  SP-HEADER-BODY REDEFINES SP-BODY.
002000         10  SP-SETTLE-DATE         PIC 9(08).
002100         10  SP-CHANNEL             PIC X(01).
002200             88  SP-CHANNEL-WEB         VALUE "W".
002300             88  SP-CHANNEL-LOCKBOX     VALUE "L".
002400         10  FILLER                 PIC X(60).
002500     05  SP-PAYMENT-BODY REDEFINES SP-BODY.
002600         10  SP-PAYMENT-ID          PIC X(12).
002700         10  SP-PAYMENT-TYPE        PIC X(01).
002800             88  SP-TYPE-DEPOSIT        VALUE "P".
002900             88  SP-TYPE-FEE            VALUE "F".
003000         10  SP-STUDENT-ID          PIC X(09).
003100         10  SP-CHARGE-REF          PIC X(09).
003200         10  SP-PAYER-NAME          PIC X(25).
003300         10  SP-AMOUNT              PIC 9(05)V99.
003400         10  FILLER                 PIC X(06).
003500     05  SP-TRAILER-BODY REDEFINES SP-BODY.
003600         10  SP-BATCH-COUNT         PIC 9(05).
003700         10  SP-BATCH-TOTAL         PIC 9(09)V99.
003800         10  FILLER                 PIC X(53).
