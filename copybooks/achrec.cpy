000100*--------------------------------------------------------------*
000200*    ACHREC.CPY                                                 *
000300*    94-BYTE ACH RECORD IN THE BANK'S STANDARD (NACHA) FORMAT,  *
000400*    WITH A VIEW FOR EACH RECORD TYPE: 1 FILE HEADER, 5 BATCH   *
000500*    HEADER, 6 ENTRY DETAIL, 7 RETURN ADDENDA, 8 BATCH          *
000600*    CONTROL, 9 FILE CONTROL.  THE REFUND RUN WRITES ITS PPD    *
000700*    CREDITS AND PRENOTES IN THIS LAYOUT AND READS THE BANK'S   *
000800*    RETURN FILE THROUGH IT.  NA-ED-INDIVIDUAL-ID CARRIES THE   *
000900*    REGISTER NUMBER OF A CREDIT, OR THE STUDENT ID OF A        *
001000*    PRENOTE, SO A RETURN CAN BE TRACED BACK.                   *
001100*--------------------------------------------------------------*
001200 01  ACH-RECORD.
001300     05  NA-RECORD-TYPE             PIC X(01).
001400         88  NA-FILE-HEADER             VALUE "1".
001500         88  NA-BATCH-HEADER            VALUE "5".
001600         88  NA-ENTRY-DETAIL            VALUE "6".
001700         88  NA-ADDENDA                 VALUE "7".
001800         88  NA-BATCH-CONTROL           VALUE "8".
001900         88  NA-FILE-CONTROL            VALUE "9".
002000     05  NA-RECORD-BODY             PIC X(93).
002100 01  ACH-FILE-HEADER REDEFINES ACH-RECORD.
002200     05  FILLER                     PIC X(01).
002300     05  NA-FH-PRIORITY             PIC 9(02).
002400     05  NA-FH-DESTINATION          PIC X(10).
002500     05  NA-FH-ORIGIN               PIC X(10).
002600     05  NA-FH-CREATE-DATE          PIC 9(06).
002700     05  NA-FH-CREATE-TIME          PIC 9(04).
002800     05  NA-FH-ID-MODIFIER          PIC X(01).
002900     05  NA-FH-RECORD-SIZE          PIC 9(03).
003000     05  NA-FH-BLOCKING-FACTOR      PIC 9(02).
003100     05  NA-FH-FORMAT-CODE          PIC X(01).
003200     05  NA-FH-DEST-NAME            PIC X(23).
003300     05  NA-FH-ORIGIN-NAME          PIC X(23).
003400     05  NA-FH-REFERENCE            PIC X(08).
003500 01  ACH-BATCH-HEADER REDEFINES ACH-RECORD.
003600     05  FILLER                     PIC X(01).
003700     05  NA-BH-SERVICE-CLASS        PIC 9(03).
003800     05  NA-BH-COMPANY-NAME         PIC X(16).
003900     05  NA-BH-DISCRETIONARY        PIC X(20).
004000     05  NA-BH-COMPANY-ID           PIC X(10).
004100     05  NA-BH-SEC-CODE             PIC X(03).
004200     05  NA-BH-ENTRY-DESC           PIC X(10).
004300     05  NA-BH-DESCRIPTIVE-DATE     PIC X(06).
004400     05  NA-BH-EFFECTIVE-DATE       PIC 9(06).
004500     05  NA-BH-SETTLEMENT-DATE      PIC X(03).
004600     05  NA-BH-ORIGINATOR-STATUS    PIC X(01).
004700     05  NA-BH-ODFI-ID              PIC X(08).
004800     05  NA-BH-BATCH-NO             PIC 9(07).
004900 01  ACH-ENTRY-DETAIL REDEFINES ACH-RECORD.
005000     05  FILLER                     PIC X(01).
005100     05  NA-ED-TRAN-CODE            PIC 9(02).
005200         88  NA-ED-CREDIT               VALUE 22 32.
005300         88  NA-ED-PRENOTE              VALUE 23 33.
005400     05  NA-ED-RDFI-ID              PIC 9(08).
005500     05  NA-ED-CHECK-DIGIT          PIC 9(01).
005600     05  NA-ED-ACCOUNT-NO           PIC X(17).
005700     05  NA-ED-AMOUNT               PIC 9(08)V99.
005800     05  NA-ED-INDIVIDUAL-ID        PIC X(15).
005900     05  NA-ED-INDIVIDUAL-NAME      PIC X(22).
006000     05  NA-ED-DISCRETIONARY        PIC X(02).
006100     05  NA-ED-ADDENDA-IND          PIC 9(01).
006200     05  NA-ED-TRACE-NO.
006300         10  NA-ED-TRACE-ODFI       PIC X(08).
006400         10  NA-ED-TRACE-SEQ        PIC 9(07).
006500 01  ACH-RETURN-ADDENDA REDEFINES ACH-RECORD.
006600     05  FILLER                     PIC X(01).
006700     05  NA-RA-ADDENDA-TYPE         PIC X(02).
006800         88  NA-RA-RETURN               VALUE "99".
006900     05  NA-RA-RETURN-CODE          PIC X(03).
007000     05  NA-RA-ORIGINAL-TRACE       PIC X(15).
007100     05  NA-RA-DATE-OF-DEATH        PIC X(06).
007200     05  NA-RA-ORIGINAL-RDFI        PIC X(08).
007300     05  NA-RA-INFORMATION          PIC X(44).
007400     05  NA-RA-TRACE-NO             PIC X(15).
007500 01  ACH-BATCH-CONTROL REDEFINES ACH-RECORD.
007600     05  FILLER                     PIC X(01).
007700     05  NA-BC-SERVICE-CLASS        PIC 9(03).
007800     05  NA-BC-ENTRY-COUNT          PIC 9(06).
007900     05  NA-BC-ENTRY-HASH           PIC 9(10).
008000     05  NA-BC-TOTAL-DEBIT          PIC 9(10)V99.
008100     05  NA-BC-TOTAL-CREDIT         PIC 9(10)V99.
008200     05  NA-BC-COMPANY-ID           PIC X(10).
008300     05  NA-BC-AUTH-CODE            PIC X(19).
008400     05  NA-BC-RESERVED             PIC X(06).
008500     05  NA-BC-ODFI-ID              PIC X(08).
008600     05  NA-BC-BATCH-NO             PIC 9(07).
008700 01  ACH-FILE-CONTROL REDEFINES ACH-RECORD.
008800     05  FILLER                     PIC X(01).
008900     05  NA-FC-BATCH-COUNT          PIC 9(06).
009000     05  NA-FC-BLOCK-COUNT          PIC 9(06).
009100     05  NA-FC-ENTRY-COUNT          PIC 9(08).
009200     05  NA-FC-ENTRY-HASH           PIC 9(10).
009300     05  NA-FC-TOTAL-DEBIT          PIC 9(10)V99.
009400     05  NA-FC-TOTAL-CREDIT         PIC 9(10)V99.
009500     05  NA-FC-RESERVED             PIC X(39).
