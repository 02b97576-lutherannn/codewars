000100*--------------------------------------------------------------*
000200*    IRS1099.CPY                                                *
000300*    FEDERAL 1099 ELECTRONIC FILING RECORDS, 750 BYTES, IN THE  *
000400*    IRS PUBLICATION 1220 ORDER: ONE T (TRANSMITTER), ONE A     *
000500*    (PAYER), A B PER PAYEE, ONE C (END OF PAYER), ONE F (END   *
000600*    OF TRANSMISSION).  ONLY THE FIELDS THE DISTRICT FILES ARE  *
000700*    NAMED; UNUSED AMOUNT AND TOTAL FIELDS ARE ZERO-FILLED AND  *
000800*    THE REST BLANK.  POSITIONS 500-507 ARE THE RECORD SEQUENCE *
000900*    NUMBER ON EVERY TYPE.                                      *
001000*--------------------------------------------------------------*
001100 01  NE-TRANSMITTER-RECORD.
001200     05  NE-T-TYPE                  PIC X(01).
001300     05  NE-T-YEAR                  PIC 9(04).
001400     05  NE-T-PRIOR-YEAR            PIC X(01).
001500     05  NE-T-TIN                   PIC X(09).
001600     05  NE-T-TCC                   PIC X(05).
001700     05  FILLER                     PIC X(07).
001800     05  NE-T-TEST-IND              PIC X(01).
001900     05  NE-T-FOREIGN-IND           PIC X(01).
002000     05  NE-T-NAME                  PIC X(40).
002100     05  FILLER                     PIC X(40).
002200     05  NE-T-COMPANY-NAME          PIC X(40).
002300     05  FILLER                     PIC X(40).
002400     05  NE-T-ADDRESS               PIC X(40).
002500     05  NE-T-CITY                  PIC X(40).
002600     05  NE-T-STATE                 PIC X(02).
002700     05  NE-T-ZIP                   PIC X(09).
002800     05  FILLER                     PIC X(15).
002900     05  NE-T-PAYEE-COUNT           PIC 9(08).
003000     05  NE-T-CONTACT-NAME          PIC X(40).
003100     05  NE-T-CONTACT-PHONE         PIC X(15).
003200     05  NE-T-CONTACT-EMAIL         PIC X(50).
003300     05  FILLER                     PIC X(91).
003400     05  NE-T-SEQUENCE              PIC 9(08).
003500     05  FILLER                     PIC X(10).
003600     05  NE-T-VENDOR-IND            PIC X(01).
003700     05  FILLER                     PIC X(232).
003800 01  NE-PAYER-RECORD.
003900     05  NE-A-TYPE                  PIC X(01).
004000     05  NE-A-YEAR                  PIC 9(04).
004100     05  NE-A-COMBINED-FS           PIC X(01).
004200     05  FILLER                     PIC X(05).
004300     05  NE-A-TIN                   PIC X(09).
004400     05  NE-A-NAME-CONTROL          PIC X(04).
004500     05  NE-A-LAST-FILING           PIC X(01).
004600     05  NE-A-RETURN-TYPE           PIC X(02).
004700     05  NE-A-AMOUNT-CODES          PIC X(18).
004800     05  FILLER                     PIC X(06).
004900     05  NE-A-FOREIGN-IND           PIC X(01).
005000     05  NE-A-NAME                  PIC X(40).
005100     05  FILLER                     PIC X(40).
005200     05  NE-A-TRANSFER-AGENT        PIC X(01).
005300     05  NE-A-ADDRESS               PIC X(40).
005400     05  NE-A-CITY                  PIC X(40).
005500     05  NE-A-STATE                 PIC X(02).
005600     05  NE-A-ZIP                   PIC X(09).
005700     05  NE-A-PHONE                 PIC X(15).
005800     05  FILLER                     PIC X(260).
005900     05  NE-A-SEQUENCE              PIC 9(08).
006000     05  FILLER                     PIC X(243).
006100 01  NE-PAYEE-RECORD.
006200     05  NE-B-TYPE                  PIC X(01).
006300     05  NE-B-YEAR                  PIC 9(04).
006400     05  NE-B-CORRECTED             PIC X(01).
006500     05  NE-B-NAME-CONTROL          PIC X(04).
006600     05  NE-B-TIN-TYPE              PIC X(01).
006700     05  NE-B-TIN                   PIC X(09).
006800     05  NE-B-ACCOUNT-NO            PIC X(20).
006900     05  NE-B-OFFICE-CODE           PIC X(04).
007000     05  FILLER                     PIC X(10).
007100     05  NE-B-AMOUNT-1              PIC 9(10)V99.
007200     05  NE-B-OTHER-AMOUNTS         PIC X(180).
007300     05  NE-B-FOREIGN-IND           PIC X(01).
007400     05  NE-B-NAME                  PIC X(40).
007500     05  NE-B-NAME-2                PIC X(40).
007600     05  NE-B-ADDRESS               PIC X(40).
007700     05  FILLER                     PIC X(40).
007800     05  NE-B-CITY                  PIC X(40).
007900     05  NE-B-STATE                 PIC X(02).
008000     05  NE-B-ZIP                   PIC X(09).
008100     05  FILLER                     PIC X(41).
008200     05  NE-B-SEQUENCE              PIC 9(08).
008300     05  FILLER                     PIC X(243).
008400 01  NE-END-PAYER-RECORD.
008500     05  NE-C-TYPE                  PIC X(01).
008600     05  NE-C-PAYEE-COUNT           PIC 9(08).
008700     05  FILLER                     PIC X(06).
008800     05  NE-C-TOTAL-1               PIC 9(16)V99.
008900     05  NE-C-OTHER-TOTALS          PIC X(270).
009000     05  FILLER                     PIC X(196).
009100     05  NE-C-SEQUENCE              PIC 9(08).
009200     05  FILLER                     PIC X(243).
009300 01  NE-END-TRANSMISSION-RECORD.
009400     05  NE-F-TYPE                  PIC X(01).
009500     05  NE-F-PAYER-COUNT           PIC 9(08).
009600     05  NE-F-ZEROS                 PIC X(21).
009700     05  FILLER                     PIC X(19).
009800     05  NE-F-PAYEE-COUNT           PIC 9(08).
009900     05  FILLER                     PIC X(442).
010000     05  NE-F-SEQUENCE              PIC 9(08).
010100     05  FILLER                     PIC X(243).
