000100*--------------------------------------------------------------*
000200*    TXPAYER.CPY                                                *
000300*    1099 PAYER CONTROL ROW.  THE DISTRICT'S OWN TAX ID, IRS    *
000400*    TRANSMITTER CONTROL CODE, NAME AND ADDRESS, FILING         *
000500*    CONTACT, AND THE REPORTING THRESHOLD THE YEAR-END 1099 RUN *
000600*    APPLIES.  ONE ROW; BUSINESS OFFICE KEEPS IT CURRENT.       *
000700*--------------------------------------------------------------*
000800 01  TAX-PAYER-CONTROL-RECORD.
000900     05  TX-PAYER-TIN               PIC X(09).
001000     05  TX-TCC                     PIC X(05).
001100     05  TX-PAYER-NAME              PIC X(40).
001200     05  TX-ADDRESS                 PIC X(40).
001300     05  TX-CITY                    PIC X(40).
001400     05  TX-STATE                   PIC X(02).
001500     05  TX-ZIP                     PIC X(09).
001600     05  TX-PHONE                   PIC X(15).
001700     05  TX-CONTACT-NAME            PIC X(40).
001800     05  TX-CONTACT-EMAIL           PIC X(50).
001900     05  TX-THRESHOLD               PIC 9(05)V99.
002000     05  FILLER                     PIC X(23).
