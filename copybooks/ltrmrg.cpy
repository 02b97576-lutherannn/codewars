001780     05  LM-HOUSEHOLD-ID            PIC X(09).
001790     05  LM-CONSOLIDATE-FLAG        PIC X(01).
001795         88  LM-CONSOLIDATED            VALUE "C".
001800*    E ROWS GO TO THE MAIL VENDOR'S EMAIL BATCH TO THE ADDRESS
001900*    AND CONTACT PRIORITY SHOWN; P ROWS PRINT AND MAIL.  A
002000*    WHOLE HOUSEHOLD ENVELOPE GOES BY ONE CHANNEL.
002100     05  LM-CHANNEL                 PIC X(01).
002200         88  LM-CHANNEL-EMAIL           VALUE "E".
002300         88  LM-CHANNEL-PAPER           VALUE "P".
002400     05  LM-EMAIL-ADDRESS           PIC X(50).
002500     05  LM-CONTACT-PRIORITY        PIC 9(02).
002600     05  FILLER                     PIC X(01).
