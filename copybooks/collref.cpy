000100*--------------------------------------------------------------*
000200*    COLLREF.CPY                                                *
000300*    COLLECTION-AGENCY REFERRAL ROW.  ONE ROW PER LEDGER CHARGE *
000400*    THE COLLECTIONS RUN TURNS OVER TO THE AGENCY, WITH THE     *
000500*    GUARDIAN AND MAILING ADDRESS FROM THE STUDENT MASTER.  THE *
000600*    AGENCY QUOTES CF-STUDENT-ID AND CF-CHARGE-REF BACK ON ITS  *
000700*    REMITTANCES.                                               *
000800*--------------------------------------------------------------*
000900 01  COLLECTION-REFERRAL-RECORD.
001000     05  CF-STUDENT-ID              PIC X(09).
001100     05  CF-CHARGE-REF              PIC X(09).
001200     05  CF-REFER-DATE              PIC 9(08).
001300     05  CF-STUDENT-NAME            PIC X(30).
001400     05  CF-GUARDIAN-NAME           PIC X(30).
001500     05  CF-ADDRESS                 PIC X(30).
001600     05  CF-CITY-ST-ZIP             PIC X(30).
001700     05  CF-CHARGE-DATE             PIC 9(08).
001800     05  CF-REASON                  PIC X(20).
001900     05  CF-ORIG-AMOUNT             PIC 9(05)V99.
002000     05  CF-OPEN-AMOUNT             PIC 9(05)V99.
002100     05  FILLER                     PIC X(12).
