000100*--------------------------------------------------------------*
000200*    ABSRSLT.CPY                                                *
000300*    AUTO-DIALER RESULT RECORD, RETURNED THE MORNING AFTER AN   *
000400*    ABSENCE DIAL LIST GOES OUT - ONE ROW PER HOUSEHOLD         *
000500*    DIALED, MATCHED BACK ON CALL DATE AND HOUSEHOLD ID.        *
000600*    ONLY AR-REACHED MEANS A PARENT HEARD THE MESSAGE LIVE.     *
000700*--------------------------------------------------------------*
000800 01  ABSENCE-RESULT-RECORD.
000900     05  AR-CALL-DATE               PIC 9(08).
001000     05  AR-HOUSEHOLD-ID            PIC X(09).
001100     05  AR-PHONE                   PIC X(10).
001200     05  AR-RESULT-CODE             PIC X(01).
001300         88  AR-REACHED                 VALUE "C".
001400         88  AR-MACHINE                 VALUE "M".
001500         88  AR-NO-ANSWER               VALUE "N".
001600         88  AR-BUSY                    VALUE "B".
001700         88  AR-BAD-NUMBER              VALUE "X".
001800     05  AR-ATTEMPTS                PIC 9(02).
001900     05  AR-LAST-TRY-TIME           PIC 9(04).
002000     05  FILLER                     PIC X(06).
