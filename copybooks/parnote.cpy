000100*--------------------------------------------------------------*
000200*    PARNOTE.CPY                                                *
000300*    PARENT-NOTE TRANSACTION.  ONE PER ABSENCE DATE A PARENT    *
000400*    OR DOCTOR'S NOTE EXCUSES.  PN-REASON-CODE IS ONE OF THE    *
000500*    EXCUSED AT-REASON-CODE VALUES (I M F R B).  THE NOTE       *
000600*    POSTING RUN TURNS EVERY UNEXCUSED ROW FOR THE STUDENT AND  *
000700*    DATE TO THE NOTE'S REASON WHEN THE NOTE CAME IN WITHIN     *
000800*    THE ALLOWED NUMBER OF SCHOOL DAYS OF THE ABSENCE.          *
000900*--------------------------------------------------------------*
001000 01  PARENT-NOTE-RECORD.
001100     05  PN-STUDENT-ID              PIC X(09).
001200     05  PN-ABSENCE-DATE            PIC 9(08).
001300     05  PN-RECEIVED-DATE           PIC 9(08).
001400     05  PN-REASON-CODE             PIC X(01).
001500         88  PN-REASON-EXCUSED          VALUE "I" "M" "F" "R"
001600                                              "B".
001700     05  PN-NOTE-FROM               PIC X(20).
001800     05  FILLER                     PIC X(04).
