000100*--------------------------------------------------------------*
000200*    VISITXN.CPY                                                *
000300*    FRONT-DESK VISITOR TRANSACTION.  ONE ROW PER SIGN-IN      *
000400*    (TYPE I) OR SIGN-OUT (TYPE O) KEYED AT THE CAMPUS DESK:   *
000500*    THE ID NUMBER FROM THE VISITOR'S PHOTO ID, THE NAME ON    *
000600*    IT, WHY THEY CAME, THE STUDENT THEY ARE SEEING (BLANK FOR *
000700*    A VISIT THAT IS NOT TO A STUDENT) AND THE CLOCK TIME AT   *
000800*    THE DESK.  A SIGN-OUT NEEDS ONLY THE CAMPUS, THE ID       *
000900*    NUMBER AND THE TIME.                                      *
001000*--------------------------------------------------------------*
001100 01  VISITOR-TRANSACTION-RECORD.
001200     05  VT-TRAN-TYPE               PIC X(01).
001300         88  VT-SIGN-IN                 VALUE "I".
001400         88  VT-SIGN-OUT                VALUE "O".
001500     05  VT-CAMPUS-CODE             PIC X(03).
001600     05  VT-VISITOR-ID              PIC X(15).
001700     05  VT-VISITOR-NAME            PIC X(30).
001800     05  VT-PURPOSE                 PIC X(20).
001900     05  VT-STUDENT-ID              PIC X(09).
002000     05  VT-DESK-TIME               PIC 9(04).
002100     05  FILLER                     PIC X(08).
