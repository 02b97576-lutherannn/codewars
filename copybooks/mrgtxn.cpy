000100*--------------------------------------------------------------*
000200*    MRGTXN.CPY                                                 *
000300*    STUDENT MERGE TRANSACTION.  ONE ROW PER DUPLICATE STUDENT *
000400*    THE OFFICE HAS CONFIRMED - THE SURVIVING ID KEEPS ITS     *
000500*    MASTER ROW AND TAKES OVER EVERY ROW THE RETIRED ID        *
000600*    CARRIES ACROSS THE SUITE; THE RETIRED ID'S MASTER ROW IS  *
000700*    DELETED.  APPLIED BY STUMERGE UNDER THE SUBMITTING        *
000800*    OPERATOR'S MAINT PERMISSION.                              *
000900*--------------------------------------------------------------*
001000 01  STUDENT-MERGE-TXN.
001100     05  MG-SURVIVOR-ID             PIC X(09).
001200     05  MG-RETIRED-ID              PIC X(09).
001300     05  MG-REASON                  PIC X(20).
001400     05  FILLER                     PIC X(12).
