000100*--------------------------------------------------------------*
000200*    CHGREQ.CPY                                                 *
000300*    CHANGE-HISTORY INQUIRY REQUEST.  ONE ROW PER QUESTION THE *
000400*    RECORDS OFFICE OR THE AUDITORS ASK OF THE MASTER JOURNAL. *
000500*    A STUDENT ID LISTS EVERY CHANGE TO THAT STUDENT'S MASTER  *
000600*    AND PREPAID ROWS; A FIELD NAME (THE COPYBOOK NAME, E.G.   *
000700*    SM-ADDRESS OR PA-BALANCE) LISTS EVERY CHANGE TO THAT      *
000800*    FIELD; BOTH TOGETHER NARROW TO ONE STUDENT'S FIELD.  THE  *
000900*    DATES BOUND THE CHANGE DATE - ZERO FROM-DATE MEANS FROM   *
001000*    THE START OF THE JOURNAL, ZERO TO-DATE MEANS THROUGH      *
001100*    TODAY.                                                    *
001200*--------------------------------------------------------------*
001300 01  CHANGE-INQUIRY-REQUEST.
001400     05  CQ-STUDENT-ID              PIC X(09).
001500     05  CQ-FIELD-NAME              PIC X(24).
001600     05  CQ-FROM-DATE               PIC 9(08).
001700     05  CQ-TO-DATE                 PIC 9(08).
001800     05  FILLER                     PIC X(31).
