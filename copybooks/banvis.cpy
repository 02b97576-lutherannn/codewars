000100*--------------------------------------------------------------*
000200*    BANVIS.CPY                                                 *
000300*    DISTRICT BANNED-VISITOR ROW.  ONE ROW PER PERSON BARRED   *
000400*    FROM DISTRICT CAMPUSES, BY THE ID NUMBER ON THEIR PHOTO   *
000500*    ID, WITH THE DATES THE BAN RUNS (A ZERO END DATE NEVER    *
000600*    LAPSES) AND A SHORT REASON FOR THE DESK.                  *
000700*--------------------------------------------------------------*
000800 01  BANNED-VISITOR-RECORD.
000900     05  BV-VISITOR-ID              PIC X(15).
001000     05  BV-VISITOR-NAME            PIC X(30).
001100     05  BV-BAN-REASON              PIC X(15).
001200     05  BV-BAN-START               PIC 9(08).
001300     05  BV-BAN-END                 PIC 9(08).
001400     05  FILLER                     PIC X(04).
