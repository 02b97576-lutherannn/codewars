000100*--------------------------------------------------------------*
000200*    COLLCTL.CPY                                                *
000300*    COLLECTIONS CONTROL CARD, ONE RECORD.  A LEDGER CHARGE IS  *
000400*    REFERRED TO THE COLLECTION AGENCY ONCE IT IS AT LEAST      *
000500*    CL-MIN-AGE-DAYS OLD, HAS BEEN DUNNED AT LEAST              *
000600*    CL-MIN-DUN-COUNT TIMES, AND STILL HAS CL-MIN-BALANCE OR    *
000700*    MORE OPEN.  A MISSING CARD OR A NON-NUMERIC FIELD TAKES    *
000800*    THE COLLECTIONS RUN'S DEFAULT FOR THAT FIELD.              *
000900*--------------------------------------------------------------*
001000 01  COLLECTIONS-CONTROL-RECORD.
001100     05  CL-MIN-AGE-DAYS            PIC 9(04).
001200     05  CL-MIN-DUN-COUNT           PIC 9(02).
001300     05  CL-MIN-BALANCE             PIC 9(05)V99.
001400     05  FILLER                     PIC X(67).
