000100*--------------------------------------------------------------*
000200*    CAMPDIST.CPY                                               *
000300*    CAMPUS DISTRIBUTION LIST ROW.  ONE ROW PER BURST BUNDLE   *
000400*    CAMPUS ("ALL" IS THE DISTRICT-WIDE BUNDLE) NAMING WHO     *
000500*    RECEIVES IT AND WHICH SENSITIVITY CLASSES - MEDICAL,      *
000600*    CUSTODY, FINANCE - THAT LIST IS CLEARED TO SEE UNMASKED.  *
000700*    A CAMPUS WITH NO ROW, OR A FLAG OTHER THAN Y, GETS THE    *
000800*    FIELD MASKED.  MAINTAINED BY THE SECURITY OFFICE          *
000900*    ALONGSIDE THE OPERATOR SECURITY FILE.                     *
001000*--------------------------------------------------------------*
001100 01  CAMPUS-DISTRIBUTION-RECORD.
001200     05  DV-CAMPUS-CODE             PIC X(03).
001300     05  DV-RECIPIENT-NAME          PIC X(30).
001400     05  DV-CLEAR-MEDICAL           PIC X(01).
001500     05  DV-CLEAR-CUSTODY           PIC X(01).
001600     05  DV-CLEAR-FINANCE           PIC X(01).
001700     05  FILLER                     PIC X(14).
