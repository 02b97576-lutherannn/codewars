000100*--------------------------------------------------------------*
000200*    SECTENR.CPY                                                *
000300*    STUDENT-TO-SECTION ENROLLMENT - ONE ROW PER STUDENT PER    *
000400*    COURSE SECTION.  A DROP KEEPS THE ROW AND STAMPS THE DROP  *
000500*    DATE, SO A STUDENT IS IN THE SECTION ON A GIVEN DAY WHEN   *
000600*    THE ADD DATE IS ON OR BEFORE IT AND THE DROP DATE IS ZERO  *
000700*    OR AFTER IT.                                               *
000800*--------------------------------------------------------------*
000900 01  SECTION-ENROLLMENT-RECORD.
001000     05  SE-STUDENT-ID              PIC X(09).
001100     05  SE-SECTION-ID              PIC X(08).
001200     05  SE-ADD-DATE                PIC 9(08).
001300     05  SE-DROP-DATE               PIC 9(08).
001400     05  FILLER                     PIC X(07).
