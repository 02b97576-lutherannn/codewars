000100*--------------------------------------------------------------*
000200*    FACREQ.CPY                                                 *
000300*    FACILITY RENTAL REQUEST.  ONE ROW PER BOOKING A RENTER    *
000400*    HAS ASKED FOR - THE FACILITY, THE DATE, AND THE TIME      *
000500*    BLOCK AS 24-HOUR HHMM START AND END TIMES.  KEYED BY THE  *
000600*    FACILITIES OFFICE FROM THE RENTAL APPLICATION AND CHECKED *
000700*    BY FACRENT.                                               *
000800*--------------------------------------------------------------*
000900 01  FACILITY-REQUEST-RECORD.
001000     05  BQ-RENTER-ID               PIC X(09).
001100     05  BQ-RENTER-NAME             PIC X(30).
001200     05  BQ-FACILITY-ID             PIC X(06).
001300     05  BQ-BOOK-DATE               PIC 9(08).
001400     05  BQ-START-TIME              PIC 9(04).
001500     05  BQ-END-TIME                PIC 9(04).
001600     05  BQ-PURPOSE                 PIC X(15).
001700     05  FILLER                     PIC X(04).
