000100*--------------------------------------------------------------*
000200*    FACBOOK.CPY                                                *
000300*    FACILITY BOOKING.  ONE ROW PER APPROVED RENTAL -          *
000400*    FACILITY, DATE AND TIME BLOCK - WITH THE RENTER AND THE   *
000500*    INVOICE THAT BILLED IT.  FACRENT ADDS A ROW FOR EACH      *
000600*    BOOKING IT APPROVES AND CHECKS EVERY NEW REQUEST AGAINST  *
000700*    THE ROWS ALREADY HERE.  A BOOKING THE OFFICE CANCELS IS   *
000800*    MARKED FB-CANCELLED AND NO LONGER HOLDS ITS TIME BLOCK.   *
000900*--------------------------------------------------------------*
001000 01  FACILITY-BOOKING-RECORD.
001100     05  FB-FACILITY-ID             PIC X(06).
001200     05  FB-BOOK-DATE               PIC 9(08).
001300     05  FB-START-TIME              PIC 9(04).
001400     05  FB-END-TIME                PIC 9(04).
001500     05  FB-RENTER-ID               PIC X(09).
001600     05  FB-INVOICE-ID.
001700         10  FB-INVOICE-DATE        PIC 9(08).
001800         10  FB-INVOICE-SEQ         PIC 9(04).
001900     05  FB-BOOKING-STATUS          PIC X(01).
002000         88  FB-BOOKED                  VALUE "B".
002100         88  FB-CANCELLED               VALUE "X".
002200     05  FB-PURPOSE                 PIC X(15).
002300     05  FILLER                     PIC X(21).
