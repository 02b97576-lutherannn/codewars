001000*    OPEN PREPAID ACCOUNTS WITH A BALANCE AND NO ACTIVITY       *
001100*    SINCE THE DORMANT CUTOFF.  EACH ITEM GOES OUT IN THE       *
001200*    STATE ESCHEATMENT ROW FORMAT WITH THE OWNER'S NAME AND     *
001300*    LAST-KNOWN ADDRESS PULLED FROM THE STUDENT MASTER (THE     *
001350*    SUPPLIER MASTER FOR A SUPPLIER CHECK), PLUS                *
001400*    A REGISTER REPORT FOR THE AUDITORS.  BOTH CUTOFF DATES     *
001500*    COME FROM THE CONTROL RECORD THE BUSINESS OFFICE KEYS      *
001600*    ONCE A YEAR.                                               *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001925*    2026-10-15  DLS  A SUPPLIER CHECK'S OWNER AND ADDRESS     *
001950*                     COME FROM THE SUPPLIER MASTER, NOT THE   *
001975*                     STUDENT MASTER.                          *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS SM-STUDENT-ID
003900         FILE STATUS IS WS-SM-FILE-STATUS.
003925     SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPMASTR
003950         ORGANIZATION IS SEQUENTIAL
003975         FILE STATUS IS WS-VN-FILE-STATUS.
004000     SELECT ESCHEAT-ROW-FILE ASSIGN TO ESCHROWS
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT ESCHEAT-RPT ASSIGN TO ESCHRPT
005300     COPY prepacct.
005400 FD  STUDENT-MASTER-FILE.
005500     COPY studmast.
005525 FD  SUPPLIER-MASTER-FILE
005550     RECORDING MODE IS F.
005575     COPY supmastr.
005600 FD  ESCHEAT-ROW-FILE
005700     RECORDING MODE IS F.
005800     COPY escheat.
006600 01  WS-CK-FILE-STATUS              PIC X(02) VALUE SPACE.
006700 01  WS-PA-FILE-STATUS              PIC X(02) VALUE SPACE.
006800 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006825 01  WS-VN-FILE-STATUS              PIC X(02) VALUE SPACE.
006850 01  WS-VN-EOF-SWITCH               PIC X(01) VALUE "N".
006875     88  WS-VN-EOF                      VALUE "Y".
006900 01  WS-CTL-BAD-SWITCH              PIC X(01) VALUE "N".
007000     88  WS-CTL-BAD                     VALUE "Y".
007100 01  WS-CK-EOF-SWITCH               PIC X(01) VALUE "N".
007900 01  WS-TOTAL-AMOUNT                PIC 9(09)V99 COMP-3
008000                                    VALUE ZERO.
008100 01  WS-LOOKUP-ID                   PIC X(09).
008106*    SUPPLIER MASTER, FOR THE OWNER OF A SUPPLIER CHECK.
008112 01  WS-VN-COUNT                    PIC 9(03) COMP VALUE ZERO.
008118 01  WS-VN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
008124 01  WS-VN-NOT-FOUND-COUNT          PIC 9(05) COMP VALUE ZERO.
008130 01  WS-VNSUB                       PIC 9(03) COMP.
008136 01  WS-VN-FOUND-SUB                PIC 9(03) COMP.
008142 01  WS-VN-TABLE.
008148     05  WS-VN-ENTRY OCCURS 500 TIMES.
008154         10  WS-VN-ID               PIC X(09).
008160         10  WS-VN-NAME             PIC X(30).
008166         10  WS-VN-ADDRESS          PIC X(30).
008172         10  WS-VN-CITY             PIC X(20).
008178         10  WS-VN-STATE            PIC X(02).
008184         10  WS-VN-ZIP              PIC X(09).
008200 01  WS-DETAIL-LINE.
008300     05  WS-DL-TYPE                 PIC X(02).
008400     05  FILLER                     PIC X(02) VALUE SPACE.
015000         SET WS-PA-EOF TO TRUE
015100     END-IF
015200     OPEN INPUT STUDENT-MASTER-FILE
015211     OPEN INPUT SUPPLIER-MASTER-FILE
015222     IF WS-VN-FILE-STATUS = "35"
015233         DISPLAY "ESCHEAT: SUPPLIER MASTER MISSING"
015244     ELSE
015255         PERFORM 1100-LOAD-SUPPLIER THRU 1100-EXIT
015266             UNTIL WS-VN-EOF
015277         CLOSE SUPPLIER-MASTER-FILE
015288     END-IF
015300     OPEN OUTPUT ESCHEAT-ROW-FILE
015400     OPEN OUTPUT ESCHEAT-RPT
015500     MOVE "I" TO RW-FUNCTION
016700     END-IF.
016800 1000-EXIT.
016900     EXIT.
016904*--------------------------------------------------------------*
016908*    1100-LOAD-SUPPLIER                                          *
016912*--------------------------------------------------------------*
016916 1100-LOAD-SUPPLIER.
016920     READ SUPPLIER-MASTER-FILE
016924         AT END
016928             SET WS-VN-EOF TO TRUE
016932             GO TO 1100-EXIT
016936     END-READ
016940     IF WS-VN-COUNT >= 500
016944         ADD 1 TO WS-VN-DROP-COUNT
016948         GO TO 1100-EXIT
016952     END-IF
016956     ADD 1 TO WS-VN-COUNT
016960     MOVE VN-SUPPLIER-ID TO WS-VN-ID (WS-VN-COUNT)
016964     MOVE VN-SUPPLIER-NAME TO WS-VN-NAME (WS-VN-COUNT)
016968     MOVE VN-ADDRESS TO WS-VN-ADDRESS (WS-VN-COUNT)
016972     MOVE VN-CITY TO WS-VN-CITY (WS-VN-COUNT)
016976     MOVE VN-STATE TO WS-VN-STATE (WS-VN-COUNT)
016980     MOVE VN-ZIP TO WS-VN-ZIP (WS-VN-COUNT).
016984 1100-EXIT.
016988     EXIT.
017000*--------------------------------------------------------------*
017100*    2000-SWEEP-CHECK - A SUPPLIER CHECK CARRIES THE SUPPLIER   *
017133*    ID IN CK-STUDENT-ID, SO ITS OWNER COMES OFF THE SUPPLIER   *
017166*    MASTER INSTEAD OF THE STUDENT MASTER.                      *
017200*--------------------------------------------------------------*
017300 2000-SWEEP-CHECK.
017400     IF CK-STATUS-ISSUED
018100         MOVE CK-CHECK-DATE TO EH-LAST-DATE
018200         MOVE CK-CHECK-NO TO EH-REFERENCE
018300         MOVE CK-STUDENT-ID TO WS-LOOKUP-ID
018325         IF CK-TYPE-SUPPLIER
018350             PERFORM 5100-LOOK-UP-SUPPLIER THRU 5100-EXIT
018375         ELSE
018400             PERFORM 5000-LOOK-UP-ADDRESS THRU 5000-EXIT
018450         END-IF
018500         ADD CK-AMOUNT TO WS-TOTAL-AMOUNT
018600         PERFORM 6000-WRITE-ITEM THRU 6000-EXIT
018700     END-IF
025600     END-IF.
025700 5000-EXIT.
025800     EXIT.
025802*--------------------------------------------------------------*
025804*    5100-LOOK-UP-SUPPLIER - THE SUPPLIER'S NAME AND REMIT      *
025806*    ADDRESS.  A SUPPLIER NO LONGER ON THE MASTER KEEPS THE     *
025808*    CHECK'S PAYEE NAME AND NO ADDRESS, AND IS COUNTED FOR THE  *
025810*    AUDITORS TO RESEARCH.                                      *
025812*--------------------------------------------------------------*
025814 5100-LOOK-UP-SUPPLIER.
025816     MOVE SPACE TO EH-ADDRESS
025818     MOVE SPACE TO EH-CITY-ST-ZIP
025820     MOVE ZERO TO WS-VN-FOUND-SUB
025822     PERFORM 5110-MATCH-SUPPLIER THRU 5110-EXIT
025824         VARYING WS-VNSUB FROM 1 BY 1
025826         UNTIL WS-VNSUB > WS-VN-COUNT
025828             OR WS-VN-FOUND-SUB > 0
025830     IF WS-VN-FOUND-SUB = 0
025832         ADD 1 TO WS-VN-NOT-FOUND-COUNT
025834         GO TO 5100-EXIT
025836     END-IF
025838     MOVE WS-VN-NAME (WS-VN-FOUND-SUB) TO EH-OWNER-NAME
025840     MOVE WS-VN-ADDRESS (WS-VN-FOUND-SUB) TO EH-ADDRESS
025842     STRING WS-VN-CITY (WS-VN-FOUND-SUB) DELIMITED BY "  "
025844         " " WS-VN-STATE (WS-VN-FOUND-SUB)
025846         " " WS-VN-ZIP (WS-VN-FOUND-SUB) DELIMITED BY SIZE
025848         INTO EH-CITY-ST-ZIP.
025850 5100-EXIT.
025852     EXIT.
025854*--------------------------------------------------------------*
025856*    5110-MATCH-SUPPLIER                                         *
025858*--------------------------------------------------------------*
025860 5110-MATCH-SUPPLIER.
025862     IF WS-LOOKUP-ID = WS-VN-ID (WS-VNSUB)
025864         MOVE WS-VNSUB TO WS-VN-FOUND-SUB
025866     END-IF.
025868 5110-EXIT.
025870     EXIT.
025900*--------------------------------------------------------------*
026000*    6000-WRITE-ITEM                                             *
026100*--------------------------------------------------------------*
029900     END-IF
030000     CLOSE STUDENT-MASTER-FILE
030100     CLOSE ESCHEAT-ROW-FILE
030200     CLOSE ESCHEAT-RPT
030211     IF WS-VN-DROP-COUNT > 0
030222         DISPLAY "ESCHEAT: SUPPLIER TABLE FULL - DROPPED - "
030233             WS-VN-DROP-COUNT
030244     END-IF
030255     IF WS-VN-NOT-FOUND-COUNT > 0
030266         DISPLAY "ESCHEAT: SUPPLIER CHECKS WITH NO SUPPLIER "
030277             "MASTER ROW - " WS-VN-NOT-FOUND-COUNT
030288     END-IF.
030300 8000-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------*
