000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACRENT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    COMMUNITY FACILITY RENTAL BOOKING.  READS THE DAY'S        *
000900*    RENTAL REQUESTS AND CHECKS EACH AGAINST THE FACILITY       *
001000*    MASTER, THE BUILDING CLOSURES ON THE HOLIDAY FILE, THE     *
001100*    TOURNAMENT BRACKET'S GAMES ON THE FACILITY'S FIELD, AND    *
001200*    THE BOOKINGS ALREADY ON FILE (TODAY'S APPROVALS INCLUDED). *
001300*    A REQUEST THAT FAILS ANY CHECK REJECTS TO THE SHARED AUDIT *
001340*    LOG, AS DOES EVERY REQUEST WHEN THE CLOSURE, GAME OR       *
001380*    BOOKING TABLE FILLED AND THE CONFLICT CHECK CANNOT BE      *
001420*    TRUSTED.  A GOOD ONE IS BOOKED AND INVOICED: THE RENTAL    *
001500*    HOURS AT THE FACILITY'S HOURLY RATE, ANY HOURS OUTSIDE THE *
001600*    CUSTODIAN'S DUTY HOURS (ALL OF THEM ON A DAY THAT IS NOT A *
001700*    SCHOOL DAY) AT THE CUSTODIAL RATE, AND THE DEPOSIT - EACH  *
001800*    HOUR OR PART OF ONE BILLED AS A WHOLE HOUR.  THE INVOICE   *
001900*    GOES ON THE RENTER LEDGER AS A RECEIVABLE, THE DAY'S       *
002000*    RENTAL REVENUE AND DEPOSITS POST TO THE GL JOURNAL BY FUND *
002100*    AS FACRENT AND FACDEP PAIRS ROUTED THROUGH GLPERIOD, AND   *
002200*    THE CUSTODIAL OVERTIME GOES TO THE PAYROLL EXTRACT FOR THE *
002300*    BOOKING'S PAY PERIOD.  ROWS ROUTED OUT OF A CLOSED PERIOD  *
002350*    ARE ALSO LISTED ON THE PRIOR-PERIOD ADJUSTMENT REPORT.     *
002400*    RC 4 - A REQUEST REJECTED, OR OVERTIME ON A FACILITY WITH  *
002500*    NO CUSTODIAN NAMED.                                        *
002600*    RC 8 - A TABLE FILLED OR THE POSTING WAS HELD.             *
002700*--------------------------------------------------------------*
002800*    MODIFICATION HISTORY                                      *
002900*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002925*    2026-10-15  DLS  FULL CLOSURE/GAME/BOOKING TABLE REJECTS  *
002950*                     EVERY REQUEST; REQUEST FILE CLOSE ONLY   *
002975*                     WHEN IT OPENED.                          *
002983*    2026-10-15  DLS  LIST PRIOR-PERIOD ADJUSTMENTS ON THEIR   *
002991*                     OWN REPORT.                              *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FACILITY-REQUEST-FILE ASSIGN TO FACREQ
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-BQ-FILE-STATUS.
003700     SELECT FACILITY-MASTER-FILE ASSIGN TO FACMAST
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-FM-FILE-STATUS.
004000     SELECT HOLIDAY-CLOSURE-FILE ASSIGN TO HOLIDAY
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-HO-FILE-STATUS.
004300     SELECT BRACKET-PAIRING-FILE ASSIGN TO BRKPAIR
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-BK-FILE-STATUS.
004600     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-TC-FILE-STATUS.
004900     SELECT FACILITY-BOOKING-FILE ASSIGN TO FACBOOK
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-FB-FILE-STATUS.
005200     SELECT RENTER-LEDGER-FILE ASSIGN TO RENTLEDG
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO CHARTACT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CA-FILE-STATUS.
005700     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNL
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT PAYROLL-EXTRACT-FILE ASSIGN TO PAYEXTR
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT RENTAL-INVOICE-FILE ASSIGN TO FACINVC
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT FACILITY-RENTAL-RPT ASSIGN TO FACRRPT
006400         ORGANIZATION IS SEQUENTIAL.
006433     SELECT PRIOR-PERIOD-RPT ASSIGN TO GLPPARPT
006466         ORGANIZATION IS SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  FACILITY-REQUEST-FILE
006800     RECORDING MODE IS F.
006900     COPY facreq.
007000 FD  FACILITY-MASTER-FILE
007100     RECORDING MODE IS F.
007200     COPY facmast.
007300 FD  HOLIDAY-CLOSURE-FILE
007400     RECORDING MODE IS F.
007500     COPY holiday.
007600 FD  BRACKET-PAIRING-FILE
007700     RECORDING MODE IS F.
007800     COPY brkpair.
007900 FD  TERM-CALENDAR-FILE
008000     RECORDING MODE IS F.
008100     COPY calendar.
008200 FD  FACILITY-BOOKING-FILE
008300     RECORDING MODE IS F.
008400     COPY facbook.
008500 FD  RENTER-LEDGER-FILE
008600     RECORDING MODE IS F.
008700     COPY rentledg.
008800 FD  CHART-OF-ACCOUNTS-FILE
008900     RECORDING MODE IS F.
009000     COPY chartact.
009100 FD  GL-JOURNAL-FILE
009200     RECORDING MODE IS F.
009300     COPY gljournl.
009400 FD  PAYROLL-EXTRACT-FILE
009500     RECORDING MODE IS F.
009600     COPY payextr.
009700 FD  RENTAL-INVOICE-FILE
009800     RECORDING MODE IS F.
009900 01  RENTAL-INVOICE-LINE            PIC X(80).
010000 FD  FACILITY-RENTAL-RPT
010100     RECORDING MODE IS F.
010200 01  FACILITY-RENTAL-LINE           PIC X(80).
010225 FD  PRIOR-PERIOD-RPT
010250     RECORDING MODE IS F.
010275 01  PRIOR-PERIOD-LINE              PIC X(80).
010300 WORKING-STORAGE SECTION.
010400     COPY trailrec.
010500 01  WS-BQ-FILE-STATUS              PIC X(02) VALUE SPACE.
010600 01  WS-FM-FILE-STATUS              PIC X(02) VALUE SPACE.
010700 01  WS-HO-FILE-STATUS              PIC X(02) VALUE SPACE.
010800 01  WS-BK-FILE-STATUS              PIC X(02) VALUE SPACE.
010900 01  WS-TC-FILE-STATUS              PIC X(02) VALUE SPACE.
011000 01  WS-FB-FILE-STATUS              PIC X(02) VALUE SPACE.
011100 01  WS-CA-FILE-STATUS              PIC X(02) VALUE SPACE.
011200 01  WS-BQ-EOF-SWITCH               PIC X(01) VALUE "N".
011300     88  WS-BQ-EOF                      VALUE "Y".
011400 01  WS-FM-EOF-SWITCH               PIC X(01) VALUE "N".
011500     88  WS-FM-EOF                      VALUE "Y".
011600 01  WS-HO-EOF-SWITCH               PIC X(01) VALUE "N".
011700     88  WS-HO-EOF                      VALUE "Y".
011800 01  WS-BK-EOF-SWITCH               PIC X(01) VALUE "N".
011900     88  WS-BK-EOF                      VALUE "Y".
012000 01  WS-TC-EOF-SWITCH               PIC X(01) VALUE "N".
012100     88  WS-TC-EOF                      VALUE "Y".
012200 01  WS-FB-EOF-SWITCH               PIC X(01) VALUE "N".
012300     88  WS-FB-EOF                      VALUE "Y".
012400 01  WS-CA-EOF-SWITCH               PIC X(01) VALUE "N".
012500     88  WS-CA-EOF                      VALUE "Y".
012600 01  WS-TIMESTAMP.
012700     05  WS-TS-DATE                 PIC 9(08).
012800     05  FILLER                     PIC X(13).
012900*    A BRACKET GAME HOLDS ITS FIELD THIS LONG FROM ITS SLOT TIME.
013000 01  WS-GAME-MINUTES                PIC 9(04) VALUE 0090.
013100 01  WS-EARN-CODE                   PIC X(03) VALUE "COT".
013200 01  WS-EDIT-DATE                   PIC 9(08).
013300 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
013400     05  WS-ED-YYYY                 PIC X(04).
013500     05  WS-ED-MM                   PIC X(02).
013600     05  WS-ED-DD                   PIC X(02).
013700 01  WS-DATE-EDIT.
013800     05  WS-DE-MM                   PIC X(02).
013900     05  FILLER                     PIC X(01) VALUE "/".
014000     05  WS-DE-DD                   PIC X(02).
014100     05  FILLER                     PIC X(01) VALUE "/".
014200     05  WS-DE-YYYY                 PIC X(04).
014300 01  WS-TIME-EDIT.
014400     05  WS-TE-START                PIC 9(04).
014500     05  FILLER                     PIC X(01) VALUE "-".
014600     05  WS-TE-END                  PIC 9(04).
014700 01  WS-CLOCK-TIME                  PIC 9(04).
014800 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
014900     05  WS-CLOCK-HH                PIC 9(02).
015000     05  WS-CLOCK-MM                PIC 9(02).
015100 01  WS-CLOCK-MINUTES               PIC 9(04).
015200 01  WS-CLOCK-VALID-SWITCH          PIC X(01).
015300     88  WS-CLOCK-VALID                 VALUE "Y".
015400*    THE FACILITY MASTER.
015500 01  WS-FM-COUNT                    PIC 9(03) COMP VALUE ZERO.
015600 01  WS-FM-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
015700 01  WS-FMSUB                       PIC 9(03) COMP.
015800 01  WS-FM-FOUND-SUB                PIC 9(03) COMP.
015900 01  WS-FACILITY-TABLE.
016000     05  WS-FM-ENTRY OCCURS 100 TIMES.
016100         10  WS-FM-ID               PIC X(06).
016200         10  WS-FM-CAMPUS           PIC X(03).
016300         10  WS-FM-NAME             PIC X(20).
016400         10  WS-FM-FIELD            PIC 9(01).
016500         10  WS-FM-RATE             PIC 9(03)V99.
016600         10  WS-FM-DEPOSIT          PIC 9(04)V99.
016700         10  WS-FM-FROM-MIN         PIC 9(04).
016800         10  WS-FM-TO-MIN           PIC 9(04).
016900         10  WS-FM-CUSTODIAN        PIC X(09).
017000         10  WS-FM-CUST-RATE        PIC 9(03)V99.
017100         10  WS-FM-FUND             PIC X(03).
017200         10  WS-FM-STATUS           PIC X(01).
017300             88  WS-FM-ACTIVE           VALUE "A".
017400*    BUILDING CLOSURES, SCHOOL DAYS AND BRACKET GAMES FROM TODAY
017500*    ON.
017600 01  WS-HO-COUNT                    PIC 9(03) COMP VALUE ZERO.
017700 01  WS-HO-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
017800 01  WS-HOSUB                       PIC 9(03) COMP.
017900 01  WS-CLOSURE-TABLE.
018000     05  WS-HO-DATE OCCURS 200 TIMES
018100                                    PIC 9(08).
018200 01  WS-TC-COUNT                    PIC 9(03) COMP VALUE ZERO.
018300 01  WS-TC-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
018400 01  WS-TCSUB                       PIC 9(03) COMP.
018500 01  WS-SCHOOL-DAY-TABLE.
018600     05  WS-TC-DATE OCCURS 400 TIMES
018700                                    PIC 9(08).
018800 01  WS-CALENDAR-SWITCH             PIC X(01) VALUE "N".
018900     88  WS-CALENDAR-LOADED             VALUE "Y".
019000 01  WS-GM-COUNT                    PIC 9(03) COMP VALUE ZERO.
019100 01  WS-GM-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
019200 01  WS-GMSUB                       PIC 9(03) COMP.
019300 01  WS-GAME-TABLE.
019400     05  WS-GM-ENTRY OCCURS 200 TIMES.
019500         10  WS-GM-DATE             PIC 9(08).
019600         10  WS-GM-FIELD            PIC 9(01).
019700         10  WS-GM-START-MIN        PIC 9(04).
019800         10  WS-GM-END-MIN          PIC 9(04).
019900*    BOOKINGS FROM TODAY ON, WITH TODAY'S APPROVALS ADDED AS
020000*    THEY ARE MADE.
020100 01  WS-BK-COUNT                    PIC 9(04) COMP VALUE ZERO.
020200 01  WS-BK-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
020300 01  WS-BKSUB                       PIC 9(04) COMP.
020400 01  WS-BOOKING-TABLE.
020500     05  WS-BK-ENTRY OCCURS 1000 TIMES.
020600         10  WS-BK-FACILITY         PIC X(06).
020700         10  WS-BK-DATE             PIC 9(08).
020800         10  WS-BK-START-MIN        PIC 9(04).
020900         10  WS-BK-END-MIN          PIC 9(04).
021000*    CUSTODIAL OVERTIME BY CUSTODIAN AND PAY PERIOD.
021100 01  WS-OT-COUNT                    PIC 9(03) COMP VALUE ZERO.
021200 01  WS-OT-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
021300 01  WS-OTSUB                       PIC 9(03) COMP.
021400 01  WS-OT-FOUND-SUB                PIC 9(03) COMP.
021500 01  WS-OVERTIME-TABLE.
021600     05  WS-OT-ENTRY OCCURS 200 TIMES.
021700         10  WS-OT-STAFF-ID         PIC X(09).
021800         10  WS-OT-PAY-PERIOD       PIC 9(06).
021900         10  WS-OT-HOURS            PIC 9(04) COMP.
022000         10  WS-OT-AMOUNT           PIC 9(07)V99 COMP-3.
022100*    THE DAY'S REVENUE AND DEPOSITS BY FUND.
022200 01  WS-FD-COUNT                    PIC 9(03) COMP VALUE ZERO.
022300 01  WS-FD-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
022400 01  WS-FDSUB                       PIC 9(03) COMP.
022500 01  WS-FD-FOUND-SUB                PIC 9(03) COMP.
022600 01  WS-FUND-TABLE.
022700     05  WS-FD-ENTRY OCCURS 20 TIMES.
022800         10  WS-FD-FUND             PIC X(03).
022900         10  WS-FD-REVENUE          PIC 9(09)V99 COMP-3.
023000         10  WS-FD-DEPOSITS         PIC 9(09)V99 COMP-3.
023100*    THE REQUEST BEING CHECKED.
023200 01  WS-REQ-START-MIN               PIC 9(04).
023300 01  WS-REQ-END-MIN                 PIC 9(04).
023400 01  WS-CONFLICT-SWITCH             PIC X(01).
023500     88  WS-CONFLICT                    VALUE "Y".
023600 01  WS-SCHOOL-DAY-SWITCH           PIC X(01).
023700     88  WS-SCHOOL-DAY                  VALUE "Y".
023800 01  WS-BOOK-MINUTES                PIC 9(04).
023900 01  WS-OT-MINUTES                  PIC 9(04).
024000 01  WS-EDGE-MIN                    PIC 9(04).
024100 01  WS-BILL-HOURS                  PIC 9(02).
024200 01  WS-OT-BILL-HOURS               PIC 9(02).
024300 01  WS-RENTAL-AMOUNT               PIC 9(05)V99.
024400 01  WS-CUSTODIAL-AMOUNT            PIC 9(05)V99.
024500 01  WS-DEPOSIT-AMOUNT              PIC 9(05)V99.
024600 01  WS-INVOICE-TOTAL               PIC 9(06)V99.
024700 01  WS-INVOICE-SEQ                 PIC 9(04) VALUE ZERO.
024800*    THE FACRENT AND FACDEP CHART ROWS.
024900 01  WS-FACRENT-SWITCH              PIC X(01) VALUE "N".
025000     88  WS-FACRENT-FOUND               VALUE "Y".
025100 01  WS-FR-FUND                     PIC X(03) VALUE SPACE.
025200 01  WS-FR-DR-ACCT                  PIC X(06) VALUE SPACE.
025300 01  WS-FR-CR-ACCT                  PIC X(06) VALUE SPACE.
025400 01  WS-FACDEP-SWITCH               PIC X(01) VALUE "N".
025500     88  WS-FACDEP-FOUND                VALUE "Y".
025600 01  WS-FP-DR-ACCT                  PIC X(06) VALUE SPACE.
025700 01  WS-FP-CR-ACCT                  PIC X(06) VALUE SPACE.
025800*    GL POSTING.
025900 01  WS-EVENT-CODE                  PIC X(08).
026000 01  WS-EVENT-FUND                  PIC X(03).
026100 01  WS-EVENT-DR-ACCT               PIC X(06).
026200 01  WS-EVENT-CR-ACCT               PIC X(06).
026300 01  WS-EVENT-AMOUNT                PIC 9(09)V99.
026400 01  WS-POST-DATE                   PIC 9(08).
026500 01  WS-ROUTE-FLAG                  PIC X(01).
026600     88  WS-ROUTE-IN-PERIOD             VALUE " ".
026700     88  WS-ROUTE-PRIOR-PERIOD          VALUE "P".
026800     88  WS-ROUTE-UNCHECKED             VALUE "U".
026900     COPY utilstat REPLACING ==UTIL-STATUS-VALID==
027000         BY ==WS-GP-STATUS-VALID==
027100         ==UTIL-STATUS-INVALID==
027200         BY ==WS-GP-STATUS-INVALID==
027300         ==UTIL-STATUS-OVERFLOW==
027400         BY ==WS-GP-STATUS-OVERFLOW==
027500         ==UTIL-STATUS== BY ==WS-GP-STATUS==.
027600 01  WS-HELD-SWITCH                 PIC X(01) VALUE "N".
027700     88  WS-POSTING-HELD                VALUE "Y".
027800 01  WS-REQUEST-COUNT               PIC 9(05) COMP VALUE ZERO.
027900 01  WS-BOOKED-COUNT                PIC 9(05) COMP VALUE ZERO.
028000 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
028100 01  WS-NO-CUSTODIAN-COUNT          PIC 9(05) COMP VALUE ZERO.
028200 01  WS-JOURNAL-COUNT               PIC 9(05) COMP VALUE ZERO.
028300 01  WS-HELD-COUNT                  PIC 9(05) COMP VALUE ZERO.
028350 01  WS-ADJUSTMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
028400 01  WS-ROW-COUNT                   PIC 9(07) VALUE ZERO.
028500 01  WS-AMOUNT-CENTS                PIC 9(10) VALUE ZERO.
028600 01  WS-BILLED-TOTAL                PIC 9(09)V99 COMP-3
028700                                    VALUE ZERO.
028800 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "FACRENT".
028900 01  WS-AUDIT-FIELD-NAME            PIC X(10).
029000 01  WS-AUDIT-VALUE                 PIC X(25).
029100 01  WS-AUDIT-REASON                PIC X(20).
029200 01  WS-RUN-PROGRAM-ID              PIC X(10) VALUE "FACRENT".
029300 01  WS-RUN-PHASE                   PIC X(05).
029400 01  WS-RUN-READ                    PIC 9(07).
029500 01  WS-RUN-WRITTEN                 PIC 9(07).
029600 01  WS-RUN-REJECTS                 PIC 9(07).
029700 01  WS-RUN-RC                      PIC 9(04).
029800 01  WS-REPORT-HEADING              PIC X(80)
029900         VALUE "COMMUNITY FACILITY RENTAL BOOKINGS".
030000 01  WS-COLUMN-HEADING              PIC X(80)
030100         VALUE "RENTER    FACIL  DATE       TIME      ACTION".
030200 01  WS-DETAIL-LINE.
030300     05  WS-DL-RENTER-ID            PIC X(09).
030400     05  FILLER                     PIC X(01) VALUE SPACE.
030500     05  WS-DL-FACILITY-ID          PIC X(06).
030600     05  FILLER                     PIC X(01) VALUE SPACE.
030700     05  WS-DL-DATE                 PIC X(10).
030800     05  FILLER                     PIC X(01) VALUE SPACE.
030900     05  WS-DL-TIME                 PIC X(09).
031000     05  FILLER                     PIC X(01) VALUE SPACE.
031100     05  WS-DL-ACTION               PIC X(42).
031200 01  WS-BOOKED-ACTION.
031300     05  FILLER                     PIC X(08) VALUE "INVOICE ".
031400     05  WS-BA-INVOICE-ID           PIC 9(12).
031500     05  FILLER                     PIC X(07) VALUE " TOTAL ".
031600     05  WS-BA-TOTAL                PIC ZZZ,ZZ9.99.
031700 01  WS-INVOICE-ID.
031800     05  WS-IV-DATE                 PIC 9(08).
031900     05  WS-IV-SEQ                  PIC 9(04).
032000 01  WS-INVOICE-ID-N REDEFINES WS-INVOICE-ID
032100                                    PIC 9(12).
032200 01  WS-INV-HEADING.
032300     05  FILLER                     PIC X(44)
032400             VALUE "COMMUNITY FACILITY RENTAL INVOICE".
032500     05  FILLER                     PIC X(08) VALUE "INVOICE ".
032600     05  WS-IH-INVOICE-ID           PIC 9(12).
032700     05  FILLER                     PIC X(02) VALUE SPACE.
032800     05  WS-IH-DATE                 PIC X(10).
032900     05  FILLER                     PIC X(04) VALUE SPACE.
033000 01  WS-INV-RENTER-LINE.
033100     05  FILLER                     PIC X(10) VALUE "RENTER".
033200     05  WS-IR-RENTER-ID            PIC X(09).
033300     05  FILLER                     PIC X(01) VALUE SPACE.
033400     05  WS-IR-RENTER-NAME          PIC X(30).
033500     05  FILLER                     PIC X(30) VALUE SPACE.
033600 01  WS-INV-FACILITY-LINE.
033700     05  FILLER                     PIC X(10) VALUE "FACILITY".
033800     05  WS-IF-FACILITY-ID          PIC X(06).
033900     05  FILLER                     PIC X(01) VALUE SPACE.
034000     05  WS-IF-FACILITY-NAME        PIC X(20).
034100     05  FILLER                     PIC X(08) VALUE " CAMPUS ".
034200     05  WS-IF-CAMPUS               PIC X(03).
034300     05  FILLER                     PIC X(32) VALUE SPACE.
034400 01  WS-INV-BOOKED-LINE.
034500     05  FILLER                     PIC X(10) VALUE "BOOKED".
034600     05  WS-IB-DATE                 PIC X(10).
034700     05  FILLER                     PIC X(01) VALUE SPACE.
034800     05  WS-IB-TIME                 PIC X(09).
034900     05  FILLER                     PIC X(02) VALUE SPACE.
035000     05  WS-IB-PURPOSE              PIC X(15).
035100     05  FILLER                     PIC X(33) VALUE SPACE.
035200 01  WS-INV-CHARGE-LINE.
035300     05  WS-IC-LABEL                PIC X(20).
035400     05  WS-IC-HOURS                PIC ZZ9.
035500     05  FILLER                     PIC X(10) VALUE " HOURS AT ".
035600     05  WS-IC-RATE                 PIC ZZ9.99.
035700     05  FILLER                     PIC X(11) VALUE SPACE.
035800     05  WS-IC-AMOUNT               PIC ZZ,ZZ9.99.
035900     05  FILLER                     PIC X(21) VALUE SPACE.
036000 01  WS-INV-AMOUNT-LINE.
036100     05  WS-IA-LABEL                PIC X(20).
036200     05  FILLER                     PIC X(29) VALUE SPACE.
036300     05  WS-IA-AMOUNT               PIC ZZZ,ZZ9.99.
036400     05  FILLER                     PIC X(21) VALUE SPACE.
036500 01  WS-EVENT-LINE.
036600     05  WS-EV-EVENT                PIC X(08).
036700     05  FILLER                     PIC X(02) VALUE SPACE.
036800     05  WS-EV-FUND                 PIC X(03).
036900     05  FILLER                     PIC X(02) VALUE SPACE.
037000     05  WS-EV-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
037100     05  FILLER                     PIC X(02) VALUE SPACE.
037200     05  WS-EV-NOTE                 PIC X(24).
037300     05  FILLER                     PIC X(25) VALUE SPACE.
037400 01  WS-SUMMARY-LINE.
037500     05  FILLER                     PIC X(11)
037600             VALUE "REQUESTS - ".
037700     05  WS-SM-REQUESTS             PIC ZZ,ZZ9.
037800     05  FILLER                     PIC X(11)
037900             VALUE "  BOOKED - ".
038000     05  WS-SM-BOOKED               PIC ZZ,ZZ9.
038100     05  FILLER                     PIC X(13)
038200             VALUE "  REJECTED - ".
038300     05  WS-SM-REJECTED             PIC ZZ,ZZ9.
038400     05  FILLER                     PIC X(11)
038500             VALUE "  BILLED - ".
038600     05  WS-SM-BILLED               PIC ZZZ,ZZZ,ZZ9.99.
038700     05  FILLER                     PIC X(02) VALUE SPACE.
038800 01  WS-OVERTIME-LINE.
038900     05  FILLER                     PIC X(20)
039000             VALUE "CUSTODIAL OVERTIME -".
039100     05  FILLER                     PIC X(01) VALUE SPACE.
039200     05  WS-OL-STAFF-ID             PIC X(09).
039300     05  FILLER                     PIC X(02) VALUE SPACE.
039400     05  WS-OL-PAY-PERIOD           PIC 9(06).
039500     05  FILLER                     PIC X(02) VALUE SPACE.
039600     05  WS-OL-HOURS                PIC Z,ZZ9.
039700     05  FILLER                     PIC X(07) VALUE " HOURS ".
039800     05  WS-OL-AMOUNT               PIC ZZ,ZZ9.99.
039900     05  FILLER                     PIC X(19) VALUE SPACE.
039903 01  WS-ADJUST-HEADING-1            PIC X(80)
039906         VALUE "PRIOR-PERIOD ADJUSTMENTS FROM CLOSED PERIODS".
039909 01  WS-ADJUST-HEADING-2.
039912     05  FILLER                     PIC X(39)
039915             VALUE "EVENT    FND ACCOUNT D         AMOUNT  ".
039918     05  FILLER                     PIC X(41)
039921             VALUE "DATED     POSTED".
039924 01  WS-ADJUST-LINE.
039927     05  WS-AJ-EVENT                PIC X(08).
039930     05  FILLER                     PIC X(01) VALUE SPACE.
039933     05  WS-AJ-FUND                 PIC X(03).
039936     05  FILLER                     PIC X(01) VALUE SPACE.
039939     05  WS-AJ-ACCOUNT              PIC X(06).
039942     05  FILLER                     PIC X(02) VALUE SPACE.
039945     05  WS-AJ-DR-CR                PIC X(01).
039948     05  FILLER                     PIC X(01) VALUE SPACE.
039951     05  WS-AJ-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
039954     05  FILLER                     PIC X(02) VALUE SPACE.
039957     05  WS-AJ-DATED                PIC 9(08).
039960     05  FILLER                     PIC X(02) VALUE SPACE.
039963     05  WS-AJ-POSTED               PIC 9(08).
039966     05  FILLER                     PIC X(23) VALUE SPACE.
039969 01  WS-ADJUST-SUMMARY-LINE.
039972     05  FILLER                     PIC X(28)
039975             VALUE "PRIOR-PERIOD ADJUSTMENTS -  ".
039978     05  WS-AS-COUNT                PIC ZZ,ZZ9.
039981     05  FILLER                     PIC X(46) VALUE SPACE.
040000 PROCEDURE DIVISION.
040100*--------------------------------------------------------------*
040200*    0000-MAINLINE                                              *
040300*--------------------------------------------------------------*
040400 0000-MAINLINE.
040500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
040700         UNTIL WS-BQ-EOF
040800     PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT
040900         VARYING WS-OTSUB FROM 1 BY 1
041000         UNTIL WS-OTSUB > WS-OT-COUNT
041100     PERFORM 4000-POST-FUND THRU 4000-EXIT
041200         VARYING WS-FDSUB FROM 1 BY 1
041300         UNTIL WS-FDSUB > WS-FD-COUNT
041400     PERFORM 8000-FINALIZE THRU 8000-EXIT
041500     GOBACK.
041600*--------------------------------------------------------------*
041700*    1000-INITIALIZE - LOADS THE CHART ROWS, THE FACILITIES,    *
041800*    THE CLOSURES, BRACKET GAMES, SCHOOL DAYS AND BOOKINGS FROM *
041900*    TODAY ON, ASKS GLPERIOD WHERE TODAY'S POSTING GOES, AND    *
042000*    OPENS THE BOOKING FILE AND RENTER LEDGER TO TAKE TODAY'S   *
042100*    ROWS.                                                      *
042200*--------------------------------------------------------------*
042300 1000-INITIALIZE.
042400     MOVE "START" TO WS-RUN-PHASE
042500     MOVE ZERO TO WS-RUN-READ
042600     MOVE ZERO TO WS-RUN-WRITTEN
042700     MOVE ZERO TO WS-RUN-REJECTS
042800     MOVE ZERO TO WS-RUN-RC
042900     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
043000         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
043100         WS-RUN-RC
043200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
043300     OPEN INPUT CHART-OF-ACCOUNTS-FILE
043400     IF WS-CA-FILE-STATUS = "35"
043500         SET WS-CA-EOF TO TRUE
043600     ELSE
043700         PERFORM 1100-LOAD-CHART THRU 1100-EXIT
043800             UNTIL WS-CA-EOF
043900         CLOSE CHART-OF-ACCOUNTS-FILE
044000     END-IF
044100     OPEN INPUT FACILITY-MASTER-FILE
044200     IF WS-FM-FILE-STATUS = "35"
044300         DISPLAY "FACRENT: NO FACILITY MASTER - EVERY REQUEST "
044400             "REJECTS"
044500     ELSE
044600         PERFORM 1200-LOAD-FACILITY THRU 1200-EXIT
044700             UNTIL WS-FM-EOF
044800         CLOSE FACILITY-MASTER-FILE
044900     END-IF
045000     OPEN INPUT HOLIDAY-CLOSURE-FILE
045100     IF WS-HO-FILE-STATUS NOT = "35"
045200         PERFORM 1300-LOAD-CLOSURE THRU 1300-EXIT
045300             UNTIL WS-HO-EOF
045400         CLOSE HOLIDAY-CLOSURE-FILE
045500     END-IF
045600     OPEN INPUT BRACKET-PAIRING-FILE
045700     IF WS-BK-FILE-STATUS NOT = "35"
045800         PERFORM 1400-LOAD-GAME THRU 1400-EXIT
045900             UNTIL WS-BK-EOF
046000         CLOSE BRACKET-PAIRING-FILE
046100     END-IF
046200     OPEN INPUT TERM-CALENDAR-FILE
046300     IF WS-TC-FILE-STATUS NOT = "35"
046400         SET WS-CALENDAR-LOADED TO TRUE
046500         PERFORM 1500-LOAD-SCHOOL-DAY THRU 1500-EXIT
046600             UNTIL WS-TC-EOF
046700         CLOSE TERM-CALENDAR-FILE
046800     END-IF
046900     OPEN INPUT FACILITY-BOOKING-FILE
047000     IF WS-FB-FILE-STATUS NOT = "35"
047100         PERFORM 1600-LOAD-BOOKING THRU 1600-EXIT
047200             UNTIL WS-FB-EOF
047300         CLOSE FACILITY-BOOKING-FILE
047400     END-IF
047500     OPEN EXTEND FACILITY-BOOKING-FILE
047600     OPEN EXTEND RENTER-LEDGER-FILE
047700     CALL "GLPERIOD" USING WS-TS-DATE WS-POST-DATE
047800         WS-ROUTE-FLAG WS-GP-STATUS
047900     IF WS-ROUTE-UNCHECKED
048000         DISPLAY "FACRENT: PERIOD FILE MISSING - POSTED AS DATED"
048100     END-IF
048200     IF WS-GP-STATUS-INVALID
048300         DISPLAY "FACRENT: DATE REJECTED BY PERIOD CHECK - "
048400             WS-TS-DATE
048500         SET WS-POSTING-HELD TO TRUE
048600     END-IF
048700     OPEN OUTPUT GL-JOURNAL-FILE
048800     OPEN OUTPUT PAYROLL-EXTRACT-FILE
048900     OPEN OUTPUT RENTAL-INVOICE-FILE
049000     OPEN OUTPUT FACILITY-RENTAL-RPT
049025     OPEN OUTPUT PRIOR-PERIOD-RPT
049050     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-1
049075     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-HEADING-2
049100     WRITE FACILITY-RENTAL-LINE FROM WS-REPORT-HEADING
049200     WRITE FACILITY-RENTAL-LINE FROM WS-COLUMN-HEADING
049300     OPEN INPUT FACILITY-REQUEST-FILE
049400     IF WS-BQ-FILE-STATUS = "35"
049500         DISPLAY "FACRENT: NO REQUEST FILE - NOTHING TO BOOK"
049600         SET WS-BQ-EOF TO TRUE
049700     ELSE
049800         PERFORM 2900-READ-REQUEST THRU 2900-EXIT
049900     END-IF.
050000 1000-EXIT.
050100     EXIT.
050200*--------------------------------------------------------------*
050300*    1100-LOAD-CHART - FACRENT CARRIES THE RECEIVABLE AND THE   *
050400*    RENTAL REVENUE, FACDEP THE RECEIVABLE AND THE DEPOSITS     *
050500*    HELD.  FACRENT'S DEBIT FUND IS THE FUND FOR A FACILITY     *
050600*    THAT CARRIES NONE OF ITS OWN.                              *
050700*--------------------------------------------------------------*
050800 1100-LOAD-CHART.
050900     READ CHART-OF-ACCOUNTS-FILE
051000         AT END
051100             SET WS-CA-EOF TO TRUE
051200             GO TO 1100-EXIT
051300     END-READ
051400     EVALUATE CA-EVENT-CODE
051500         WHEN "FACRENT"
051600             SET WS-FACRENT-FOUND TO TRUE
051700             MOVE CA-DEBIT-FUND TO WS-FR-FUND
051800             MOVE CA-DEBIT-ACCOUNT TO WS-FR-DR-ACCT
051900             MOVE CA-CREDIT-ACCOUNT TO WS-FR-CR-ACCT
052000         WHEN "FACDEP"
052100             SET WS-FACDEP-FOUND TO TRUE
052200             MOVE CA-DEBIT-ACCOUNT TO WS-FP-DR-ACCT
052300             MOVE CA-CREDIT-ACCOUNT TO WS-FP-CR-ACCT
052400     END-EVALUATE.
052500 1100-EXIT.
052600     EXIT.
052700*--------------------------------------------------------------*
052800*    1200-LOAD-FACILITY - DUTY HOURS THAT ARE NOT A USABLE      *
052900*    CLOCK TIME LEAVE THE FACILITY WITH NO CUSTODIAN ON DUTY,   *
053000*    SO EVERY BOOKED HOUR IS OVERTIME.                          *
053100*--------------------------------------------------------------*
053200 1200-LOAD-FACILITY.
053300     READ FACILITY-MASTER-FILE
053400         AT END
053500             SET WS-FM-EOF TO TRUE
053600             GO TO 1200-EXIT
053700     END-READ
053800     IF WS-FM-COUNT >= 100
053900         ADD 1 TO WS-FM-DROP-COUNT
054000         GO TO 1200-EXIT
054100     END-IF
054200     ADD 1 TO WS-FM-COUNT
054300     MOVE FM-FACILITY-ID TO WS-FM-ID (WS-FM-COUNT)
054400     MOVE FM-CAMPUS-CODE TO WS-FM-CAMPUS (WS-FM-COUNT)
054500     MOVE FM-FACILITY-NAME TO WS-FM-NAME (WS-FM-COUNT)
054600     MOVE FM-BRACKET-FIELD TO WS-FM-FIELD (WS-FM-COUNT)
054700     MOVE FM-HOURLY-RATE TO WS-FM-RATE (WS-FM-COUNT)
054800     MOVE FM-DEPOSIT TO WS-FM-DEPOSIT (WS-FM-COUNT)
054900     MOVE FM-CUSTODIAN-ID TO WS-FM-CUSTODIAN (WS-FM-COUNT)
055000     MOVE FM-CUSTODIAL-RATE TO WS-FM-CUST-RATE (WS-FM-COUNT)
055100     MOVE FM-FACILITY-STATUS TO WS-FM-STATUS (WS-FM-COUNT)
055200     IF FM-FUND = SPACE
055300         MOVE WS-FR-FUND TO WS-FM-FUND (WS-FM-COUNT)
055400     ELSE
055500         MOVE FM-FUND TO WS-FM-FUND (WS-FM-COUNT)
055600     END-IF
055700     MOVE ZERO TO WS-FM-FROM-MIN (WS-FM-COUNT)
055800     MOVE ZERO TO WS-FM-TO-MIN (WS-FM-COUNT)
055900     IF FM-STAFFED-FROM NOT NUMERIC OR FM-STAFFED-TO NOT NUMERIC
056000         GO TO 1200-EXIT
056100     END-IF
056200     MOVE FM-STAFFED-FROM TO WS-CLOCK-TIME
056300     PERFORM 2050-CLOCK-TO-MINUTES THRU 2050-EXIT
056400     IF NOT WS-CLOCK-VALID
056500         GO TO 1200-EXIT
056600     END-IF
056700     MOVE WS-CLOCK-MINUTES TO WS-FM-FROM-MIN (WS-FM-COUNT)
056800     MOVE FM-STAFFED-TO TO WS-CLOCK-TIME
056900     PERFORM 2050-CLOCK-TO-MINUTES THRU 2050-EXIT
057000     IF NOT WS-CLOCK-VALID
057100         MOVE ZERO TO WS-FM-FROM-MIN (WS-FM-COUNT)
057200         GO TO 1200-EXIT
057300     END-IF
057400     MOVE WS-CLOCK-MINUTES TO WS-FM-TO-MIN (WS-FM-COUNT).
057500 1200-EXIT.
057600     EXIT.
057700*--------------------------------------------------------------*
057800*    1300-LOAD-CLOSURE                                          *
057900*--------------------------------------------------------------*
058000 1300-LOAD-CLOSURE.
058100     READ HOLIDAY-CLOSURE-FILE
058200         AT END
058300             SET WS-HO-EOF TO TRUE
058400             GO TO 1300-EXIT
058500     END-READ
058600     IF HO-CLOSE-DATE NOT NUMERIC OR HO-CLOSE-DATE < WS-TS-DATE
058700         GO TO 1300-EXIT
058800     END-IF
058900     IF WS-HO-COUNT >= 200
059000         ADD 1 TO WS-HO-DROP-COUNT
059100         GO TO 1300-EXIT
059200     END-IF
059300     ADD 1 TO WS-HO-COUNT
059400     MOVE HO-CLOSE-DATE TO WS-HO-DATE (WS-HO-COUNT).
059500 1300-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------*
059800*    1400-LOAD-GAME - A SCHEDULED MATCH HOLDS ITS FIELD FROM    *
059900*    ITS SLOT TIME FOR WS-GAME-MINUTES.  A MATCH NOT YET GIVEN  *
060000*    A DAY (ZERO DATE) HOLDS NOTHING.                           *
060100*--------------------------------------------------------------*
060200 1400-LOAD-GAME.
060300     READ BRACKET-PAIRING-FILE
060400         AT END
060500             SET WS-BK-EOF TO TRUE
060600             GO TO 1400-EXIT
060700     END-READ
060800     IF BK-PLAY-DATE NOT NUMERIC OR BK-PLAY-DATE < WS-TS-DATE
060900             OR BK-FIELD NOT NUMERIC OR BK-FIELD = ZERO
061000             OR BK-PLAY-TIME NOT NUMERIC
061100         GO TO 1400-EXIT
061200     END-IF
061300     MOVE BK-PLAY-TIME TO WS-CLOCK-TIME
061400     PERFORM 2050-CLOCK-TO-MINUTES THRU 2050-EXIT
061500     IF NOT WS-CLOCK-VALID
061600         GO TO 1400-EXIT
061700     END-IF
061800     IF WS-GM-COUNT >= 200
061900         ADD 1 TO WS-GM-DROP-COUNT
062000         GO TO 1400-EXIT
062100     END-IF
062200     ADD 1 TO WS-GM-COUNT
062300     MOVE BK-PLAY-DATE TO WS-GM-DATE (WS-GM-COUNT)
062400     MOVE BK-FIELD TO WS-GM-FIELD (WS-GM-COUNT)
062500     MOVE WS-CLOCK-MINUTES TO WS-GM-START-MIN (WS-GM-COUNT)
062600     COMPUTE WS-GM-END-MIN (WS-GM-COUNT) =
062700         WS-CLOCK-MINUTES + WS-GAME-MINUTES.
062800 1400-EXIT.
062900     EXIT.
063000*--------------------------------------------------------------*
063100*    1500-LOAD-SCHOOL-DAY                                       *
063200*--------------------------------------------------------------*
063300 1500-LOAD-SCHOOL-DAY.
063400     READ TERM-CALENDAR-FILE
063500         AT END
063600             SET WS-TC-EOF TO TRUE
063700             GO TO 1500-EXIT
063800     END-READ
063900     IF TC-CAL-DATE < WS-TS-DATE
064000         GO TO 1500-EXIT
064100     END-IF
064200     IF WS-TC-COUNT >= 400
064300         ADD 1 TO WS-TC-DROP-COUNT
064400         GO TO 1500-EXIT
064500     END-IF
064600     ADD 1 TO WS-TC-COUNT
064700     MOVE TC-CAL-DATE TO WS-TC-DATE (WS-TC-COUNT).
064800 1500-EXIT.
064900     EXIT.
065000*--------------------------------------------------------------*
065100*    1600-LOAD-BOOKING - A BOOKING FROM TODAY ON HOLDS ITS TIME *
065200*    BLOCK UNLESS IT WAS CANCELLED.  TODAY'S INVOICE NUMBERS    *
065300*    MOVE THE NEXT NUMBER PAST THEM, SO A RERUN DOES NOT REUSE  *
065400*    ONE.                                                       *
065500*--------------------------------------------------------------*
065600 1600-LOAD-BOOKING.
065700     READ FACILITY-BOOKING-FILE
065800         AT END
065900             SET WS-FB-EOF TO TRUE
066000             GO TO 1600-EXIT
066100     END-READ
066200     IF FB-INVOICE-DATE = WS-TS-DATE
066300             AND FB-INVOICE-SEQ > WS-INVOICE-SEQ
066400         MOVE FB-INVOICE-SEQ TO WS-INVOICE-SEQ
066500     END-IF
066600     IF FB-CANCELLED OR FB-BOOK-DATE < WS-TS-DATE
066700         GO TO 1600-EXIT
066800     END-IF
066900     IF WS-BK-COUNT >= 1000
067000         ADD 1 TO WS-BK-DROP-COUNT
067100         GO TO 1600-EXIT
067200     END-IF
067300     ADD 1 TO WS-BK-COUNT
067400     MOVE FB-FACILITY-ID TO WS-BK-FACILITY (WS-BK-COUNT)
067500     MOVE FB-BOOK-DATE TO WS-BK-DATE (WS-BK-COUNT)
067600     MOVE FB-START-TIME TO WS-CLOCK-TIME
067700     PERFORM 2050-CLOCK-TO-MINUTES THRU 2050-EXIT
067800     MOVE WS-CLOCK-MINUTES TO WS-BK-START-MIN (WS-BK-COUNT)
067900     MOVE FB-END-TIME TO WS-CLOCK-TIME
068000     PERFORM 2050-CLOCK-TO-MINUTES THRU 2050-EXIT
068100     MOVE WS-CLOCK-MINUTES TO WS-BK-END-MIN (WS-BK-COUNT).
068200 1600-EXIT.
068300     EXIT.
068400*--------------------------------------------------------------*
068500*    2000-PROCESS-REQUEST - ONE RENTAL REQUEST.  A REJECTED     *
068600*    REQUEST IS LISTED WITH ITS REASON AND GOES TO THE SHARED   *
068700*    AUDIT LOG; IT BOOKS NOTHING.  ONCE THE CLOSURE, GAME OR    *
068733*    BOOKING TABLE HAS FILLED A CLASH COULD BE MISSED, SO NO    *
068766*    REQUEST GETS PAST THE CONFLICT CHECKS.                     *
068800*--------------------------------------------------------------*
068900 2000-PROCESS-REQUEST.
069000     ADD 1 TO WS-REQUEST-COUNT
069100     MOVE SPACE TO WS-DETAIL-LINE
069200     MOVE BQ-RENTER-ID TO WS-DL-RENTER-ID
069300     MOVE BQ-FACILITY-ID TO WS-DL-FACILITY-ID
069400     MOVE BQ-BOOK-DATE TO WS-EDIT-DATE
069500     PERFORM 2060-EDIT-DATE THRU 2060-EXIT
069600     MOVE WS-DATE-EDIT TO WS-DL-DATE
069700     MOVE BQ-START-TIME TO WS-TE-START
069800     MOVE BQ-END-TIME TO WS-TE-END
069900     MOVE WS-TIME-EDIT TO WS-DL-TIME
070000     PERFORM 2100-FIND-FACILITY THRU 2100-EXIT
070100     IF WS-FM-FOUND-SUB = 0
070200         MOVE "BQ-FACIL" TO WS-AUDIT-FIELD-NAME
070300         MOVE BQ-FACILITY-ID TO WS-AUDIT-VALUE
070400         MOVE "NOT ON FACILITY LIST" TO WS-AUDIT-REASON
070500         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
070600         GO TO 2000-NEXT
070700     END-IF
070800     IF NOT WS-FM-ACTIVE (WS-FM-FOUND-SUB)
070900         MOVE "BQ-FACIL" TO WS-AUDIT-FIELD-NAME
071000         MOVE BQ-FACILITY-ID TO WS-AUDIT-VALUE
071100         MOVE "FACILITY NOT RENTED" TO WS-AUDIT-REASON
071200         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
071300         GO TO 2000-NEXT
071400     END-IF
071500     IF BQ-BOOK-DATE NOT NUMERIC OR BQ-BOOK-DATE < WS-TS-DATE
071600         MOVE "BQ-DATE" TO WS-AUDIT-FIELD-NAME
071700         MOVE BQ-BOOK-DATE TO WS-AUDIT-VALUE
071800         MOVE "DATE MISSING OR PAST" TO WS-AUDIT-REASON
071900         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
072000         GO TO 2000-NEXT
072100     END-IF
072200     PERFORM 2070-EDIT-TIME-BLOCK THRU 2070-EXIT
072300     IF NOT WS-CLOCK-VALID
072400         MOVE "BQ-TIME" TO WS-AUDIT-FIELD-NAME
072500         MOVE WS-TIME-EDIT TO WS-AUDIT-VALUE
072600         MOVE "BAD TIME BLOCK" TO WS-AUDIT-REASON
072700         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
072800         GO TO 2000-NEXT
072900     END-IF
072911     IF WS-HO-DROP-COUNT > 0 OR WS-GM-DROP-COUNT > 0
072922             OR WS-BK-DROP-COUNT > 0
072933         MOVE "BQ-FACIL" TO WS-AUDIT-FIELD-NAME
072944         MOVE BQ-FACILITY-ID TO WS-AUDIT-VALUE
072955         MOVE "CONFLICTS INCOMPLETE" TO WS-AUDIT-REASON
072966         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
072977         GO TO 2000-NEXT
072988     END-IF
073000     PERFORM 2200-CHECK-CLOSURE THRU 2200-EXIT
073100     IF WS-CONFLICT
073200         MOVE "BQ-DATE" TO WS-AUDIT-FIELD-NAME
073300         MOVE BQ-BOOK-DATE TO WS-AUDIT-VALUE
073400         MOVE "BUILDING CLOSED" TO WS-AUDIT-REASON
073500         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
073600         GO TO 2000-NEXT
073700     END-IF
073800     PERFORM 2300-CHECK-GAME THRU 2300-EXIT
073900     IF WS-CONFLICT
074000         MOVE "BQ-TIME" TO WS-AUDIT-FIELD-NAME
074100         MOVE WS-TIME-EDIT TO WS-AUDIT-VALUE
074200         MOVE "TOURNAMENT GAME" TO WS-AUDIT-REASON
074300         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
074400         GO TO 2000-NEXT
074500     END-IF
074600     PERFORM 2400-CHECK-BOOKING THRU 2400-EXIT
074700     IF WS-CONFLICT
074800         MOVE "BQ-TIME" TO WS-AUDIT-FIELD-NAME
074900         MOVE WS-TIME-EDIT TO WS-AUDIT-VALUE
075000         MOVE "ALREADY BOOKED" TO WS-AUDIT-REASON
075100         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
075200         GO TO 2000-NEXT
075300     END-IF
075400     PERFORM 2500-PRICE-BOOKING THRU 2500-EXIT
075500     PERFORM 2600-BOOK-AND-INVOICE THRU 2600-EXIT
075600     WRITE FACILITY-RENTAL-LINE FROM WS-DETAIL-LINE
075700     IF WS-OT-BILL-HOURS > 0
075800             AND WS-FM-CUSTODIAN (WS-FM-FOUND-SUB) = SPACE
075900         MOVE SPACE TO WS-DETAIL-LINE
076000         MOVE "OVERTIME BILLED - NO CUSTODIAN NAMED"
076100             TO WS-DL-ACTION
076200         WRITE FACILITY-RENTAL-LINE FROM WS-DETAIL-LINE
076300     END-IF.
076400 2000-NEXT.
076500     PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
076600 2000-EXIT.
076700     EXIT.
076800*--------------------------------------------------------------*
076900*    2050-CLOCK-TO-MINUTES - WS-CLOCK-TIME (HHMM, 0000 TO 2400) *
077000*    AS MINUTES PAST MIDNIGHT IN WS-CLOCK-MINUTES.              *
077100*--------------------------------------------------------------*
077200 2050-CLOCK-TO-MINUTES.
077300     MOVE "N" TO WS-CLOCK-VALID-SWITCH
077400     MOVE ZERO TO WS-CLOCK-MINUTES
077500     IF WS-CLOCK-HH > 24 OR WS-CLOCK-MM > 59
077600             OR (WS-CLOCK-HH = 24 AND WS-CLOCK-MM > 0)
077700         GO TO 2050-EXIT
077800     END-IF
077900     COMPUTE WS-CLOCK-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
078000     MOVE "Y" TO WS-CLOCK-VALID-SWITCH.
078100 2050-EXIT.
078200     EXIT.
078300*--------------------------------------------------------------*
078400*    2060-EDIT-DATE - WS-EDIT-DATE AS MM/DD/YYYY.               *
078500*--------------------------------------------------------------*
078600 2060-EDIT-DATE.
078700     MOVE WS-ED-MM TO WS-DE-MM
078800     MOVE WS-ED-DD TO WS-DE-DD
078900     MOVE WS-ED-YYYY TO WS-DE-YYYY.
079000 2060-EXIT.
079100     EXIT.
079200*--------------------------------------------------------------*
079300*    2070-EDIT-TIME-BLOCK - BOTH ENDS MUST BE CLOCK TIMES AND   *
079400*    THE BLOCK MUST END AFTER IT STARTS, ON THE SAME DAY.       *
079500*--------------------------------------------------------------*
079600 2070-EDIT-TIME-BLOCK.
079700     MOVE "N" TO WS-CLOCK-VALID-SWITCH
079800     IF BQ-START-TIME NOT NUMERIC OR BQ-END-TIME NOT NUMERIC
079900         GO TO 2070-EXIT
080000     END-IF
080100     MOVE BQ-END-TIME TO WS-CLOCK-TIME
080200     PERFORM 2050-CLOCK-TO-MINUTES THRU 2050-EXIT
080300     IF NOT WS-CLOCK-VALID
080400         GO TO 2070-EXIT
080500     END-IF
080600     MOVE WS-CLOCK-MINUTES TO WS-REQ-END-MIN
080700     MOVE BQ-START-TIME TO WS-CLOCK-TIME
080800     PERFORM 2050-CLOCK-TO-MINUTES THRU 2050-EXIT
080900     IF NOT WS-CLOCK-VALID
081000         GO TO 2070-EXIT
081100     END-IF
081200     MOVE WS-CLOCK-MINUTES TO WS-REQ-START-MIN
081300     IF WS-REQ-END-MIN <= WS-REQ-START-MIN
081400         MOVE "N" TO WS-CLOCK-VALID-SWITCH
081500     END-IF.
081600 2070-EXIT.
081700     EXIT.
081800*--------------------------------------------------------------*
081900*    2100-FIND-FACILITY - WS-FM-FOUND-SUB COMES BACK POINTING   *
082000*    AT THE REQUESTED FACILITY'S TABLE ENTRY, OR ZERO.          *
082100*--------------------------------------------------------------*
082200 2100-FIND-FACILITY.
082300     MOVE ZERO TO WS-FM-FOUND-SUB
082400     PERFORM 2110-MATCH-FACILITY THRU 2110-EXIT
082500         VARYING WS-FMSUB FROM 1 BY 1
082600         UNTIL WS-FMSUB > WS-FM-COUNT
082700             OR WS-FM-FOUND-SUB > 0.
082800 2100-EXIT.
082900     EXIT.
083000*--------------------------------------------------------------*
083100*    2110-MATCH-FACILITY                                        *
083200*--------------------------------------------------------------*
083300 2110-MATCH-FACILITY.
083400     IF BQ-FACILITY-ID = WS-FM-ID (WS-FMSUB)
083500         MOVE WS-FMSUB TO WS-FM-FOUND-SUB
083600     END-IF.
083700 2110-EXIT.
083800     EXIT.
083900*--------------------------------------------------------------*
084000*    2200-CHECK-CLOSURE - THE BUILDING IS SHUT THAT DAY.        *
084100*--------------------------------------------------------------*
084200 2200-CHECK-CLOSURE.
084300     MOVE "N" TO WS-CONFLICT-SWITCH
084400     PERFORM 2210-MATCH-CLOSURE THRU 2210-EXIT
084500         VARYING WS-HOSUB FROM 1 BY 1
084600         UNTIL WS-HOSUB > WS-HO-COUNT
084700             OR WS-CONFLICT.
084800 2200-EXIT.
084900     EXIT.
085000*--------------------------------------------------------------*
085100*    2210-MATCH-CLOSURE                                         *
085200*--------------------------------------------------------------*
085300 2210-MATCH-CLOSURE.
085400     IF BQ-BOOK-DATE = WS-HO-DATE (WS-HOSUB)
085500         MOVE "Y" TO WS-CONFLICT-SWITCH
085600     END-IF.
085700 2210-EXIT.
085800     EXIT.
085900*--------------------------------------------------------------*
086000*    2300-CHECK-GAME - A BRACKET GAME ON THE FACILITY'S FIELD   *
086100*    THAT DAY OVERLAPS THE TIME BLOCK.  A FACILITY THE BRACKET  *
086200*    DOES NOT PLAY ON (FIELD ZERO) HAS NO GAMES.                *
086300*--------------------------------------------------------------*
086400 2300-CHECK-GAME.
086500     MOVE "N" TO WS-CONFLICT-SWITCH
086600     IF WS-FM-FIELD (WS-FM-FOUND-SUB) = ZERO
086700         GO TO 2300-EXIT
086800     END-IF
086900     PERFORM 2310-MATCH-GAME THRU 2310-EXIT
087000         VARYING WS-GMSUB FROM 1 BY 1
087100         UNTIL WS-GMSUB > WS-GM-COUNT
087200             OR WS-CONFLICT.
087300 2300-EXIT.
087400     EXIT.
087500*--------------------------------------------------------------*
087600*    2310-MATCH-GAME                                            *
087700*--------------------------------------------------------------*
087800 2310-MATCH-GAME.
087900     IF BQ-BOOK-DATE = WS-GM-DATE (WS-GMSUB)
088000             AND WS-FM-FIELD (WS-FM-FOUND-SUB)
088100                 = WS-GM-FIELD (WS-GMSUB)
088200             AND WS-REQ-START-MIN < WS-GM-END-MIN (WS-GMSUB)
088300             AND WS-GM-START-MIN (WS-GMSUB) < WS-REQ-END-MIN
088400         MOVE "Y" TO WS-CONFLICT-SWITCH
088500     END-IF.
088600 2310-EXIT.
088700     EXIT.
088800*--------------------------------------------------------------*
088900*    2400-CHECK-BOOKING - ANOTHER BOOKING OF THE FACILITY THAT  *
089000*    DAY OVERLAPS THE TIME BLOCK.  BLOCKS THAT ONLY MEET END TO *
089100*    START DO NOT OVERLAP.                                      *
089200*--------------------------------------------------------------*
089300 2400-CHECK-BOOKING.
089400     MOVE "N" TO WS-CONFLICT-SWITCH
089500     PERFORM 2410-MATCH-BOOKING THRU 2410-EXIT
089600         VARYING WS-BKSUB FROM 1 BY 1
089700         UNTIL WS-BKSUB > WS-BK-COUNT
089800             OR WS-CONFLICT.
089900 2400-EXIT.
090000     EXIT.
090100*--------------------------------------------------------------*
090200*    2410-MATCH-BOOKING                                         *
090300*--------------------------------------------------------------*
090400 2410-MATCH-BOOKING.
090500     IF BQ-FACILITY-ID = WS-BK-FACILITY (WS-BKSUB)
090600             AND BQ-BOOK-DATE = WS-BK-DATE (WS-BKSUB)
090700             AND WS-REQ-START-MIN < WS-BK-END-MIN (WS-BKSUB)
090800             AND WS-BK-START-MIN (WS-BKSUB) < WS-REQ-END-MIN
090900         MOVE "Y" TO WS-CONFLICT-SWITCH
091000     END-IF.
091100 2410-EXIT.
091200     EXIT.
091300*--------------------------------------------------------------*
091400*    2500-PRICE-BOOKING - RENT IS BILLED BY THE WHOLE HOUR,     *
091500*    ANY PART HOUR ROUNDED UP.  ON A SCHOOL DAY THE CUSTODIAN   *
091600*    IS ON DUTY FROM THE STAFFED-FROM TO THE STAFFED-TO TIME    *
091700*    AND ONLY THE MINUTES OUTSIDE THOSE HOURS ARE OVERTIME; ON  *
091800*    ANY OTHER DAY THE WHOLE BOOKING IS.  WITH NO TERM CALENDAR *
091900*    ON FILE EVERY DAY IS TAKEN AS A SCHOOL DAY.                *
092000*--------------------------------------------------------------*
092100 2500-PRICE-BOOKING.
092200     COMPUTE WS-BOOK-MINUTES = WS-REQ-END-MIN - WS-REQ-START-MIN
092300     COMPUTE WS-BILL-HOURS = (WS-BOOK-MINUTES + 59) / 60
092400     MOVE "N" TO WS-SCHOOL-DAY-SWITCH
092500     IF NOT WS-CALENDAR-LOADED
092600         MOVE "Y" TO WS-SCHOOL-DAY-SWITCH
092700     ELSE
092800         PERFORM 2510-MATCH-SCHOOL-DAY THRU 2510-EXIT
092900             VARYING WS-TCSUB FROM 1 BY 1
093000             UNTIL WS-TCSUB > WS-TC-COUNT
093100                 OR WS-SCHOOL-DAY
093200     END-IF
093300     IF NOT WS-SCHOOL-DAY
093400             OR WS-FM-FROM-MIN (WS-FM-FOUND-SUB)
093500                 NOT < WS-FM-TO-MIN (WS-FM-FOUND-SUB)
093600         MOVE WS-BOOK-MINUTES TO WS-OT-MINUTES
093700         GO TO 2500-BILL
093800     END-IF
093900     MOVE ZERO TO WS-OT-MINUTES
094000     IF WS-REQ-START-MIN < WS-FM-FROM-MIN (WS-FM-FOUND-SUB)
094100         MOVE WS-FM-FROM-MIN (WS-FM-FOUND-SUB) TO WS-EDGE-MIN
094200         IF WS-REQ-END-MIN < WS-EDGE-MIN
094300             MOVE WS-REQ-END-MIN TO WS-EDGE-MIN
094400         END-IF
094500         COMPUTE WS-OT-MINUTES = WS-EDGE-MIN - WS-REQ-START-MIN
094600     END-IF
094700     IF WS-REQ-END-MIN > WS-FM-TO-MIN (WS-FM-FOUND-SUB)
094800         MOVE WS-FM-TO-MIN (WS-FM-FOUND-SUB) TO WS-EDGE-MIN
094900         IF WS-REQ-START-MIN > WS-EDGE-MIN
095000             MOVE WS-REQ-START-MIN TO WS-EDGE-MIN
095100         END-IF
095200         COMPUTE WS-OT-MINUTES = WS-OT-MINUTES
095300             + WS-REQ-END-MIN - WS-EDGE-MIN
095400     END-IF.
095500 2500-BILL.
095600     COMPUTE WS-OT-BILL-HOURS = (WS-OT-MINUTES + 59) / 60
095700     COMPUTE WS-RENTAL-AMOUNT =
095800         WS-BILL-HOURS * WS-FM-RATE (WS-FM-FOUND-SUB)
095900     COMPUTE WS-CUSTODIAL-AMOUNT =
096000         WS-OT-BILL-HOURS * WS-FM-CUST-RATE (WS-FM-FOUND-SUB)
096100     MOVE WS-FM-DEPOSIT (WS-FM-FOUND-SUB) TO WS-DEPOSIT-AMOUNT
096200     COMPUTE WS-INVOICE-TOTAL = WS-RENTAL-AMOUNT
096300         + WS-CUSTODIAL-AMOUNT + WS-DEPOSIT-AMOUNT.
096400 2500-EXIT.
096500     EXIT.
096600*--------------------------------------------------------------*
096700*    2510-MATCH-SCHOOL-DAY                                      *
096800*--------------------------------------------------------------*
096900 2510-MATCH-SCHOOL-DAY.
097000     IF BQ-BOOK-DATE = WS-TC-DATE (WS-TCSUB)
097100         MOVE "Y" TO WS-SCHOOL-DAY-SWITCH
097200     END-IF.
097300 2510-EXIT.
097400     EXIT.
097500*--------------------------------------------------------------*
097600*    2600-BOOK-AND-INVOICE - THE BOOKING HOLDS THE TIME BLOCK   *
097700*    FOR THE REST OF THE RUN, THE LEDGER ROW OPENS THE RENTER'S *
097800*    RECEIVABLE FOR THE INVOICE TOTAL, AND THE OVERTIME HOURS   *
097900*    ACCRUE TO THE FACILITY'S CUSTODIAN FOR THE PAY PERIOD OF   *
098000*    THE BOOKING DATE.                                          *
098100*--------------------------------------------------------------*
098200 2600-BOOK-AND-INVOICE.
098300     ADD 1 TO WS-INVOICE-SEQ
098400     MOVE WS-TS-DATE TO WS-IV-DATE
098500     MOVE WS-INVOICE-SEQ TO WS-IV-SEQ
098600     MOVE SPACE TO FACILITY-BOOKING-RECORD
098700     MOVE BQ-FACILITY-ID TO FB-FACILITY-ID
098800     MOVE BQ-BOOK-DATE TO FB-BOOK-DATE
098900     MOVE BQ-START-TIME TO FB-START-TIME
099000     MOVE BQ-END-TIME TO FB-END-TIME
099100     MOVE BQ-RENTER-ID TO FB-RENTER-ID
099200     MOVE WS-IV-DATE TO FB-INVOICE-DATE
099300     MOVE WS-IV-SEQ TO FB-INVOICE-SEQ
099400     SET FB-BOOKED TO TRUE
099500     MOVE BQ-PURPOSE TO FB-PURPOSE
099600     WRITE FACILITY-BOOKING-RECORD
099700     IF WS-BK-COUNT >= 1000
099800         ADD 1 TO WS-BK-DROP-COUNT
099900     ELSE
100000         ADD 1 TO WS-BK-COUNT
100100         MOVE BQ-FACILITY-ID TO WS-BK-FACILITY (WS-BK-COUNT)
100200         MOVE BQ-BOOK-DATE TO WS-BK-DATE (WS-BK-COUNT)
100300         MOVE WS-REQ-START-MIN TO WS-BK-START-MIN (WS-BK-COUNT)
100400         MOVE WS-REQ-END-MIN TO WS-BK-END-MIN (WS-BK-COUNT)
100500     END-IF
100600     MOVE SPACE TO RENTER-LEDGER-RECORD
100700     MOVE BQ-RENTER-ID TO RL-RENTER-ID
100800     MOVE WS-IV-DATE TO RL-INVOICE-DATE
100900     MOVE WS-IV-SEQ TO RL-INVOICE-SEQ
101000     MOVE BQ-FACILITY-ID TO RL-FACILITY-ID
101100     MOVE BQ-BOOK-DATE TO RL-BOOK-DATE
101200     MOVE WS-RENTAL-AMOUNT TO RL-RENTAL-AMOUNT
101300     MOVE WS-CUSTODIAL-AMOUNT TO RL-CUSTODIAL-AMOUNT
101400     MOVE WS-DEPOSIT-AMOUNT TO RL-DEPOSIT-AMOUNT
101500     MOVE WS-INVOICE-TOTAL TO RL-OPEN-AMOUNT
101600     WRITE RENTER-LEDGER-RECORD
101700     PERFORM 2610-ADD-FUND THRU 2610-EXIT
101800     IF WS-OT-BILL-HOURS > 0
101900         PERFORM 2620-ACCRUE-OVERTIME THRU 2620-EXIT
102000     END-IF
102100     PERFORM 2700-PRINT-INVOICE THRU 2700-EXIT
102200     ADD 1 TO WS-BOOKED-COUNT
102300     ADD WS-INVOICE-TOTAL TO WS-BILLED-TOTAL
102400     MOVE WS-INVOICE-ID-N TO WS-BA-INVOICE-ID
102500     MOVE WS-INVOICE-TOTAL TO WS-BA-TOTAL
102600     MOVE WS-BOOKED-ACTION TO WS-DL-ACTION.
102700 2600-EXIT.
102800     EXIT.
102900*--------------------------------------------------------------*
103000*    2610-ADD-FUND - RENT AND CUSTODIAL CHARGES ARE REVENUE,    *
103100*    THE DEPOSIT IS HELD; BOTH POST TO THE FACILITY'S FUND.     *
103200*--------------------------------------------------------------*
103300 2610-ADD-FUND.
103400     MOVE ZERO TO WS-FD-FOUND-SUB
103500     PERFORM 2611-MATCH-FUND THRU 2611-EXIT
103600         VARYING WS-FDSUB FROM 1 BY 1
103700         UNTIL WS-FDSUB > WS-FD-COUNT
103800             OR WS-FD-FOUND-SUB > 0
103900     IF WS-FD-FOUND-SUB = 0
104000         IF WS-FD-COUNT >= 20
104100             ADD 1 TO WS-FD-DROP-COUNT
104200             GO TO 2610-EXIT
104300         END-IF
104400         ADD 1 TO WS-FD-COUNT
104500         MOVE WS-FD-COUNT TO WS-FD-FOUND-SUB
104600         MOVE WS-FM-FUND (WS-FM-FOUND-SUB)
104700             TO WS-FD-FUND (WS-FD-FOUND-SUB)
104800         MOVE ZERO TO WS-FD-REVENUE (WS-FD-FOUND-SUB)
104900         MOVE ZERO TO WS-FD-DEPOSITS (WS-FD-FOUND-SUB)
105000     END-IF
105100     COMPUTE WS-FD-REVENUE (WS-FD-FOUND-SUB) =
105200         WS-FD-REVENUE (WS-FD-FOUND-SUB)
105300         + WS-RENTAL-AMOUNT + WS-CUSTODIAL-AMOUNT
105400     ADD WS-DEPOSIT-AMOUNT TO WS-FD-DEPOSITS (WS-FD-FOUND-SUB).
105500 2610-EXIT.
105600     EXIT.
105700*--------------------------------------------------------------*
105800*    2611-MATCH-FUND                                            *
105900*--------------------------------------------------------------*
106000 2611-MATCH-FUND.
106100     IF WS-FM-FUND (WS-FM-FOUND-SUB) = WS-FD-FUND (WS-FDSUB)
106200         MOVE WS-FDSUB TO WS-FD-FOUND-SUB
106300     END-IF.
106400 2611-EXIT.
106500     EXIT.
106600*--------------------------------------------------------------*
106700*    2620-ACCRUE-OVERTIME - ONE ACCRUAL PER CUSTODIAN AND PAY   *
106800*    PERIOD.  OVERTIME BILLED WHERE THE FACILITY NAMES NO       *
106900*    CUSTODIAN IS BILLED BUT NOT PAID, AND IS COUNTED SO THE    *
107000*    RUN ENDS RC 4.                                             *
107100*--------------------------------------------------------------*
107200 2620-ACCRUE-OVERTIME.
107300     IF WS-FM-CUSTODIAN (WS-FM-FOUND-SUB) = SPACE
107400         ADD 1 TO WS-NO-CUSTODIAN-COUNT
107500         GO TO 2620-EXIT
107600     END-IF
107700     MOVE ZERO TO WS-OT-FOUND-SUB
107800     PERFORM 2621-MATCH-OVERTIME THRU 2621-EXIT
107900         VARYING WS-OTSUB FROM 1 BY 1
108000         UNTIL WS-OTSUB > WS-OT-COUNT
108100             OR WS-OT-FOUND-SUB > 0
108200     IF WS-OT-FOUND-SUB = 0
108300         IF WS-OT-COUNT >= 200
108400             ADD 1 TO WS-OT-DROP-COUNT
108500             GO TO 2620-EXIT
108600         END-IF
108700         ADD 1 TO WS-OT-COUNT
108800         MOVE WS-OT-COUNT TO WS-OT-FOUND-SUB
108900         MOVE WS-FM-CUSTODIAN (WS-FM-FOUND-SUB)
109000             TO WS-OT-STAFF-ID (WS-OT-FOUND-SUB)
109100         MOVE BQ-BOOK-DATE (1:6)
109200             TO WS-OT-PAY-PERIOD (WS-OT-FOUND-SUB)
109300         MOVE ZERO TO WS-OT-HOURS (WS-OT-FOUND-SUB)
109400         MOVE ZERO TO WS-OT-AMOUNT (WS-OT-FOUND-SUB)
109500     END-IF
109600     ADD WS-OT-BILL-HOURS TO WS-OT-HOURS (WS-OT-FOUND-SUB)
109700     ADD WS-CUSTODIAL-AMOUNT TO WS-OT-AMOUNT (WS-OT-FOUND-SUB).
109800 2620-EXIT.
109900     EXIT.
110000*--------------------------------------------------------------*
110100*    2621-MATCH-OVERTIME                                        *
110200*--------------------------------------------------------------*
110300 2621-MATCH-OVERTIME.
110400     IF WS-FM-CUSTODIAN (WS-FM-FOUND-SUB)
110500             = WS-OT-STAFF-ID (WS-OTSUB)
110600             AND BQ-BOOK-DATE (1:6) = WS-OT-PAY-PERIOD (WS-OTSUB)
110700         MOVE WS-OTSUB TO WS-OT-FOUND-SUB
110800     END-IF.
110900 2621-EXIT.
111000     EXIT.
111100*--------------------------------------------------------------*
111200*    2700-PRINT-INVOICE - ONE INVOICE PER BOOKING.              *
111300*--------------------------------------------------------------*
111400 2700-PRINT-INVOICE.
111500     MOVE WS-INVOICE-ID-N TO WS-IH-INVOICE-ID
111600     MOVE WS-TS-DATE TO WS-EDIT-DATE
111700     PERFORM 2060-EDIT-DATE THRU 2060-EXIT
111800     MOVE WS-DATE-EDIT TO WS-IH-DATE
111900     WRITE RENTAL-INVOICE-LINE FROM WS-INV-HEADING
112000     MOVE BQ-RENTER-ID TO WS-IR-RENTER-ID
112100     MOVE BQ-RENTER-NAME TO WS-IR-RENTER-NAME
112200     WRITE RENTAL-INVOICE-LINE FROM WS-INV-RENTER-LINE
112300     MOVE BQ-FACILITY-ID TO WS-IF-FACILITY-ID
112400     MOVE WS-FM-NAME (WS-FM-FOUND-SUB) TO WS-IF-FACILITY-NAME
112500     MOVE WS-FM-CAMPUS (WS-FM-FOUND-SUB) TO WS-IF-CAMPUS
112600     WRITE RENTAL-INVOICE-LINE FROM WS-INV-FACILITY-LINE
112700     MOVE WS-DL-DATE TO WS-IB-DATE
112800     MOVE WS-DL-TIME TO WS-IB-TIME
112900     MOVE BQ-PURPOSE TO WS-IB-PURPOSE
113000     WRITE RENTAL-INVOICE-LINE FROM WS-INV-BOOKED-LINE
113100     MOVE "FACILITY RENTAL" TO WS-IC-LABEL
113200     MOVE WS-BILL-HOURS TO WS-IC-HOURS
113300     MOVE WS-FM-RATE (WS-FM-FOUND-SUB) TO WS-IC-RATE
113400     MOVE WS-RENTAL-AMOUNT TO WS-IC-AMOUNT
113500     WRITE RENTAL-INVOICE-LINE FROM WS-INV-CHARGE-LINE
113600     IF WS-OT-BILL-HOURS > 0
113700         MOVE "CUSTODIAL OVERTIME" TO WS-IC-LABEL
113800         MOVE WS-OT-BILL-HOURS TO WS-IC-HOURS
113900         MOVE WS-FM-CUST-RATE (WS-FM-FOUND-SUB) TO WS-IC-RATE
114000         MOVE WS-CUSTODIAL-AMOUNT TO WS-IC-AMOUNT
114100         WRITE RENTAL-INVOICE-LINE FROM WS-INV-CHARGE-LINE
114200     END-IF
114300     IF WS-DEPOSIT-AMOUNT > 0
114400         MOVE "DAMAGE DEPOSIT" TO WS-IA-LABEL
114500         MOVE WS-DEPOSIT-AMOUNT TO WS-IA-AMOUNT
114600         WRITE RENTAL-INVOICE-LINE FROM WS-INV-AMOUNT-LINE
114700     END-IF
114800     MOVE "TOTAL DUE" TO WS-IA-LABEL
114900     MOVE WS-INVOICE-TOTAL TO WS-IA-AMOUNT
115000     WRITE RENTAL-INVOICE-LINE FROM WS-INV-AMOUNT-LINE
115100     MOVE SPACE TO RENTAL-INVOICE-LINE
115200     WRITE RENTAL-INVOICE-LINE.
115300 2700-EXIT.
115400     EXIT.
115500*--------------------------------------------------------------*
115600*    2800-REJECT-REQUEST                                        *
115700*--------------------------------------------------------------*
115800 2800-REJECT-REQUEST.
115900     ADD 1 TO WS-REJECT-COUNT
116000     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID
116100         WS-AUDIT-FIELD-NAME WS-AUDIT-VALUE WS-AUDIT-REASON
116200     MOVE SPACE TO WS-DL-ACTION
116300     STRING "REJECTED - " DELIMITED BY SIZE
116400         WS-AUDIT-REASON DELIMITED BY SIZE
116500         INTO WS-DL-ACTION
116600     END-STRING
116700     WRITE FACILITY-RENTAL-LINE FROM WS-DETAIL-LINE.
116800 2800-EXIT.
116900     EXIT.
117000*--------------------------------------------------------------*
117100*    2900-READ-REQUEST                                          *
117200*--------------------------------------------------------------*
117300 2900-READ-REQUEST.
117400     READ FACILITY-REQUEST-FILE
117500         AT END
117600             SET WS-BQ-EOF TO TRUE
117700     END-READ.
117800 2900-EXIT.
117900     EXIT.
118000*--------------------------------------------------------------*
118100*    3000-WRITE-EXTRACT - ONE PAYROLL ROW PER CUSTODIAN AND PAY *
118200*    PERIOD, PAID AT THE HOURS AND AMOUNT BILLED.               *
118300*--------------------------------------------------------------*
118400 3000-WRITE-EXTRACT.
118500     ADD 1 TO WS-ROW-COUNT
118600     MOVE SPACE TO PAYROLL-EXTRACT-RECORD
118700     MOVE WS-OT-STAFF-ID (WS-OTSUB) TO PX-STAFF-ID
118800     MOVE WS-OT-PAY-PERIOD (WS-OTSUB) TO PX-PAY-PERIOD
118900     MOVE WS-EARN-CODE TO PX-EARN-CODE
119000     MOVE WS-OT-HOURS (WS-OTSUB) TO PX-UNITS
119100     MOVE WS-OT-AMOUNT (WS-OTSUB) TO PX-AMOUNT
119200     WRITE PAYROLL-EXTRACT-RECORD
119300     COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-CENTS
119400         + WS-OT-AMOUNT (WS-OTSUB) * 100
119500     MOVE WS-OT-STAFF-ID (WS-OTSUB) TO WS-OL-STAFF-ID
119600     MOVE WS-OT-PAY-PERIOD (WS-OTSUB) TO WS-OL-PAY-PERIOD
119700     MOVE WS-OT-HOURS (WS-OTSUB) TO WS-OL-HOURS
119800     MOVE WS-OT-AMOUNT (WS-OTSUB) TO WS-OL-AMOUNT
119900     WRITE FACILITY-RENTAL-LINE FROM WS-OVERTIME-LINE.
120000 3000-EXIT.
120100     EXIT.
120200*--------------------------------------------------------------*
120300*    4000-POST-FUND - FACRENT DEBITS THE RECEIVABLE AND CREDITS *
120400*    RENTAL REVENUE; FACDEP DEBITS THE RECEIVABLE AND CREDITS   *
120500*    DEPOSITS HELD, IN THE FACILITY'S FUND.                     *
120600*--------------------------------------------------------------*
120700 4000-POST-FUND.
120800     MOVE "FACRENT" TO WS-EVENT-CODE
120900     MOVE WS-FD-FUND (WS-FDSUB) TO WS-EVENT-FUND
121000     MOVE WS-FD-REVENUE (WS-FDSUB) TO WS-EVENT-AMOUNT
121100     MOVE WS-FR-DR-ACCT TO WS-EVENT-DR-ACCT
121200     MOVE WS-FR-CR-ACCT TO WS-EVENT-CR-ACCT
121300     IF WS-FACRENT-FOUND
121400         PERFORM 4100-POST-ONE-EVENT THRU 4100-EXIT
121500     ELSE
121600         PERFORM 4200-HOLD-EVENT THRU 4200-EXIT
121700     END-IF
121800     MOVE "FACDEP" TO WS-EVENT-CODE
121900     MOVE WS-FD-DEPOSITS (WS-FDSUB) TO WS-EVENT-AMOUNT
122000     MOVE WS-FP-DR-ACCT TO WS-EVENT-DR-ACCT
122100     MOVE WS-FP-CR-ACCT TO WS-EVENT-CR-ACCT
122200     IF WS-FACDEP-FOUND
122300         PERFORM 4100-POST-ONE-EVENT THRU 4100-EXIT
122400     ELSE
122500         PERFORM 4200-HOLD-EVENT THRU 4200-EXIT
122600     END-IF.
122700 4000-EXIT.
122800     EXIT.
122900*--------------------------------------------------------------*
123000*    4100-POST-ONE-EVENT                                        *
123100*--------------------------------------------------------------*
123200 4100-POST-ONE-EVENT.
123300     IF WS-EVENT-AMOUNT = ZERO
123400         GO TO 4100-EXIT
123500     END-IF
123600     IF WS-POSTING-HELD
123700         PERFORM 4200-HOLD-EVENT THRU 4200-EXIT
123800         GO TO 4100-EXIT
123900     END-IF
124000     MOVE SPACE TO WS-EVENT-LINE
124100     MOVE WS-EVENT-CODE TO WS-EV-EVENT
124200     MOVE WS-EVENT-FUND TO WS-EV-FUND
124300     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
124400     IF WS-ROUTE-PRIOR-PERIOD
124500         MOVE "POSTED - PRIOR PERIOD" TO WS-EV-NOTE
124600     ELSE
124700         MOVE "POSTED" TO WS-EV-NOTE
124800     END-IF
124900     WRITE FACILITY-RENTAL-LINE FROM WS-EVENT-LINE
125000     MOVE SPACE TO GL-JOURNAL-RECORD
125100     MOVE WS-POST-DATE TO GJ-BATCH-DATE
125200     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
125300     MOVE WS-EVENT-FUND TO GJ-FUND
125400     MOVE WS-EVENT-DR-ACCT TO GJ-ACCOUNT
125500     SET GJ-DEBIT TO TRUE
125600     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
125700     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT
125800     MOVE SPACE TO GL-JOURNAL-RECORD
125900     MOVE WS-POST-DATE TO GJ-BATCH-DATE
126000     MOVE WS-EVENT-CODE TO GJ-EVENT-CODE
126100     MOVE WS-EVENT-FUND TO GJ-FUND
126200     MOVE WS-EVENT-CR-ACCT TO GJ-ACCOUNT
126300     SET GJ-CREDIT TO TRUE
126400     MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT
126500     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
126600 4100-EXIT.
126700     EXIT.
126800*--------------------------------------------------------------*
126900*    4200-HOLD-EVENT - NO CHART ROW OR A DATE THE PERIOD CHECK  *
127000*    REJECTED; THE BOOKINGS AND LEDGER STAND AND THE RUN ENDS   *
127100*    RC 8 SO FINANCE POSTS THE AMOUNT BY HAND.                  *
127200*--------------------------------------------------------------*
127300 4200-HOLD-EVENT.
127400     IF WS-EVENT-AMOUNT = ZERO
127500         GO TO 4200-EXIT
127600     END-IF
127700     MOVE SPACE TO WS-EVENT-LINE
127800     MOVE WS-EVENT-CODE TO WS-EV-EVENT
127900     MOVE WS-EVENT-FUND TO WS-EV-FUND
128000     MOVE WS-EVENT-AMOUNT TO WS-EV-AMOUNT
128100     IF WS-POSTING-HELD
128200         MOVE "BAD DATE - HELD" TO WS-EV-NOTE
128300     ELSE
128400         MOVE "NO CHART ROW - HELD" TO WS-EV-NOTE
128500     END-IF
128600     WRITE FACILITY-RENTAL-LINE FROM WS-EVENT-LINE
128700     ADD 1 TO WS-HELD-COUNT.
128800 4200-EXIT.
128900     EXIT.
129000*--------------------------------------------------------------*
129100*    4300-WRITE-JOURNAL - A ROW ROUTED OUT OF A CLOSED PERIOD   *
129200*    IS FLAGGED AND LISTED ON THE ADJUSTMENT REPORT WITH THE    *
129250*    DATE IT WOULD HAVE CARRIED.                                *
129300*--------------------------------------------------------------*
129400 4300-WRITE-JOURNAL.
129500     IF WS-ROUTE-PRIOR-PERIOD
129600         SET GJ-PRIOR-PERIOD-ADJ TO TRUE
129610         MOVE GJ-EVENT-CODE TO WS-AJ-EVENT
129620         MOVE GJ-FUND TO WS-AJ-FUND
129630         MOVE GJ-ACCOUNT TO WS-AJ-ACCOUNT
129640         MOVE GJ-DR-CR TO WS-AJ-DR-CR
129650         MOVE GJ-AMOUNT TO WS-AJ-AMOUNT
129660         MOVE WS-TS-DATE TO WS-AJ-DATED
129670         MOVE GJ-BATCH-DATE TO WS-AJ-POSTED
129680         WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-LINE
129690         ADD 1 TO WS-ADJUSTMENT-COUNT
129700     END-IF
129800     WRITE GL-JOURNAL-RECORD
129900     ADD 1 TO WS-JOURNAL-COUNT.
130000 4300-EXIT.
130100     EXIT.
130200*--------------------------------------------------------------*
130300*    8000-FINALIZE - CLOSES THE PAYROLL EXTRACT WITH ITS        *
130400*    TRAILER, PRINTS THE COUNTS AND SETS THE RETURN CODE.       *
130500*--------------------------------------------------------------*
130600 8000-FINALIZE.
130700     MOVE "###" TO TR-TRAILER-TAG
130800     MOVE WS-ROW-COUNT TO TR-RECORD-COUNT
130900     MOVE WS-AMOUNT-CENTS TO TR-HASH-TOTAL
131000     MOVE SPACE TO PAYROLL-EXTRACT-RECORD
131100     MOVE TRAILER-RECORD TO PAYROLL-EXTRACT-RECORD (1:20)
131200     WRITE PAYROLL-EXTRACT-RECORD
131300     MOVE WS-REQUEST-COUNT TO WS-SM-REQUESTS
131400     MOVE WS-BOOKED-COUNT TO WS-SM-BOOKED
131500     MOVE WS-REJECT-COUNT TO WS-SM-REJECTED
131600     MOVE WS-BILLED-TOTAL TO WS-SM-BILLED
131700     WRITE FACILITY-RENTAL-LINE FROM WS-SUMMARY-LINE
131733     MOVE WS-ADJUSTMENT-COUNT TO WS-AS-COUNT
131766     WRITE PRIOR-PERIOD-LINE FROM WS-ADJUST-SUMMARY-LINE
131800     MOVE ZERO TO RETURN-CODE
131900     IF WS-REJECT-COUNT > 0 OR WS-NO-CUSTODIAN-COUNT > 0
132000             OR WS-ROUTE-UNCHECKED
132100         MOVE 4 TO RETURN-CODE
132200     END-IF
132300     IF WS-HELD-COUNT > 0
132400         MOVE 8 TO RETURN-CODE
132500     END-IF
132600     IF WS-NO-CUSTODIAN-COUNT > 0
132700         DISPLAY "FACRENT: OVERTIME WITH NO CUSTODIAN NAMED - "
132800             WS-NO-CUSTODIAN-COUNT
132900     END-IF
133000     IF WS-FM-DROP-COUNT > 0
133100         DISPLAY "FACRENT: FACILITY TABLE FULL - DROPPED - "
133200             WS-FM-DROP-COUNT
133300         MOVE 8 TO RETURN-CODE
133400     END-IF
133500     IF WS-HO-DROP-COUNT > 0
133600         DISPLAY "FACRENT: CLOSURE TABLE FULL - DROPPED - "
133700             WS-HO-DROP-COUNT
133800         MOVE 8 TO RETURN-CODE
133900     END-IF
134000     IF WS-GM-DROP-COUNT > 0
134100         DISPLAY "FACRENT: GAME TABLE FULL - DROPPED - "
134200             WS-GM-DROP-COUNT
134300         MOVE 8 TO RETURN-CODE
134400     END-IF
134500     IF WS-TC-DROP-COUNT > 0
134600         DISPLAY "FACRENT: CALENDAR TABLE FULL - DROPPED - "
134700             WS-TC-DROP-COUNT
134800         MOVE 8 TO RETURN-CODE
134900     END-IF
135000     IF WS-BK-DROP-COUNT > 0
135100         DISPLAY "FACRENT: BOOKING TABLE FULL - DROPPED - "
135200             WS-BK-DROP-COUNT
135300         MOVE 8 TO RETURN-CODE
135400     END-IF
135500     IF WS-OT-DROP-COUNT > 0
135600         DISPLAY "FACRENT: OVERTIME TABLE FULL - DROPPED - "
135700             WS-OT-DROP-COUNT
135800         MOVE 8 TO RETURN-CODE
135900     END-IF
136000     IF WS-FD-DROP-COUNT > 0
136100         DISPLAY "FACRENT: FUND TABLE FULL - DROPPED - "
136200             WS-FD-DROP-COUNT
136300         MOVE 8 TO RETURN-CODE
136400     END-IF
136450     IF WS-BQ-FILE-STATUS NOT = "35"
136500         CLOSE FACILITY-REQUEST-FILE
136550     END-IF
136600     CLOSE FACILITY-BOOKING-FILE
136700     CLOSE RENTER-LEDGER-FILE
136800     CLOSE GL-JOURNAL-FILE
136900     CLOSE PAYROLL-EXTRACT-FILE
137000     CLOSE RENTAL-INVOICE-FILE
137100     CLOSE FACILITY-RENTAL-RPT
137150     CLOSE PRIOR-PERIOD-RPT
137200     MOVE "END" TO WS-RUN-PHASE
137300     MOVE WS-REQUEST-COUNT TO WS-RUN-READ
137400     MOVE WS-BOOKED-COUNT TO WS-RUN-WRITTEN
137500     MOVE WS-REJECT-COUNT TO WS-RUN-REJECTS
137600     MOVE RETURN-CODE TO WS-RUN-RC
137700     CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
137800         WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
137900         WS-RUN-RC
138000     MOVE WS-RUN-RC TO RETURN-CODE.
138100 8000-EXIT.
138200     EXIT.
138300 END PROGRAM FACRENT.
