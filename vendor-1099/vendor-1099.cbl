000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VEND1099.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    YEAR-END 1099-NEC VENDOR REPORTING.  TOTALS THE CALENDAR   *
000900*    YEAR'S CLEARED SUPPLIER CHECKS FROM THE CHECK REGISTER BY  *
001000*    SUPPLIER, AND FOR EACH 1099-REPORTABLE SUPPLIER AT OR OVER *
001100*    THE REPORTING THRESHOLD WRITES THE PAYEE RECORD OF THE     *
001200*    FEDERAL ELECTRONIC FILING FILE AND PRINTS THE RECIPIENT    *
001300*    COPY.  A REPORTABLE SUPPLIER WITH A MISSING OR INVALID TAX *
001400*    ID - WHATEVER ITS TOTAL - IS LISTED ON THE EXCEPTION LIST  *
001500*    AND KEPT OUT OF THE FILE; RUN IT IN DECEMBER FOR THE       *
001600*    CURRENT YEAR TO CLEAR THE LIST BEFORE THE JANUARY FILING.  *
001700*    PARM = TAX YEAR (YYYY), DEFAULT LAST YEAR; A "T" AFTER THE *
001800*    YEAR MARKS THE FILE AS AN IRS TEST FILE.  A SUPPLIER       *
001833*    MASTER TOO BIG FOR THE TABLE ENDS THE RUN RC 8 BEFORE ANY  *
001866*    CHECK IS TALLIED, SO NO SHORT FILING IS PRODUCED.          *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002133*    2026-10-15  DLS  FILL THE PAYEE CITY, STATE AND ZIP FROM  *
002166*                     THE SUPPLIER MASTER.                     *
002177*    2026-10-15  DLS  A FULL SUPPLIER TABLE ENDS THE RUN RC 8  *
002188*                     WITH NO FILING FILE WRITTEN.             *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT TAX-PAYER-CONTROL-FILE ASSIGN TO TXPAYER
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-TX-FILE-STATUS.
002900     SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPMASTR
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-VN-FILE-STATUS.
003200     SELECT CHECK-REGISTER-FILE ASSIGN TO CHECKREG
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-CK-FILE-STATUS.
003500     SELECT IRS-1099-FILE ASSIGN TO IRS1099
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT RECIPIENT-COPY-FILE ASSIGN TO RECIPCPY
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT VENDOR-1099-RPT ASSIGN TO V1099RPT
004000         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TAX-PAYER-CONTROL-FILE
004400     RECORDING MODE IS F.
004500     COPY txpayer.
004600 FD  SUPPLIER-MASTER-FILE
004700     RECORDING MODE IS F.
004800     COPY supmastr.
004900 FD  CHECK-REGISTER-FILE
005000     RECORDING MODE IS F.
005100     COPY ckreg.
005200 FD  IRS-1099-FILE
005300     RECORDING MODE IS F.
005400     COPY irs1099.
005500 FD  RECIPIENT-COPY-FILE
005600     RECORDING MODE IS F.
005700 01  RECIPIENT-COPY-LINE            PIC X(80).
005800 FD  VENDOR-1099-RPT
005900     RECORDING MODE IS F.
006000 01  VENDOR-1099-LINE               PIC X(80).
006100 WORKING-STORAGE SECTION.
006200 01  WS-TX-FILE-STATUS              PIC X(02) VALUE SPACE.
006300 01  WS-VN-FILE-STATUS              PIC X(02) VALUE SPACE.
006400 01  WS-CK-FILE-STATUS              PIC X(02) VALUE SPACE.
006500 01  WS-VN-EOF-SWITCH               PIC X(01) VALUE "N".
006600     88  WS-VN-EOF                      VALUE "Y".
006700 01  WS-CK-EOF-SWITCH               PIC X(01) VALUE "N".
006800     88  WS-CK-EOF                      VALUE "Y".
006900 01  WS-TX-BAD-SWITCH               PIC X(01) VALUE "N".
007000     88  WS-TX-BAD                      VALUE "Y".
007100 01  WS-TEST-FILE-SWITCH            PIC X(01) VALUE "N".
007200     88  WS-TEST-FILE                   VALUE "Y".
007300 01  WS-TIMESTAMP.
007400     05  WS-TS-DATE                 PIC 9(08).
007500     05  FILLER                     PIC X(13).
007600 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
007700     05  WS-TS-YEAR                 PIC 9(04).
007800     05  FILLER                     PIC X(17).
007900 01  WS-TAX-YEAR                    PIC 9(04).
008000*    THE FEDERAL 1099-NEC REPORTING THRESHOLD; THE PAYER
008100*    CONTROL ROW OVERRIDES IT WHEN THE LAW CHANGES.
008200 01  WS-THRESHOLD                   PIC 9(05)V99 VALUE 600.00.
008300*    SUPPLIER MASTER WITH EACH SUPPLIER'S YEAR TOTAL.
008400 01  WS-VN-COUNT                    PIC 9(03) COMP VALUE ZERO.
008500 01  WS-VN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
008600 01  WS-VNSUB                       PIC 9(03) COMP.
008700 01  WS-VN-FOUND-SUB                PIC 9(03) COMP.
008800 01  WS-VN-TABLE.
008900     05  WS-VN-ENTRY OCCURS 500 TIMES.
009000         10  WS-VN-ID               PIC X(09).
009100         10  WS-VN-NAME             PIC X(30).
009200         10  WS-VN-ADDRESS          PIC X(30).
009300         10  WS-VN-TAX-ID           PIC X(09).
009400         10  WS-VN-1099-FLAG        PIC X(01).
009425         10  WS-VN-CITY             PIC X(20).
009450         10  WS-VN-STATE            PIC X(02).
009475         10  WS-VN-ZIP              PIC X(09).
009500         10  WS-VN-TOTAL            PIC 9(09)V99 COMP-3.
009600         10  WS-VN-FILE-SWITCH      PIC X(01).
009700             88  WS-VN-FILED            VALUE "Y".
009800*    TAX ID EDIT.
009900 01  WS-TIN                         PIC X(09).
010000 01  WS-TIN-PARTS REDEFINES WS-TIN.
010100     05  WS-TIN-PREFIX              PIC X(02).
010200         88  WS-EIN-PREFIX-INVALID      VALUE "00" "07" "08" "09"
010300                                              "17" "18" "19" "28"
010400                                              "29" "49" "69" "70"
010500                                              "78" "79" "89" "96"
010600                                              "97".
010700     05  FILLER                     PIC X(07).
010800 01  WS-SSN-PARTS REDEFINES WS-TIN.
010900     05  WS-SSN-AREA                PIC X(03).
011000         88  WS-SSN-AREA-INVALID        VALUE "000" "666"
011100                                              "900" THRU "999".
011200     05  WS-SSN-GROUP               PIC X(02).
011300     05  WS-SSN-SERIAL              PIC X(04).
011400 01  WS-TIN-SAME-COUNT              PIC 9(02) COMP.
011500 01  WS-TIN-REASON                  PIC X(18).
011600 01  WS-RECORD-SEQ                  PIC 9(08) VALUE ZERO.
011700 01  WS-PAYEE-COUNT                 PIC 9(05) COMP VALUE ZERO.
011800 01  WS-UNDER-COUNT                 PIC 9(05) COMP VALUE ZERO.
011900 01  WS-EXCEPTION-COUNT             PIC 9(05) COMP VALUE ZERO.
012000 01  WS-REPORTED-TOTAL              PIC 9(11)V99 COMP-3
012100         VALUE ZERO.
012200 01  WS-REPORT-HEADING.
012300     05  FILLER                     PIC X(34)
012400             VALUE "1099-NEC VENDOR REPORTING - YEAR ".
012500     05  WS-RH-YEAR                 PIC 9(04).
012600     05  FILLER                     PIC X(42) VALUE SPACE.
012700 01  WS-EXCEPTION-HEADING           PIC X(80)
012800         VALUE "EXCEPTIONS - FIX BEFORE THE JANUARY FILING".
012900 01  WS-EXCEPTION-LINE.
013000     05  WS-XL-SUPPLIER-ID          PIC X(09).
013100     05  FILLER                     PIC X(01) VALUE SPACE.
013200     05  WS-XL-NAME                 PIC X(25).
013300     05  FILLER                     PIC X(01) VALUE SPACE.
013400     05  WS-XL-TAX-ID               PIC X(09).
013500     05  FILLER                     PIC X(01) VALUE SPACE.
013600     05  WS-XL-REASON               PIC X(18).
013700     05  FILLER                     PIC X(01) VALUE SPACE.
013800     05  WS-XL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
013900     05  FILLER                     PIC X(02) VALUE SPACE.
014000 01  WS-SUMMARY-LINE.
014100     05  FILLER                     PIC X(11)
014200             VALUE "REPORTED - ".
014300     05  WS-SL-REPORTED             PIC ZZ,ZZ9.
014400     05  FILLER                     PIC X(09)
014500             VALUE "  TOTAL -".
014600     05  WS-SL-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
014700     05  FILLER                     PIC X(14)
014800             VALUE " UNDER LIMIT -".
014900     05  WS-SL-UNDER                PIC ZZ,ZZ9.
015000     05  FILLER                     PIC X(14)
015100             VALUE "  EXCEPTIONS -".
015200     05  WS-SL-EXCEPTIONS           PIC ZZ,ZZ9.
015300*    RECIPIENT COPY.
015400 01  WS-RC-TITLE-LINE.
015500     05  FILLER                     PIC X(37)
015600             VALUE "FORM 1099-NEC  NONEMPLOYEE COMP  ".
015700     05  FILLER                     PIC X(09)
015800             VALUE "TAX YEAR ".
015900     05  WS-RT-YEAR                 PIC 9(04).
016000     05  FILLER                     PIC X(30)
016100             VALUE "   COPY B FOR RECIPIENT".
016200 01  WS-RC-TEXT-LINE.
016300     05  WS-RX-LABEL                PIC X(16).
016400     05  WS-RX-TEXT                 PIC X(64).
016500 01  WS-RC-AMOUNT-LINE.
016600     05  FILLER                     PIC X(36)
016700             VALUE "BOX 1  NONEMPLOYEE COMPENSATION".
016800     05  WS-RA-AMOUNT               PIC $$$,$$$,$$9.99.
016900     05  FILLER                     PIC X(30) VALUE SPACE.
017000 01  WS-MASKED-TIN.
017100     05  FILLER                     PIC X(05) VALUE "*****".
017200     05  WS-MT-LAST-FOUR            PIC X(04).
017300 01  WS-CITY-LINE                   PIC X(64).
017400 01  WS-SEPARATOR-LINE              PIC X(80) VALUE ALL "-".
017500 LINKAGE SECTION.
017600 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
017700 01  LS-PARM-DATA                   PIC X(10).
017800 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
017900*--------------------------------------------------------------*
018000*    0000-MAINLINE                                              *
018100*--------------------------------------------------------------*
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018320     IF WS-VN-DROP-COUNT > 0
018340         PERFORM 8000-FINALIZE THRU 8000-EXIT
018360         GOBACK
018380     END-IF
018400     PERFORM 2000-TALLY-CHECK THRU 2000-EXIT
018500         UNTIL WS-CK-EOF
018600     PERFORM 3000-EDIT-VENDOR THRU 3000-EXIT
018700         VARYING WS-VNSUB FROM 1 BY 1
018800         UNTIL WS-VNSUB > WS-VN-COUNT
018900     IF WS-PAYEE-COUNT > 0
019000             AND NOT WS-TX-BAD
019100         PERFORM 4000-WRITE-FILING THRU 4000-EXIT
019200     END-IF
019300     PERFORM 8000-FINALIZE THRU 8000-EXIT
019400     GOBACK.
019500*--------------------------------------------------------------*
019600*    1000-INITIALIZE - TAX YEAR, PAYER CONTROL, AND SUPPLIER    *
019700*    MASTER.  WITHOUT THE PAYER CONTROL ROW THE EXCEPTION LIST  *
019800*    STILL PRINTS BUT NO FILING FILE IS WRITTEN.                *
019900*--------------------------------------------------------------*
020000 1000-INITIALIZE.
020100     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
020200     COMPUTE WS-TAX-YEAR = WS-TS-YEAR - 1
020300     IF LS-PARM-LENGTH >= 4
020400             AND LS-PARM-DATA (1:4) IS NUMERIC
020500         MOVE LS-PARM-DATA (1:4) TO WS-TAX-YEAR
020600         IF LS-PARM-LENGTH >= 5
020700                 AND LS-PARM-DATA (5:1) = "T"
020800             SET WS-TEST-FILE TO TRUE
020900         END-IF
021000     END-IF
021100     OPEN INPUT TAX-PAYER-CONTROL-FILE
021200     IF WS-TX-FILE-STATUS = "35"
021300         DISPLAY "VEND1099: PAYER CONTROL MISSING - NO FILE"
021400         SET WS-TX-BAD TO TRUE
021500     ELSE
021600         READ TAX-PAYER-CONTROL-FILE
021700             AT END
021800                 DISPLAY "VEND1099: PAYER CONTROL EMPTY - NO FILE"
021900                 SET WS-TX-BAD TO TRUE
022000             NOT AT END
022100                 IF TX-THRESHOLD IS NUMERIC
022200                         AND TX-THRESHOLD > ZERO
022300                     MOVE TX-THRESHOLD TO WS-THRESHOLD
022400                 END-IF
022500         END-READ
022600         CLOSE TAX-PAYER-CONTROL-FILE
022700     END-IF
022800     OPEN INPUT SUPPLIER-MASTER-FILE
022900     IF WS-VN-FILE-STATUS = "35"
023000         DISPLAY "VEND1099: SUPPLIER MASTER MISSING"
023100         SET WS-TX-BAD TO TRUE
023200     ELSE
023300         PERFORM 1100-LOAD-SUPPLIER THRU 1100-EXIT
023400             UNTIL WS-VN-EOF
023500         CLOSE SUPPLIER-MASTER-FILE
023600     END-IF
023700     OPEN OUTPUT IRS-1099-FILE
023800     OPEN OUTPUT RECIPIENT-COPY-FILE
023900     OPEN OUTPUT VENDOR-1099-RPT
024000     MOVE WS-TAX-YEAR TO WS-RH-YEAR
024100     WRITE VENDOR-1099-LINE FROM WS-REPORT-HEADING
024200     WRITE VENDOR-1099-LINE FROM WS-EXCEPTION-HEADING
024300     OPEN INPUT CHECK-REGISTER-FILE
024400     IF WS-CK-FILE-STATUS = "35"
024500         SET WS-CK-EOF TO TRUE
024600     ELSE
024700         PERFORM 2100-READ-CHECK THRU 2100-EXIT
024800     END-IF.
024900 1000-EXIT.
025000     EXIT.
025100*--------------------------------------------------------------*
025200*    1100-LOAD-SUPPLIER                                         *
025300*--------------------------------------------------------------*
025400 1100-LOAD-SUPPLIER.
025500     READ SUPPLIER-MASTER-FILE
025600         AT END
025700             SET WS-VN-EOF TO TRUE
025800             GO TO 1100-EXIT
025900     END-READ
026000     IF WS-VN-COUNT >= 500
026100         ADD 1 TO WS-VN-DROP-COUNT
026200         GO TO 1100-EXIT
026300     END-IF
026400     ADD 1 TO WS-VN-COUNT
026500     MOVE VN-SUPPLIER-ID TO WS-VN-ID (WS-VN-COUNT)
026600     MOVE VN-SUPPLIER-NAME TO WS-VN-NAME (WS-VN-COUNT)
026700     MOVE VN-ADDRESS TO WS-VN-ADDRESS (WS-VN-COUNT)
026800     MOVE VN-TAX-ID TO WS-VN-TAX-ID (WS-VN-COUNT)
026900     MOVE VN-1099-FLAG TO WS-VN-1099-FLAG (WS-VN-COUNT)
026925     MOVE VN-CITY TO WS-VN-CITY (WS-VN-COUNT)
026950     MOVE VN-STATE TO WS-VN-STATE (WS-VN-COUNT)
026975     MOVE VN-ZIP TO WS-VN-ZIP (WS-VN-COUNT)
027000     MOVE ZERO TO WS-VN-TOTAL (WS-VN-COUNT)
027100     MOVE "N" TO WS-VN-FILE-SWITCH (WS-VN-COUNT).
027200 1100-EXIT.
027300     EXIT.
027400*--------------------------------------------------------------*
027500*    2000-TALLY-CHECK - CLEARED SUPPLIER CHECKS DATED IN THE    *
027600*    TAX YEAR.  A CHECK FOR A SUPPLIER NO LONGER ON THE MASTER  *
027700*    IS AN EXCEPTION - ITS PAYMENTS CANNOT BE REPORTED.         *
027800*--------------------------------------------------------------*
027900 2000-TALLY-CHECK.
028000     IF NOT CK-TYPE-SUPPLIER
028100             OR NOT CK-STATUS-CLEARED
028200             OR CK-CHECK-DATE (1:4) NOT = WS-TAX-YEAR
028300         GO TO 2000-NEXT
028400     END-IF
028500     MOVE ZERO TO WS-VN-FOUND-SUB
028600     PERFORM 2200-MATCH-SUPPLIER THRU 2200-EXIT
028700         VARYING WS-VNSUB FROM 1 BY 1
028800         UNTIL WS-VNSUB > WS-VN-COUNT
028900             OR WS-VN-FOUND-SUB > 0
029000     IF WS-VN-FOUND-SUB = 0
029100         ADD 1 TO WS-EXCEPTION-COUNT
029200         MOVE CK-STUDENT-ID TO WS-XL-SUPPLIER-ID
029300         MOVE CK-PAYEE TO WS-XL-NAME
029400         MOVE SPACE TO WS-XL-TAX-ID
029500         MOVE "NOT ON MASTER" TO WS-XL-REASON
029600         MOVE CK-AMOUNT TO WS-XL-AMOUNT
029700         WRITE VENDOR-1099-LINE FROM WS-EXCEPTION-LINE
029800     ELSE
029900         ADD CK-AMOUNT TO WS-VN-TOTAL (WS-VN-FOUND-SUB)
030000     END-IF.
030100 2000-NEXT.
030200     PERFORM 2100-READ-CHECK THRU 2100-EXIT.
030300 2000-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------*
030600*    2100-READ-CHECK                                            *
030700*--------------------------------------------------------------*
030800 2100-READ-CHECK.
030900     READ CHECK-REGISTER-FILE
031000         AT END
031100             SET WS-CK-EOF TO TRUE
031200     END-READ.
031300 2100-EXIT.
031400     EXIT.
031500*--------------------------------------------------------------*
031600*    2200-MATCH-SUPPLIER                                        *
031700*--------------------------------------------------------------*
031800 2200-MATCH-SUPPLIER.
031900     IF CK-STUDENT-ID = WS-VN-ID (WS-VNSUB)
032000         MOVE WS-VNSUB TO WS-VN-FOUND-SUB
032100     END-IF.
032200 2200-EXIT.
032300     EXIT.
032400*--------------------------------------------------------------*
032500*    3000-EDIT-VENDOR - EVERY REPORTABLE SUPPLIER'S TAX ID IS   *
032600*    EDITED; THE GOOD ONES AT OR OVER THE THRESHOLD ARE FILED.  *
032700*--------------------------------------------------------------*
032800 3000-EDIT-VENDOR.
032900     IF WS-VN-1099-FLAG (WS-VNSUB) NOT = "E"
033000             AND WS-VN-1099-FLAG (WS-VNSUB) NOT = "S"
033100         GO TO 3000-EXIT
033200     END-IF
033300     PERFORM 3100-EDIT-TAX-ID THRU 3100-EXIT
033400     IF WS-TIN-REASON NOT = SPACE
033500         ADD 1 TO WS-EXCEPTION-COUNT
033600         MOVE WS-VN-ID (WS-VNSUB) TO WS-XL-SUPPLIER-ID
033700         MOVE WS-VN-NAME (WS-VNSUB) TO WS-XL-NAME
033800         MOVE WS-VN-TAX-ID (WS-VNSUB) TO WS-XL-TAX-ID
033900         MOVE WS-TIN-REASON TO WS-XL-REASON
034000         MOVE WS-VN-TOTAL (WS-VNSUB) TO WS-XL-AMOUNT
034100         WRITE VENDOR-1099-LINE FROM WS-EXCEPTION-LINE
034200         GO TO 3000-EXIT
034300     END-IF
034400     IF WS-VN-TOTAL (WS-VNSUB) < WS-THRESHOLD
034500         ADD 1 TO WS-UNDER-COUNT
034600         GO TO 3000-EXIT
034700     END-IF
034800     SET WS-VN-FILED (WS-VNSUB) TO TRUE
034900     ADD 1 TO WS-PAYEE-COUNT
035000     ADD WS-VN-TOTAL (WS-VNSUB) TO WS-REPORTED-TOTAL.
035100 3000-EXIT.
035200     EXIT.
035300*--------------------------------------------------------------*
035400*    3100-EDIT-TAX-ID - NINE DIGITS, NOT ONE DIGIT REPEATED OR  *
035500*    123456789, AND INSIDE THE RANGES THE IRS ISSUES: AN EIN    *
035600*    PREFIX IT HAS ASSIGNED, OR AN SSN WITH NO ZERO GROUP OR    *
035700*    SERIAL AND NO 000, 666, OR 9XX AREA.                       *
035800*--------------------------------------------------------------*
035900 3100-EDIT-TAX-ID.
036000     MOVE SPACE TO WS-TIN-REASON
036100     MOVE WS-VN-TAX-ID (WS-VNSUB) TO WS-TIN
036200     IF WS-TIN = SPACE
036300         MOVE "MISSING TAX ID" TO WS-TIN-REASON
036400         GO TO 3100-EXIT
036500     END-IF
036600     IF WS-TIN NOT NUMERIC
036700         MOVE "INVALID TAX ID" TO WS-TIN-REASON
036800         GO TO 3100-EXIT
036900     END-IF
037000     MOVE ZERO TO WS-TIN-SAME-COUNT
037100     INSPECT WS-TIN TALLYING WS-TIN-SAME-COUNT
037200         FOR ALL WS-TIN (1:1)
037300     IF WS-TIN-SAME-COUNT = 9
037400             OR WS-TIN = "123456789"
037500         MOVE "INVALID TAX ID" TO WS-TIN-REASON
037600         GO TO 3100-EXIT
037700     END-IF
037800     IF WS-VN-1099-FLAG (WS-VNSUB) = "E"
037900         IF WS-EIN-PREFIX-INVALID
038000             MOVE "INVALID EIN PREFIX" TO WS-TIN-REASON
038100         END-IF
038200     ELSE
038300         IF WS-SSN-AREA-INVALID
038400                 OR WS-SSN-GROUP = "00"
038500                 OR WS-SSN-SERIAL = "0000"
038600             MOVE "INVALID SSN" TO WS-TIN-REASON
038700         END-IF
038800     END-IF.
038900 3100-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------*
039200*    4000-WRITE-FILING - TRANSMITTER AND PAYER RECORDS, A PAYEE *
039300*    RECORD AND RECIPIENT COPY PER FILED SUPPLIER, THEN THE END *
039400*    OF PAYER AND END OF TRANSMISSION RECORDS.                  *
039500*--------------------------------------------------------------*
039600 4000-WRITE-FILING.
039700     MOVE SPACE TO NE-TRANSMITTER-RECORD
039800     MOVE "T" TO NE-T-TYPE
039900     MOVE WS-TAX-YEAR TO NE-T-YEAR
040000     MOVE TX-PAYER-TIN TO NE-T-TIN
040100     MOVE TX-TCC TO NE-T-TCC
040200     IF WS-TEST-FILE
040300         MOVE "T" TO NE-T-TEST-IND
040400     END-IF
040500     MOVE TX-PAYER-NAME TO NE-T-NAME
040600     MOVE TX-PAYER-NAME TO NE-T-COMPANY-NAME
040700     MOVE TX-ADDRESS TO NE-T-ADDRESS
040800     MOVE TX-CITY TO NE-T-CITY
040900     MOVE TX-STATE TO NE-T-STATE
041000     MOVE TX-ZIP TO NE-T-ZIP
041100     MOVE WS-PAYEE-COUNT TO NE-T-PAYEE-COUNT
041200     MOVE TX-CONTACT-NAME TO NE-T-CONTACT-NAME
041300     MOVE TX-PHONE TO NE-T-CONTACT-PHONE
041400     MOVE TX-CONTACT-EMAIL TO NE-T-CONTACT-EMAIL
041500     ADD 1 TO WS-RECORD-SEQ
041600     MOVE WS-RECORD-SEQ TO NE-T-SEQUENCE
041700     MOVE "I" TO NE-T-VENDOR-IND
041800     WRITE NE-TRANSMITTER-RECORD
041900     MOVE SPACE TO NE-PAYER-RECORD
042000     MOVE "A" TO NE-A-TYPE
042100     MOVE WS-TAX-YEAR TO NE-A-YEAR
042200     MOVE TX-PAYER-TIN TO NE-A-TIN
042300     MOVE "NE" TO NE-A-RETURN-TYPE
042400     MOVE "1" TO NE-A-AMOUNT-CODES
042500     MOVE TX-PAYER-NAME TO NE-A-NAME
042600     MOVE "0" TO NE-A-TRANSFER-AGENT
042700     MOVE TX-ADDRESS TO NE-A-ADDRESS
042800     MOVE TX-CITY TO NE-A-CITY
042900     MOVE TX-STATE TO NE-A-STATE
043000     MOVE TX-ZIP TO NE-A-ZIP
043100     MOVE TX-PHONE TO NE-A-PHONE
043200     ADD 1 TO WS-RECORD-SEQ
043300     MOVE WS-RECORD-SEQ TO NE-A-SEQUENCE
043400     WRITE NE-PAYER-RECORD
043500     PERFORM 4100-WRITE-PAYEE THRU 4100-EXIT
043600         VARYING WS-VNSUB FROM 1 BY 1
043700         UNTIL WS-VNSUB > WS-VN-COUNT
043800     MOVE SPACE TO NE-END-PAYER-RECORD
043900     MOVE "C" TO NE-C-TYPE
044000     MOVE WS-PAYEE-COUNT TO NE-C-PAYEE-COUNT
044100     MOVE WS-REPORTED-TOTAL TO NE-C-TOTAL-1
044200     MOVE ALL "0" TO NE-C-OTHER-TOTALS
044300     ADD 1 TO WS-RECORD-SEQ
044400     MOVE WS-RECORD-SEQ TO NE-C-SEQUENCE
044500     WRITE NE-END-PAYER-RECORD
044600     MOVE SPACE TO NE-END-TRANSMISSION-RECORD
044700     MOVE "F" TO NE-F-TYPE
044800     MOVE 1 TO NE-F-PAYER-COUNT
044900     MOVE ALL "0" TO NE-F-ZEROS
045000     MOVE WS-PAYEE-COUNT TO NE-F-PAYEE-COUNT
045100     ADD 1 TO WS-RECORD-SEQ
045200     MOVE WS-RECORD-SEQ TO NE-F-SEQUENCE
045300     WRITE NE-END-TRANSMISSION-RECORD.
045400 4000-EXIT.
045500     EXIT.
045600*--------------------------------------------------------------*
045700*    4100-WRITE-PAYEE - THE SUPPLIER ID GOES IN THE PAYER'S     *
045800*    ACCOUNT NUMBER FOR THE PAYEE SO A CORRECTION CAN FIND IT.  *
045900*--------------------------------------------------------------*
046000 4100-WRITE-PAYEE.
046100     IF NOT WS-VN-FILED (WS-VNSUB)
046200         GO TO 4100-EXIT
046300     END-IF
046400     MOVE SPACE TO NE-PAYEE-RECORD
046500     MOVE "B" TO NE-B-TYPE
046600     MOVE WS-TAX-YEAR TO NE-B-YEAR
046700     IF WS-VN-1099-FLAG (WS-VNSUB) = "E"
046800         MOVE "1" TO NE-B-TIN-TYPE
046900     ELSE
047000         MOVE "2" TO NE-B-TIN-TYPE
047100     END-IF
047200     MOVE WS-VN-TAX-ID (WS-VNSUB) TO NE-B-TIN
047300     MOVE WS-VN-ID (WS-VNSUB) TO NE-B-ACCOUNT-NO
047400     MOVE WS-VN-TOTAL (WS-VNSUB) TO NE-B-AMOUNT-1
047500     MOVE ALL "0" TO NE-B-OTHER-AMOUNTS
047600     MOVE WS-VN-NAME (WS-VNSUB) TO NE-B-NAME
047700     MOVE WS-VN-ADDRESS (WS-VNSUB) TO NE-B-ADDRESS
047725     MOVE WS-VN-CITY (WS-VNSUB) TO NE-B-CITY
047750     MOVE WS-VN-STATE (WS-VNSUB) TO NE-B-STATE
047775     MOVE WS-VN-ZIP (WS-VNSUB) TO NE-B-ZIP
047800     ADD 1 TO WS-RECORD-SEQ
047900     MOVE WS-RECORD-SEQ TO NE-B-SEQUENCE
048000     WRITE NE-PAYEE-RECORD
048100     PERFORM 4200-PRINT-RECIPIENT-COPY THRU 4200-EXIT.
048200 4100-EXIT.
048300     EXIT.
048400*--------------------------------------------------------------*
048500*    4200-PRINT-RECIPIENT-COPY - THE RECIPIENT'S TAX ID IS      *
048600*    MASKED TO ITS LAST FOUR DIGITS AS THE IRS ALLOWS.          *
048700*--------------------------------------------------------------*
048800 4200-PRINT-RECIPIENT-COPY.
048900     MOVE WS-TAX-YEAR TO WS-RT-YEAR
049000     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TITLE-LINE
049100     MOVE "PAYER" TO WS-RX-LABEL
049200     MOVE TX-PAYER-NAME TO WS-RX-TEXT
049300     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
049400     MOVE SPACE TO WS-RX-LABEL
049500     MOVE TX-ADDRESS TO WS-RX-TEXT
049600     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
049700     MOVE SPACE TO WS-CITY-LINE
049800     STRING TX-CITY DELIMITED BY "  "
049900         " " TX-STATE " " TX-ZIP DELIMITED BY SIZE
050000         INTO WS-CITY-LINE
050100     MOVE WS-CITY-LINE TO WS-RX-TEXT
050200     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
050300     MOVE "PAYER TIN" TO WS-RX-LABEL
050400     MOVE TX-PAYER-TIN TO WS-RX-TEXT
050500     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
050600     MOVE "RECIPIENT" TO WS-RX-LABEL
050700     MOVE WS-VN-NAME (WS-VNSUB) TO WS-RX-TEXT
050800     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
050900     MOVE SPACE TO WS-RX-LABEL
051000     MOVE WS-VN-ADDRESS (WS-VNSUB) TO WS-RX-TEXT
051100     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
051112     MOVE SPACE TO WS-CITY-LINE
051124     STRING WS-VN-CITY (WS-VNSUB) DELIMITED BY "  "
051136         " " WS-VN-STATE (WS-VNSUB) " " WS-VN-ZIP (WS-VNSUB)
051148         DELIMITED BY SIZE
051160         INTO WS-CITY-LINE
051172     MOVE WS-CITY-LINE TO WS-RX-TEXT
051184     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
051200     MOVE "RECIPIENT TIN" TO WS-RX-LABEL
051300     MOVE WS-VN-TAX-ID (WS-VNSUB) (6:4) TO WS-MT-LAST-FOUR
051400     MOVE WS-MASKED-TIN TO WS-RX-TEXT
051500     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
051600     MOVE "ACCOUNT NUMBER" TO WS-RX-LABEL
051700     MOVE WS-VN-ID (WS-VNSUB) TO WS-RX-TEXT
051800     WRITE RECIPIENT-COPY-LINE FROM WS-RC-TEXT-LINE
051900     MOVE WS-VN-TOTAL (WS-VNSUB) TO WS-RA-AMOUNT
052000     WRITE RECIPIENT-COPY-LINE FROM WS-RC-AMOUNT-LINE
052100     WRITE RECIPIENT-COPY-LINE FROM WS-SEPARATOR-LINE.
052200 4200-EXIT.
052300     EXIT.
052400*--------------------------------------------------------------*
052500*    8000-FINALIZE - EXCEPTIONS END THE RUN RC 4; NO PAYER      *
052600*    CONTROL OR SUPPLIER MASTER, OR A FULL SUPPLIER TABLE,      *
052650*    ENDS IT RC 8.                                              *
052700*--------------------------------------------------------------*
052800 8000-FINALIZE.
052900     MOVE WS-PAYEE-COUNT TO WS-SL-REPORTED
053000     MOVE WS-REPORTED-TOTAL TO WS-SL-TOTAL
053100     MOVE WS-UNDER-COUNT TO WS-SL-UNDER
053200     MOVE WS-EXCEPTION-COUNT TO WS-SL-EXCEPTIONS
053300     WRITE VENDOR-1099-LINE FROM WS-SUMMARY-LINE
053400     IF WS-VN-DROP-COUNT > 0
053500         DISPLAY "VEND1099: SUPPLIER TABLE FULL - DROPPED - "
053600             WS-VN-DROP-COUNT
053700     END-IF
053800     IF WS-CK-FILE-STATUS NOT = "35"
053900         CLOSE CHECK-REGISTER-FILE
054000     END-IF
054100     CLOSE IRS-1099-FILE
054200     CLOSE RECIPIENT-COPY-FILE
054300     CLOSE VENDOR-1099-RPT
054400     IF WS-TX-BAD OR WS-VN-DROP-COUNT > 0
054500         MOVE 8 TO RETURN-CODE
054600     ELSE
054700         IF WS-EXCEPTION-COUNT > 0
054800             MOVE 4 TO RETURN-CODE
054900         END-IF
055000     END-IF.
055100 8000-EXIT.
055200     EXIT.
055300 END PROGRAM VEND1099.
