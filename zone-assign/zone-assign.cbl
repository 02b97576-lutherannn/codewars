000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ZONEASGN.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    NIGHTLY ATTENDANCE-ZONE ASSIGNMENT.  LOADS THE ZONE        *
000900*    BOUNDARY FILE, REJECTING ANY ROW WHOSE ZIP IS NOT ON THE   *
001000*    POSTAL REFERENCE FILE OR WHOSE RANGE OR CODES ARE BAD,     *
001100*    THEN WALKS THE STUDENT MASTER AND STAMPS EACH ADDRESS      *
001200*    WITH ITS HOME ZONE CAMPUS AND WALK-ZONE FLAG.  A STREET    *
001300*    RANGE BEATS A WHOLE-ZIP ROW, AND A ZONE OF THE CAMPUS THE  *
001400*    STUDENT IS ENROLLED AT BEATS ANY OTHER CAMPUS'S ZONE.      *
001500*    LISTS STUDENTS ENROLLED OUTSIDE THEIR HOME ZONE WITH NO    *
001600*    TRANSFER TO THAT CAMPUS ON THE TRANSFER HISTORY, AND BUS   *
001700*    RIDERS WHOSE ADDRESS IS IN THEIR CAMPUS'S WALK ZONE.       *
001800*    RUN AFTER THE ADDRESS VALIDATION PASS - A HELD ADDRESS IS  *
001900*    LEFT WITH NO ZONE.  REJECTED ZONE ROWS END THE RUN RC 4;   *
002000*    A FULL TABLE OR AN EMPTY ZONE FILE ENDS IT RC 8, AND AN    *
002100*    EMPTY ZONE FILE LEAVES THE MASTER UNTOUCHED.               *
002200*--------------------------------------------------------------*
002300*    MODIFICATION HISTORY                                      *
002400*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ZIP-REFERENCE-FILE ASSIGN TO ZIPREF
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-ZP-FILE-STATUS.
003200     SELECT ATTENDANCE-ZONE-FILE ASSIGN TO ATTZONE
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT TRANSFER-HISTORY-FILE ASSIGN TO XFERHIST
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-XF-FILE-STATUS.
003700     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS SM-STUDENT-ID
004100         FILE STATUS IS WS-SM-FILE-STATUS.
004200     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT ZONE-RPT ASSIGN TO ZONERPT
004500         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ZIP-REFERENCE-FILE
004900     RECORDING MODE IS F.
005000     COPY zipref.
005100 FD  ATTENDANCE-ZONE-FILE
005200     RECORDING MODE IS F.
005300     COPY attzone.
005400 FD  TRANSFER-HISTORY-FILE
005500     RECORDING MODE IS F.
005600     COPY xfertxn.
005700 FD  STUDENT-MASTER-FILE.
005800     COPY studmast.
005900 FD  ROUTE-RIDER-FILE
006000     RECORDING MODE IS F.
006100     COPY rterider.
006200 FD  ZONE-RPT
006300     RECORDING MODE IS F.
006400 01  ZONE-RPT-LINE                  PIC X(80).
006500 WORKING-STORAGE SECTION.
006600 01  WS-ZP-FILE-STATUS              PIC X(02) VALUE SPACE.
006700 01  WS-XF-FILE-STATUS              PIC X(02) VALUE SPACE.
006800 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006900 01  WS-ZP-EOF-SWITCH               PIC X(01) VALUE "N".
007000     88  WS-ZP-EOF                      VALUE "Y".
007100 01  WS-AZ-EOF-SWITCH               PIC X(01) VALUE "N".
007200     88  WS-AZ-EOF                      VALUE "Y".
007300 01  WS-XF-EOF-SWITCH               PIC X(01) VALUE "N".
007400     88  WS-XF-EOF                      VALUE "Y".
007500 01  WS-SM-EOF-SWITCH               PIC X(01) VALUE "N".
007600     88  WS-SM-EOF                      VALUE "Y".
007700 01  WS-RA-EOF-SWITCH               PIC X(01) VALUE "N".
007800     88  WS-RA-EOF                      VALUE "Y".
007900 01  WS-DIGIT-END-SWITCH            PIC X(01).
008000     88  WS-DIGIT-END                   VALUE "Y".
008100*    POSTAL REFERENCE ZIPS THE ZONE ROWS ARE CHECKED AGAINST.
008200 01  WS-ZIP-COUNT                   PIC 9(04) COMP VALUE ZERO.
008300 01  WS-ZIP-DROP-COUNT              PIC 9(05) COMP VALUE ZERO.
008400 01  WS-ZPSUB                       PIC 9(04) COMP.
008500 01  WS-ZP-FOUND-SUB                PIC 9(04) COMP.
008600 01  WS-ZIP-TABLE.
008700     05  WS-ZR-ZIP OCCURS 2000 TIMES PIC X(05).
008800*    ACCEPTED ZONE ROWS.
008900 01  WS-ZN-COUNT                    PIC 9(04) COMP VALUE ZERO.
009000 01  WS-ZN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
009100 01  WS-ZNSUB                       PIC 9(04) COMP.
009200 01  WS-ZONE-TABLE.
009300     05  WS-ZN-ENTRY OCCURS 1000 TIMES.
009400         10  WS-ZN-CAMPUS-CODE      PIC X(03).
009500         10  WS-ZN-ZIP-CODE         PIC X(05).
009600         10  WS-ZN-STREET-NAME      PIC X(20).
009700         10  WS-ZN-STREET-LENGTH    PIC 9(02) COMP.
009800         10  WS-ZN-LOW-HOUSE        PIC 9(06).
009900         10  WS-ZN-HIGH-HOUSE       PIC 9(06).
010000         10  WS-ZN-SIDE             PIC X(01).
010100         10  WS-ZN-WALK-ZONE        PIC X(01).
010200*    TRANSFERS ON RECORD - STUDENT AND THE CAMPUS MOVED TO.
010300 01  WS-XF-COUNT                    PIC 9(04) COMP VALUE ZERO.
010400 01  WS-XF-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010500 01  WS-XFSUB                       PIC 9(04) COMP.
010600 01  WS-XF-FOUND-SUB                PIC 9(04) COMP.
010700 01  WS-TRANSFER-TABLE.
010800     05  WS-XT-ENTRY OCCURS 3000 TIMES.
010900         10  WS-XT-STUDENT-ID       PIC X(25).
011000         10  WS-XT-NEW-CAMPUS       PIC X(03).
011100*    ADDRESS PARSE WORK AREAS.
011200 01  WS-END-POS                     PIC S9(03) COMP.
011300 01  WS-SCAN-POS                    PIC S9(03) COMP.
011400 01  WS-ADDR-POS                    PIC S9(03) COMP.
011500 01  WS-STREET-POS                  PIC S9(03) COMP.
011600 01  WS-WORK-ZIP                    PIC X(05).
011700 01  WS-DIGIT-CHAR                  PIC X(01).
011800 01  WS-DIGIT-VALUE REDEFINES WS-DIGIT-CHAR
011900                                    PIC 9(01).
012000 01  WS-DIGIT-COUNT                 PIC 9(02) COMP.
012100 01  WS-HOUSE-NUMBER                PIC 9(06).
012200 01  WS-HOUSE-HALF                  PIC 9(06).
012300 01  WS-HOUSE-ODD                   PIC 9(01).
012400 01  WS-STREET-PART                 PIC X(30).
012500 01  WS-STREET-LENGTH               PIC 9(02) COMP.
012600*    ZONE MATCH RESULTS - RANK 2 IS A STREET RANGE, 1 A WHOLE ZIP.
012700 01  WS-ROW-RANK                    PIC 9(01).
012800 01  WS-BEST-SUB                    PIC 9(04) COMP.
012900 01  WS-BEST-RANK                   PIC 9(01).
013000 01  WS-OWN-SUB                     PIC 9(04) COMP.
013100 01  WS-OWN-RANK                    PIC 9(01).
013200 01  WS-NEW-ZONE-CAMPUS             PIC X(03).
013300 01  WS-NEW-WALK-ZONE               PIC X(01).
013400 01  WS-REJECT-REASON               PIC X(20).
013500 01  WS-STUDENT-COUNT               PIC 9(07) COMP VALUE ZERO.
013600 01  WS-ZONED-COUNT                 PIC 9(07) COMP VALUE ZERO.
013700 01  WS-WALK-COUNT                  PIC 9(07) COMP VALUE ZERO.
013800 01  WS-UNZONED-COUNT               PIC 9(07) COMP VALUE ZERO.
013900 01  WS-CHANGED-COUNT               PIC 9(07) COMP VALUE ZERO.
014000 01  WS-OUT-ZONE-COUNT              PIC 9(07) COMP VALUE ZERO.
014100 01  WS-WALK-RIDER-COUNT            PIC 9(07) COMP VALUE ZERO.
014200 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
014300 01  WS-REPORT-HEADING              PIC X(80)
014400         VALUE "ATTENDANCE ZONE ASSIGNMENT".
014500 01  WS-REJECT-HEADING              PIC X(80)
014600         VALUE "ZONE ROWS REJECTED".
014700 01  WS-REJECT-LINE.
014800     05  WS-RJ-CAMPUS-CODE          PIC X(03).
014900     05  FILLER                     PIC X(01) VALUE SPACE.
015000     05  WS-RJ-ZIP-CODE             PIC X(05).
015100     05  FILLER                     PIC X(01) VALUE SPACE.
015200     05  WS-RJ-STREET-NAME          PIC X(20).
015300     05  FILLER                     PIC X(01) VALUE SPACE.
015400     05  WS-RJ-LOW-HOUSE            PIC X(06).
015500     05  FILLER                     PIC X(01) VALUE "-".
015600     05  WS-RJ-HIGH-HOUSE           PIC X(06).
015700     05  FILLER                     PIC X(02) VALUE SPACE.
015800     05  WS-RJ-REASON               PIC X(20).
015900     05  FILLER                     PIC X(14) VALUE SPACE.
016000 01  WS-OUT-ZONE-HEADING            PIC X(80)
016100         VALUE "OUT OF HOME ZONE - NO TRANSFER ON RECORD".
016200 01  WS-OUT-ZONE-LINE.
016300     05  WS-OZ-STUDENT-ID           PIC X(25).
016400     05  FILLER                     PIC X(02) VALUE SPACE.
016500     05  FILLER                     PIC X(09) VALUE "ENROLLED ".
016600     05  WS-OZ-ENROLLED             PIC X(03).
016700     05  FILLER                     PIC X(07) VALUE "  ZONE ".
016800     05  WS-OZ-ZONE                 PIC X(03).
016900     05  FILLER                     PIC X(02) VALUE SPACE.
017000     05  WS-OZ-ADDRESS              PIC X(29).
017100 01  WS-WALK-HEADING                PIC X(80)
017200         VALUE "BUS RIDERS LIVING IN THE WALK ZONE".
017300 01  WS-WALK-LINE.
017400     05  WS-WL-ROUTE-ID             PIC X(05).
017500     05  FILLER                     PIC X(01) VALUE SPACE.
017600     05  WS-WL-LEG                  PIC X(02).
017700     05  FILLER                     PIC X(01) VALUE SPACE.
017800     05  WS-WL-STUDENT-ID           PIC X(09).
017900     05  FILLER                     PIC X(01) VALUE SPACE.
018000     05  WS-WL-STUDENT-NAME         PIC X(30).
018100     05  FILLER                     PIC X(06) VALUE " ZONE ".
018200     05  WS-WL-ZONE                 PIC X(03).
018300     05  FILLER                     PIC X(02) VALUE SPACE.
018400     05  WS-WL-STOP-ID              PIC X(05).
018500     05  FILLER                     PIC X(15) VALUE SPACE.
018600 01  WS-TOTAL-LINE.
018700     05  FILLER                     PIC X(11) VALUE "STUDENTS - ".
018800     05  WS-TL-STUDENTS             PIC ZZZ,ZZ9.
018900     05  FILLER                     PIC X(10) VALUE "  ZONED - ".
019000     05  WS-TL-ZONED                PIC ZZZ,ZZ9.
019100     05  FILLER                     PIC X(09) VALUE "  WALK - ".
019200     05  WS-TL-WALK                 PIC ZZZ,ZZ9.
019300     05  FILLER                     PIC X(12)
019400             VALUE "  NO ZONE - ".
019500     05  WS-TL-UNZONED              PIC ZZZ,ZZ9.
019600     05  FILLER                     PIC X(10) VALUE SPACE.
019700 01  WS-TOTAL-LINE-2.
019800     05  FILLER                     PIC X(10) VALUE "CHANGED - ".
019900     05  WS-TL-CHANGED              PIC ZZZ,ZZ9.
020000     05  FILLER                     PIC X(16)
020100             VALUE "  OUT OF ZONE - ".
020200     05  WS-TL-OUT-ZONE             PIC ZZZ,ZZ9.
020300     05  FILLER                     PIC X(16)
020400             VALUE "  WALK RIDERS - ".
020500     05  WS-TL-WALK-RIDERS          PIC ZZZ,ZZ9.
020600     05  FILLER                     PIC X(13)
020700             VALUE "  REJECTED - ".
020800     05  WS-TL-REJECTED             PIC ZZ9.
020900     05  FILLER                     PIC X(01) VALUE SPACE.
021000 PROCEDURE DIVISION.
021100*--------------------------------------------------------------*
021200*    0000-MAINLINE                                              *
021300*--------------------------------------------------------------*
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021600     IF WS-ZN-COUNT = 0
021700         DISPLAY "ZONEASGN: NO ZONE ROWS ACCEPTED - MASTER "
021800             "NOT UPDATED"
021900         MOVE 8 TO RETURN-CODE
022000         CLOSE ZONE-RPT
022100         GOBACK
022200     END-IF
022300     OPEN I-O STUDENT-MASTER-FILE
022400     WRITE ZONE-RPT-LINE FROM WS-OUT-ZONE-HEADING
022500     PERFORM 2100-READ-STUDENT THRU 2100-EXIT
022600     PERFORM 2000-ZONE-STUDENT THRU 2000-EXIT
022700         UNTIL WS-SM-EOF
022800     OPEN INPUT ROUTE-RIDER-FILE
022900     WRITE ZONE-RPT-LINE FROM WS-WALK-HEADING
023000     PERFORM 5100-READ-RIDER THRU 5100-EXIT
023100     PERFORM 5000-CHECK-RIDER THRU 5000-EXIT
023200         UNTIL WS-RA-EOF
023300     PERFORM 8000-FINALIZE THRU 8000-EXIT
023400     GOBACK.
023500*--------------------------------------------------------------*
023600*    1000-INITIALIZE - ZIPS, THEN ZONE ROWS, THEN TRANSFERS.    *
023700*--------------------------------------------------------------*
023800 1000-INITIALIZE.
023900     OPEN OUTPUT ZONE-RPT
024000     WRITE ZONE-RPT-LINE FROM WS-REPORT-HEADING
024100     OPEN INPUT ZIP-REFERENCE-FILE
024200     IF WS-ZP-FILE-STATUS = "35"
024300         DISPLAY "ZONEASGN: ZIP REFERENCE FILE MISSING"
024400     ELSE
024500         PERFORM 1100-LOAD-ZIP THRU 1100-EXIT
024600             UNTIL WS-ZP-EOF
024700         CLOSE ZIP-REFERENCE-FILE
024800     END-IF
024900     WRITE ZONE-RPT-LINE FROM WS-REJECT-HEADING
025000     OPEN INPUT ATTENDANCE-ZONE-FILE
025100     PERFORM 1200-LOAD-ZONE THRU 1200-EXIT
025200         UNTIL WS-AZ-EOF
025300     CLOSE ATTENDANCE-ZONE-FILE
025400     OPEN INPUT TRANSFER-HISTORY-FILE
025500     IF WS-XF-FILE-STATUS = "35"
025600         DISPLAY "ZONEASGN: NO TRANSFER HISTORY - EVERY "
025700             "OUT-OF-ZONE STUDENT WILL LIST"
025800     ELSE
025900         PERFORM 1300-LOAD-TRANSFER THRU 1300-EXIT
026000             UNTIL WS-XF-EOF
026100         CLOSE TRANSFER-HISTORY-FILE
026200     END-IF.
026300 1000-EXIT.
026400     EXIT.
026500*--------------------------------------------------------------*
026600*    1100-LOAD-ZIP                                              *
026700*--------------------------------------------------------------*
026800 1100-LOAD-ZIP.
026900     READ ZIP-REFERENCE-FILE
027000         AT END
027100             SET WS-ZP-EOF TO TRUE
027200             GO TO 1100-EXIT
027300     END-READ
027400     IF WS-ZIP-COUNT >= 2000
027500         ADD 1 TO WS-ZIP-DROP-COUNT
027600         GO TO 1100-EXIT
027700     END-IF
027800     ADD 1 TO WS-ZIP-COUNT
027900     MOVE ZP-ZIP-CODE TO WS-ZR-ZIP (WS-ZIP-COUNT).
028000 1100-EXIT.
028100     EXIT.
028200*--------------------------------------------------------------*
028300*    1200-LOAD-ZONE - A ROW THAT FAILS ANY CHECK IS LISTED AND  *
028400*    LEFT OUT; THE HOUSE RANGE IS ONLY CHECKED ON A STREET ROW. *
028500*--------------------------------------------------------------*
028600 1200-LOAD-ZONE.
028700     READ ATTENDANCE-ZONE-FILE
028800         AT END
028900             SET WS-AZ-EOF TO TRUE
029000             GO TO 1200-EXIT
029100     END-READ
029200     MOVE SPACE TO WS-REJECT-REASON
029300     PERFORM 1210-EDIT-ZONE THRU 1210-EXIT
029400     IF WS-REJECT-REASON NOT = SPACE
029500         PERFORM 1290-REJECT-ZONE THRU 1290-EXIT
029600         GO TO 1200-EXIT
029700     END-IF
029800     IF WS-ZN-COUNT >= 1000
029900         ADD 1 TO WS-ZN-DROP-COUNT
030000         GO TO 1200-EXIT
030100     END-IF
030200     ADD 1 TO WS-ZN-COUNT
030300     MOVE AZ-CAMPUS-CODE TO WS-ZN-CAMPUS-CODE (WS-ZN-COUNT)
030400     MOVE AZ-ZIP-CODE TO WS-ZN-ZIP-CODE (WS-ZN-COUNT)
030500     MOVE AZ-STREET-NAME TO WS-ZN-STREET-NAME (WS-ZN-COUNT)
030600     MOVE ZERO TO WS-ZN-STREET-LENGTH (WS-ZN-COUNT)
030700     MOVE ZERO TO WS-ZN-LOW-HOUSE (WS-ZN-COUNT)
030800     MOVE ZERO TO WS-ZN-HIGH-HOUSE (WS-ZN-COUNT)
030900     IF AZ-STREET-NAME NOT = SPACE
031000         PERFORM 1220-STREET-LENGTH THRU 1220-EXIT
031100             VARYING WS-SCAN-POS FROM 20 BY -1
031200             UNTIL WS-SCAN-POS < 1
031300                 OR WS-ZN-STREET-LENGTH (WS-ZN-COUNT) > 0
031400         MOVE AZ-LOW-HOUSE TO WS-ZN-LOW-HOUSE (WS-ZN-COUNT)
031500         MOVE AZ-HIGH-HOUSE TO WS-ZN-HIGH-HOUSE (WS-ZN-COUNT)
031600     END-IF
031700     MOVE AZ-SIDE TO WS-ZN-SIDE (WS-ZN-COUNT)
031800     IF AZ-WALK-YES
031900         MOVE "W" TO WS-ZN-WALK-ZONE (WS-ZN-COUNT)
032000     ELSE
032100         MOVE SPACE TO WS-ZN-WALK-ZONE (WS-ZN-COUNT)
032200     END-IF.
032300 1200-EXIT.
032400     EXIT.
032500*--------------------------------------------------------------*
032600*    1210-EDIT-ZONE                                             *
032700*--------------------------------------------------------------*
032800 1210-EDIT-ZONE.
032900     IF AZ-CAMPUS-CODE = SPACE
033000         MOVE "NO CAMPUS CODE" TO WS-REJECT-REASON
033100         GO TO 1210-EXIT
033200     END-IF
033300     MOVE ZERO TO WS-ZP-FOUND-SUB
033400     PERFORM 1230-MATCH-ZIP THRU 1230-EXIT
033500         VARYING WS-ZPSUB FROM 1 BY 1
033600         UNTIL WS-ZPSUB > WS-ZIP-COUNT
033700             OR WS-ZP-FOUND-SUB > 0
033800     IF WS-ZP-FOUND-SUB = 0
033900         MOVE "ZIP NOT ON FILE" TO WS-REJECT-REASON
034000         GO TO 1210-EXIT
034100     END-IF
034200     IF AZ-STREET-NAME NOT = SPACE
034300         IF AZ-LOW-HOUSE NOT NUMERIC
034400                 OR AZ-HIGH-HOUSE NOT NUMERIC
034500             MOVE "BAD HOUSE RANGE" TO WS-REJECT-REASON
034600             GO TO 1210-EXIT
034700         END-IF
034800         IF AZ-LOW-HOUSE > AZ-HIGH-HOUSE
034900             MOVE "BAD HOUSE RANGE" TO WS-REJECT-REASON
035000             GO TO 1210-EXIT
035100         END-IF
035200     END-IF
035300     IF NOT AZ-SIDE-BOTH
035400             AND NOT AZ-SIDE-ODD
035500             AND NOT AZ-SIDE-EVEN
035600         MOVE "BAD SIDE CODE" TO WS-REJECT-REASON
035700         GO TO 1210-EXIT
035800     END-IF
035900     IF NOT AZ-WALK-YES
036000             AND NOT AZ-WALK-NO
036100         MOVE "BAD WALK FLAG" TO WS-REJECT-REASON
036200     END-IF.
036300 1210-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------*
036600*    1220-STREET-LENGTH                                         *
036700*--------------------------------------------------------------*
036800 1220-STREET-LENGTH.
036900     IF AZ-STREET-NAME (WS-SCAN-POS : 1) NOT = SPACE
037000         MOVE WS-SCAN-POS TO WS-ZN-STREET-LENGTH (WS-ZN-COUNT)
037100     END-IF.
037200 1220-EXIT.
037300     EXIT.
037400*--------------------------------------------------------------*
037500*    1230-MATCH-ZIP                                             *
037600*--------------------------------------------------------------*
037700 1230-MATCH-ZIP.
037800     IF AZ-ZIP-CODE = WS-ZR-ZIP (WS-ZPSUB)
037900         MOVE WS-ZPSUB TO WS-ZP-FOUND-SUB
038000     END-IF.
038100 1230-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400*    1290-REJECT-ZONE                                           *
038500*--------------------------------------------------------------*
038600 1290-REJECT-ZONE.
038700     ADD 1 TO WS-REJECT-COUNT
038800     MOVE AZ-CAMPUS-CODE TO WS-RJ-CAMPUS-CODE
038900     MOVE AZ-ZIP-CODE TO WS-RJ-ZIP-CODE
039000     MOVE AZ-STREET-NAME TO WS-RJ-STREET-NAME
039100     MOVE AZ-LOW-HOUSE TO WS-RJ-LOW-HOUSE
039200     MOVE AZ-HIGH-HOUSE TO WS-RJ-HIGH-HOUSE
039300     MOVE WS-REJECT-REASON TO WS-RJ-REASON
039400     WRITE ZONE-RPT-LINE FROM WS-REJECT-LINE.
039500 1290-EXIT.
039600     EXIT.
039700*--------------------------------------------------------------*
039800*    1300-LOAD-TRANSFER                                         *
039900*--------------------------------------------------------------*
040000 1300-LOAD-TRANSFER.
040100     READ TRANSFER-HISTORY-FILE
040200         AT END
040300             SET WS-XF-EOF TO TRUE
040400             GO TO 1300-EXIT
040500     END-READ
040600     IF WS-XF-COUNT >= 3000
040700         ADD 1 TO WS-XF-DROP-COUNT
040800         GO TO 1300-EXIT
040900     END-IF
041000     ADD 1 TO WS-XF-COUNT
041100     MOVE XF-STUDENT-ID TO WS-XT-STUDENT-ID (WS-XF-COUNT)
041200     MOVE XF-NEW-CAMPUS TO WS-XT-NEW-CAMPUS (WS-XF-COUNT).
041300 1300-EXIT.
041400     EXIT.
041500*--------------------------------------------------------------*
041600*    2000-ZONE-STUDENT - THE MASTER IS ONLY REWRITTEN WHEN THE  *
041700*    ZONE OR WALK FLAG CHANGES.                                 *
041800*--------------------------------------------------------------*
041900 2000-ZONE-STUDENT.
042000     ADD 1 TO WS-STUDENT-COUNT
042100     MOVE SPACE TO WS-NEW-ZONE-CAMPUS
042200     MOVE SPACE TO WS-NEW-WALK-ZONE
042300     IF NOT SM-ADDRESS-HELD
042400             AND SM-ADDRESS NOT = SPACE
042500             AND SM-CITY-ST-ZIP NOT = SPACE
042600         PERFORM 3000-PARSE-ADDRESS THRU 3000-EXIT
042700         IF WS-WORK-ZIP NOT = SPACE
042800             PERFORM 4000-FIND-ZONE THRU 4000-EXIT
042900         END-IF
043000     END-IF
043100     IF WS-NEW-ZONE-CAMPUS = SPACE
043200         ADD 1 TO WS-UNZONED-COUNT
043300     ELSE
043400         ADD 1 TO WS-ZONED-COUNT
043500         IF WS-NEW-WALK-ZONE = "W"
043600             ADD 1 TO WS-WALK-COUNT
043700         END-IF
043800     END-IF
043900     IF WS-NEW-ZONE-CAMPUS NOT = SM-ZONE-CAMPUS
044000             OR WS-NEW-WALK-ZONE NOT = SM-WALK-ZONE
044100         ADD 1 TO WS-CHANGED-COUNT
044200         MOVE WS-NEW-ZONE-CAMPUS TO SM-ZONE-CAMPUS
044300         MOVE WS-NEW-WALK-ZONE TO SM-WALK-ZONE
044400         REWRITE STUDENT-MASTER-RECORD
044500     END-IF
044600     IF WS-NEW-ZONE-CAMPUS NOT = SPACE
044700             AND SM-CAMPUS-CODE NOT = SPACE
044800             AND SM-CAMPUS-CODE NOT = WS-NEW-ZONE-CAMPUS
044900         PERFORM 2200-CHECK-TRANSFER THRU 2200-EXIT
045000     END-IF
045100     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
045200 2000-EXIT.
045300     EXIT.
045400*--------------------------------------------------------------*
045500*    2100-READ-STUDENT                                          *
045600*--------------------------------------------------------------*
045700 2100-READ-STUDENT.
045800     READ STUDENT-MASTER-FILE NEXT RECORD
045900         AT END
046000             SET WS-SM-EOF TO TRUE
046100     END-READ.
046200 2100-EXIT.
046300     EXIT.
046400*--------------------------------------------------------------*
046500*    2200-CHECK-TRANSFER - A TRANSFER TO THE CAMPUS THE STUDENT *
046600*    IS ENROLLED AT EXPLAINS AN OUT-OF-ZONE ENROLLMENT.         *
046700*--------------------------------------------------------------*
046800 2200-CHECK-TRANSFER.
046900     MOVE ZERO TO WS-XF-FOUND-SUB
047000     PERFORM 2210-MATCH-TRANSFER THRU 2210-EXIT
047100         VARYING WS-XFSUB FROM 1 BY 1
047200         UNTIL WS-XFSUB > WS-XF-COUNT
047300             OR WS-XF-FOUND-SUB > 0
047400     IF WS-XF-FOUND-SUB > 0
047500         GO TO 2200-EXIT
047600     END-IF
047700     ADD 1 TO WS-OUT-ZONE-COUNT
047800     MOVE SM-STUDENT-ID TO WS-OZ-STUDENT-ID
047900     MOVE SM-CAMPUS-CODE TO WS-OZ-ENROLLED
048000     MOVE WS-NEW-ZONE-CAMPUS TO WS-OZ-ZONE
048100     MOVE SM-ADDRESS TO WS-OZ-ADDRESS
048200     WRITE ZONE-RPT-LINE FROM WS-OUT-ZONE-LINE.
048300 2200-EXIT.
048400     EXIT.
048500*--------------------------------------------------------------*
048600*    2210-MATCH-TRANSFER                                        *
048700*--------------------------------------------------------------*
048800 2210-MATCH-TRANSFER.
048900     IF SM-STUDENT-ID = WS-XT-STUDENT-ID (WS-XFSUB)
049000             AND SM-CAMPUS-CODE = WS-XT-NEW-CAMPUS (WS-XFSUB)
049100         MOVE WS-XFSUB TO WS-XF-FOUND-SUB
049200     END-IF.
049300 2210-EXIT.
049400     EXIT.
049500*--------------------------------------------------------------*
049600*    3000-PARSE-ADDRESS - THE ZIP IS THE TRAILING FIVE DIGITS   *
049700*    OF THE CITY/STATE/ZIP, AS THE ADDRESS VALIDATION PASS      *
049800*    READS IT.  THE HOUSE NUMBER IS THE LEADING DIGITS OF THE   *
049900*    STREET ADDRESS (A SUFFIX SUCH AS 12B OR 12-1/2 IS PASSED   *
050000*    OVER) AND THE STREET IS WHAT FOLLOWS THE NEXT BLANK.  AN   *
050100*    ADDRESS WITH NO HOUSE NUMBER CAN ONLY TAKE A WHOLE-ZIP     *
050200*    ZONE.                                                      *
050300*--------------------------------------------------------------*
050400 3000-PARSE-ADDRESS.
050500     MOVE SPACE TO WS-WORK-ZIP
050600     MOVE SPACE TO WS-STREET-PART
050700     MOVE ZERO TO WS-HOUSE-NUMBER
050800     MOVE ZERO TO WS-DIGIT-COUNT
050900     MOVE ZERO TO WS-END-POS
051000     PERFORM 3100-FIND-LAST-CHAR THRU 3100-EXIT
051100         VARYING WS-SCAN-POS FROM 30 BY -1
051200         UNTIL WS-SCAN-POS < 1
051300             OR WS-END-POS > 0
051400     IF WS-END-POS < 5
051500         GO TO 3000-EXIT
051600     END-IF
051700     IF SM-CITY-ST-ZIP (WS-END-POS - 4 : 5) NOT NUMERIC
051800         GO TO 3000-EXIT
051900     END-IF
052000     MOVE SM-CITY-ST-ZIP (WS-END-POS - 4 : 5) TO WS-WORK-ZIP
052100     MOVE ZERO TO WS-ADDR-POS
052200     PERFORM 3200-FIND-FIRST-CHAR THRU 3200-EXIT
052300         VARYING WS-SCAN-POS FROM 1 BY 1
052400         UNTIL WS-SCAN-POS > 30
052500             OR WS-ADDR-POS > 0
052600     IF WS-ADDR-POS = 0
052700         GO TO 3000-EXIT
052800     END-IF
052900     MOVE "N" TO WS-DIGIT-END-SWITCH
053000     PERFORM 3300-TAKE-DIGIT THRU 3300-EXIT
053100         VARYING WS-SCAN-POS FROM WS-ADDR-POS BY 1
053200         UNTIL WS-SCAN-POS > 30
053300             OR WS-DIGIT-END
053400     IF WS-DIGIT-COUNT = 0
053500             OR WS-DIGIT-COUNT > 6
053600         MOVE ZERO TO WS-HOUSE-NUMBER
053700         GO TO 3000-EXIT
053800     END-IF
053900     MOVE ZERO TO WS-STREET-POS
054000     PERFORM 3400-FIND-STREET THRU 3400-EXIT
054100         VARYING WS-SCAN-POS FROM WS-ADDR-POS BY 1
054200         UNTIL WS-SCAN-POS > 30
054300             OR WS-STREET-POS > 0
054400     IF WS-STREET-POS = 0
054500         GO TO 3000-EXIT
054600     END-IF
054700     MOVE SM-ADDRESS (WS-STREET-POS :) TO WS-STREET-PART.
054800 3000-EXIT.
054900     EXIT.
055000*--------------------------------------------------------------*
055100*    3100-FIND-LAST-CHAR                                        *
055200*--------------------------------------------------------------*
055300 3100-FIND-LAST-CHAR.
055400     IF SM-CITY-ST-ZIP (WS-SCAN-POS : 1) NOT = SPACE
055500         MOVE WS-SCAN-POS TO WS-END-POS
055600     END-IF.
055700 3100-EXIT.
055800     EXIT.
055900*--------------------------------------------------------------*
056000*    3200-FIND-FIRST-CHAR                                       *
056100*--------------------------------------------------------------*
056200 3200-FIND-FIRST-CHAR.
056300     IF SM-ADDRESS (WS-SCAN-POS : 1) NOT = SPACE
056400         MOVE WS-SCAN-POS TO WS-ADDR-POS
056500     END-IF.
056600 3200-EXIT.
056700     EXIT.
056800*--------------------------------------------------------------*
056900*    3300-TAKE-DIGIT                                            *
057000*--------------------------------------------------------------*
057100 3300-TAKE-DIGIT.
057200     MOVE SM-ADDRESS (WS-SCAN-POS : 1) TO WS-DIGIT-CHAR
057300     IF WS-DIGIT-CHAR NOT NUMERIC
057400         SET WS-DIGIT-END TO TRUE
057500         GO TO 3300-EXIT
057600     END-IF
057700     ADD 1 TO WS-DIGIT-COUNT
057800     IF WS-DIGIT-COUNT <= 6
057900         COMPUTE WS-HOUSE-NUMBER = WS-HOUSE-NUMBER * 10
058000             + WS-DIGIT-VALUE
058100     END-IF.
058200 3300-EXIT.
058300     EXIT.
058400*--------------------------------------------------------------*
058500*    3400-FIND-STREET - FIRST NON-BLANK AFTER THE FIRST BLANK   *
058600*    THAT FOLLOWS THE HOUSE NUMBER.                             *
058700*--------------------------------------------------------------*
058800 3400-FIND-STREET.
058900     IF SM-ADDRESS (WS-SCAN-POS : 1) NOT = SPACE
059000         GO TO 3400-EXIT
059100     END-IF
059200     IF WS-SCAN-POS < 30
059300             AND SM-ADDRESS (WS-SCAN-POS + 1 : 1) NOT = SPACE
059400         COMPUTE WS-STREET-POS = WS-SCAN-POS + 1
059500     END-IF.
059600 3400-EXIT.
059700     EXIT.
059800*--------------------------------------------------------------*
059900*    4000-FIND-ZONE - EVERY ROW FOR THE ZIP IS RANKED; THE BEST *
060000*    ROW FOR THE ENROLLED CAMPUS WINS, ELSE THE BEST ROW FOR    *
060100*    ANY CAMPUS (THE FIRST ON THE FILE AMONG EQUALS).           *
060200*--------------------------------------------------------------*
060300 4000-FIND-ZONE.
060400     MOVE ZERO TO WS-BEST-SUB
060500     MOVE ZERO TO WS-BEST-RANK
060600     MOVE ZERO TO WS-OWN-SUB
060700     MOVE ZERO TO WS-OWN-RANK
060800     PERFORM 4100-RANK-ZONE THRU 4100-EXIT
060900         VARYING WS-ZNSUB FROM 1 BY 1
061000         UNTIL WS-ZNSUB > WS-ZN-COUNT
061100     IF WS-OWN-SUB > 0
061200         MOVE WS-OWN-SUB TO WS-BEST-SUB
061300     END-IF
061400     IF WS-BEST-SUB > 0
061500         MOVE WS-ZN-CAMPUS-CODE (WS-BEST-SUB)
061600             TO WS-NEW-ZONE-CAMPUS
061700         MOVE WS-ZN-WALK-ZONE (WS-BEST-SUB) TO WS-NEW-WALK-ZONE
061800     END-IF.
061900 4000-EXIT.
062000     EXIT.
062100*--------------------------------------------------------------*
062200*    4100-RANK-ZONE                                             *
062300*--------------------------------------------------------------*
062400 4100-RANK-ZONE.
062500     IF WS-ZN-ZIP-CODE (WS-ZNSUB) NOT = WS-WORK-ZIP
062600         GO TO 4100-EXIT
062700     END-IF
062800     MOVE ZERO TO WS-ROW-RANK
062900     IF WS-ZN-STREET-LENGTH (WS-ZNSUB) = 0
063000         MOVE 1 TO WS-ROW-RANK
063100     ELSE
063200         PERFORM 4200-MATCH-STREET THRU 4200-EXIT
063300     END-IF
063400     IF WS-ROW-RANK = 0
063500         GO TO 4100-EXIT
063600     END-IF
063700     IF WS-ROW-RANK > WS-BEST-RANK
063800         MOVE WS-ROW-RANK TO WS-BEST-RANK
063900         MOVE WS-ZNSUB TO WS-BEST-SUB
064000     END-IF
064100     IF WS-ROW-RANK > WS-OWN-RANK
064200             AND WS-ZN-CAMPUS-CODE (WS-ZNSUB) = SM-CAMPUS-CODE
064300         MOVE WS-ROW-RANK TO WS-OWN-RANK
064400         MOVE WS-ZNSUB TO WS-OWN-SUB
064500     END-IF.
064600 4100-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------*
064900*    4200-MATCH-STREET - THE STREET MUST MATCH THE ROW'S NAME   *
065000*    AS A WHOLE WORD, THE HOUSE MUST FALL IN THE RANGE, AND ON  *
065100*    THE ROW'S SIDE OF THE STREET.                              *
065200*--------------------------------------------------------------*
065300 4200-MATCH-STREET.
065400     IF WS-HOUSE-NUMBER = 0
065500             OR WS-STREET-PART = SPACE
065600         GO TO 4200-EXIT
065700     END-IF
065800     MOVE WS-ZN-STREET-LENGTH (WS-ZNSUB) TO WS-STREET-LENGTH
065900     IF WS-STREET-PART (1 : WS-STREET-LENGTH)
066000             NOT = WS-ZN-STREET-NAME (WS-ZNSUB)
066100                       (1 : WS-STREET-LENGTH)
066200         GO TO 4200-EXIT
066300     END-IF
066400     IF WS-STREET-PART (WS-STREET-LENGTH + 1 : 1) NOT = SPACE
066500         GO TO 4200-EXIT
066600     END-IF
066700     IF WS-HOUSE-NUMBER < WS-ZN-LOW-HOUSE (WS-ZNSUB)
066800             OR WS-HOUSE-NUMBER > WS-ZN-HIGH-HOUSE (WS-ZNSUB)
066900         GO TO 4200-EXIT
067000     END-IF
067100     DIVIDE WS-HOUSE-NUMBER BY 2 GIVING WS-HOUSE-HALF
067200         REMAINDER WS-HOUSE-ODD
067300     IF WS-ZN-SIDE (WS-ZNSUB) = "O"
067400             AND WS-HOUSE-ODD = 0
067500         GO TO 4200-EXIT
067600     END-IF
067700     IF WS-ZN-SIDE (WS-ZNSUB) = "E"
067800             AND WS-HOUSE-ODD = 1
067900         GO TO 4200-EXIT
068000     END-IF
068100     MOVE 2 TO WS-ROW-RANK.
068200 4200-EXIT.
068300     EXIT.
068400*--------------------------------------------------------------*
068500*    5000-CHECK-RIDER - A RIDER IS LISTED WHEN THE MASTER PUTS  *
068600*    THE ADDRESS IN THE WALK ZONE OF THE CAMPUS THE STUDENT     *
068700*    ATTENDS.                                                   *
068800*--------------------------------------------------------------*
068900 5000-CHECK-RIDER.
069000     MOVE SPACE TO SM-STUDENT-ID
069100     MOVE RA-STUDENT-ID TO SM-STUDENT-ID
069200     READ STUDENT-MASTER-FILE
069300         INVALID KEY
069400             GO TO 5000-NEXT
069500     END-READ
069600     IF NOT SM-IN-WALK-ZONE
069700             OR SM-ZONE-CAMPUS NOT = SM-CAMPUS-CODE
069800         GO TO 5000-NEXT
069900     END-IF
070000     ADD 1 TO WS-WALK-RIDER-COUNT
070100     MOVE RA-ROUTE-ID TO WS-WL-ROUTE-ID
070200     IF RA-RUN-LEG = "P"
070300         MOVE "PM" TO WS-WL-LEG
070400     ELSE
070500         MOVE "AM" TO WS-WL-LEG
070600     END-IF
070700     MOVE RA-STUDENT-ID TO WS-WL-STUDENT-ID
070800     MOVE RA-STUDENT-NAME TO WS-WL-STUDENT-NAME
070900     MOVE SM-ZONE-CAMPUS TO WS-WL-ZONE
071000     MOVE RA-STOP-ID TO WS-WL-STOP-ID
071100     WRITE ZONE-RPT-LINE FROM WS-WALK-LINE.
071200 5000-NEXT.
071300     PERFORM 5100-READ-RIDER THRU 5100-EXIT.
071400 5000-EXIT.
071500     EXIT.
071600*--------------------------------------------------------------*
071700*    5100-READ-RIDER                                            *
071800*--------------------------------------------------------------*
071900 5100-READ-RIDER.
072000     READ ROUTE-RIDER-FILE
072100         AT END
072200             SET WS-RA-EOF TO TRUE
072300     END-READ.
072400 5100-EXIT.
072500     EXIT.
072600*--------------------------------------------------------------*
072700*    8000-FINALIZE - REJECTED ZONE ROWS END THE RUN RC 4; A     *
072800*    FULL TABLE LEAVES ADDRESSES MISZONED AND ENDS IT RC 8.     *
072900*--------------------------------------------------------------*
073000 8000-FINALIZE.
073100     MOVE WS-STUDENT-COUNT TO WS-TL-STUDENTS
073200     MOVE WS-ZONED-COUNT TO WS-TL-ZONED
073300     MOVE WS-WALK-COUNT TO WS-TL-WALK
073400     MOVE WS-UNZONED-COUNT TO WS-TL-UNZONED
073500     WRITE ZONE-RPT-LINE FROM WS-TOTAL-LINE
073600     MOVE WS-CHANGED-COUNT TO WS-TL-CHANGED
073700     MOVE WS-OUT-ZONE-COUNT TO WS-TL-OUT-ZONE
073800     MOVE WS-WALK-RIDER-COUNT TO WS-TL-WALK-RIDERS
073900     MOVE WS-REJECT-COUNT TO WS-TL-REJECTED
074000     WRITE ZONE-RPT-LINE FROM WS-TOTAL-LINE-2
074100     IF WS-REJECT-COUNT > 0
074200         MOVE 4 TO RETURN-CODE
074300     END-IF
074400     IF WS-ZIP-DROP-COUNT > 0
074500         DISPLAY "ZONEASGN: ZIP TABLE FULL - DROPPED - "
074600             WS-ZIP-DROP-COUNT
074700         MOVE 8 TO RETURN-CODE
074800     END-IF
074900     IF WS-ZN-DROP-COUNT > 0
075000         DISPLAY "ZONEASGN: ZONE TABLE FULL - DROPPED - "
075100             WS-ZN-DROP-COUNT
075200         MOVE 8 TO RETURN-CODE
075300     END-IF
075400     IF WS-XF-DROP-COUNT > 0
075500         DISPLAY "ZONEASGN: TRANSFER TABLE FULL - DROPPED - "
075600             WS-XF-DROP-COUNT
075700         MOVE 8 TO RETURN-CODE
075800     END-IF
075900     CLOSE STUDENT-MASTER-FILE
076000     CLOSE ROUTE-RIDER-FILE
076100     CLOSE ZONE-RPT.
076200 8000-EXIT.
076300     EXIT.
076400 END PROGRAM ZONEASGN.
