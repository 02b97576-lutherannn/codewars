000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTGSWP.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    WEEKLY STUDENT-ID REFERENTIAL INTEGRITY SWEEP.  STUMRECN   *
000900*    ONLY TIES THE MASTER TO TERM ENROLLMENT; THIS RUN WALKS    *
001000*    EVERY OTHER FILE THAT CARRIES A STUDENT ID AND LISTS, BY   *
001100*    FILE, EACH ROW WHOSE STUDENT IS NO LONGER ON THE MASTER    *
001200*    (DELETED, WITHDRAWN, OR MERGED AWAY).  THE EMERGENCY-      *
001300*    CONTACT, HOUSEHOLD AND IMMUNIZATION FILES ARRIVE IN        *
001400*    STUDENT-ID ORDER AND ARE MATCHED BESIDE THE MASTER AS      *
001500*    SORTED STREAMS, WHICH ALSO CATCHES THE REVERSE CASE - AN   *
001600*    ACTIVE STUDENT WITH NO CONTACT, HOUSEHOLD OR IMMUNIZATION  *
001700*    ROW.  THE PREPAID, RIDER, CHECKOUT, FEE-LEDGER AND LEGAL-  *
001800*    HOLD FILES ARE PROBED AGAINST THE MASTER BY KEY.           *
001900*    EVERY COUNT IS POSTED VIA EODWRITE.  THE ORPHAN AND GAP    *
002000*    TOTALS ARE POSTED BESIDE A BASELINE - LAST RUN'S TOTAL     *
002100*    FROM THE EOD HISTORY, OR THIS RUN'S WHEN IT IS LOWER - SO  *
002200*    THE BALPROOF STEP THAT FOLLOWS IN THE WEEKLY JOB BREAKS    *
002300*    ON A JUMP PAST THE RULE'S TOLERANCE AND STOPS THE STREAM   *
002400*    LIKE ANY OTHER OUT-OF-BALANCE HANDOFF.                     *
002500*--------------------------------------------------------------*
002600*    MODIFICATION HISTORY                                      *
002700*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SM-STUDENT-ID
003600         FILE STATUS IS WS-SM-FILE-STATUS.
003700     SELECT EMERGENCY-CONTACT-FILE ASSIGN TO EMERCONT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-EC-FILE-STATUS.
004000     SELECT HOUSEHOLD-LINK-FILE ASSIGN TO HOUSHOLD
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-HH-FILE-STATUS.
004300     SELECT IMMUNIZATION-FILE ASSIGN TO IMMREC
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-IM-FILE-STATUS.
004600     SELECT PREPAID-ACCOUNT-FILE ASSIGN TO PREPACCT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS PA-STUDENT-ID
005000         FILE STATUS IS WS-IN-FILE-STATUS.
005100     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-IN-FILE-STATUS.
005400     SELECT ASSET-CHECKOUT-FILE ASSIGN TO CHECKOUT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-IN-FILE-STATUS.
005700     SELECT FEE-LEDGER-FILE ASSIGN TO FEELEDGR
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-IN-FILE-STATUS.
006000     SELECT LEGAL-HOLD-FILE ASSIGN TO LEGALHLD
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-IN-FILE-STATUS.
006300     SELECT EOD-HISTORY-FILE ASSIGN TO EODHIST
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-EH-FILE-STATUS.
006600     SELECT INTEGRITY-RPT ASSIGN TO INTGRPT
006700         ORGANIZATION IS SEQUENTIAL.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  STUDENT-MASTER-FILE.
007100     COPY studmast.
007200 FD  EMERGENCY-CONTACT-FILE
007300     RECORDING MODE IS F.
007400     COPY emercont.
007500 FD  HOUSEHOLD-LINK-FILE
007600     RECORDING MODE IS F.
007700     COPY houshold.
007800 FD  IMMUNIZATION-FILE
007900     RECORDING MODE IS F.
008000     COPY immrec.
008100 FD  PREPAID-ACCOUNT-FILE.
008200     COPY prepacct.
008300 FD  ROUTE-RIDER-FILE
008400     RECORDING MODE IS F.
008500     COPY rterider.
008600 FD  ASSET-CHECKOUT-FILE
008700     RECORDING MODE IS F.
008800     COPY checkout.
008900 FD  FEE-LEDGER-FILE
009000     RECORDING MODE IS F.
009100     COPY feeledgr.
009200 FD  LEGAL-HOLD-FILE
009300     RECORDING MODE IS F.
009400     COPY legalhld.
009500 FD  EOD-HISTORY-FILE
009600     RECORDING MODE IS F.
009700     COPY eodhist.
009800 FD  INTEGRITY-RPT
009900     RECORDING MODE IS F.
010000 01  INTEGRITY-LINE                 PIC X(80).
010100 WORKING-STORAGE SECTION.
010200 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
010300 01  WS-EC-FILE-STATUS              PIC X(02) VALUE SPACE.
010400 01  WS-HH-FILE-STATUS              PIC X(02) VALUE SPACE.
010500 01  WS-IM-FILE-STATUS              PIC X(02) VALUE SPACE.
010600 01  WS-IN-FILE-STATUS              PIC X(02) VALUE SPACE.
010700 01  WS-EH-FILE-STATUS              PIC X(02) VALUE SPACE.
010800 01  WS-SM-EOF-SWITCH               PIC X(01) VALUE "N".
010900     88  WS-SM-EOF                      VALUE "Y".
011000 01  WS-IN-EOF-SWITCH               PIC X(01) VALUE "N".
011100     88  WS-IN-EOF                      VALUE "Y".
011200 01  WS-EH-EOF-SWITCH               PIC X(01) VALUE "N".
011300     88  WS-EH-EOF                      VALUE "Y".
011400 01  WS-SM-KEY                      PIC X(25).
011500 01  WS-EC-KEY                      PIC X(25).
011600 01  WS-HH-KEY                      PIC X(25).
011700 01  WS-IM-KEY                      PIC X(25).
011800*    ONE SWITCH PER REQUIRED FILE FOR THE MASTER ROW IN HAND.
011900 01  WS-HAS-CONTACT-SWITCH          PIC X(01).
012000     88  WS-HAS-CONTACT                 VALUE "Y".
012100 01  WS-HAS-HOUSEHOLD-SWITCH        PIC X(01).
012200     88  WS-HAS-HOUSEHOLD               VALUE "Y".
012300 01  WS-HAS-IMMUNIZATION-SWITCH     PIC X(01).
012400     88  WS-HAS-IMMUNIZATION            VALUE "Y".
012500 01  WS-MISSING-FILE-SWITCH         PIC X(01) VALUE "N".
012600     88  WS-FILE-WAS-MISSING            VALUE "Y".
012700 01  WS-SUB                         PIC 9(04) COMP.
012800 01  WS-FILE-SUB                    PIC 9(02) COMP.
012900 01  WS-MASTER-COUNT                PIC 9(07) COMP VALUE ZERO.
013000 01  WS-ORPHAN-TOTAL                PIC 9(07) COMP VALUE ZERO.
013100 01  WS-GAP-TOTAL                   PIC 9(07) COMP VALUE ZERO.
013200 01  WS-NO-CONTACT-COUNT            PIC 9(07) COMP VALUE ZERO.
013300 01  WS-NO-HOUSEHOLD-COUNT          PIC 9(07) COMP VALUE ZERO.
013400 01  WS-NO-IMMUNIZATION-COUNT       PIC 9(07) COMP VALUE ZERO.
013500 01  WS-LIST-DROP-COUNT             PIC 9(07) COMP VALUE ZERO.
013600*    LAST RUN'S TOTALS FROM THE EOD HISTORY.  NONE ON FILE (THE
013700*    FIRST SWEEP) MEANS THE BASELINE IS THIS RUN'S OWN TOTAL.
013800 01  WS-PRIOR-ORPHAN-SWITCH         PIC X(01) VALUE "N".
013900     88  WS-PRIOR-ORPHAN-FOUND          VALUE "Y".
014000 01  WS-PRIOR-GAP-SWITCH            PIC X(01) VALUE "N".
014100     88  WS-PRIOR-GAP-FOUND             VALUE "Y".
014200 01  WS-PRIOR-ORPHAN-TOTAL          PIC 9(07) VALUE ZERO.
014300 01  WS-PRIOR-GAP-TOTAL             PIC 9(07) VALUE ZERO.
014400 01  WS-ORPHAN-BASELINE             PIC 9(07) VALUE ZERO.
014500 01  WS-GAP-BASELINE                PIC 9(07) VALUE ZERO.
014600*    THE EIGHT SWEPT FILES, IN REPORT ORDER, WITH THE EOD LABEL
014700*    EACH FILE'S ORPHAN COUNT IS POSTED UNDER.
014800 01  WS-FILE-NAME-VALUES.
014900     05  FILLER                     PIC X(20)
015000             VALUE "EMERGENCY CONTACTS".
015100     05  FILLER                     PIC X(24)
015200             VALUE "ORPHAN EMERGENCY CONTACT".
015300     05  FILLER                     PIC X(20)
015400             VALUE "HOUSEHOLD LINKS".
015500     05  FILLER                     PIC X(24)
015600             VALUE "ORPHAN HOUSEHOLD LINK".
015700     05  FILLER                     PIC X(20)
015800             VALUE "IMMUNIZATIONS".
015900     05  FILLER                     PIC X(24)
016000             VALUE "ORPHAN IMMUNIZATION ROW".
016100     05  FILLER                     PIC X(20)
016200             VALUE "PREPAID ACCOUNTS".
016300     05  FILLER                     PIC X(24)
016400             VALUE "ORPHAN PREPAID ACCOUNT".
016500     05  FILLER                     PIC X(20)
016600             VALUE "ROUTE RIDERS".
016700     05  FILLER                     PIC X(24)
016800             VALUE "ORPHAN ROUTE RIDER".
016900     05  FILLER                     PIC X(20)
017000             VALUE "ASSET CHECKOUTS".
017100     05  FILLER                     PIC X(24)
017200             VALUE "ORPHAN ASSET CHECKOUT".
017300     05  FILLER                     PIC X(20)
017400             VALUE "FEE LEDGER".
017500     05  FILLER                     PIC X(24)
017600             VALUE "ORPHAN FEE LEDGER ROW".
017700     05  FILLER                     PIC X(20)
017800             VALUE "LEGAL HOLDS".
017900     05  FILLER                     PIC X(24)
018000             VALUE "ORPHAN LEGAL HOLD".
018100 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
018200     05  WS-FN-ENTRY OCCURS 8 TIMES.
018300         10  WS-FN-NAME             PIC X(20).
018400         10  WS-FN-EOD-LABEL        PIC X(24).
018500 01  WS-FILE-COUNT-TABLE.
018600     05  WS-FC-ORPHANS OCCURS 8 TIMES
018700                                    PIC 9(07) COMP.
018800 01  WS-NOTE-FILE                   PIC 9(02) COMP.
018900 01  WS-NOTE-ID                     PIC X(09).
019000 01  WS-NOTE-DETAIL                 PIC X(30).
019100 01  WS-ORPHAN-TABLE.
019200     05  WS-OR-COUNT                PIC 9(04) COMP VALUE ZERO.
019300     05  WS-OR-ENTRY OCCURS 1000 TIMES.
019400         10  WS-OR-FILE             PIC 9(02) COMP.
019500         10  WS-OR-STUDENT-ID       PIC X(09).
019600         10  WS-OR-DETAIL           PIC X(30).
019700 01  WS-GAP-TABLE.
019800     05  WS-GP-COUNT                PIC 9(04) COMP VALUE ZERO.
019900     05  WS-GP-ENTRY OCCURS 1000 TIMES.
020000         10  WS-GP-STUDENT-ID       PIC X(25).
020100         10  WS-GP-STUDENT-NAME     PIC X(30).
020200         10  WS-GP-NO-CONTACT       PIC X(04).
020300         10  WS-GP-NO-HOUSEHOLD     PIC X(04).
020400         10  WS-GP-NO-IMMUNIZATION  PIC X(04).
020500 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "INTGSWP".
020600 01  WS-EOD-LABEL                   PIC X(24).
020700 01  WS-EOD-METRIC-VALUE            PIC 9(07).
020800 01  WS-EOD-CAMPUS-CODE             PIC X(03) VALUE SPACE.
020900 01  WS-EOD-ORPHAN-LABEL            PIC X(24)
021000         VALUE "ORPHANS FOUND".
021100 01  WS-EOD-ORPHAN-BASE-LABEL       PIC X(24)
021200         VALUE "ORPHAN BASELINE".
021300 01  WS-EOD-GAP-LABEL               PIC X(24)
021400         VALUE "STUDENTS MISSING ROWS".
021500 01  WS-EOD-GAP-BASE-LABEL          PIC X(24)
021600         VALUE "MISSING ROWS BASELINE".
021700 01  WS-EOD-NO-CONTACT-LABEL        PIC X(24)
021800         VALUE "NO EMERGENCY CONTACT".
021900 01  WS-EOD-NO-HOUSEHOLD-LABEL      PIC X(24)
022000         VALUE "NO HOUSEHOLD LINK".
022100 01  WS-EOD-NO-IMMUN-LABEL          PIC X(24)
022200         VALUE "NO IMMUNIZATION ROW".
022300 01  WS-REPORT-HEADING              PIC X(80)
022400         VALUE "WEEKLY STUDENT-ID INTEGRITY SWEEP".
022500 01  WS-SECTION-HEADING-1           PIC X(80)
022600         VALUE "SECTION 1 - ROWS WITH NO MASTER RECORD".
022700 01  WS-SECTION-HEADING-2           PIC X(80)
022800         VALUE "SECTION 2 - STUDENTS MISSING REQUIRED ROWS".
022900 01  WS-FILE-HEADING.
023000     05  FILLER                     PIC X(07) VALUE "FILE - ".
023100     05  WS-FH-NAME                 PIC X(20).
023200     05  FILLER                     PIC X(10)
023300             VALUE "ORPHANS - ".
023400     05  WS-FH-COUNT                PIC ZZ,ZZ9.
023500     05  FILLER                     PIC X(37) VALUE SPACE.
023600 01  WS-ORPHAN-LINE.
023700     05  FILLER                     PIC X(04) VALUE SPACE.
023800     05  WS-OL-STUDENT-ID           PIC X(09).
023900     05  FILLER                     PIC X(02) VALUE SPACE.
024000     05  WS-OL-DETAIL               PIC X(30).
024100     05  FILLER                     PIC X(35) VALUE SPACE.
024200 01  WS-GAP-LINE.
024300     05  WS-GL-STUDENT-ID           PIC X(25).
024400     05  FILLER                     PIC X(01) VALUE SPACE.
024500     05  WS-GL-STUDENT-NAME         PIC X(30).
024600     05  FILLER                     PIC X(01) VALUE SPACE.
024700     05  WS-GL-NO-CONTACT           PIC X(04).
024800     05  FILLER                     PIC X(01) VALUE SPACE.
024900     05  WS-GL-NO-HOUSEHOLD         PIC X(04).
025000     05  FILLER                     PIC X(01) VALUE SPACE.
025100     05  WS-GL-NO-IMMUNIZATION      PIC X(04).
025200     05  FILLER                     PIC X(09) VALUE SPACE.
025300 01  WS-GAP-COLUMN-LINE.
025400     05  FILLER                     PIC X(57)
025500             VALUE "STUDENT ID                STUDENT NAME".
025600     05  FILLER                     PIC X(23)
025700             VALUE "CONT HHLD IMMU".
025800 01  WS-LIST-FULL-LINE.
025900     05  FILLER                     PIC X(04) VALUE SPACE.
026000     05  WS-LF-COUNT                PIC ZZ,ZZ9.
026100     05  FILLER                     PIC X(70)
026200             VALUE " MORE NOT LISTED - LISTING TABLE FULL".
026300 01  WS-SUMMARY-LINE-1.
026400     05  FILLER                     PIC X(18)
026500             VALUE "MASTER STUDENTS - ".
026600     05  WS-S1-MASTER               PIC Z,ZZZ,ZZ9.
026700     05  FILLER                     PIC X(13)
026800             VALUE "  ORPHANS - ".
026900     05  WS-S1-ORPHANS              PIC Z,ZZZ,ZZ9.
027000     05  FILLER                     PIC X(15)
027100             VALUE "  LAST RUN - ".
027200     05  WS-S1-PRIOR                PIC Z,ZZZ,ZZ9.
027300     05  FILLER                     PIC X(07) VALUE SPACE.
027400 01  WS-SUMMARY-LINE-2.
027500     05  FILLER                     PIC X(18)
027600             VALUE "MISSING ROWS    - ".
027700     05  WS-S2-GAPS                 PIC Z,ZZZ,ZZ9.
027800     05  FILLER                     PIC X(13)
027900             VALUE "  CONTACT - ".
028000     05  WS-S2-CONTACT              PIC Z,ZZZ,ZZ9.
028100     05  FILLER                     PIC X(15)
028200             VALUE "  HOUSEHOLD - ".
028300     05  WS-S2-HOUSEHOLD            PIC Z,ZZZ,ZZ9.
028400     05  FILLER                     PIC X(07) VALUE SPACE.
028500 01  WS-SUMMARY-LINE-3.
028600     05  FILLER                     PIC X(18)
028700             VALUE "IMMUNIZATION    - ".
028800     05  WS-S3-IMMUNIZATION         PIC Z,ZZZ,ZZ9.
028900     05  FILLER                     PIC X(13)
029000             VALUE "  LAST RUN - ".
029100     05  WS-S3-PRIOR                PIC Z,ZZZ,ZZ9.
029200     05  FILLER                     PIC X(31) VALUE SPACE.
029300 PROCEDURE DIVISION.
029400*--------------------------------------------------------------*
029500*    0000-MAINLINE                                              *
029600*--------------------------------------------------------------*
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029900     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
030000         UNTIL WS-SM-EOF
030100     PERFORM 2900-FLUSH-STREAMS THRU 2900-EXIT
030200     PERFORM 4000-SWEEP-PREPAID THRU 4000-EXIT
030300     PERFORM 4100-SWEEP-RIDERS THRU 4100-EXIT
030400     PERFORM 4200-SWEEP-CHECKOUTS THRU 4200-EXIT
030500     PERFORM 4300-SWEEP-LEDGER THRU 4300-EXIT
030600     PERFORM 4400-SWEEP-HOLDS THRU 4400-EXIT
030700     PERFORM 8000-FINALIZE THRU 8000-EXIT
030800     GOBACK.
030900*--------------------------------------------------------------*
031000*    1000-INITIALIZE - THE MASTER IS READ IN INDEX ORDER FOR    *
031100*    THE STREAM MATCH AND THEN BY KEY FOR THE PROBES.  A        *
031200*    MISSING MASTER ENDS THE RUN - EVERY ROW WOULD LOOK ORPHAN. *
031300*--------------------------------------------------------------*
031400 1000-INITIALIZE.
031500     MOVE ZERO TO WS-FILE-COUNT-TABLE
031600     OPEN INPUT STUDENT-MASTER-FILE
031700     IF WS-SM-FILE-STATUS NOT = "00"
031800         DISPLAY "INTGSWP: STUDENT MASTER OPEN FAILED - "
031900             WS-SM-FILE-STATUS
032000         MOVE 8 TO RETURN-CODE
032100         GOBACK
032200     END-IF
032300     OPEN OUTPUT INTEGRITY-RPT
032400     WRITE INTEGRITY-LINE FROM WS-REPORT-HEADING
032500     PERFORM 1100-LOAD-PRIOR-TOTALS THRU 1100-EXIT
032600     OPEN INPUT EMERGENCY-CONTACT-FILE
032700     IF WS-EC-FILE-STATUS = "35"
032800         MOVE 1 TO WS-FILE-SUB
032900         PERFORM 9000-NOTE-MISSING-FILE THRU 9000-EXIT
033000         MOVE HIGH-VALUES TO WS-EC-KEY
033100     ELSE
033200         PERFORM 3120-READ-CONTACT THRU 3120-EXIT
033300     END-IF
033400     OPEN INPUT HOUSEHOLD-LINK-FILE
033500     IF WS-HH-FILE-STATUS = "35"
033600         MOVE 2 TO WS-FILE-SUB
033700         PERFORM 9000-NOTE-MISSING-FILE THRU 9000-EXIT
033800         MOVE HIGH-VALUES TO WS-HH-KEY
033900     ELSE
034000         PERFORM 3220-READ-HOUSEHOLD THRU 3220-EXIT
034100     END-IF
034200     OPEN INPUT IMMUNIZATION-FILE
034300     IF WS-IM-FILE-STATUS = "35"
034400         MOVE 3 TO WS-FILE-SUB
034500         PERFORM 9000-NOTE-MISSING-FILE THRU 9000-EXIT
034600         MOVE HIGH-VALUES TO WS-IM-KEY
034700     ELSE
034800         PERFORM 3320-READ-IMMUNIZATION THRU 3320-EXIT
034900     END-IF
035000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
035100 1000-EXIT.
035200     EXIT.
035300*--------------------------------------------------------------*
035400*    1100-LOAD-PRIOR-TOTALS - THE HISTORY IS APPENDED IN RUN    *
035500*    ORDER, SO THE LAST ROW POSTED UNDER EACH TOTAL IS THE      *
035600*    PREVIOUS SWEEP'S.                                          *
035700*--------------------------------------------------------------*
035800 1100-LOAD-PRIOR-TOTALS.
035900     OPEN INPUT EOD-HISTORY-FILE
036000     IF WS-EH-FILE-STATUS = "35"
036100         GO TO 1100-EXIT
036200     END-IF
036300     PERFORM 1110-READ-HISTORY THRU 1110-EXIT
036400         UNTIL WS-EH-EOF
036500     CLOSE EOD-HISTORY-FILE.
036600 1100-EXIT.
036700     EXIT.
036800*--------------------------------------------------------------*
036900*    1110-READ-HISTORY                                          *
037000*--------------------------------------------------------------*
037100 1110-READ-HISTORY.
037200     READ EOD-HISTORY-FILE
037300         AT END
037400             SET WS-EH-EOF TO TRUE
037500             GO TO 1110-EXIT
037600     END-READ
037700     IF EH-SOURCE-PROGRAM NOT = WS-EOD-SOURCE-PROGRAM
037800         GO TO 1110-EXIT
037900     END-IF
038000     IF EH-METRIC-LABEL = WS-EOD-ORPHAN-LABEL
038100         MOVE EH-METRIC-VALUE TO WS-PRIOR-ORPHAN-TOTAL
038200         SET WS-PRIOR-ORPHAN-FOUND TO TRUE
038300     END-IF
038400     IF EH-METRIC-LABEL = WS-EOD-GAP-LABEL
038500         MOVE EH-METRIC-VALUE TO WS-PRIOR-GAP-TOTAL
038600         SET WS-PRIOR-GAP-FOUND TO TRUE
038700     END-IF.
038800 1110-EXIT.
038900     EXIT.
039000*--------------------------------------------------------------*
039100*    2000-SWEEP-MASTER - ONE ACTIVE STUDENT.  EACH SORTED       *
039200*    STREAM IS ADVANCED TO THE STUDENT'S KEY; ROWS SKIPPED ON   *
039300*    THE WAY BELONG TO NO MASTER, AND A STREAM THAT DOES NOT    *
039400*    LAND ON THE KEY IS A MISSING REQUIRED ROW.                 *
039500*--------------------------------------------------------------*
039600 2000-SWEEP-MASTER.
039700     ADD 1 TO WS-MASTER-COUNT
039800     MOVE "N" TO WS-HAS-CONTACT-SWITCH
039900     MOVE "N" TO WS-HAS-HOUSEHOLD-SWITCH
040000     MOVE "N" TO WS-HAS-IMMUNIZATION-SWITCH
040100     PERFORM 3100-MATCH-CONTACT THRU 3100-EXIT
040200     PERFORM 3200-MATCH-HOUSEHOLD THRU 3200-EXIT
040300     PERFORM 3300-MATCH-IMMUNIZATION THRU 3300-EXIT
040400     IF NOT WS-HAS-CONTACT
040500             OR NOT WS-HAS-HOUSEHOLD
040600             OR NOT WS-HAS-IMMUNIZATION
040700         PERFORM 3500-NOTE-GAP THRU 3500-EXIT
040800     END-IF
040900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
041000 2000-EXIT.
041100     EXIT.
041200*--------------------------------------------------------------*
041300*    2100-READ-MASTER                                           *
041400*--------------------------------------------------------------*
041500 2100-READ-MASTER.
041600     READ STUDENT-MASTER-FILE NEXT RECORD
041700         AT END
041800             SET WS-SM-EOF TO TRUE
041900             MOVE HIGH-VALUES TO WS-SM-KEY
042000         NOT AT END
042100             MOVE SM-STUDENT-ID TO WS-SM-KEY
042200     END-READ.
042300 2100-EXIT.
042400     EXIT.
042500*--------------------------------------------------------------*
042600*    2900-FLUSH-STREAMS - PAST THE LAST MASTER EVERY ROW LEFT   *
042700*    ON A SORTED STREAM IS AN ORPHAN.  THE MASTER KEY IS HIGH-  *
042800*    VALUES HERE, SO THE MATCH STOPS AT EACH STREAM'S END.      *
042900*--------------------------------------------------------------*
043000 2900-FLUSH-STREAMS.
043100     PERFORM 3100-MATCH-CONTACT THRU 3100-EXIT
043200     PERFORM 3200-MATCH-HOUSEHOLD THRU 3200-EXIT
043300     PERFORM 3300-MATCH-IMMUNIZATION THRU 3300-EXIT
043400     IF WS-EC-FILE-STATUS NOT = "35"
043500         CLOSE EMERGENCY-CONTACT-FILE
043600     END-IF
043700     IF WS-HH-FILE-STATUS NOT = "35"
043800         CLOSE HOUSEHOLD-LINK-FILE
043900     END-IF
044000     IF WS-IM-FILE-STATUS NOT = "35"
044100         CLOSE IMMUNIZATION-FILE
044200     END-IF.
044300 2900-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------*
044600*    3100-MATCH-CONTACT                                         *
044700*--------------------------------------------------------------*
044800 3100-MATCH-CONTACT.
044900     PERFORM 3110-ORPHAN-CONTACT THRU 3110-EXIT
045000         UNTIL WS-EC-KEY NOT < WS-SM-KEY
045100     IF WS-EC-KEY = WS-SM-KEY AND NOT WS-SM-EOF
045200         SET WS-HAS-CONTACT TO TRUE
045300         PERFORM 3120-READ-CONTACT THRU 3120-EXIT
045400             UNTIL WS-EC-KEY > WS-SM-KEY
045500     END-IF.
045600 3100-EXIT.
045700     EXIT.
045800*--------------------------------------------------------------*
045900*    3110-ORPHAN-CONTACT                                        *
046000*--------------------------------------------------------------*
046100 3110-ORPHAN-CONTACT.
046200     MOVE 1 TO WS-NOTE-FILE
046300     MOVE EC-STUDENT-ID TO WS-NOTE-ID
046400     MOVE EC-CONTACT-NAME TO WS-NOTE-DETAIL
046500     PERFORM 5100-NOTE-ORPHAN THRU 5100-EXIT
046600     PERFORM 3120-READ-CONTACT THRU 3120-EXIT.
046700 3110-EXIT.
046800     EXIT.
046900*--------------------------------------------------------------*
047000*    3120-READ-CONTACT                                          *
047100*--------------------------------------------------------------*
047200 3120-READ-CONTACT.
047300     READ EMERGENCY-CONTACT-FILE
047400         AT END
047500             MOVE HIGH-VALUES TO WS-EC-KEY
047600         NOT AT END
047700             MOVE SPACE TO WS-EC-KEY
047800             MOVE EC-STUDENT-ID TO WS-EC-KEY
047900     END-READ.
048000 3120-EXIT.
048100     EXIT.
048200*--------------------------------------------------------------*
048300*    3200-MATCH-HOUSEHOLD                                       *
048400*--------------------------------------------------------------*
048500 3200-MATCH-HOUSEHOLD.
048600     PERFORM 3210-ORPHAN-HOUSEHOLD THRU 3210-EXIT
048700         UNTIL WS-HH-KEY NOT < WS-SM-KEY
048800     IF WS-HH-KEY = WS-SM-KEY AND NOT WS-SM-EOF
048900         SET WS-HAS-HOUSEHOLD TO TRUE
049000         PERFORM 3220-READ-HOUSEHOLD THRU 3220-EXIT
049100             UNTIL WS-HH-KEY > WS-SM-KEY
049200     END-IF.
049300 3200-EXIT.
049400     EXIT.
049500*--------------------------------------------------------------*
049600*    3210-ORPHAN-HOUSEHOLD                                      *
049700*--------------------------------------------------------------*
049800 3210-ORPHAN-HOUSEHOLD.
049900     MOVE 2 TO WS-NOTE-FILE
050000     MOVE HH-STUDENT-ID TO WS-NOTE-ID
050100     MOVE SPACE TO WS-NOTE-DETAIL
050200     STRING "HOUSEHOLD " HH-HOUSEHOLD-ID
050300         DELIMITED BY SIZE INTO WS-NOTE-DETAIL
050400     PERFORM 5100-NOTE-ORPHAN THRU 5100-EXIT
050500     PERFORM 3220-READ-HOUSEHOLD THRU 3220-EXIT.
050600 3210-EXIT.
050700     EXIT.
050800*--------------------------------------------------------------*
050900*    3220-READ-HOUSEHOLD                                        *
051000*--------------------------------------------------------------*
051100 3220-READ-HOUSEHOLD.
051200     READ HOUSEHOLD-LINK-FILE
051300         AT END
051400             MOVE HIGH-VALUES TO WS-HH-KEY
051500         NOT AT END
051600             MOVE SPACE TO WS-HH-KEY
051700             MOVE HH-STUDENT-ID TO WS-HH-KEY
051800     END-READ.
051900 3220-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------*
052200*    3300-MATCH-IMMUNIZATION                                    *
052300*--------------------------------------------------------------*
052400 3300-MATCH-IMMUNIZATION.
052500     PERFORM 3310-ORPHAN-IMMUNIZATION THRU 3310-EXIT
052600         UNTIL WS-IM-KEY NOT < WS-SM-KEY
052700     IF WS-IM-KEY = WS-SM-KEY AND NOT WS-SM-EOF
052800         SET WS-HAS-IMMUNIZATION TO TRUE
052900         PERFORM 3320-READ-IMMUNIZATION THRU 3320-EXIT
053000             UNTIL WS-IM-KEY > WS-SM-KEY
053100     END-IF.
053200 3300-EXIT.
053300     EXIT.
053400*--------------------------------------------------------------*
053500*    3310-ORPHAN-IMMUNIZATION                                   *
053600*--------------------------------------------------------------*
053700 3310-ORPHAN-IMMUNIZATION.
053800     MOVE 3 TO WS-NOTE-FILE
053900     MOVE IM-STUDENT-ID TO WS-NOTE-ID
054000     MOVE SPACE TO WS-NOTE-DETAIL
054100     STRING "VACCINE " IM-VACCINE-CODE " DOSE " IM-DOSE-DATE
054200         DELIMITED BY SIZE INTO WS-NOTE-DETAIL
054300     PERFORM 5100-NOTE-ORPHAN THRU 5100-EXIT
054400     PERFORM 3320-READ-IMMUNIZATION THRU 3320-EXIT.
054500 3310-EXIT.
054600     EXIT.
054700*--------------------------------------------------------------*
054800*    3320-READ-IMMUNIZATION                                     *
054900*--------------------------------------------------------------*
055000 3320-READ-IMMUNIZATION.
055100     READ IMMUNIZATION-FILE
055200         AT END
055300             MOVE HIGH-VALUES TO WS-IM-KEY
055400         NOT AT END
055500             MOVE SPACE TO WS-IM-KEY
055600             MOVE IM-STUDENT-ID TO WS-IM-KEY
055700     END-READ.
055800 3320-EXIT.
055900     EXIT.
056000*--------------------------------------------------------------*
056100*    3500-NOTE-GAP - ONE LISTING ROW PER STUDENT, MARKING EACH  *
056200*    REQUIRED FILE THE STUDENT HAS NO ROW ON.                   *
056300*--------------------------------------------------------------*
056400 3500-NOTE-GAP.
056500     ADD 1 TO WS-GAP-TOTAL
056600     IF NOT WS-HAS-CONTACT
056700         ADD 1 TO WS-NO-CONTACT-COUNT
056800     END-IF
056900     IF NOT WS-HAS-HOUSEHOLD
057000         ADD 1 TO WS-NO-HOUSEHOLD-COUNT
057100     END-IF
057200     IF NOT WS-HAS-IMMUNIZATION
057300         ADD 1 TO WS-NO-IMMUNIZATION-COUNT
057400     END-IF
057500     IF WS-GP-COUNT NOT < 1000
057600         ADD 1 TO WS-LIST-DROP-COUNT
057700         GO TO 3500-EXIT
057800     END-IF
057900     ADD 1 TO WS-GP-COUNT
058000     MOVE SM-STUDENT-ID TO WS-GP-STUDENT-ID (WS-GP-COUNT)
058100     MOVE SM-STUDENT-NAME TO WS-GP-STUDENT-NAME (WS-GP-COUNT)
058200     MOVE SPACE TO WS-GP-NO-CONTACT (WS-GP-COUNT)
058300     MOVE SPACE TO WS-GP-NO-HOUSEHOLD (WS-GP-COUNT)
058400     MOVE SPACE TO WS-GP-NO-IMMUNIZATION (WS-GP-COUNT)
058500     IF NOT WS-HAS-CONTACT
058600         MOVE "NONE" TO WS-GP-NO-CONTACT (WS-GP-COUNT)
058700     END-IF
058800     IF NOT WS-HAS-HOUSEHOLD
058900         MOVE "NONE" TO WS-GP-NO-HOUSEHOLD (WS-GP-COUNT)
059000     END-IF
059100     IF NOT WS-HAS-IMMUNIZATION
059200         MOVE "NONE" TO WS-GP-NO-IMMUNIZATION (WS-GP-COUNT)
059300     END-IF.
059400 3500-EXIT.
059500     EXIT.
059600*--------------------------------------------------------------*
059700*    4000-SWEEP-PREPAID                                         *
059800*--------------------------------------------------------------*
059900 4000-SWEEP-PREPAID.
060000     MOVE 4 TO WS-FILE-SUB
060100     OPEN INPUT PREPAID-ACCOUNT-FILE
060200     IF WS-IN-FILE-STATUS = "35"
060300         PERFORM 9000-NOTE-MISSING-FILE THRU 9000-EXIT
060400         GO TO 4000-EXIT
060500     END-IF
060600     MOVE "N" TO WS-IN-EOF-SWITCH
060700     PERFORM 4010-READ-PREPAID THRU 4010-EXIT
060800         UNTIL WS-IN-EOF
060900     CLOSE PREPAID-ACCOUNT-FILE.
061000 4000-EXIT.
061100     EXIT.
061200*--------------------------------------------------------------*
061300*    4010-READ-PREPAID                                          *
061400*--------------------------------------------------------------*
061500 4010-READ-PREPAID.
061600     READ PREPAID-ACCOUNT-FILE NEXT RECORD
061700         AT END
061800             SET WS-IN-EOF TO TRUE
061900         NOT AT END
062000             MOVE PA-STUDENT-ID TO WS-NOTE-ID
062100             MOVE PA-STUDENT-NAME TO WS-NOTE-DETAIL
062200             PERFORM 5000-PROBE-MASTER THRU 5000-EXIT
062300     END-READ.
062400 4010-EXIT.
062500     EXIT.
062600*--------------------------------------------------------------*
062700*    4100-SWEEP-RIDERS                                          *
062800*--------------------------------------------------------------*
062900 4100-SWEEP-RIDERS.
063000     MOVE 5 TO WS-FILE-SUB
063100     OPEN INPUT ROUTE-RIDER-FILE
063200     IF WS-IN-FILE-STATUS = "35"
063300         PERFORM 9000-NOTE-MISSING-FILE THRU 9000-EXIT
063400         GO TO 4100-EXIT
063500     END-IF
063600     MOVE "N" TO WS-IN-EOF-SWITCH
063700     PERFORM 4110-READ-RIDER THRU 4110-EXIT
063800         UNTIL WS-IN-EOF
063900     CLOSE ROUTE-RIDER-FILE.
064000 4100-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------*
064300*    4110-READ-RIDER                                            *
064400*--------------------------------------------------------------*
064500 4110-READ-RIDER.
064600     READ ROUTE-RIDER-FILE
064700         AT END
064800             SET WS-IN-EOF TO TRUE
064900         NOT AT END
065000             MOVE RA-STUDENT-ID TO WS-NOTE-ID
065100             MOVE SPACE TO WS-NOTE-DETAIL
065200             STRING "ROUTE " RA-ROUTE-ID " STOP " RA-STOP-ID
065300                 DELIMITED BY SIZE INTO WS-NOTE-DETAIL
065400             PERFORM 5000-PROBE-MASTER THRU 5000-EXIT
065500     END-READ.
065600 4110-EXIT.
065700     EXIT.
065800*--------------------------------------------------------------*
065900*    4200-SWEEP-CHECKOUTS                                       *
066000*--------------------------------------------------------------*
066100 4200-SWEEP-CHECKOUTS.
066200     MOVE 6 TO WS-FILE-SUB
066300     OPEN INPUT ASSET-CHECKOUT-FILE
066400     IF WS-IN-FILE-STATUS = "35"
066500         PERFORM 9000-NOTE-MISSING-FILE THRU 9000-EXIT
066600         GO TO 4200-EXIT
066700     END-IF
066800     MOVE "N" TO WS-IN-EOF-SWITCH
066900     PERFORM 4210-READ-CHECKOUT THRU 4210-EXIT
067000         UNTIL WS-IN-EOF
067100     CLOSE ASSET-CHECKOUT-FILE.
067200 4200-EXIT.
067300     EXIT.
067400*--------------------------------------------------------------*
067500*    4210-READ-CHECKOUT                                         *
067600*--------------------------------------------------------------*
067700 4210-READ-CHECKOUT.
067800     READ ASSET-CHECKOUT-FILE
067900         AT END
068000             SET WS-IN-EOF TO TRUE
068100         NOT AT END
068200             MOVE CO-STUDENT-ID TO WS-NOTE-ID
068300             MOVE SPACE TO WS-NOTE-DETAIL
068400             STRING "ASSET " CO-ASSET-ID " DUE " CO-DUE-DATE
068500                 DELIMITED BY SIZE INTO WS-NOTE-DETAIL
068600             PERFORM 5000-PROBE-MASTER THRU 5000-EXIT
068700     END-READ.
068800 4210-EXIT.
068900     EXIT.
069000*--------------------------------------------------------------*
069100*    4300-SWEEP-LEDGER                                          *
069200*--------------------------------------------------------------*
069300 4300-SWEEP-LEDGER.
069400     MOVE 7 TO WS-FILE-SUB
069500     OPEN INPUT FEE-LEDGER-FILE
069600     IF WS-IN-FILE-STATUS = "35"
069700         PERFORM 9000-NOTE-MISSING-FILE THRU 9000-EXIT
069800         GO TO 4300-EXIT
069900     END-IF
070000     MOVE "N" TO WS-IN-EOF-SWITCH
070100     PERFORM 4310-READ-LEDGER THRU 4310-EXIT
070200         UNTIL WS-IN-EOF
070300     CLOSE FEE-LEDGER-FILE.
070400 4300-EXIT.
070500     EXIT.
070600*--------------------------------------------------------------*
070700*    4310-READ-LEDGER                                           *
070800*--------------------------------------------------------------*
070900 4310-READ-LEDGER.
071000     READ FEE-LEDGER-FILE
071100         AT END
071200             SET WS-IN-EOF TO TRUE
071300         NOT AT END
071400             MOVE FR-STUDENT-ID TO WS-NOTE-ID
071500             MOVE SPACE TO WS-NOTE-DETAIL
071600             STRING "CHARGE " FR-CHARGE-REF " " FR-REASON
071700                 DELIMITED BY SIZE INTO WS-NOTE-DETAIL
071800             PERFORM 5000-PROBE-MASTER THRU 5000-EXIT
071900     END-READ.
072000 4310-EXIT.
072100     EXIT.
072200*--------------------------------------------------------------*
072300*    4400-SWEEP-HOLDS                                           *
072400*--------------------------------------------------------------*
072500 4400-SWEEP-HOLDS.
072600     MOVE 8 TO WS-FILE-SUB
072700     OPEN INPUT LEGAL-HOLD-FILE
072800     IF WS-IN-FILE-STATUS = "35"
072900         PERFORM 9000-NOTE-MISSING-FILE THRU 9000-EXIT
073000         GO TO 4400-EXIT
073100     END-IF
073200     MOVE "N" TO WS-IN-EOF-SWITCH
073300     PERFORM 4410-READ-HOLD THRU 4410-EXIT
073400         UNTIL WS-IN-EOF
073500     CLOSE LEGAL-HOLD-FILE.
073600 4400-EXIT.
073700     EXIT.
073800*--------------------------------------------------------------*
073900*    4410-READ-HOLD                                             *
074000*--------------------------------------------------------------*
074100 4410-READ-HOLD.
074200     READ LEGAL-HOLD-FILE
074300         AT END
074400             SET WS-IN-EOF TO TRUE
074500         NOT AT END
074600             MOVE LH-STUDENT-ID TO WS-NOTE-ID
074700             MOVE LH-HOLD-REASON TO WS-NOTE-DETAIL
074800             PERFORM 5000-PROBE-MASTER THRU 5000-EXIT
074900     END-READ.
075000 4410-EXIT.
075100     EXIT.
075200*--------------------------------------------------------------*
075300*    5000-PROBE-MASTER - KEYED READ FOR THE ROW'S STUDENT.      *
075400*    WS-FILE-SUB NAMES THE FILE BEING SWEPT.                    *
075500*--------------------------------------------------------------*
075600 5000-PROBE-MASTER.
075700     MOVE SPACE TO SM-STUDENT-ID
075800     MOVE WS-NOTE-ID TO SM-STUDENT-ID
075900     READ STUDENT-MASTER-FILE
076000         INVALID KEY
076100             MOVE WS-FILE-SUB TO WS-NOTE-FILE
076200             PERFORM 5100-NOTE-ORPHAN THRU 5100-EXIT
076300     END-READ.
076400 5000-EXIT.
076500     EXIT.
076600*--------------------------------------------------------------*
076700*    5100-NOTE-ORPHAN                                           *
076800*--------------------------------------------------------------*
076900 5100-NOTE-ORPHAN.
077000     ADD 1 TO WS-ORPHAN-TOTAL
077100     ADD 1 TO WS-FC-ORPHANS (WS-NOTE-FILE)
077200     IF WS-OR-COUNT NOT < 1000
077300         ADD 1 TO WS-LIST-DROP-COUNT
077400         GO TO 5100-EXIT
077500     END-IF
077600     ADD 1 TO WS-OR-COUNT
077700     MOVE WS-NOTE-FILE TO WS-OR-FILE (WS-OR-COUNT)
077800     MOVE WS-NOTE-ID TO WS-OR-STUDENT-ID (WS-OR-COUNT)
077900     MOVE WS-NOTE-DETAIL TO WS-OR-DETAIL (WS-OR-COUNT).
078000 5100-EXIT.
078100     EXIT.
078200*--------------------------------------------------------------*
078300*    8000-FINALIZE - PRINTS BOTH SECTIONS AND THE SUMMARY,      *
078400*    POSTS THE COUNTS, AND ENDS RC 8 WHEN A SWEPT FILE WAS      *
078500*    MISSING - A SHORT SWEEP MUST NOT PASS FOR A CLEAN ONE.     *
078600*--------------------------------------------------------------*
078700 8000-FINALIZE.
078800     CLOSE STUDENT-MASTER-FILE
078900     IF WS-PRIOR-ORPHAN-FOUND
079000             AND WS-PRIOR-ORPHAN-TOTAL < WS-ORPHAN-TOTAL
079100         MOVE WS-PRIOR-ORPHAN-TOTAL TO WS-ORPHAN-BASELINE
079200     ELSE
079300         MOVE WS-ORPHAN-TOTAL TO WS-ORPHAN-BASELINE
079400     END-IF
079500     IF WS-PRIOR-GAP-FOUND
079600             AND WS-PRIOR-GAP-TOTAL < WS-GAP-TOTAL
079700         MOVE WS-PRIOR-GAP-TOTAL TO WS-GAP-BASELINE
079800     ELSE
079900         MOVE WS-GAP-TOTAL TO WS-GAP-BASELINE
080000     END-IF
080100     WRITE INTEGRITY-LINE FROM WS-SECTION-HEADING-1
080200     PERFORM 8100-PRINT-FILE THRU 8100-EXIT
080300         VARYING WS-FILE-SUB FROM 1 BY 1
080400         UNTIL WS-FILE-SUB > 8
080500     WRITE INTEGRITY-LINE FROM WS-SECTION-HEADING-2
080600     WRITE INTEGRITY-LINE FROM WS-GAP-COLUMN-LINE
080700     PERFORM 8200-PRINT-GAP THRU 8200-EXIT
080800         VARYING WS-SUB FROM 1 BY 1
080900         UNTIL WS-SUB > WS-GP-COUNT
081000     IF WS-LIST-DROP-COUNT > 0
081100         MOVE WS-LIST-DROP-COUNT TO WS-LF-COUNT
081200         WRITE INTEGRITY-LINE FROM WS-LIST-FULL-LINE
081300     END-IF
081400     MOVE WS-MASTER-COUNT TO WS-S1-MASTER
081500     MOVE WS-ORPHAN-TOTAL TO WS-S1-ORPHANS
081600     MOVE WS-PRIOR-ORPHAN-TOTAL TO WS-S1-PRIOR
081700     WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE-1
081800     MOVE WS-GAP-TOTAL TO WS-S2-GAPS
081900     MOVE WS-NO-CONTACT-COUNT TO WS-S2-CONTACT
082000     MOVE WS-NO-HOUSEHOLD-COUNT TO WS-S2-HOUSEHOLD
082100     WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE-2
082200     MOVE WS-NO-IMMUNIZATION-COUNT TO WS-S3-IMMUNIZATION
082300     MOVE WS-PRIOR-GAP-TOTAL TO WS-S3-PRIOR
082400     WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE-3
082500     CLOSE INTEGRITY-RPT
082600     PERFORM 8300-WRITE-EOD-TOTALS THRU 8300-EXIT
082700     IF WS-FILE-WAS-MISSING
082800         MOVE 8 TO RETURN-CODE
082900     END-IF.
083000 8000-EXIT.
083100     EXIT.
083200*--------------------------------------------------------------*
083300*    8100-PRINT-FILE - ONE FILE'S HEADING AND ITS ORPHAN ROWS.  *
083400*--------------------------------------------------------------*
083500 8100-PRINT-FILE.
083600     MOVE WS-FN-NAME (WS-FILE-SUB) TO WS-FH-NAME
083700     MOVE WS-FC-ORPHANS (WS-FILE-SUB) TO WS-FH-COUNT
083800     WRITE INTEGRITY-LINE FROM WS-FILE-HEADING
083900     PERFORM 8110-PRINT-ORPHAN THRU 8110-EXIT
084000         VARYING WS-SUB FROM 1 BY 1
084100         UNTIL WS-SUB > WS-OR-COUNT.
084200 8100-EXIT.
084300     EXIT.
084400*--------------------------------------------------------------*
084500*    8110-PRINT-ORPHAN                                          *
084600*--------------------------------------------------------------*
084700 8110-PRINT-ORPHAN.
084800     IF WS-OR-FILE (WS-SUB) NOT = WS-FILE-SUB
084900         GO TO 8110-EXIT
085000     END-IF
085100     MOVE WS-OR-STUDENT-ID (WS-SUB) TO WS-OL-STUDENT-ID
085200     MOVE WS-OR-DETAIL (WS-SUB) TO WS-OL-DETAIL
085300     WRITE INTEGRITY-LINE FROM WS-ORPHAN-LINE.
085400 8110-EXIT.
085500     EXIT.
085600*--------------------------------------------------------------*
085700*    8200-PRINT-GAP                                             *
085800*--------------------------------------------------------------*
085900 8200-PRINT-GAP.
086000     MOVE WS-GP-STUDENT-ID (WS-SUB) TO WS-GL-STUDENT-ID
086100     MOVE WS-GP-STUDENT-NAME (WS-SUB) TO WS-GL-STUDENT-NAME
086200     MOVE WS-GP-NO-CONTACT (WS-SUB) TO WS-GL-NO-CONTACT
086300     MOVE WS-GP-NO-HOUSEHOLD (WS-SUB) TO WS-GL-NO-HOUSEHOLD
086400     MOVE WS-GP-NO-IMMUNIZATION (WS-SUB) TO WS-GL-NO-IMMUNIZATION
086500     WRITE INTEGRITY-LINE FROM WS-GAP-LINE.
086600 8200-EXIT.
086700     EXIT.
086800*--------------------------------------------------------------*
086900*    8300-WRITE-EOD-TOTALS - PER-FILE ORPHAN COUNTS, THE THREE  *
087000*    MISSING-ROW COUNTS, AND EACH TOTAL BESIDE ITS BASELINE.    *
087100*--------------------------------------------------------------*
087200 8300-WRITE-EOD-TOTALS.
087300     PERFORM 8310-WRITE-FILE-COUNT THRU 8310-EXIT
087400         VARYING WS-FILE-SUB FROM 1 BY 1
087500         UNTIL WS-FILE-SUB > 8
087600     MOVE WS-NO-CONTACT-COUNT TO WS-EOD-METRIC-VALUE
087700     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
087800         WS-EOD-NO-CONTACT-LABEL WS-EOD-METRIC-VALUE
087900         WS-EOD-CAMPUS-CODE
088000     MOVE WS-NO-HOUSEHOLD-COUNT TO WS-EOD-METRIC-VALUE
088100     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
088200         WS-EOD-NO-HOUSEHOLD-LABEL WS-EOD-METRIC-VALUE
088300         WS-EOD-CAMPUS-CODE
088400     MOVE WS-NO-IMMUNIZATION-COUNT TO WS-EOD-METRIC-VALUE
088500     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
088600         WS-EOD-NO-IMMUN-LABEL WS-EOD-METRIC-VALUE
088700         WS-EOD-CAMPUS-CODE
088800     MOVE WS-ORPHAN-TOTAL TO WS-EOD-METRIC-VALUE
088900     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
089000         WS-EOD-ORPHAN-LABEL WS-EOD-METRIC-VALUE
089100         WS-EOD-CAMPUS-CODE
089200     MOVE WS-ORPHAN-BASELINE TO WS-EOD-METRIC-VALUE
089300     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
089400         WS-EOD-ORPHAN-BASE-LABEL WS-EOD-METRIC-VALUE
089500         WS-EOD-CAMPUS-CODE
089600     MOVE WS-GAP-TOTAL TO WS-EOD-METRIC-VALUE
089700     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
089800         WS-EOD-GAP-LABEL WS-EOD-METRIC-VALUE
089900         WS-EOD-CAMPUS-CODE
090000     MOVE WS-GAP-BASELINE TO WS-EOD-METRIC-VALUE
090100     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
090200         WS-EOD-GAP-BASE-LABEL WS-EOD-METRIC-VALUE
090300         WS-EOD-CAMPUS-CODE.
090400 8300-EXIT.
090500     EXIT.
090600*--------------------------------------------------------------*
090700*    8310-WRITE-FILE-COUNT                                      *
090800*--------------------------------------------------------------*
090900 8310-WRITE-FILE-COUNT.
091000     MOVE WS-FN-EOD-LABEL (WS-FILE-SUB) TO WS-EOD-LABEL
091100     MOVE WS-FC-ORPHANS (WS-FILE-SUB) TO WS-EOD-METRIC-VALUE
091200     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
091300         WS-EOD-LABEL WS-EOD-METRIC-VALUE
091400         WS-EOD-CAMPUS-CODE.
091500 8310-EXIT.
091600     EXIT.
091700*--------------------------------------------------------------*
091800*    9000-NOTE-MISSING-FILE - WS-FILE-SUB NAMES THE FILE.       *
091900*--------------------------------------------------------------*
092000 9000-NOTE-MISSING-FILE.
092100     DISPLAY "INTGSWP: " WS-FN-NAME (WS-FILE-SUB)
092200         " FILE MISSING - SWEEP INCOMPLETE"
092300     SET WS-FILE-WAS-MISSING TO TRUE.
092400 9000-EXIT.
092500     EXIT.
092600 END PROGRAM INTGSWP.
