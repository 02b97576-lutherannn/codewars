000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STUMERGE.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    DUPLICATE-STUDENT MERGE.  EACH MERGE TRANSACTION NAMES A   *
000900*    SURVIVING AND A RETIRED STUDENT ID.  THE RETIRED ID'S      *
001000*    ATTENDANCE, FEE-LEDGER, CHECKOUT, IMMUNIZATION, CONTACT,   *
001100*    HOUSEHOLD, ROUTE-RIDER AND BUMP-HISTORY ROWS ARE COPIED    *
001200*    TO NEW GENERATIONS UNDER THE SURVIVING ID; ITS PREPAID     *
001300*    BALANCE IS ADDED TO THE SURVIVOR'S ACCOUNT; ITS MASTER ROW *
001400*    IS DELETED; AND THE MERGE GOES TO THE SIS EXTRACT.  THE    *
001500*    SUBMITTING OPERATOR (PARM) MUST HOLD THE MAINT PERMISSION. *
001600*    EVERY ROW TOUCHED IS JOURNALED TWICE - ITS BEFORE IMAGE    *
001700*    (ACTION B) THEN ITS AFTER IMAGE - TAGGED WITH THE RETIRED  *
001800*    ID, SO MSTRREST CAN BACK ANY ONE MERGE OUT.                *
001900*    A CONTACT MOVES IN BEHIND THE SURVIVOR'S OWN CONTACTS; A   *
002000*    HOUSEHOLD LINK OR ROUTE LEG THE SURVIVOR ALREADY HAS IS    *
002100*    DROPPED RATHER THAN DOUBLED.                               *
002200*--------------------------------------------------------------*
002300*    MODIFICATION HISTORY                                      *
002400*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002430*    2026-10-15  DLS  WIDEN THE CONTACT RECORD FOR THE EMAIL   *
002460*                     ADDRESS AND LETTER OPT-IN.               *
002470*    2026-10-15  DLS  CHECK EVERY INPUT FILE BEFORE ANY ROW IS *
002480*                     MOVED; A KEYED UPDATE FAILURE IS RC 4 SO *
002490*                     THE NEW GENERATIONS STILL GO LIVE.       *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STUDENT-MERGE-FILE ASSIGN TO MRGTXN
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-MG-FILE-STATUS.
003200     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS SM-STUDENT-ID
003600         FILE STATUS IS WS-SM-FILE-STATUS.
003700     SELECT PREPAID-ACCOUNT-FILE ASSIGN TO PREPACCT
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS PA-STUDENT-ID
004100         FILE STATUS IS WS-PA-FILE-STATUS.
004200     SELECT ATTENDANCE-FILE ASSIGN TO ATTENDF
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-IN-FILE-STATUS.
004500     SELECT NEW-ATTENDANCE-FILE ASSIGN TO ATTENDFO
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT FEE-LEDGER-FILE ASSIGN TO FEELEDGR
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-IN-FILE-STATUS.
005000     SELECT NEW-FEE-LEDGER-FILE ASSIGN TO FEELEDGO
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT ASSET-CHECKOUT-FILE ASSIGN TO CHECKOUT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-IN-FILE-STATUS.
005500     SELECT NEW-CHECKOUT-FILE ASSIGN TO CHECKOUO
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT IMMUNIZATION-FILE ASSIGN TO IMMREC
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-IN-FILE-STATUS.
006000     SELECT NEW-IMMUNIZATION-FILE ASSIGN TO IMMRECO
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT EMERGENCY-CONTACT-FILE ASSIGN TO EMERCONT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-IN-FILE-STATUS.
006500     SELECT NEW-CONTACT-FILE ASSIGN TO EMERCNTO
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT HOUSEHOLD-LINK-FILE ASSIGN TO HOUSHOLD
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-IN-FILE-STATUS.
007000     SELECT NEW-HOUSEHOLD-FILE ASSIGN TO HOUSHLDO
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT ROUTE-RIDER-FILE ASSIGN TO RTERIDER
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-IN-FILE-STATUS.
007500     SELECT NEW-ROUTE-RIDER-FILE ASSIGN TO RTERIDRO
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT BUMP-HISTORY-FILE ASSIGN TO BUMPHIST
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-IN-FILE-STATUS.
008000     SELECT NEW-BUMP-HISTORY-FILE ASSIGN TO BUMPHSTO
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT AFTER-IMAGE-JOURNAL ASSIGN TO MSTRJRNL
008300         ORGANIZATION IS SEQUENTIAL.
008400     SELECT MERGE-RPT ASSIGN TO MRGRPT
008500         ORGANIZATION IS SEQUENTIAL.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  STUDENT-MERGE-FILE
008900     RECORDING MODE IS F.
009000     COPY mrgtxn.
009100 FD  STUDENT-MASTER-FILE.
009200     COPY studmast.
009300 FD  PREPAID-ACCOUNT-FILE.
009400     COPY prepacct.
009500 FD  ATTENDANCE-FILE
009600     RECORDING MODE IS F.
009700     COPY attend.
009800 FD  NEW-ATTENDANCE-FILE
009900     RECORDING MODE IS F.
010000 01  NEW-ATTENDANCE-RECORD          PIC X(26).
010100 FD  FEE-LEDGER-FILE
010200     RECORDING MODE IS F.
010300     COPY feeledgr.
010400 FD  NEW-FEE-LEDGER-FILE
010500     RECORDING MODE IS F.
010600 01  NEW-FEE-LEDGER-RECORD          PIC X(70).
010700 FD  ASSET-CHECKOUT-FILE
010800     RECORDING MODE IS F.
010900     COPY checkout.
011000 FD  NEW-CHECKOUT-FILE
011100     RECORDING MODE IS F.
011200 01  NEW-CHECKOUT-RECORD            PIC X(50).
011300 FD  IMMUNIZATION-FILE
011400     RECORDING MODE IS F.
011500     COPY immrec.
011600 FD  NEW-IMMUNIZATION-FILE
011700     RECORDING MODE IS F.
011800 01  NEW-IMMUNIZATION-RECORD        PIC X(30).
011900 FD  EMERGENCY-CONTACT-FILE
012000     RECORDING MODE IS F.
012100     COPY emercont.
012200 FD  NEW-CONTACT-FILE
012300     RECORDING MODE IS F.
012400 01  NEW-CONTACT-RECORD             PIC X(121).
012500 FD  HOUSEHOLD-LINK-FILE
012600     RECORDING MODE IS F.
012700     COPY houshold.
012800 FD  NEW-HOUSEHOLD-FILE
012900     RECORDING MODE IS F.
013000 01  NEW-HOUSEHOLD-RECORD           PIC X(20).
013100 FD  ROUTE-RIDER-FILE
013200     RECORDING MODE IS F.
013300     COPY rterider.
013400 FD  NEW-ROUTE-RIDER-FILE
013500     RECORDING MODE IS F.
013600 01  NEW-ROUTE-RIDER-RECORD         PIC X(56).
013700 FD  BUMP-HISTORY-FILE
013800     RECORDING MODE IS F.
013900     COPY bumphist.
014000 FD  NEW-BUMP-HISTORY-FILE
014100     RECORDING MODE IS F.
014200 01  NEW-BUMP-HISTORY-RECORD        PIC X(30).
014300 FD  AFTER-IMAGE-JOURNAL
014400     RECORDING MODE IS F.
014500     COPY jrnlrec.
014600 FD  MERGE-RPT
014700     RECORDING MODE IS F.
014800 01  MERGE-LINE                     PIC X(80).
014900 WORKING-STORAGE SECTION.
015000 01  WS-MG-FILE-STATUS              PIC X(02) VALUE SPACE.
015100 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
015200 01  WS-PA-FILE-STATUS              PIC X(02) VALUE SPACE.
015300 01  WS-IN-FILE-STATUS              PIC X(02) VALUE SPACE.
015400 01  WS-MG-EOF-SWITCH               PIC X(01) VALUE "N".
015500     88  WS-MG-EOF                      VALUE "Y".
015600 01  WS-IN-EOF-SWITCH               PIC X(01) VALUE "N".
015700     88  WS-IN-EOF                      VALUE "Y".
015800 01  WS-EDIT-SWITCH                 PIC X(01).
015900     88  WS-EDIT-CLEAN                  VALUE "Y".
016000     88  WS-EDIT-FAILED                 VALUE "N".
016100 01  WS-FOUND-SWITCH                PIC X(01).
016200     88  WS-PAIR-FOUND                  VALUE "Y".
016300     88  WS-PAIR-NOT-FOUND              VALUE "N".
016400 01  WS-LOOK-ID                     PIC X(09).
016500 01  WS-SUB                         PIC 9(03) COMP.
016600 01  WS-FOUND-SUB                   PIC 9(03) COMP.
016700 01  WS-NEW-PRIORITY                PIC 9(03).
016800 01  WS-MERGE-COUNT                 PIC 9(05) COMP VALUE ZERO.
016900 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
017000 01  WS-MISSING-FILE-COUNT          PIC 9(03) COMP VALUE ZERO.
017050 01  WS-UPDATE-FAIL-COUNT           PIC 9(03) COMP VALUE ZERO.
017100*    ONE ENTRY PER MERGE THAT PASSED ITS EDITS.  THE PRE-SCANS
017200*    FILL IN WHAT THE SURVIVOR ALREADY HAS ON THE CONTACT,
017300*    HOUSEHOLD AND RIDER FILES BEFORE ANY ROW IS MOVED.
017400 01  WS-PAIR-TABLE.
017500     05  WS-PAIR-COUNT              PIC 9(03) COMP VALUE ZERO.
017600     05  WS-PR-ENTRY OCCURS 50 TIMES.
017700         10  WS-PR-SURVIVOR-ID      PIC X(09).
017800         10  WS-PR-RETIRED-ID       PIC X(09).
017900         10  WS-PR-SURVIVOR-NAME    PIC X(30).
018000         10  WS-PR-MAX-PRIORITY     PIC 9(02).
018100         10  WS-PR-HOUSEHOLD-SWITCH PIC X(01).
018200             88  WS-PR-HAS-HOUSEHOLD    VALUE "Y".
018300         10  WS-PR-AM-LEG-SWITCH    PIC X(01).
018400             88  WS-PR-RIDES-AM         VALUE "Y".
018500         10  WS-PR-PM-LEG-SWITCH    PIC X(01).
018600             88  WS-PR-RIDES-PM         VALUE "Y".
018700         10  WS-PR-MOVED-COUNT      PIC 9(07) COMP.
018800         10  WS-PR-DROPPED-COUNT    PIC 9(07) COMP.
018900         10  WS-PR-BALANCE-MOVED    PIC S9(05)V99 COMP-3.
019000 01  WS-SAVED-ACCOUNT               PIC X(56).
019100 01  WS-MOVED-BALANCE               PIC S9(05)V99 COMP-3.
019200 01  WS-MOVED-STATUS                PIC X(01).
019300 01  WS-MOVED-ACTIVITY              PIC 9(08).
019400 01  WS-JRNL-FILE-ID                PIC X(08).
019500 01  WS-JRNL-ACTION                 PIC X(01).
019600 01  WS-JRNL-IMAGE                  PIC X(200).
019700 01  WS-HIST-PROGRAM-ID             PIC X(08) VALUE "STUMERGE".
019800 01  WS-HIST-ACTION                 PIC X(01) VALUE "D".
019900 01  WS-SIS-RECORD-TYPE             PIC X(04) VALUE "MRG ".
020000 01  WS-SIS-SOURCE-PROGRAM          PIC X(10) VALUE "STUMERGE".
020100 01  WS-SIS-ENTITY-ID               PIC X(09).
020200*    THE SIS MERGE ROW: THE ENTITY IS THE RETIRED ID AND THE
020300*    FIRST LABEL CARRIES THE SURVIVING ID IT WAS MERGED INTO.
020400 01  WS-SIS-SURVIVOR-LABEL          PIC X(15).
020500 01  WS-SIS-MOVED-VALUE             PIC 9(07).
020600 01  WS-SIS-DROPPED-LABEL           PIC X(15)
020700         VALUE "ROWS DROPPED".
020800 01  WS-SIS-DROPPED-VALUE           PIC 9(07).
020900 01  WS-AUDIT-PROGRAM-ID            PIC X(10) VALUE "STUMERGE".
021000 01  WS-AUDIT-FIELD-NAME            PIC X(10).
021100 01  WS-AUDIT-VALUE                 PIC X(25).
021200 01  WS-AUDIT-REASON                PIC X(20).
021300 01  WS-SEC-OPERATOR-ID             PIC X(08) VALUE SPACE.
021400 01  WS-SEC-TXN-CLASS               PIC X(08) VALUE "MAINT".
021500 01  WS-SEC-PROGRAM-ID              PIC X(10) VALUE "STUMERGE".
021600 01  WS-SEC-RESULT                  PIC X(01).
021700     88  WS-SEC-ALLOWED                 VALUE "A".
021800 01  WS-REPORT-HEADING              PIC X(80)
021900         VALUE "DUPLICATE-STUDENT MERGE REGISTER".
022000 01  WS-REJECT-LINE.
022100     05  FILLER                     PIC X(08) VALUE "REJECT".
022200     05  WS-RJ-SURVIVOR-ID          PIC X(09).
022300     05  FILLER                     PIC X(02) VALUE SPACE.
022400     05  WS-RJ-RETIRED-ID           PIC X(09).
022500     05  FILLER                     PIC X(02) VALUE SPACE.
022600     05  WS-RJ-REASON               PIC X(20).
022700     05  FILLER                     PIC X(30) VALUE SPACE.
022800 01  WS-MERGE-LINE.
022900     05  FILLER                     PIC X(08) VALUE "MERGED".
023000     05  WS-ML-RETIRED-ID           PIC X(09).
023100     05  FILLER                     PIC X(06) VALUE " INTO ".
023200     05  WS-ML-SURVIVOR-ID          PIC X(09).
023300     05  FILLER                     PIC X(09) VALUE "  MOVED -".
023400     05  WS-ML-MOVED                PIC ZZZ,ZZ9.
023500     05  FILLER                     PIC X(11) VALUE "  DROPPED -".
023600     05  WS-ML-DROPPED              PIC ZZZ,ZZ9.
023700     05  FILLER                     PIC X(11) VALUE "  PREPAID -".
023800     05  WS-ML-PREPAID              PIC ZZ,ZZ9.99-.
023900 01  WS-SUMMARY-LINE.
024000     05  FILLER                     PIC X(09) VALUE "MERGES - ".
024100     05  WS-SL-MERGES               PIC ZZ,ZZ9.
024200     05  FILLER                     PIC X(12)
024300         VALUE "  REJECTS - ".
024400     05  WS-SL-REJECTS              PIC ZZ,ZZ9.
024500     05  FILLER                     PIC X(47) VALUE SPACE.
024510 01  WS-NOT-APPLIED-LINE            PIC X(80)
024520         VALUE "INPUT FILE MISSING - NO MERGE APPLIED".
024600 LINKAGE SECTION.
024700 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
024800 01  LS-PARM-DATA                   PIC X(10).
024900 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
025000*--------------------------------------------------------------*
025100*    0000-MAINLINE                                              *
025200*--------------------------------------------------------------*
025300 0000-MAINLINE.
025400     IF LS-PARM-LENGTH > 0
025500         MOVE LS-PARM-DATA (1:8) TO WS-SEC-OPERATOR-ID
025600     END-IF
025700     CALL "SECCHECK" USING WS-SEC-OPERATOR-ID
025800         WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID WS-SEC-RESULT
025900     IF NOT WS-SEC-ALLOWED
026000         DISPLAY "STUMERGE: OPERATOR " WS-SEC-OPERATOR-ID
026100             " NOT AUTHORIZED FOR MAINT - RUN ENDED"
026200         MOVE 8 TO RETURN-CODE
026300         GOBACK
026400     END-IF
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026600     PERFORM 2000-LOAD-MERGE THRU 2000-EXIT
026700         UNTIL WS-MG-EOF
026710     PERFORM 2800-CHECK-FILES THRU 2800-EXIT
026720     IF WS-MISSING-FILE-COUNT > 0
026730         WRITE MERGE-LINE FROM WS-NOT-APPLIED-LINE
026740         PERFORM 8000-FINALIZE THRU 8000-EXIT
026750         GOBACK
026760     END-IF
026800     PERFORM 2500-SCAN-CONTACTS THRU 2500-EXIT
026900     PERFORM 2600-SCAN-HOUSEHOLDS THRU 2600-EXIT
027000     PERFORM 2700-SCAN-RIDERS THRU 2700-EXIT
027100     PERFORM 3000-MOVE-ATTENDANCE THRU 3000-EXIT
027200     PERFORM 3100-MOVE-LEDGER THRU 3100-EXIT
027300     PERFORM 3200-MOVE-CHECKOUTS THRU 3200-EXIT
027400     PERFORM 3300-MOVE-IMMUNIZATIONS THRU 3300-EXIT
027500     PERFORM 3400-MOVE-CONTACTS THRU 3400-EXIT
027600     PERFORM 3500-MOVE-HOUSEHOLDS THRU 3500-EXIT
027700     PERFORM 3600-MOVE-RIDERS THRU 3600-EXIT
027800     PERFORM 3700-MOVE-BUMP-HISTORY THRU 3700-EXIT
027900     PERFORM 4000-COMPLETE-MERGE THRU 4000-EXIT
028000         VARYING WS-SUB FROM 1 BY 1
028100         UNTIL WS-SUB > WS-PAIR-COUNT
028200     PERFORM 8000-FINALIZE THRU 8000-EXIT
028300     GOBACK.
028400*--------------------------------------------------------------*
028500*    1000-INITIALIZE                                            *
028600*--------------------------------------------------------------*
028700 1000-INITIALIZE.
028800     OPEN INPUT STUDENT-MERGE-FILE
028900     IF WS-MG-FILE-STATUS = "35"
029000         SET WS-MG-EOF TO TRUE
029100     END-IF
029200     OPEN I-O STUDENT-MASTER-FILE
029300     IF WS-SM-FILE-STATUS NOT = "00"
029400         DISPLAY "STUMERGE: STUDENT MASTER OPEN FAILED - "
029500             WS-SM-FILE-STATUS
029600         MOVE 8 TO RETURN-CODE
029700         GOBACK
029800     END-IF
029900     OPEN I-O PREPAID-ACCOUNT-FILE
030000     IF WS-PA-FILE-STATUS NOT = "00"
030100         DISPLAY "STUMERGE: PREPAID ACCOUNT OPEN FAILED - "
030200             WS-PA-FILE-STATUS
030300         MOVE 8 TO RETURN-CODE
030400         GOBACK
030500     END-IF
030600     OPEN EXTEND AFTER-IMAGE-JOURNAL
030700     OPEN OUTPUT MERGE-RPT
030800     WRITE MERGE-LINE FROM WS-REPORT-HEADING
030900     IF NOT WS-MG-EOF
031000         PERFORM 2100-READ-MERGE THRU 2100-EXIT
031100     END-IF.
031200 1000-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------*
031500*    2000-LOAD-MERGE - EDITS ONE MERGE TRANSACTION.  BOTH IDS   *
031600*    MUST BE ON THE MASTER, AND NEITHER MAY APPEAR IN ANOTHER   *
031700*    MERGE THIS RUN - A CHAIN OF MERGES GOES ONE RUN AT A TIME  *
031800*    SO EACH ONE CAN BE BACKED OUT ON ITS OWN.                  *
031900*--------------------------------------------------------------*
032000 2000-LOAD-MERGE.
032100     SET WS-EDIT-CLEAN TO TRUE
032200     IF MG-SURVIVOR-ID = SPACE OR MG-RETIRED-ID = SPACE
032300             OR MG-SURVIVOR-ID = MG-RETIRED-ID
032400         MOVE "BAD MERGE IDS" TO WS-AUDIT-REASON
032500         PERFORM 2200-REJECT-MERGE THRU 2200-EXIT
032600         GO TO 2000-READ-NEXT
032700     END-IF
032800     MOVE MG-SURVIVOR-ID TO WS-LOOK-ID
032900     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
033000     IF WS-PAIR-NOT-FOUND
033100         PERFORM 5100-FIND-SURVIVOR THRU 5100-EXIT
033200     END-IF
033300     IF WS-PAIR-FOUND
033400         MOVE "ID IN OTHER MERGE" TO WS-AUDIT-REASON
033500         PERFORM 2200-REJECT-MERGE THRU 2200-EXIT
033600         GO TO 2000-READ-NEXT
033700     END-IF
033800     MOVE MG-RETIRED-ID TO WS-LOOK-ID
033900     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
034000     IF WS-PAIR-NOT-FOUND
034100         PERFORM 5100-FIND-SURVIVOR THRU 5100-EXIT
034200     END-IF
034300     IF WS-PAIR-FOUND
034400         MOVE "ID IN OTHER MERGE" TO WS-AUDIT-REASON
034500         PERFORM 2200-REJECT-MERGE THRU 2200-EXIT
034600         GO TO 2000-READ-NEXT
034700     END-IF
034800     MOVE SPACE TO SM-STUDENT-ID
034900     MOVE MG-RETIRED-ID TO SM-STUDENT-ID
035000     READ STUDENT-MASTER-FILE
035100         INVALID KEY
035200             MOVE "NO RETIRED MASTER" TO WS-AUDIT-REASON
035300             PERFORM 2200-REJECT-MERGE THRU 2200-EXIT
035400     END-READ
035500     IF WS-EDIT-FAILED
035600         GO TO 2000-READ-NEXT
035700     END-IF
035800     MOVE SPACE TO SM-STUDENT-ID
035900     MOVE MG-SURVIVOR-ID TO SM-STUDENT-ID
036000     READ STUDENT-MASTER-FILE
036100         INVALID KEY
036200             MOVE "NO SURVIVOR MASTER" TO WS-AUDIT-REASON
036300             PERFORM 2200-REJECT-MERGE THRU 2200-EXIT
036400     END-READ
036500     IF WS-EDIT-FAILED
036600         GO TO 2000-READ-NEXT
036700     END-IF
036800     IF WS-PAIR-COUNT NOT < 50
036900         MOVE "MERGE TABLE FULL" TO WS-AUDIT-REASON
037000         PERFORM 2200-REJECT-MERGE THRU 2200-EXIT
037100         GO TO 2000-READ-NEXT
037200     END-IF
037300     ADD 1 TO WS-PAIR-COUNT
037400     MOVE MG-SURVIVOR-ID TO WS-PR-SURVIVOR-ID (WS-PAIR-COUNT)
037500     MOVE MG-RETIRED-ID TO WS-PR-RETIRED-ID (WS-PAIR-COUNT)
037600     MOVE SM-STUDENT-NAME TO WS-PR-SURVIVOR-NAME (WS-PAIR-COUNT)
037700     MOVE ZERO TO WS-PR-MAX-PRIORITY (WS-PAIR-COUNT)
037800     MOVE "N" TO WS-PR-HOUSEHOLD-SWITCH (WS-PAIR-COUNT)
037900     MOVE "N" TO WS-PR-AM-LEG-SWITCH (WS-PAIR-COUNT)
038000     MOVE "N" TO WS-PR-PM-LEG-SWITCH (WS-PAIR-COUNT)
038100     MOVE ZERO TO WS-PR-MOVED-COUNT (WS-PAIR-COUNT)
038200     MOVE ZERO TO WS-PR-DROPPED-COUNT (WS-PAIR-COUNT)
038300     MOVE ZERO TO WS-PR-BALANCE-MOVED (WS-PAIR-COUNT).
038400 2000-READ-NEXT.
038500     PERFORM 2100-READ-MERGE THRU 2100-EXIT.
038600 2000-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------*
038900*    2100-READ-MERGE                                            *
039000*--------------------------------------------------------------*
039100 2100-READ-MERGE.
039200     READ STUDENT-MERGE-FILE
039300         AT END
039400             SET WS-MG-EOF TO TRUE
039500     END-READ.
039600 2100-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------*
039900*    2200-REJECT-MERGE - PRINTS THE REJECT AND APPENDS IT TO    *
040000*    THE SHARED AUDIT LOG.                                      *
040100*--------------------------------------------------------------*
040200 2200-REJECT-MERGE.
040300     SET WS-EDIT-FAILED TO TRUE
040400     ADD 1 TO WS-REJECT-COUNT
040500     MOVE MG-SURVIVOR-ID TO WS-RJ-SURVIVOR-ID
040600     MOVE MG-RETIRED-ID TO WS-RJ-RETIRED-ID
040700     MOVE WS-AUDIT-REASON TO WS-RJ-REASON
040800     WRITE MERGE-LINE FROM WS-REJECT-LINE
040900     MOVE "MERGE-IDS" TO WS-AUDIT-FIELD-NAME
041000     MOVE SPACE TO WS-AUDIT-VALUE
041100     MOVE STUDENT-MERGE-TXN (1:18) TO WS-AUDIT-VALUE
041200     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM-ID
041300         WS-AUDIT-FIELD-NAME WS-AUDIT-VALUE WS-AUDIT-REASON.
041400 2200-EXIT.
041500     EXIT.
041600*--------------------------------------------------------------*
041700*    2500-SCAN-CONTACTS - THE SURVIVOR'S HIGHEST CONTACT        *
041800*    PRIORITY, SO MOVED CONTACTS NUMBER IN BEHIND IT.           *
041900*--------------------------------------------------------------*
042000 2500-SCAN-CONTACTS.
042100     IF WS-PAIR-COUNT = 0
042200         GO TO 2500-EXIT
042300     END-IF
042400     OPEN INPUT EMERGENCY-CONTACT-FILE
042500     IF WS-IN-FILE-STATUS = "35"
042600         GO TO 2500-EXIT
042700     END-IF
042800     MOVE "N" TO WS-IN-EOF-SWITCH
042900     PERFORM 2510-SCAN-CONTACT THRU 2510-EXIT
043000         UNTIL WS-IN-EOF
043100     CLOSE EMERGENCY-CONTACT-FILE.
043200 2500-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------*
043500*    2510-SCAN-CONTACT                                          *
043600*--------------------------------------------------------------*
043700 2510-SCAN-CONTACT.
043800     READ EMERGENCY-CONTACT-FILE
043900         AT END
044000             SET WS-IN-EOF TO TRUE
044100             GO TO 2510-EXIT
044200     END-READ
044300     MOVE EC-STUDENT-ID TO WS-LOOK-ID
044400     PERFORM 5100-FIND-SURVIVOR THRU 5100-EXIT
044500     IF WS-PAIR-NOT-FOUND
044600         GO TO 2510-EXIT
044700     END-IF
044800     IF EC-PRIORITY-SEQ > WS-PR-MAX-PRIORITY (WS-FOUND-SUB)
044900         MOVE EC-PRIORITY-SEQ TO WS-PR-MAX-PRIORITY (WS-FOUND-SUB)
045000     END-IF.
045100 2510-EXIT.
045200     EXIT.
045300*--------------------------------------------------------------*
045400*    2600-SCAN-HOUSEHOLDS - WHETHER THE SURVIVOR IS LINKED.     *
045500*--------------------------------------------------------------*
045600 2600-SCAN-HOUSEHOLDS.
045700     IF WS-PAIR-COUNT = 0
045800         GO TO 2600-EXIT
045900     END-IF
046000     OPEN INPUT HOUSEHOLD-LINK-FILE
046100     IF WS-IN-FILE-STATUS = "35"
046200         GO TO 2600-EXIT
046300     END-IF
046400     MOVE "N" TO WS-IN-EOF-SWITCH
046500     PERFORM 2610-SCAN-HOUSEHOLD THRU 2610-EXIT
046600         UNTIL WS-IN-EOF
046700     CLOSE HOUSEHOLD-LINK-FILE.
046800 2600-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------*
047100*    2610-SCAN-HOUSEHOLD                                        *
047200*--------------------------------------------------------------*
047300 2610-SCAN-HOUSEHOLD.
047400     READ HOUSEHOLD-LINK-FILE
047500         AT END
047600             SET WS-IN-EOF TO TRUE
047700             GO TO 2610-EXIT
047800     END-READ
047900     MOVE HH-STUDENT-ID TO WS-LOOK-ID
048000     PERFORM 5100-FIND-SURVIVOR THRU 5100-EXIT
048100     IF WS-PAIR-FOUND
048200         MOVE "Y" TO WS-PR-HOUSEHOLD-SWITCH (WS-FOUND-SUB)
048300     END-IF.
048400 2610-EXIT.
048500     EXIT.
048600*--------------------------------------------------------------*
048700*    2700-SCAN-RIDERS - WHICH LEGS THE SURVIVOR ALREADY RIDES.  *
048800*--------------------------------------------------------------*
048900 2700-SCAN-RIDERS.
049000     IF WS-PAIR-COUNT = 0
049100         GO TO 2700-EXIT
049200     END-IF
049300     OPEN INPUT ROUTE-RIDER-FILE
049400     IF WS-IN-FILE-STATUS = "35"
049500         GO TO 2700-EXIT
049600     END-IF
049700     MOVE "N" TO WS-IN-EOF-SWITCH
049800     PERFORM 2710-SCAN-RIDER THRU 2710-EXIT
049900         UNTIL WS-IN-EOF
050000     CLOSE ROUTE-RIDER-FILE.
050100 2700-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------*
050400*    2710-SCAN-RIDER                                            *
050500*--------------------------------------------------------------*
050600 2710-SCAN-RIDER.
050700     READ ROUTE-RIDER-FILE
050800         AT END
050900             SET WS-IN-EOF TO TRUE
051000             GO TO 2710-EXIT
051100     END-READ
051200     MOVE RA-STUDENT-ID TO WS-LOOK-ID
051300     PERFORM 5100-FIND-SURVIVOR THRU 5100-EXIT
051400     IF WS-PAIR-NOT-FOUND
051500         GO TO 2710-EXIT
051600     END-IF
051700     IF RA-RUN-LEG = "P"
051800         MOVE "Y" TO WS-PR-PM-LEG-SWITCH (WS-FOUND-SUB)
051900     ELSE
052000         MOVE "Y" TO WS-PR-AM-LEG-SWITCH (WS-FOUND-SUB)
052100     END-IF.
052200 2710-EXIT.
052300     EXIT.
052301*--------------------------------------------------------------*
052302*    2800-CHECK-FILES - EVERY FILE A MERGE TOUCHES MUST BE ON   *
052303*    HAND BEFORE ANY ROW IS MOVED OR ANY KEYED FILE CHANGED.    *
052304*    ONE MISSING FILE STOPS THE RUN WITH NOTHING APPLIED, SO    *
052305*    NO ROW IS LEFT UNDER A RETIRED ID THAT IS NO LONGER ON     *
052306*    THE MASTER.                                                *
052307*--------------------------------------------------------------*
052308 2800-CHECK-FILES.
052309     OPEN INPUT ATTENDANCE-FILE
052310     IF WS-IN-FILE-STATUS = "35"
052311         DISPLAY "STUMERGE: ATTENDANCE FILE MISSING"
052312         ADD 1 TO WS-MISSING-FILE-COUNT
052313     ELSE
052314         CLOSE ATTENDANCE-FILE
052315     END-IF
052316     OPEN INPUT FEE-LEDGER-FILE
052317     IF WS-IN-FILE-STATUS = "35"
052318         DISPLAY "STUMERGE: FEE LEDGER FILE MISSING"
052319         ADD 1 TO WS-MISSING-FILE-COUNT
052320     ELSE
052321         CLOSE FEE-LEDGER-FILE
052322     END-IF
052323     OPEN INPUT ASSET-CHECKOUT-FILE
052324     IF WS-IN-FILE-STATUS = "35"
052325         DISPLAY "STUMERGE: CHECKOUT FILE MISSING"
052326         ADD 1 TO WS-MISSING-FILE-COUNT
052327     ELSE
052328         CLOSE ASSET-CHECKOUT-FILE
052329     END-IF
052330     OPEN INPUT IMMUNIZATION-FILE
052331     IF WS-IN-FILE-STATUS = "35"
052332         DISPLAY "STUMERGE: IMMUNIZATION FILE MISSING"
052333         ADD 1 TO WS-MISSING-FILE-COUNT
052334     ELSE
052335         CLOSE IMMUNIZATION-FILE
052336     END-IF
052337     OPEN INPUT EMERGENCY-CONTACT-FILE
052338     IF WS-IN-FILE-STATUS = "35"
052339         DISPLAY "STUMERGE: CONTACT FILE MISSING"
052340         ADD 1 TO WS-MISSING-FILE-COUNT
052341     ELSE
052342         CLOSE EMERGENCY-CONTACT-FILE
052343     END-IF
052344     OPEN INPUT HOUSEHOLD-LINK-FILE
052345     IF WS-IN-FILE-STATUS = "35"
052346         DISPLAY "STUMERGE: HOUSEHOLD FILE MISSING"
052347         ADD 1 TO WS-MISSING-FILE-COUNT
052348     ELSE
052349         CLOSE HOUSEHOLD-LINK-FILE
052350     END-IF
052351     OPEN INPUT ROUTE-RIDER-FILE
052352     IF WS-IN-FILE-STATUS = "35"
052353         DISPLAY "STUMERGE: ROUTE RIDER FILE MISSING"
052354         ADD 1 TO WS-MISSING-FILE-COUNT
052355     ELSE
052356         CLOSE ROUTE-RIDER-FILE
052357     END-IF
052358     OPEN INPUT BUMP-HISTORY-FILE
052359     IF WS-IN-FILE-STATUS = "35"
052360         DISPLAY "STUMERGE: BUMP HISTORY FILE MISSING"
052361         ADD 1 TO WS-MISSING-FILE-COUNT
052362     ELSE
052363         CLOSE BUMP-HISTORY-FILE
052364     END-IF.
052365 2800-EXIT.
052366     EXIT.
052400*--------------------------------------------------------------*
052500*    3000-MOVE-ATTENDANCE - EACH FILE BELOW IS COPIED WHOLE TO  *
052600*    ITS NEW GENERATION; ONLY THE RETIRED IDS' ROWS CHANGE.     *
052700*--------------------------------------------------------------*
052800 3000-MOVE-ATTENDANCE.
052900     OPEN OUTPUT NEW-ATTENDANCE-FILE
053000     OPEN INPUT ATTENDANCE-FILE
053100     IF WS-IN-FILE-STATUS = "35"
053200         DISPLAY "STUMERGE: ATTENDANCE FILE MISSING"
053300         ADD 1 TO WS-MISSING-FILE-COUNT
053400         CLOSE NEW-ATTENDANCE-FILE
053500         GO TO 3000-EXIT
053600     END-IF
053700     MOVE "ATTENDF" TO WS-JRNL-FILE-ID
053800     MOVE "N" TO WS-IN-EOF-SWITCH
053900     PERFORM 3010-COPY-ATTENDANCE THRU 3010-EXIT
054000         UNTIL WS-IN-EOF
054100     CLOSE ATTENDANCE-FILE
054200     CLOSE NEW-ATTENDANCE-FILE.
054300 3000-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------*
054600*    3010-COPY-ATTENDANCE                                       *
054700*--------------------------------------------------------------*
054800 3010-COPY-ATTENDANCE.
054900     READ ATTENDANCE-FILE
055000         AT END
055100             SET WS-IN-EOF TO TRUE
055200             GO TO 3010-EXIT
055300     END-READ
055400     MOVE AT-STUDENT-ID TO WS-LOOK-ID
055500     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
055600     IF WS-PAIR-FOUND
055700         MOVE ATTENDANCE-RECORD TO WS-JRNL-IMAGE
055800         PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
055900         MOVE WS-PR-SURVIVOR-ID (WS-FOUND-SUB) TO AT-STUDENT-ID
056000         MOVE ATTENDANCE-RECORD TO WS-JRNL-IMAGE
056100         PERFORM 7200-JOURNAL-MOVED THRU 7200-EXIT
056200     END-IF
056300     WRITE NEW-ATTENDANCE-RECORD FROM ATTENDANCE-RECORD.
056400 3010-EXIT.
056500     EXIT.
056600*--------------------------------------------------------------*
056700*    3100-MOVE-LEDGER                                           *
056800*--------------------------------------------------------------*
056900 3100-MOVE-LEDGER.
057000     OPEN OUTPUT NEW-FEE-LEDGER-FILE
057100     OPEN INPUT FEE-LEDGER-FILE
057200     IF WS-IN-FILE-STATUS = "35"
057300         DISPLAY "STUMERGE: FEE LEDGER MISSING"
057400         ADD 1 TO WS-MISSING-FILE-COUNT
057500         CLOSE NEW-FEE-LEDGER-FILE
057600         GO TO 3100-EXIT
057700     END-IF
057800     MOVE "FEELEDGR" TO WS-JRNL-FILE-ID
057900     MOVE "N" TO WS-IN-EOF-SWITCH
058000     PERFORM 3110-COPY-LEDGER THRU 3110-EXIT
058100         UNTIL WS-IN-EOF
058200     CLOSE FEE-LEDGER-FILE
058300     CLOSE NEW-FEE-LEDGER-FILE.
058400 3100-EXIT.
058500     EXIT.
058600*--------------------------------------------------------------*
058700*    3110-COPY-LEDGER                                           *
058800*--------------------------------------------------------------*
058900 3110-COPY-LEDGER.
059000     READ FEE-LEDGER-FILE
059100         AT END
059200             SET WS-IN-EOF TO TRUE
059300             GO TO 3110-EXIT
059400     END-READ
059500     MOVE FR-STUDENT-ID TO WS-LOOK-ID
059600     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
059700     IF WS-PAIR-FOUND
059800         MOVE FEE-LEDGER-RECORD TO WS-JRNL-IMAGE
059900         PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
060000         MOVE WS-PR-SURVIVOR-ID (WS-FOUND-SUB) TO FR-STUDENT-ID
060100         MOVE FEE-LEDGER-RECORD TO WS-JRNL-IMAGE
060200         PERFORM 7200-JOURNAL-MOVED THRU 7200-EXIT
060300     END-IF
060400     WRITE NEW-FEE-LEDGER-RECORD FROM FEE-LEDGER-RECORD.
060500 3110-EXIT.
060600     EXIT.
060700*--------------------------------------------------------------*
060800*    3200-MOVE-CHECKOUTS                                        *
060900*--------------------------------------------------------------*
061000 3200-MOVE-CHECKOUTS.
061100     OPEN OUTPUT NEW-CHECKOUT-FILE
061200     OPEN INPUT ASSET-CHECKOUT-FILE
061300     IF WS-IN-FILE-STATUS = "35"
061400         DISPLAY "STUMERGE: CHECKOUT FILE MISSING"
061500         ADD 1 TO WS-MISSING-FILE-COUNT
061600         CLOSE NEW-CHECKOUT-FILE
061700         GO TO 3200-EXIT
061800     END-IF
061900     MOVE "CHECKOUT" TO WS-JRNL-FILE-ID
062000     MOVE "N" TO WS-IN-EOF-SWITCH
062100     PERFORM 3210-COPY-CHECKOUT THRU 3210-EXIT
062200         UNTIL WS-IN-EOF
062300     CLOSE ASSET-CHECKOUT-FILE
062400     CLOSE NEW-CHECKOUT-FILE.
062500 3200-EXIT.
062600     EXIT.
062700*--------------------------------------------------------------*
062800*    3210-COPY-CHECKOUT                                         *
062900*--------------------------------------------------------------*
063000 3210-COPY-CHECKOUT.
063100     READ ASSET-CHECKOUT-FILE
063200         AT END
063300             SET WS-IN-EOF TO TRUE
063400             GO TO 3210-EXIT
063500     END-READ
063600     MOVE CO-STUDENT-ID TO WS-LOOK-ID
063700     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
063800     IF WS-PAIR-FOUND
063900         MOVE ASSET-CHECKOUT-RECORD TO WS-JRNL-IMAGE
064000         PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
064100         MOVE WS-PR-SURVIVOR-ID (WS-FOUND-SUB) TO CO-STUDENT-ID
064200         MOVE ASSET-CHECKOUT-RECORD TO WS-JRNL-IMAGE
064300         PERFORM 7200-JOURNAL-MOVED THRU 7200-EXIT
064400     END-IF
064500     WRITE NEW-CHECKOUT-RECORD FROM ASSET-CHECKOUT-RECORD.
064600 3210-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------*
064900*    3300-MOVE-IMMUNIZATIONS - THE NEW GENERATION IS RESORTED   *
065000*    INTO STUDENT-ID ORDER BY THE FOLLOWING JCL STEP.           *
065100*--------------------------------------------------------------*
065200 3300-MOVE-IMMUNIZATIONS.
065300     OPEN OUTPUT NEW-IMMUNIZATION-FILE
065400     OPEN INPUT IMMUNIZATION-FILE
065500     IF WS-IN-FILE-STATUS = "35"
065600         DISPLAY "STUMERGE: IMMUNIZATION FILE MISSING"
065700         ADD 1 TO WS-MISSING-FILE-COUNT
065800         CLOSE NEW-IMMUNIZATION-FILE
065900         GO TO 3300-EXIT
066000     END-IF
066100     MOVE "IMMREC" TO WS-JRNL-FILE-ID
066200     MOVE "N" TO WS-IN-EOF-SWITCH
066300     PERFORM 3310-COPY-IMMUNIZATION THRU 3310-EXIT
066400         UNTIL WS-IN-EOF
066500     CLOSE IMMUNIZATION-FILE
066600     CLOSE NEW-IMMUNIZATION-FILE.
066700 3300-EXIT.
066800     EXIT.
066900*--------------------------------------------------------------*
067000*    3310-COPY-IMMUNIZATION                                     *
067100*--------------------------------------------------------------*
067200 3310-COPY-IMMUNIZATION.
067300     READ IMMUNIZATION-FILE
067400         AT END
067500             SET WS-IN-EOF TO TRUE
067600             GO TO 3310-EXIT
067700     END-READ
067800     MOVE IM-STUDENT-ID TO WS-LOOK-ID
067900     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
068000     IF WS-PAIR-FOUND
068100         MOVE IMMUNIZATION-RECORD TO WS-JRNL-IMAGE
068200         PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
068300         MOVE WS-PR-SURVIVOR-ID (WS-FOUND-SUB) TO IM-STUDENT-ID
068400         MOVE IMMUNIZATION-RECORD TO WS-JRNL-IMAGE
068500         PERFORM 7200-JOURNAL-MOVED THRU 7200-EXIT
068600     END-IF
068700     WRITE NEW-IMMUNIZATION-RECORD FROM IMMUNIZATION-RECORD.
068800 3310-EXIT.
068900     EXIT.
069000*--------------------------------------------------------------*
069100*    3400-MOVE-CONTACTS - A MOVED CONTACT KEEPS ITS ORDER BUT   *
069200*    NUMBERS IN BEHIND THE SURVIVOR'S HIGHEST PRIORITY.  THE    *
069300*    NEW GENERATION IS RESORTED BY THE FOLLOWING JCL STEP.      *
069400*--------------------------------------------------------------*
069500 3400-MOVE-CONTACTS.
069600     OPEN OUTPUT NEW-CONTACT-FILE
069700     OPEN INPUT EMERGENCY-CONTACT-FILE
069800     IF WS-IN-FILE-STATUS = "35"
069900         DISPLAY "STUMERGE: EMERGENCY CONTACT FILE MISSING"
070000         ADD 1 TO WS-MISSING-FILE-COUNT
070100         CLOSE NEW-CONTACT-FILE
070200         GO TO 3400-EXIT
070300     END-IF
070400     MOVE "EMERCONT" TO WS-JRNL-FILE-ID
070500     MOVE "N" TO WS-IN-EOF-SWITCH
070600     PERFORM 3410-COPY-CONTACT THRU 3410-EXIT
070700         UNTIL WS-IN-EOF
070800     CLOSE EMERGENCY-CONTACT-FILE
070900     CLOSE NEW-CONTACT-FILE.
071000 3400-EXIT.
071100     EXIT.
071200*--------------------------------------------------------------*
071300*    3410-COPY-CONTACT                                          *
071400*--------------------------------------------------------------*
071500 3410-COPY-CONTACT.
071600     READ EMERGENCY-CONTACT-FILE
071700         AT END
071800             SET WS-IN-EOF TO TRUE
071900             GO TO 3410-EXIT
072000     END-READ
072100     MOVE EC-STUDENT-ID TO WS-LOOK-ID
072200     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
072300     IF WS-PAIR-FOUND
072400         MOVE EMERGENCY-CONTACT-RECORD TO WS-JRNL-IMAGE
072500         PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
072600         MOVE WS-PR-SURVIVOR-ID (WS-FOUND-SUB) TO EC-STUDENT-ID
072700         COMPUTE WS-NEW-PRIORITY = EC-PRIORITY-SEQ
072800             + WS-PR-MAX-PRIORITY (WS-FOUND-SUB)
072900         IF WS-NEW-PRIORITY > 99
073000             MOVE 99 TO WS-NEW-PRIORITY
073100         END-IF
073200         MOVE WS-NEW-PRIORITY TO EC-PRIORITY-SEQ
073300         MOVE EMERGENCY-CONTACT-RECORD TO WS-JRNL-IMAGE
073400         PERFORM 7200-JOURNAL-MOVED THRU 7200-EXIT
073500     END-IF
073600     WRITE NEW-CONTACT-RECORD FROM EMERGENCY-CONTACT-RECORD.
073700 3410-EXIT.
073800     EXIT.
073900*--------------------------------------------------------------*
074000*    3500-MOVE-HOUSEHOLDS - ONE LINK PER STUDENT.  THE RETIRED  *
074100*    ID'S LINK MOVES ONLY WHEN THE SURVIVOR HAS NONE.  THE NEW  *
074200*    GENERATION IS RESORTED BY THE FOLLOWING JCL STEP.          *
074300*--------------------------------------------------------------*
074400 3500-MOVE-HOUSEHOLDS.
074500     OPEN OUTPUT NEW-HOUSEHOLD-FILE
074600     OPEN INPUT HOUSEHOLD-LINK-FILE
074700     IF WS-IN-FILE-STATUS = "35"
074800         DISPLAY "STUMERGE: HOUSEHOLD FILE MISSING"
074900         ADD 1 TO WS-MISSING-FILE-COUNT
075000         CLOSE NEW-HOUSEHOLD-FILE
075100         GO TO 3500-EXIT
075200     END-IF
075300     MOVE "HOUSHOLD" TO WS-JRNL-FILE-ID
075400     MOVE "N" TO WS-IN-EOF-SWITCH
075500     PERFORM 3510-COPY-HOUSEHOLD THRU 3510-EXIT
075600         UNTIL WS-IN-EOF
075700     CLOSE HOUSEHOLD-LINK-FILE
075800     CLOSE NEW-HOUSEHOLD-FILE.
075900 3500-EXIT.
076000     EXIT.
076100*--------------------------------------------------------------*
076200*    3510-COPY-HOUSEHOLD                                        *
076300*--------------------------------------------------------------*
076400 3510-COPY-HOUSEHOLD.
076500     READ HOUSEHOLD-LINK-FILE
076600         AT END
076700             SET WS-IN-EOF TO TRUE
076800             GO TO 3510-EXIT
076900     END-READ
077000     MOVE HH-STUDENT-ID TO WS-LOOK-ID
077100     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
077200     IF WS-PAIR-NOT-FOUND
077300         WRITE NEW-HOUSEHOLD-RECORD FROM HOUSEHOLD-LINK-RECORD
077400         GO TO 3510-EXIT
077500     END-IF
077600     MOVE HOUSEHOLD-LINK-RECORD TO WS-JRNL-IMAGE
077700     PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
077800     IF WS-PR-HAS-HOUSEHOLD (WS-FOUND-SUB)
077900         PERFORM 7300-JOURNAL-DROPPED THRU 7300-EXIT
078000         GO TO 3510-EXIT
078100     END-IF
078200     MOVE "Y" TO WS-PR-HOUSEHOLD-SWITCH (WS-FOUND-SUB)
078300     MOVE WS-PR-SURVIVOR-ID (WS-FOUND-SUB) TO HH-STUDENT-ID
078400     MOVE HOUSEHOLD-LINK-RECORD TO WS-JRNL-IMAGE
078500     PERFORM 7200-JOURNAL-MOVED THRU 7200-EXIT
078600     WRITE NEW-HOUSEHOLD-RECORD FROM HOUSEHOLD-LINK-RECORD.
078700 3510-EXIT.
078800     EXIT.
078900*--------------------------------------------------------------*
079000*    3600-MOVE-RIDERS - A RETIRED ID'S ROUTE ASSIGNMENT MOVES   *
079100*    ONLY FOR A LEG THE SURVIVOR DOES NOT ALREADY RIDE.         *
079200*--------------------------------------------------------------*
079300 3600-MOVE-RIDERS.
079400     OPEN OUTPUT NEW-ROUTE-RIDER-FILE
079500     OPEN INPUT ROUTE-RIDER-FILE
079600     IF WS-IN-FILE-STATUS = "35"
079700         DISPLAY "STUMERGE: ROUTE RIDER FILE MISSING"
079800         ADD 1 TO WS-MISSING-FILE-COUNT
079900         CLOSE NEW-ROUTE-RIDER-FILE
080000         GO TO 3600-EXIT
080100     END-IF
080200     MOVE "RTERIDER" TO WS-JRNL-FILE-ID
080300     MOVE "N" TO WS-IN-EOF-SWITCH
080400     PERFORM 3610-COPY-RIDER THRU 3610-EXIT
080500         UNTIL WS-IN-EOF
080600     CLOSE ROUTE-RIDER-FILE
080700     CLOSE NEW-ROUTE-RIDER-FILE.
080800 3600-EXIT.
080900     EXIT.
081000*--------------------------------------------------------------*
081100*    3610-COPY-RIDER                                            *
081200*--------------------------------------------------------------*
081300 3610-COPY-RIDER.
081400     READ ROUTE-RIDER-FILE
081500         AT END
081600             SET WS-IN-EOF TO TRUE
081700             GO TO 3610-EXIT
081800     END-READ
081900     MOVE RA-STUDENT-ID TO WS-LOOK-ID
082000     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
082100     IF WS-PAIR-NOT-FOUND
082200         WRITE NEW-ROUTE-RIDER-RECORD
082300             FROM ROUTE-RIDER-ASSIGNMENT-RECORD
082400         GO TO 3610-EXIT
082500     END-IF
082600     MOVE ROUTE-RIDER-ASSIGNMENT-RECORD TO WS-JRNL-IMAGE
082700     PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
082800     IF RA-RUN-LEG = "P"
082900         IF WS-PR-RIDES-PM (WS-FOUND-SUB)
083000             PERFORM 7300-JOURNAL-DROPPED THRU 7300-EXIT
083100             GO TO 3610-EXIT
083200         END-IF
083300         MOVE "Y" TO WS-PR-PM-LEG-SWITCH (WS-FOUND-SUB)
083400     ELSE
083500         IF WS-PR-RIDES-AM (WS-FOUND-SUB)
083600             PERFORM 7300-JOURNAL-DROPPED THRU 7300-EXIT
083700             GO TO 3610-EXIT
083800         END-IF
083900         MOVE "Y" TO WS-PR-AM-LEG-SWITCH (WS-FOUND-SUB)
084000     END-IF
084100     MOVE WS-PR-SURVIVOR-ID (WS-FOUND-SUB) TO RA-STUDENT-ID
084200     MOVE WS-PR-SURVIVOR-NAME (WS-FOUND-SUB) TO RA-STUDENT-NAME
084300     MOVE ROUTE-RIDER-ASSIGNMENT-RECORD TO WS-JRNL-IMAGE
084400     PERFORM 7200-JOURNAL-MOVED THRU 7200-EXIT
084500     WRITE NEW-ROUTE-RIDER-RECORD
084600         FROM ROUTE-RIDER-ASSIGNMENT-RECORD.
084700 3610-EXIT.
084800     EXIT.
084900*--------------------------------------------------------------*
085000*    3700-MOVE-BUMP-HISTORY                                     *
085100*--------------------------------------------------------------*
085200 3700-MOVE-BUMP-HISTORY.
085300     OPEN OUTPUT NEW-BUMP-HISTORY-FILE
085400     OPEN INPUT BUMP-HISTORY-FILE
085500     IF WS-IN-FILE-STATUS = "35"
085510         DISPLAY "STUMERGE: BUMP HISTORY FILE MISSING"
085520         ADD 1 TO WS-MISSING-FILE-COUNT
085600         CLOSE NEW-BUMP-HISTORY-FILE
085700         GO TO 3700-EXIT
085800     END-IF
085900     MOVE "BUMPHIST" TO WS-JRNL-FILE-ID
086000     MOVE "N" TO WS-IN-EOF-SWITCH
086100     PERFORM 3710-COPY-BUMP THRU 3710-EXIT
086200         UNTIL WS-IN-EOF
086300     CLOSE BUMP-HISTORY-FILE
086400     CLOSE NEW-BUMP-HISTORY-FILE.
086500 3700-EXIT.
086600     EXIT.
086700*--------------------------------------------------------------*
086800*    3710-COPY-BUMP                                             *
086900*--------------------------------------------------------------*
087000 3710-COPY-BUMP.
087100     READ BUMP-HISTORY-FILE
087200         AT END
087300             SET WS-IN-EOF TO TRUE
087400             GO TO 3710-EXIT
087500     END-READ
087600     MOVE BH-STUDENT-ID TO WS-LOOK-ID
087700     PERFORM 5000-FIND-RETIRED THRU 5000-EXIT
087800     IF WS-PAIR-FOUND
087900         MOVE BUMP-HISTORY-RECORD TO WS-JRNL-IMAGE
088000         PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
088100         MOVE WS-PR-SURVIVOR-ID (WS-FOUND-SUB) TO BH-STUDENT-ID
088200         MOVE BUMP-HISTORY-RECORD TO WS-JRNL-IMAGE
088300         PERFORM 7200-JOURNAL-MOVED THRU 7200-EXIT
088400     END-IF
088500     WRITE NEW-BUMP-HISTORY-RECORD FROM BUMP-HISTORY-RECORD.
088600 3710-EXIT.
088700     EXIT.
088800*--------------------------------------------------------------*
088900*    4000-COMPLETE-MERGE - THE KEYED FILES FOR ONE MERGE: THE   *
089000*    PREPAID BALANCE, THE RETIRED MASTER ROW, THE SIS ROW.      *
089010*    THE ROWS ARE ALREADY MOVED IN THE NEW GENERATIONS, SO A    *
089020*    KEYED UPDATE THAT FAILS HERE IS RC 4, NOT 8 - THE NEW      *
089030*    GENERATIONS MUST STILL GO LIVE, AND THE FAILED MERGE IS    *
089040*    FINISHED BY HAND OR BACKED OUT WITH MERGEOUT.              *
089100*--------------------------------------------------------------*
089200 4000-COMPLETE-MERGE.
089300     MOVE WS-SUB TO WS-FOUND-SUB
089400     PERFORM 4100-MERGE-PREPAID THRU 4100-EXIT
089500     PERFORM 4200-RETIRE-MASTER THRU 4200-EXIT
089600     ADD 1 TO WS-MERGE-COUNT
089700     MOVE WS-PR-RETIRED-ID (WS-SUB) TO WS-SIS-ENTITY-ID
089800     MOVE SPACE TO WS-SIS-SURVIVOR-LABEL
089900     MOVE WS-PR-SURVIVOR-ID (WS-SUB) TO WS-SIS-SURVIVOR-LABEL
090000     MOVE WS-PR-MOVED-COUNT (WS-SUB) TO WS-SIS-MOVED-VALUE
090100     MOVE WS-PR-DROPPED-COUNT (WS-SUB) TO WS-SIS-DROPPED-VALUE
090200     CALL "SISWRITE" USING WS-SIS-RECORD-TYPE
090300         WS-SIS-SOURCE-PROGRAM WS-SIS-ENTITY-ID
090400         WS-SIS-SURVIVOR-LABEL WS-SIS-MOVED-VALUE
090500         WS-SIS-DROPPED-LABEL WS-SIS-DROPPED-VALUE
090600     MOVE WS-PR-RETIRED-ID (WS-SUB) TO WS-ML-RETIRED-ID
090700     MOVE WS-PR-SURVIVOR-ID (WS-SUB) TO WS-ML-SURVIVOR-ID
090800     MOVE WS-PR-MOVED-COUNT (WS-SUB) TO WS-ML-MOVED
090900     MOVE WS-PR-DROPPED-COUNT (WS-SUB) TO WS-ML-DROPPED
091000     MOVE WS-PR-BALANCE-MOVED (WS-SUB) TO WS-ML-PREPAID
091100     WRITE MERGE-LINE FROM WS-MERGE-LINE.
091200 4000-EXIT.
091300     EXIT.
091400*--------------------------------------------------------------*
091500*    4100-MERGE-PREPAID - THE RETIRED ACCOUNT'S BALANCE IS      *
091600*    ADDED TO THE SURVIVOR'S ACCOUNT (OR BECOMES IT, WHEN THE   *
091700*    SURVIVOR HAS NONE) AND THE RETIRED ACCOUNT IS DELETED.     *
091800*--------------------------------------------------------------*
091900 4100-MERGE-PREPAID.
092000     MOVE "PREPACCT" TO WS-JRNL-FILE-ID
092100     MOVE WS-PR-RETIRED-ID (WS-SUB) TO PA-STUDENT-ID
092200     READ PREPAID-ACCOUNT-FILE
092300         INVALID KEY
092400             GO TO 4100-EXIT
092500     END-READ
092600     MOVE PREPAID-ACCOUNT-RECORD TO WS-SAVED-ACCOUNT
092700     MOVE PA-BALANCE TO WS-MOVED-BALANCE
092800     MOVE PA-ACCT-STATUS TO WS-MOVED-STATUS
092900     MOVE PA-LAST-ACTIVITY-DATE TO WS-MOVED-ACTIVITY
093000     MOVE WS-SAVED-ACCOUNT TO WS-JRNL-IMAGE
093100     PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
093200     MOVE WS-PR-SURVIVOR-ID (WS-SUB) TO PA-STUDENT-ID
093300     READ PREPAID-ACCOUNT-FILE
093400         INVALID KEY
093500             PERFORM 4110-CARRY-ACCOUNT THRU 4110-EXIT
093600             GO TO 4100-DELETE-RETIRED
093700     END-READ
093800     MOVE PREPAID-ACCOUNT-RECORD TO WS-JRNL-IMAGE
093900     PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
094000     ADD WS-MOVED-BALANCE TO PA-BALANCE
094100     IF WS-MOVED-STATUS = "O"
094200         SET PA-ACCT-OPEN TO TRUE
094300     END-IF
094400     IF WS-MOVED-ACTIVITY > PA-LAST-ACTIVITY-DATE
094500         MOVE WS-MOVED-ACTIVITY TO PA-LAST-ACTIVITY-DATE
094600     END-IF
094700     REWRITE PREPAID-ACCOUNT-RECORD
094800         INVALID KEY
094900             DISPLAY "STUMERGE: PREPAID REWRITE FAILED - "
095000                 PA-STUDENT-ID
095100             ADD 1 TO WS-UPDATE-FAIL-COUNT
095200             GO TO 4100-EXIT
095300     END-REWRITE
095400     MOVE PREPAID-ACCOUNT-RECORD TO WS-JRNL-IMAGE
095500     MOVE "C" TO WS-JRNL-ACTION
095600     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
095700 4100-DELETE-RETIRED.
095800     MOVE WS-PR-RETIRED-ID (WS-SUB) TO PA-STUDENT-ID
095900     DELETE PREPAID-ACCOUNT-FILE
096000         INVALID KEY
096100             DISPLAY "STUMERGE: PREPAID DELETE FAILED - "
096200                 PA-STUDENT-ID
096300             ADD 1 TO WS-UPDATE-FAIL-COUNT
096400             GO TO 4100-EXIT
096500     END-DELETE
096600     MOVE WS-MOVED-BALANCE TO WS-PR-BALANCE-MOVED (WS-SUB)
096700     MOVE WS-SAVED-ACCOUNT TO WS-JRNL-IMAGE
096800     MOVE "D" TO WS-JRNL-ACTION
096900     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
097000 4100-EXIT.
097100     EXIT.
097200*--------------------------------------------------------------*
097300*    4110-CARRY-ACCOUNT - THE SURVIVOR HAD NO ACCOUNT, SO THE   *
097400*    RETIRED ONE IS ADDED UNDER THE SURVIVING ID AND NAME.      *
097500*--------------------------------------------------------------*
097600 4110-CARRY-ACCOUNT.
097700     MOVE WS-SAVED-ACCOUNT TO PREPAID-ACCOUNT-RECORD
097800     MOVE WS-PR-SURVIVOR-ID (WS-SUB) TO PA-STUDENT-ID
097900     MOVE WS-PR-SURVIVOR-NAME (WS-SUB) TO PA-STUDENT-NAME
098000     WRITE PREPAID-ACCOUNT-RECORD
098100         INVALID KEY
098200             DISPLAY "STUMERGE: PREPAID ADD FAILED - "
098300                 PA-STUDENT-ID
098400             ADD 1 TO WS-UPDATE-FAIL-COUNT
098500             GO TO 4110-EXIT
098600     END-WRITE
098700     MOVE PREPAID-ACCOUNT-RECORD TO WS-JRNL-IMAGE
098800     MOVE "A" TO WS-JRNL-ACTION
098900     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
099000 4110-EXIT.
099100     EXIT.
099200*--------------------------------------------------------------*
099300*    4200-RETIRE-MASTER - DELETES THE RETIRED MASTER ROW AND    *
099400*    CLOSES ITS OPEN VERSION ON THE STUDENT HISTORY.            *
099500*--------------------------------------------------------------*
099600 4200-RETIRE-MASTER.
099700     MOVE "STUDMSTR" TO WS-JRNL-FILE-ID
099800     MOVE SPACE TO SM-STUDENT-ID
099900     MOVE WS-PR-RETIRED-ID (WS-SUB) TO SM-STUDENT-ID
100000     READ STUDENT-MASTER-FILE
100100         INVALID KEY
100200             DISPLAY "STUMERGE: RETIRED MASTER GONE - "
100300                 WS-PR-RETIRED-ID (WS-SUB)
100400             ADD 1 TO WS-UPDATE-FAIL-COUNT
100500             GO TO 4200-EXIT
100600     END-READ
100700     MOVE STUDENT-MASTER-RECORD TO WS-JRNL-IMAGE
100800     PERFORM 7100-JOURNAL-BEFORE THRU 7100-EXIT
100900     DELETE STUDENT-MASTER-FILE
101000         INVALID KEY
101100             DISPLAY "STUMERGE: MASTER DELETE FAILED - "
101200                 WS-PR-RETIRED-ID (WS-SUB)
101300             ADD 1 TO WS-UPDATE-FAIL-COUNT
101400             GO TO 4200-EXIT
101500     END-DELETE
101600     MOVE "D" TO WS-JRNL-ACTION
101700     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
101800     CALL "HISTWRT" USING WS-HIST-PROGRAM-ID WS-HIST-ACTION
101900         WS-JRNL-IMAGE.
102000 4200-EXIT.
102100     EXIT.
102200*--------------------------------------------------------------*
102300*    5000-FIND-RETIRED - IS WS-LOOK-ID A RETIRED ID THIS RUN?   *
102400*--------------------------------------------------------------*
102500 5000-FIND-RETIRED.
102600     SET WS-PAIR-NOT-FOUND TO TRUE
102700     PERFORM 5010-MATCH-RETIRED THRU 5010-EXIT
102800         VARYING WS-FOUND-SUB FROM 1 BY 1
102900         UNTIL WS-FOUND-SUB > WS-PAIR-COUNT
103000             OR WS-PAIR-FOUND
103100     IF WS-PAIR-FOUND
103200         SUBTRACT 1 FROM WS-FOUND-SUB
103300     END-IF.
103400 5000-EXIT.
103500     EXIT.
103600*--------------------------------------------------------------*
103700*    5010-MATCH-RETIRED                                         *
103800*--------------------------------------------------------------*
103900 5010-MATCH-RETIRED.
104000     IF WS-PR-RETIRED-ID (WS-FOUND-SUB) = WS-LOOK-ID
104100         SET WS-PAIR-FOUND TO TRUE
104200     END-IF.
104300 5010-EXIT.
104400     EXIT.
104500*--------------------------------------------------------------*
104600*    5100-FIND-SURVIVOR - IS WS-LOOK-ID A SURVIVING ID?         *
104700*--------------------------------------------------------------*
104800 5100-FIND-SURVIVOR.
104900     SET WS-PAIR-NOT-FOUND TO TRUE
105000     PERFORM 5110-MATCH-SURVIVOR THRU 5110-EXIT
105100         VARYING WS-FOUND-SUB FROM 1 BY 1
105200         UNTIL WS-FOUND-SUB > WS-PAIR-COUNT
105300             OR WS-PAIR-FOUND
105400     IF WS-PAIR-FOUND
105500         SUBTRACT 1 FROM WS-FOUND-SUB
105600     END-IF.
105700 5100-EXIT.
105800     EXIT.
105900*--------------------------------------------------------------*
106000*    5110-MATCH-SURVIVOR                                        *
106100*--------------------------------------------------------------*
106200 5110-MATCH-SURVIVOR.
106300     IF WS-PR-SURVIVOR-ID (WS-FOUND-SUB) = WS-LOOK-ID
106400         SET WS-PAIR-FOUND TO TRUE
106500     END-IF.
106600 5110-EXIT.
106700     EXIT.
106800*--------------------------------------------------------------*
106900*    7000-WRITE-JOURNAL - ONE JOURNAL ROW, TAGGED WITH THE      *
107000*    RETIRED ID OF THE MERGE IN HAND (WS-FOUND-SUB).            *
107100*--------------------------------------------------------------*
107200 7000-WRITE-JOURNAL.
107300     MOVE SPACE TO JOURNAL-RECORD
107400     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
107500     MOVE WS-JRNL-FILE-ID TO JR-FILE-ID
107600     MOVE WS-JRNL-ACTION TO JR-ACTION
107700     MOVE WS-JRNL-IMAGE TO JR-RECORD-IMAGE
107800     MOVE WS-PR-RETIRED-ID (WS-FOUND-SUB) TO JR-MERGE-ID
107830     MOVE WS-HIST-PROGRAM-ID TO JR-SOURCE-PROGRAM
107860     MOVE WS-SEC-OPERATOR-ID TO JR-OPERATOR-ID
107900     WRITE JOURNAL-RECORD.
108000 7000-EXIT.
108100     EXIT.
108200*--------------------------------------------------------------*
108300*    7100-JOURNAL-BEFORE - THE ROW AS IT STOOD.                 *
108400*--------------------------------------------------------------*
108500 7100-JOURNAL-BEFORE.
108600     MOVE "B" TO WS-JRNL-ACTION
108700     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
108800 7100-EXIT.
108900     EXIT.
109000*--------------------------------------------------------------*
109100*    7200-JOURNAL-MOVED - THE ROW AS MOVED TO THE SURVIVOR.     *
109200*--------------------------------------------------------------*
109300 7200-JOURNAL-MOVED.
109400     MOVE "C" TO WS-JRNL-ACTION
109500     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
109600     ADD 1 TO WS-PR-MOVED-COUNT (WS-FOUND-SUB).
109700 7200-EXIT.
109800     EXIT.
109900*--------------------------------------------------------------*
110000*    7300-JOURNAL-DROPPED - THE ROW WAS NOT CARRIED; THE IMAGE  *
110100*    IS STILL THE BEFORE IMAGE JUST JOURNALED.                  *
110200*--------------------------------------------------------------*
110300 7300-JOURNAL-DROPPED.
110400     MOVE "D" TO WS-JRNL-ACTION
110500     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
110600     ADD 1 TO WS-PR-DROPPED-COUNT (WS-FOUND-SUB).
110700 7300-EXIT.
110800     EXIT.
110900*--------------------------------------------------------------*
111000*    8000-FINALIZE                                              *
111100*--------------------------------------------------------------*
111200 8000-FINALIZE.
111300     MOVE WS-MERGE-COUNT TO WS-SL-MERGES
111400     MOVE WS-REJECT-COUNT TO WS-SL-REJECTS
111500     WRITE MERGE-LINE FROM WS-SUMMARY-LINE
111600     IF WS-MG-FILE-STATUS NOT = "35"
111700         CLOSE STUDENT-MERGE-FILE
111800     END-IF
111900     CLOSE STUDENT-MASTER-FILE
112000     CLOSE PREPAID-ACCOUNT-FILE
112100     CLOSE AFTER-IMAGE-JOURNAL
112200     CLOSE MERGE-RPT
112300     IF WS-MISSING-FILE-COUNT > 0
112400         MOVE 8 TO RETURN-CODE
112410     ELSE
112420         IF WS-UPDATE-FAIL-COUNT > 0
112430             MOVE 4 TO RETURN-CODE
112440         END-IF
112500     END-IF.
112600 8000-EXIT.
112700     EXIT.
112800 END PROGRAM STUMERGE.
