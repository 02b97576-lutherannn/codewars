001200*    UP TO THE CUTOFF TIMESTAMP IN THE PARM (FILE-ID THEN       *
001300*    YYYYMMDDHHMMSS).  JOURNAL ROWS PAST THE CUTOFF, OR FOR     *
001400*    OTHER FILES, ARE SKIPPED AND COUNTED.                      *
001410*    A PARM OF MERGEOUT AND A RETIRED STUDENT ID INSTEAD BACKS  *
001420*    ONE STUDENT MERGE OUT: EVERY ROW THE MERGE ADDED OR        *
001430*    CHANGED IS REMOVED AND EVERY BEFORE IMAGE IT JOURNALED IS  *
001440*    PUT BACK - ON THE TWO INDEXED MASTERS IN PLACE, ON THE     *
001450*    SEQUENTIAL FILES AS NEW GENERATIONS.  THE MASTER CHANGES   *
001460*    ARE JOURNALED IN TURN SO A LATER RESTORE REPLAYS THEM.     *
001500*--------------------------------------------------------------*
001600*    MODIFICATION HISTORY                                      *
001700*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001730*    2026-10-15  DLS  RESTORE THE FULL 200-BYTE STUDENT MASTER *
001760*                     IMAGE.                                   *
001770*    2026-10-15  DLS  ROLL-FORWARD SKIPS MERGE BEFORE IMAGES;  *
001780*                     ADD MERGEOUT MODE TO BACK ONE STUDENT    *
001790*                     MERGE OUT OF EVERY FILE IT TOUCHED.      *
001795*    2026-10-15  DLS  STAMP THE PROGRAM ID ON BACK-OUT ROWS.   *
001796*    2026-10-15  DLS  WIDEN THE CONTACT RECORD FOR THE EMAIL   *
001797*                     ADDRESS AND LETTER OPT-IN.               *
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
003600         FILE STATUS IS WS-PA-FILE-STATUS.
003700     SELECT RESTORE-RPT ASSIGN TO RESTRPT
003800         ORGANIZATION IS SEQUENTIAL.
003802     SELECT OLD-ATTENDANCE-FILE ASSIGN TO ATTENDF
003804         ORGANIZATION IS SEQUENTIAL
003806         FILE STATUS IS WS-SEQ-FILE-STATUS.
003808     SELECT NEW-ATTENDANCE-FILE ASSIGN TO ATTENDFO
003810         ORGANIZATION IS SEQUENTIAL.
003812     SELECT OLD-LEDGER-FILE ASSIGN TO FEELEDGR
003814         ORGANIZATION IS SEQUENTIAL
003816         FILE STATUS IS WS-SEQ-FILE-STATUS.
003818     SELECT NEW-LEDGER-FILE ASSIGN TO FEELEDGO
003820         ORGANIZATION IS SEQUENTIAL.
003822     SELECT OLD-CHECKOUT-FILE ASSIGN TO CHECKOUT
003824         ORGANIZATION IS SEQUENTIAL
003826         FILE STATUS IS WS-SEQ-FILE-STATUS.
003828     SELECT NEW-CHECKOUT-FILE ASSIGN TO CHECKOUO
003830         ORGANIZATION IS SEQUENTIAL.
003832     SELECT OLD-IMMUNIZATION-FILE ASSIGN TO IMMREC
003834         ORGANIZATION IS SEQUENTIAL
003836         FILE STATUS IS WS-SEQ-FILE-STATUS.
003838     SELECT NEW-IMMUNIZATION-FILE ASSIGN TO IMMRECO
003840         ORGANIZATION IS SEQUENTIAL.
003842     SELECT OLD-CONTACT-FILE ASSIGN TO EMERCONT
003844         ORGANIZATION IS SEQUENTIAL
003846         FILE STATUS IS WS-SEQ-FILE-STATUS.
003848     SELECT NEW-CONTACT-FILE ASSIGN TO EMERCNTO
003850         ORGANIZATION IS SEQUENTIAL.
003852     SELECT OLD-HOUSEHOLD-FILE ASSIGN TO HOUSHOLD
003854         ORGANIZATION IS SEQUENTIAL
003856         FILE STATUS IS WS-SEQ-FILE-STATUS.
003858     SELECT NEW-HOUSEHOLD-FILE ASSIGN TO HOUSHLDO
003860         ORGANIZATION IS SEQUENTIAL.
003862     SELECT OLD-RIDER-FILE ASSIGN TO RTERIDER
003864         ORGANIZATION IS SEQUENTIAL
003866         FILE STATUS IS WS-SEQ-FILE-STATUS.
003868     SELECT NEW-RIDER-FILE ASSIGN TO RTERIDRO
003870         ORGANIZATION IS SEQUENTIAL.
003872     SELECT OLD-BUMP-FILE ASSIGN TO BUMPHIST
003874         ORGANIZATION IS SEQUENTIAL
003876         FILE STATUS IS WS-SEQ-FILE-STATUS.
003878     SELECT NEW-BUMP-FILE ASSIGN TO BUMPHSTO
003880         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SNAPSHOT-FILE
005100 FD  RESTORE-RPT
005200     RECORDING MODE IS F.
005300 01  RESTORE-LINE                   PIC X(80).
005302 FD  OLD-ATTENDANCE-FILE
005304     RECORDING MODE IS F.
005306 01  OLD-ATTENDANCE-RECORD          PIC X(26).
005308 FD  NEW-ATTENDANCE-FILE
005310     RECORDING MODE IS F.
005312 01  NEW-ATTENDANCE-RECORD          PIC X(26).
005314 FD  OLD-LEDGER-FILE
005316     RECORDING MODE IS F.
005318 01  OLD-LEDGER-RECORD              PIC X(70).
005320 FD  NEW-LEDGER-FILE
005322     RECORDING MODE IS F.
005324 01  NEW-LEDGER-RECORD              PIC X(70).
005326 FD  OLD-CHECKOUT-FILE
005328     RECORDING MODE IS F.
005330 01  OLD-CHECKOUT-RECORD            PIC X(50).
005332 FD  NEW-CHECKOUT-FILE
005334     RECORDING MODE IS F.
005336 01  NEW-CHECKOUT-RECORD            PIC X(50).
005338 FD  OLD-IMMUNIZATION-FILE
005340     RECORDING MODE IS F.
005342 01  OLD-IMMUNIZATION-RECORD        PIC X(30).
005344 FD  NEW-IMMUNIZATION-FILE
005346     RECORDING MODE IS F.
005348 01  NEW-IMMUNIZATION-RECORD        PIC X(30).
005350 FD  OLD-CONTACT-FILE
005352     RECORDING MODE IS F.
005354 01  OLD-CONTACT-RECORD             PIC X(121).
005356 FD  NEW-CONTACT-FILE
005358     RECORDING MODE IS F.
005360 01  NEW-CONTACT-RECORD             PIC X(121).
005362 FD  OLD-HOUSEHOLD-FILE
005364     RECORDING MODE IS F.
005366 01  OLD-HOUSEHOLD-RECORD           PIC X(20).
005368 FD  NEW-HOUSEHOLD-FILE
005370     RECORDING MODE IS F.
005372 01  NEW-HOUSEHOLD-RECORD           PIC X(20).
005374 FD  OLD-RIDER-FILE
005376     RECORDING MODE IS F.
005378 01  OLD-RIDER-RECORD               PIC X(56).
005380 FD  NEW-RIDER-FILE
005382     RECORDING MODE IS F.
005384 01  NEW-RIDER-RECORD               PIC X(56).
005386 FD  OLD-BUMP-FILE
005388     RECORDING MODE IS F.
005390 01  OLD-BUMP-RECORD                PIC X(30).
005392 FD  NEW-BUMP-FILE
005394     RECORDING MODE IS F.
005396 01  NEW-BUMP-RECORD                PIC X(30).
005400 WORKING-STORAGE SECTION.
005500 01  WS-JR-FILE-STATUS              PIC X(02) VALUE SPACE.
005600 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006200 01  WS-WHICH-MASTER                PIC X(08) VALUE "STUDMSTR".
006300     88  WS-MASTER-STUDENT              VALUE "STUDMSTR".
006400     88  WS-MASTER-PREPAID              VALUE "PREPACCT".
006450     88  WS-MERGE-BACKOUT               VALUE "MERGEOUT".
006500 01  WS-CUTOFF-STAMP                PIC X(14)
006600         VALUE "99991231235959".
006700 01  WS-LOADED-COUNT                PIC 9(07) COMP VALUE ZERO.
008500             VALUE "  ERRORS-".
008600     05  WS-RL-ERRORS               PIC ZZ,ZZ9.
008700     05  FILLER                     PIC X(03) VALUE SPACE.
008703 01  WS-BACKOUT-ID                  PIC X(09) VALUE SPACE.
008706 01  WS-SEQ-FILE-STATUS             PIC X(02) VALUE SPACE.
008709 01  WS-SEQ-FILE-ID                 PIC X(08).
008712 01  WS-SEQ-IMAGE                   PIC X(200).
008715 01  WS-SEQ-EOF-SWITCH              PIC X(01) VALUE "N".
008718     88  WS-SEQ-EOF                     VALUE "Y".
008721 01  WS-MOVED-SWITCH                PIC X(01).
008724     88  WS-ROW-MOVED                   VALUE "Y".
008727     88  WS-ROW-NOT-MOVED               VALUE "N".
008730 01  WS-JT-FULL-SWITCH              PIC X(01) VALUE "N".
008733     88  WS-JT-FULL                     VALUE "Y".
008736 01  WS-JT-SUB                      PIC 9(04) COMP.
008739 01  WS-MT-SUB                      PIC 9(04) COMP.
008742 01  WS-HIST-PROGRAM-ID             PIC X(08) VALUE "MSTRREST".
008745 01  WS-HIST-ACTION                 PIC X(01) VALUE "A".
008748 01  WS-HIST-IMAGE                  PIC X(200).
008751*    THE JOURNAL ROWS OF THE MERGE BEING BACKED OUT, IN THE
008754*    ORDER THE MERGE WROTE THEM.
008757 01  WS-JOURNAL-TABLE.
008760     05  WS-JT-COUNT                PIC 9(04) COMP VALUE ZERO.
008763     05  WS-JT-ENTRY OCCURS 2000 TIMES.
008766         10  WS-JT-FILE-ID          PIC X(08).
008769         10  WS-JT-ACTION           PIC X(01).
008772             88  WS-JT-BEFORE           VALUE "B".
008775             88  WS-JT-AFTER            VALUE "A" "C".
008778         10  WS-JT-USED-SWITCH      PIC X(01).
008781             88  WS-JT-USED             VALUE "Y".
008784         10  WS-JT-IMAGE            PIC X(200).
008800 LINKAGE SECTION.
008900 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
009000 01  LS-PARM-DATA                   PIC X(24).
009900     IF LS-PARM-LENGTH >= 22
010000         MOVE LS-PARM-DATA (9:14) TO WS-CUTOFF-STAMP
010100     END-IF
010110     IF WS-MERGE-BACKOUT
010120         IF LS-PARM-LENGTH >= 17
010130             MOVE LS-PARM-DATA (9:9) TO WS-BACKOUT-ID
010140         END-IF
010150         PERFORM 6000-BACK-OUT-MERGE THRU 6000-EXIT
010160         GOBACK
010170     END-IF
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010300     PERFORM 2000-LOAD-SNAPSHOT THRU 2000-EXIT
010400         UNTIL WS-SNAP-EOF
014700*--------------------------------------------------------------*
014800*    3000-ROLL-FORWARD - JOURNAL ROWS FOR THE CHOSEN FILE, UP   *
014900*    TO THE CUTOFF, REPLAY IN ORDER.                            *
014950*    A MERGE'S BEFORE IMAGES ARE FOR BACKING IT OUT ONLY.       *
015000*--------------------------------------------------------------*
015100 3000-ROLL-FORWARD.
015200     READ AFTER-IMAGE-JOURNAL
015600             IF JR-FILE-ID = WS-WHICH-MASTER
015700                     AND JR-TIMESTAMP (1:14)
015800                         NOT > WS-CUTOFF-STAMP
015850                     AND NOT JR-ACTION-BEFORE
015900                 ADD 1 TO WS-APPLIED-COUNT
016000                 MOVE JR-RECORD-IMAGE TO SNAPSHOT-RECORD
016100                 PERFORM 5000-APPLY-IMAGE THRU 5000-EXIT
017000*--------------------------------------------------------------*
017100 4000-WRITE-MASTER.
017200     IF WS-MASTER-STUDENT
017300         MOVE SNAPSHOT-RECORD (1:200)
017400             TO STUDENT-MASTER-RECORD
017500         WRITE STUDENT-MASTER-RECORD
017600             INVALID KEY
019200*--------------------------------------------------------------*
019300 5000-APPLY-IMAGE.
019400     IF WS-MASTER-STUDENT
019500         MOVE SNAPSHOT-RECORD (1:200)
019600             TO STUDENT-MASTER-RECORD
019700         EVALUATE TRUE
019800             WHEN JR-ACTION-DELETE
025900     END-IF.
026000 8000-EXIT.
026100     EXIT.
026200*--------------------------------------------------------------*
026300*    6000-BACK-OUT-MERGE - LOADS THE MERGE'S JOURNAL ROWS, THEN*
026400*    UNDOES THEM.  NOTHING IS CHANGED UNLESS THE WHOLE MERGE   *
026500*    FITS THE TABLE.                                           *
026600*--------------------------------------------------------------*
026700 6000-BACK-OUT-MERGE.
026800     IF WS-BACKOUT-ID = SPACE
026900         DISPLAY "MSTRREST: MERGEOUT NEEDS A RETIRED STUDENT ID"
027000         MOVE 8 TO RETURN-CODE
027100         GO TO 6000-EXIT
027200     END-IF
027300     OPEN INPUT AFTER-IMAGE-JOURNAL
027400     IF WS-JR-FILE-STATUS = "35"
027500         DISPLAY "MSTRREST: NO JOURNAL - MERGE NOT BACKED OUT"
027600         MOVE 8 TO RETURN-CODE
027700         GO TO 6000-EXIT
027800     END-IF
027900     PERFORM 6100-LOAD-MERGE-ROW THRU 6100-EXIT
028000         UNTIL WS-JRNL-EOF
028100     CLOSE AFTER-IMAGE-JOURNAL
028200     IF WS-JT-FULL
028300         DISPLAY "MSTRREST: MERGE " WS-BACKOUT-ID
028400             " OVER 2000 JOURNAL ROWS - NOT BACKED OUT"
028500         MOVE 8 TO RETURN-CODE
028600         GO TO 6000-EXIT
028700     END-IF
028800     IF WS-JT-COUNT = 0
028900         DISPLAY "MSTRREST: NO JOURNAL ROWS FOR MERGE "
029000             WS-BACKOUT-ID
029100         MOVE 8 TO RETURN-CODE
029200         GO TO 6000-EXIT
029300     END-IF
029400     MOVE WS-JT-COUNT TO WS-LOADED-COUNT
029500     OPEN I-O STUDENT-MASTER-FILE
029600     OPEN I-O PREPAID-ACCOUNT-FILE
029700     OPEN EXTEND AFTER-IMAGE-JOURNAL
029800     PERFORM 6200-REMOVE-AFTER THRU 6200-EXIT
029900         VARYING WS-JT-SUB FROM 1 BY 1
030000         UNTIL WS-JT-SUB > WS-JT-COUNT
030100     PERFORM 6300-RESTORE-BEFORE THRU 6300-EXIT
030200         VARYING WS-JT-SUB FROM 1 BY 1
030300         UNTIL WS-JT-SUB > WS-JT-COUNT
030400     CLOSE STUDENT-MASTER-FILE
030500     CLOSE PREPAID-ACCOUNT-FILE
030600     CLOSE AFTER-IMAGE-JOURNAL
030700     PERFORM 6410-BACK-OUT-ATTENDANCE
030800         THRU 6410-EXIT
030900     PERFORM 6420-BACK-OUT-LEDGER
031000         THRU 6420-EXIT
031100     PERFORM 6430-BACK-OUT-CHECKOUT
031200         THRU 6430-EXIT
031300     PERFORM 6440-BACK-OUT-IMMUNIZATION
031400         THRU 6440-EXIT
031500     PERFORM 6450-BACK-OUT-CONTACT
031600         THRU 6450-EXIT
031700     PERFORM 6460-BACK-OUT-HOUSEHOLD
031800         THRU 6460-EXIT
031900     PERFORM 6470-BACK-OUT-RIDER
032000         THRU 6470-EXIT
032100     PERFORM 6480-BACK-OUT-BUMP
032200         THRU 6480-EXIT
032300     PERFORM 6800-CHECK-UNMATCHED THRU 6800-EXIT
032400         VARYING WS-JT-SUB FROM 1 BY 1
032500         UNTIL WS-JT-SUB > WS-JT-COUNT
032600     OPEN OUTPUT RESTORE-RPT
032700     MOVE WS-WHICH-MASTER TO WS-RL-MASTER
032800     MOVE WS-LOADED-COUNT TO WS-RL-LOADED
032900     MOVE WS-APPLIED-COUNT TO WS-RL-APPLIED
033000     MOVE WS-SKIPPED-COUNT TO WS-RL-SKIPPED
033100     MOVE WS-ERROR-COUNT TO WS-RL-ERRORS
033200     WRITE RESTORE-LINE FROM WS-RESULT-LINE
033300     CLOSE RESTORE-RPT
033400     IF WS-ERROR-COUNT > 0
033500         MOVE 8 TO RETURN-CODE
033600     END-IF.
033700 6000-EXIT.
033800     EXIT.
033900*--------------------------------------------------------------*
034000*    6100-LOAD-MERGE-ROW                                       *
034100*--------------------------------------------------------------*
034200 6100-LOAD-MERGE-ROW.
034300     READ AFTER-IMAGE-JOURNAL
034400         AT END
034500             SET WS-JRNL-EOF TO TRUE
034600             GO TO 6100-EXIT
034700     END-READ
034800     IF JR-MERGE-ID NOT = WS-BACKOUT-ID
034900         GO TO 6100-EXIT
035000     END-IF
035100     IF WS-JT-COUNT NOT < 2000
035200         SET WS-JT-FULL TO TRUE
035300         GO TO 6100-EXIT
035400     END-IF
035500     ADD 1 TO WS-JT-COUNT
035600     MOVE JR-FILE-ID TO WS-JT-FILE-ID (WS-JT-COUNT)
035700     MOVE JR-ACTION TO WS-JT-ACTION (WS-JT-COUNT)
035800     MOVE "N" TO WS-JT-USED-SWITCH (WS-JT-COUNT)
035900     MOVE JR-RECORD-IMAGE TO WS-JT-IMAGE (WS-JT-COUNT).
036000 6100-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------*
036300*    6200-REMOVE-AFTER - A MASTER ROW THE MERGE ADDED OR       *
036400*    CHANGED IS DELETED; ITS BEFORE IMAGE GOES BACK NEXT.      *
036500*--------------------------------------------------------------*
036600 6200-REMOVE-AFTER.
036700     IF NOT WS-JT-AFTER (WS-JT-SUB)
036800         GO TO 6200-EXIT
036900     END-IF
037000     EVALUATE WS-JT-FILE-ID (WS-JT-SUB)
037100         WHEN "STUDMSTR"
037200             MOVE WS-JT-IMAGE (WS-JT-SUB) (1:200)
037300                 TO STUDENT-MASTER-RECORD
037400             DELETE STUDENT-MASTER-FILE
037500                 INVALID KEY
037600                     ADD 1 TO WS-ERROR-COUNT
037700                     GO TO 6200-EXIT
037800             END-DELETE
037900         WHEN "PREPACCT"
038000             MOVE WS-JT-IMAGE (WS-JT-SUB) (1:56)
038100                 TO PREPAID-ACCOUNT-RECORD
038200             DELETE PREPAID-ACCOUNT-FILE
038300                 INVALID KEY
038400                     ADD 1 TO WS-ERROR-COUNT
038500                     GO TO 6200-EXIT
038600             END-DELETE
038700         WHEN OTHER
038800             GO TO 6200-EXIT
038900     END-EVALUATE
039000     MOVE "Y" TO WS-JT-USED-SWITCH (WS-JT-SUB)
039100     ADD 1 TO WS-APPLIED-COUNT
039200     MOVE "D" TO JR-ACTION
039300     PERFORM 6600-JOURNAL-BACKOUT THRU 6600-EXIT.
039400 6200-EXIT.
039500     EXIT.
039600*--------------------------------------------------------------*
039700*    6300-RESTORE-BEFORE - A MASTER ROW'S BEFORE IMAGE GOES    *
039800*    BACK; A RESTORED STUDENT OPENS A NEW HISTORY VERSION.     *
039900*--------------------------------------------------------------*
040000 6300-RESTORE-BEFORE.
040100     IF NOT WS-JT-BEFORE (WS-JT-SUB)
040200         GO TO 6300-EXIT
040300     END-IF
040400     EVALUATE WS-JT-FILE-ID (WS-JT-SUB)
040500         WHEN "STUDMSTR"
040600             MOVE WS-JT-IMAGE (WS-JT-SUB) (1:200)
040700                 TO STUDENT-MASTER-RECORD
040800             WRITE STUDENT-MASTER-RECORD
040900                 INVALID KEY
041000                     REWRITE STUDENT-MASTER-RECORD
041100                         INVALID KEY
041200                             ADD 1 TO WS-ERROR-COUNT
041300                             GO TO 6300-EXIT
041400                     END-REWRITE
041500             END-WRITE
041600             MOVE WS-JT-IMAGE (WS-JT-SUB) TO WS-HIST-IMAGE
041700             CALL "HISTWRT" USING WS-HIST-PROGRAM-ID
041800                 WS-HIST-ACTION WS-HIST-IMAGE
041900         WHEN "PREPACCT"
042000             MOVE WS-JT-IMAGE (WS-JT-SUB) (1:56)
042100                 TO PREPAID-ACCOUNT-RECORD
042200             WRITE PREPAID-ACCOUNT-RECORD
042300                 INVALID KEY
042400                     REWRITE PREPAID-ACCOUNT-RECORD
042500                         INVALID KEY
042600                             ADD 1 TO WS-ERROR-COUNT
042700                             GO TO 6300-EXIT
042800                     END-REWRITE
042900             END-WRITE
043000         WHEN OTHER
043100             GO TO 6300-EXIT
043200     END-EVALUATE
043300     ADD 1 TO WS-APPLIED-COUNT
043400     MOVE "C" TO JR-ACTION
043500     PERFORM 6600-JOURNAL-BACKOUT THRU 6600-EXIT.
043600 6300-EXIT.
043700     EXIT.
043800*--------------------------------------------------------------*
043900*    6410-BACK-OUT-ATTENDANCE - EACH SEQUENTIAL FILE IS COPIED *
044000*    TO A NEW GENERATION LESS THE ROWS THE MERGE MOVED, WITH   *
044100*    THE MERGE'S BEFORE IMAGES FOR THE FILE ADDED AT THE END.  *
044200*--------------------------------------------------------------*
044300 6410-BACK-OUT-ATTENDANCE.
044400     MOVE "ATTENDF" TO WS-SEQ-FILE-ID
044500     OPEN OUTPUT NEW-ATTENDANCE-FILE
044600     OPEN INPUT OLD-ATTENDANCE-FILE
044700     IF WS-SEQ-FILE-STATUS = "35"
044800         DISPLAY "MSTRREST: ATTENDANCE FILE MISSING"
044900     ELSE
045000         MOVE "N" TO WS-SEQ-EOF-SWITCH
045100         PERFORM 6411-COPY-ATTENDANCE THRU 6411-EXIT
045200             UNTIL WS-SEQ-EOF
045300         CLOSE OLD-ATTENDANCE-FILE
045400     END-IF
045500     PERFORM 6412-APPEND-ATTENDANCE THRU 6412-EXIT
045600         VARYING WS-JT-SUB FROM 1 BY 1
045700         UNTIL WS-JT-SUB > WS-JT-COUNT
045800     CLOSE NEW-ATTENDANCE-FILE.
045900 6410-EXIT.
046000     EXIT.
046100*--------------------------------------------------------------*
046200*    6411-COPY-ATTENDANCE                                      *
046300*--------------------------------------------------------------*
046400 6411-COPY-ATTENDANCE.
046500     READ OLD-ATTENDANCE-FILE
046600         AT END
046700             SET WS-SEQ-EOF TO TRUE
046800             GO TO 6411-EXIT
046900     END-READ
047000     MOVE OLD-ATTENDANCE-RECORD TO WS-SEQ-IMAGE
047100     PERFORM 6700-FIND-MOVED-ROW THRU 6700-EXIT
047200     IF WS-ROW-NOT-MOVED
047300         WRITE NEW-ATTENDANCE-RECORD FROM OLD-ATTENDANCE-RECORD
047400     END-IF.
047500 6411-EXIT.
047600     EXIT.
047700*--------------------------------------------------------------*
047800*    6412-APPEND-ATTENDANCE                                    *
047900*--------------------------------------------------------------*
048000 6412-APPEND-ATTENDANCE.
048100     IF WS-JT-FILE-ID (WS-JT-SUB) = WS-SEQ-FILE-ID
048200             AND WS-JT-BEFORE (WS-JT-SUB)
048300         MOVE WS-JT-IMAGE (WS-JT-SUB) TO NEW-ATTENDANCE-RECORD
048400         WRITE NEW-ATTENDANCE-RECORD
048500         ADD 1 TO WS-APPLIED-COUNT
048600     END-IF.
048700 6412-EXIT.
048800     EXIT.
048900*--------------------------------------------------------------*
049000*    6420-BACK-OUT-LEDGER                                      *
049100*--------------------------------------------------------------*
049200 6420-BACK-OUT-LEDGER.
049300     MOVE "FEELEDGR" TO WS-SEQ-FILE-ID
049400     OPEN OUTPUT NEW-LEDGER-FILE
049500     OPEN INPUT OLD-LEDGER-FILE
049600     IF WS-SEQ-FILE-STATUS = "35"
049700         DISPLAY "MSTRREST: FEE LEDGER MISSING"
049800     ELSE
049900         MOVE "N" TO WS-SEQ-EOF-SWITCH
050000         PERFORM 6421-COPY-LEDGER THRU 6421-EXIT
050100             UNTIL WS-SEQ-EOF
050200         CLOSE OLD-LEDGER-FILE
050300     END-IF
050400     PERFORM 6422-APPEND-LEDGER THRU 6422-EXIT
050500         VARYING WS-JT-SUB FROM 1 BY 1
050600         UNTIL WS-JT-SUB > WS-JT-COUNT
050700     CLOSE NEW-LEDGER-FILE.
050800 6420-EXIT.
050900     EXIT.
051000*--------------------------------------------------------------*
051100*    6421-COPY-LEDGER                                          *
051200*--------------------------------------------------------------*
051300 6421-COPY-LEDGER.
051400     READ OLD-LEDGER-FILE
051500         AT END
051600             SET WS-SEQ-EOF TO TRUE
051700             GO TO 6421-EXIT
051800     END-READ
051900     MOVE OLD-LEDGER-RECORD TO WS-SEQ-IMAGE
052000     PERFORM 6700-FIND-MOVED-ROW THRU 6700-EXIT
052100     IF WS-ROW-NOT-MOVED
052200         WRITE NEW-LEDGER-RECORD FROM OLD-LEDGER-RECORD
052300     END-IF.
052400 6421-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------*
052700*    6422-APPEND-LEDGER                                        *
052800*--------------------------------------------------------------*
052900 6422-APPEND-LEDGER.
053000     IF WS-JT-FILE-ID (WS-JT-SUB) = WS-SEQ-FILE-ID
053100             AND WS-JT-BEFORE (WS-JT-SUB)
053200         MOVE WS-JT-IMAGE (WS-JT-SUB) TO NEW-LEDGER-RECORD
053300         WRITE NEW-LEDGER-RECORD
053400         ADD 1 TO WS-APPLIED-COUNT
053500     END-IF.
053600 6422-EXIT.
053700     EXIT.
053800*--------------------------------------------------------------*
053900*    6430-BACK-OUT-CHECKOUT                                    *
054000*--------------------------------------------------------------*
054100 6430-BACK-OUT-CHECKOUT.
054200     MOVE "CHECKOUT" TO WS-SEQ-FILE-ID
054300     OPEN OUTPUT NEW-CHECKOUT-FILE
054400     OPEN INPUT OLD-CHECKOUT-FILE
054500     IF WS-SEQ-FILE-STATUS = "35"
054600         DISPLAY "MSTRREST: CHECKOUT FILE MISSING"
054700     ELSE
054800         MOVE "N" TO WS-SEQ-EOF-SWITCH
054900         PERFORM 6431-COPY-CHECKOUT THRU 6431-EXIT
055000             UNTIL WS-SEQ-EOF
055100         CLOSE OLD-CHECKOUT-FILE
055200     END-IF
055300     PERFORM 6432-APPEND-CHECKOUT THRU 6432-EXIT
055400         VARYING WS-JT-SUB FROM 1 BY 1
055500         UNTIL WS-JT-SUB > WS-JT-COUNT
055600     CLOSE NEW-CHECKOUT-FILE.
055700 6430-EXIT.
055800     EXIT.
055900*--------------------------------------------------------------*
056000*    6431-COPY-CHECKOUT                                        *
056100*--------------------------------------------------------------*
056200 6431-COPY-CHECKOUT.
056300     READ OLD-CHECKOUT-FILE
056400         AT END
056500             SET WS-SEQ-EOF TO TRUE
056600             GO TO 6431-EXIT
056700     END-READ
056800     MOVE OLD-CHECKOUT-RECORD TO WS-SEQ-IMAGE
056900     PERFORM 6700-FIND-MOVED-ROW THRU 6700-EXIT
057000     IF WS-ROW-NOT-MOVED
057100         WRITE NEW-CHECKOUT-RECORD FROM OLD-CHECKOUT-RECORD
057200     END-IF.
057300 6431-EXIT.
057400     EXIT.
057500*--------------------------------------------------------------*
057600*    6432-APPEND-CHECKOUT                                      *
057700*--------------------------------------------------------------*
057800 6432-APPEND-CHECKOUT.
057900     IF WS-JT-FILE-ID (WS-JT-SUB) = WS-SEQ-FILE-ID
058000             AND WS-JT-BEFORE (WS-JT-SUB)
058100         MOVE WS-JT-IMAGE (WS-JT-SUB) TO NEW-CHECKOUT-RECORD
058200         WRITE NEW-CHECKOUT-RECORD
058300         ADD 1 TO WS-APPLIED-COUNT
058400     END-IF.
058500 6432-EXIT.
058600     EXIT.
058700*--------------------------------------------------------------*
058800*    6440-BACK-OUT-IMMUNIZATION                                *
058900*--------------------------------------------------------------*
059000 6440-BACK-OUT-IMMUNIZATION.
059100     MOVE "IMMREC" TO WS-SEQ-FILE-ID
059200     OPEN OUTPUT NEW-IMMUNIZATION-FILE
059300     OPEN INPUT OLD-IMMUNIZATION-FILE
059400     IF WS-SEQ-FILE-STATUS = "35"
059500         DISPLAY "MSTRREST: IMMUNIZATION FILE MISSING"
059600     ELSE
059700         MOVE "N" TO WS-SEQ-EOF-SWITCH
059800         PERFORM 6441-COPY-IMMUNIZATION THRU 6441-EXIT
059900             UNTIL WS-SEQ-EOF
060000         CLOSE OLD-IMMUNIZATION-FILE
060100     END-IF
060200     PERFORM 6442-APPEND-IMMUNIZATION THRU 6442-EXIT
060300         VARYING WS-JT-SUB FROM 1 BY 1
060400         UNTIL WS-JT-SUB > WS-JT-COUNT
060500     CLOSE NEW-IMMUNIZATION-FILE.
060600 6440-EXIT.
060700     EXIT.
060800*--------------------------------------------------------------*
060900*    6441-COPY-IMMUNIZATION                                    *
061000*--------------------------------------------------------------*
061100 6441-COPY-IMMUNIZATION.
061200     READ OLD-IMMUNIZATION-FILE
061300         AT END
061400             SET WS-SEQ-EOF TO TRUE
061500             GO TO 6441-EXIT
061600     END-READ
061700     MOVE OLD-IMMUNIZATION-RECORD TO WS-SEQ-IMAGE
061800     PERFORM 6700-FIND-MOVED-ROW THRU 6700-EXIT
061900     IF WS-ROW-NOT-MOVED
062000         WRITE NEW-IMMUNIZATION-RECORD
062100             FROM OLD-IMMUNIZATION-RECORD
062200     END-IF.
062300 6441-EXIT.
062400     EXIT.
062500*--------------------------------------------------------------*
062600*    6442-APPEND-IMMUNIZATION                                  *
062700*--------------------------------------------------------------*
062800 6442-APPEND-IMMUNIZATION.
062900     IF WS-JT-FILE-ID (WS-JT-SUB) = WS-SEQ-FILE-ID
063000             AND WS-JT-BEFORE (WS-JT-SUB)
063100         MOVE WS-JT-IMAGE (WS-JT-SUB) TO NEW-IMMUNIZATION-RECORD
063200         WRITE NEW-IMMUNIZATION-RECORD
063300         ADD 1 TO WS-APPLIED-COUNT
063400     END-IF.
063500 6442-EXIT.
063600     EXIT.
063700*--------------------------------------------------------------*
063800*    6450-BACK-OUT-CONTACT                                     *
063900*--------------------------------------------------------------*
064000 6450-BACK-OUT-CONTACT.
064100     MOVE "EMERCONT" TO WS-SEQ-FILE-ID
064200     OPEN OUTPUT NEW-CONTACT-FILE
064300     OPEN INPUT OLD-CONTACT-FILE
064400     IF WS-SEQ-FILE-STATUS = "35"
064500         DISPLAY "MSTRREST: EMERGENCY CONTACT FILE MISSING"
064600     ELSE
064700         MOVE "N" TO WS-SEQ-EOF-SWITCH
064800         PERFORM 6451-COPY-CONTACT THRU 6451-EXIT
064900             UNTIL WS-SEQ-EOF
065000         CLOSE OLD-CONTACT-FILE
065100     END-IF
065200     PERFORM 6452-APPEND-CONTACT THRU 6452-EXIT
065300         VARYING WS-JT-SUB FROM 1 BY 1
065400         UNTIL WS-JT-SUB > WS-JT-COUNT
065500     CLOSE NEW-CONTACT-FILE.
065600 6450-EXIT.
065700     EXIT.
065800*--------------------------------------------------------------*
065900*    6451-COPY-CONTACT                                         *
066000*--------------------------------------------------------------*
066100 6451-COPY-CONTACT.
066200     READ OLD-CONTACT-FILE
066300         AT END
066400             SET WS-SEQ-EOF TO TRUE
066500             GO TO 6451-EXIT
066600     END-READ
066700     MOVE OLD-CONTACT-RECORD TO WS-SEQ-IMAGE
066800     PERFORM 6700-FIND-MOVED-ROW THRU 6700-EXIT
066900     IF WS-ROW-NOT-MOVED
067000         WRITE NEW-CONTACT-RECORD FROM OLD-CONTACT-RECORD
067100     END-IF.
067200 6451-EXIT.
067300     EXIT.
067400*--------------------------------------------------------------*
067500*    6452-APPEND-CONTACT                                       *
067600*--------------------------------------------------------------*
067700 6452-APPEND-CONTACT.
067800     IF WS-JT-FILE-ID (WS-JT-SUB) = WS-SEQ-FILE-ID
067900             AND WS-JT-BEFORE (WS-JT-SUB)
068000         MOVE WS-JT-IMAGE (WS-JT-SUB) TO NEW-CONTACT-RECORD
068100         WRITE NEW-CONTACT-RECORD
068200         ADD 1 TO WS-APPLIED-COUNT
068300     END-IF.
068400 6452-EXIT.
068500     EXIT.
068600*--------------------------------------------------------------*
068700*    6460-BACK-OUT-HOUSEHOLD                                   *
068800*--------------------------------------------------------------*
068900 6460-BACK-OUT-HOUSEHOLD.
069000     MOVE "HOUSHOLD" TO WS-SEQ-FILE-ID
069100     OPEN OUTPUT NEW-HOUSEHOLD-FILE
069200     OPEN INPUT OLD-HOUSEHOLD-FILE
069300     IF WS-SEQ-FILE-STATUS = "35"
069400         DISPLAY "MSTRREST: HOUSEHOLD FILE MISSING"
069500     ELSE
069600         MOVE "N" TO WS-SEQ-EOF-SWITCH
069700         PERFORM 6461-COPY-HOUSEHOLD THRU 6461-EXIT
069800             UNTIL WS-SEQ-EOF
069900         CLOSE OLD-HOUSEHOLD-FILE
070000     END-IF
070100     PERFORM 6462-APPEND-HOUSEHOLD THRU 6462-EXIT
070200         VARYING WS-JT-SUB FROM 1 BY 1
070300         UNTIL WS-JT-SUB > WS-JT-COUNT
070400     CLOSE NEW-HOUSEHOLD-FILE.
070500 6460-EXIT.
070600     EXIT.
070700*--------------------------------------------------------------*
070800*    6461-COPY-HOUSEHOLD                                       *
070900*--------------------------------------------------------------*
071000 6461-COPY-HOUSEHOLD.
071100     READ OLD-HOUSEHOLD-FILE
071200         AT END
071300             SET WS-SEQ-EOF TO TRUE
071400             GO TO 6461-EXIT
071500     END-READ
071600     MOVE OLD-HOUSEHOLD-RECORD TO WS-SEQ-IMAGE
071700     PERFORM 6700-FIND-MOVED-ROW THRU 6700-EXIT
071800     IF WS-ROW-NOT-MOVED
071900         WRITE NEW-HOUSEHOLD-RECORD FROM OLD-HOUSEHOLD-RECORD
072000     END-IF.
072100 6461-EXIT.
072200     EXIT.
072300*--------------------------------------------------------------*
072400*    6462-APPEND-HOUSEHOLD                                     *
072500*--------------------------------------------------------------*
072600 6462-APPEND-HOUSEHOLD.
072700     IF WS-JT-FILE-ID (WS-JT-SUB) = WS-SEQ-FILE-ID
072800             AND WS-JT-BEFORE (WS-JT-SUB)
072900         MOVE WS-JT-IMAGE (WS-JT-SUB) TO NEW-HOUSEHOLD-RECORD
073000         WRITE NEW-HOUSEHOLD-RECORD
073100         ADD 1 TO WS-APPLIED-COUNT
073200     END-IF.
073300 6462-EXIT.
073400     EXIT.
073500*--------------------------------------------------------------*
073600*    6470-BACK-OUT-RIDER                                       *
073700*--------------------------------------------------------------*
073800 6470-BACK-OUT-RIDER.
073900     MOVE "RTERIDER" TO WS-SEQ-FILE-ID
074000     OPEN OUTPUT NEW-RIDER-FILE
074100     OPEN INPUT OLD-RIDER-FILE
074200     IF WS-SEQ-FILE-STATUS = "35"
074300         DISPLAY "MSTRREST: ROUTE RIDER FILE MISSING"
074400     ELSE
074500         MOVE "N" TO WS-SEQ-EOF-SWITCH
074600         PERFORM 6471-COPY-RIDER THRU 6471-EXIT
074700             UNTIL WS-SEQ-EOF
074800         CLOSE OLD-RIDER-FILE
074900     END-IF
075000     PERFORM 6472-APPEND-RIDER THRU 6472-EXIT
075100         VARYING WS-JT-SUB FROM 1 BY 1
075200         UNTIL WS-JT-SUB > WS-JT-COUNT
075300     CLOSE NEW-RIDER-FILE.
075400 6470-EXIT.
075500     EXIT.
075600*--------------------------------------------------------------*
075700*    6471-COPY-RIDER                                           *
075800*--------------------------------------------------------------*
075900 6471-COPY-RIDER.
076000     READ OLD-RIDER-FILE
076100         AT END
076200             SET WS-SEQ-EOF TO TRUE
076300             GO TO 6471-EXIT
076400     END-READ
076500     MOVE OLD-RIDER-RECORD TO WS-SEQ-IMAGE
076600     PERFORM 6700-FIND-MOVED-ROW THRU 6700-EXIT
076700     IF WS-ROW-NOT-MOVED
076800         WRITE NEW-RIDER-RECORD FROM OLD-RIDER-RECORD
076900     END-IF.
077000 6471-EXIT.
077100     EXIT.
077200*--------------------------------------------------------------*
077300*    6472-APPEND-RIDER                                         *
077400*--------------------------------------------------------------*
077500 6472-APPEND-RIDER.
077600     IF WS-JT-FILE-ID (WS-JT-SUB) = WS-SEQ-FILE-ID
077700             AND WS-JT-BEFORE (WS-JT-SUB)
077800         MOVE WS-JT-IMAGE (WS-JT-SUB) TO NEW-RIDER-RECORD
077900         WRITE NEW-RIDER-RECORD
078000         ADD 1 TO WS-APPLIED-COUNT
078100     END-IF.
078200 6472-EXIT.
078300     EXIT.
078400*--------------------------------------------------------------*
078500*    6480-BACK-OUT-BUMP                                        *
078600*--------------------------------------------------------------*
078700 6480-BACK-OUT-BUMP.
078800     MOVE "BUMPHIST" TO WS-SEQ-FILE-ID
078900     OPEN OUTPUT NEW-BUMP-FILE
079000     OPEN INPUT OLD-BUMP-FILE
079100     IF WS-SEQ-FILE-STATUS = "35"
079200         DISPLAY "MSTRREST: BUMP HISTORY FILE MISSING"
079300     ELSE
079400         MOVE "N" TO WS-SEQ-EOF-SWITCH
079500         PERFORM 6481-COPY-BUMP THRU 6481-EXIT
079600             UNTIL WS-SEQ-EOF
079700         CLOSE OLD-BUMP-FILE
079800     END-IF
079900     PERFORM 6482-APPEND-BUMP THRU 6482-EXIT
080000         VARYING WS-JT-SUB FROM 1 BY 1
080100         UNTIL WS-JT-SUB > WS-JT-COUNT
080200     CLOSE NEW-BUMP-FILE.
080300 6480-EXIT.
080400     EXIT.
080500*--------------------------------------------------------------*
080600*    6481-COPY-BUMP                                            *
080700*--------------------------------------------------------------*
080800 6481-COPY-BUMP.
080900     READ OLD-BUMP-FILE
081000         AT END
081100             SET WS-SEQ-EOF TO TRUE
081200             GO TO 6481-EXIT
081300     END-READ
081400     MOVE OLD-BUMP-RECORD TO WS-SEQ-IMAGE
081500     PERFORM 6700-FIND-MOVED-ROW THRU 6700-EXIT
081600     IF WS-ROW-NOT-MOVED
081700         WRITE NEW-BUMP-RECORD FROM OLD-BUMP-RECORD
081800     END-IF.
081900 6481-EXIT.
082000     EXIT.
082100*--------------------------------------------------------------*
082200*    6482-APPEND-BUMP                                          *
082300*--------------------------------------------------------------*
082400 6482-APPEND-BUMP.
082500     IF WS-JT-FILE-ID (WS-JT-SUB) = WS-SEQ-FILE-ID
082600             AND WS-JT-BEFORE (WS-JT-SUB)
082700         MOVE WS-JT-IMAGE (WS-JT-SUB) TO NEW-BUMP-RECORD
082800         WRITE NEW-BUMP-RECORD
082900         ADD 1 TO WS-APPLIED-COUNT
083000     END-IF.
083100 6482-EXIT.
083200     EXIT.
083300*--------------------------------------------------------------*
083400*    6600-JOURNAL-BACKOUT - THE BACK-OUT'S OWN MASTER CHANGE,  *
083500*    UNTAGGED, SO A LATER ROLL-FORWARD REPLAYS IT.             *
083600*--------------------------------------------------------------*
083700 6600-JOURNAL-BACKOUT.
083800     MOVE WS-JT-FILE-ID (WS-JT-SUB) TO JR-FILE-ID
083900     MOVE WS-JT-IMAGE (WS-JT-SUB) TO JR-RECORD-IMAGE
084000     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
084100     MOVE SPACE TO JR-MERGE-ID
084130     MOVE WS-HIST-PROGRAM-ID TO JR-SOURCE-PROGRAM
084160     MOVE SPACE TO JR-OPERATOR-ID
084200     WRITE JOURNAL-RECORD.
084300 6600-EXIT.
084400     EXIT.
084500*--------------------------------------------------------------*
084600*    6700-FIND-MOVED-ROW - IS THE ROW IN HAND ONE THE MERGE    *
084700*    MOVED?  EACH MOVED IMAGE MATCHES ONE ROW ONLY.            *
084800*--------------------------------------------------------------*
084900 6700-FIND-MOVED-ROW.
085000     SET WS-ROW-NOT-MOVED TO TRUE
085100     PERFORM 6710-MATCH-MOVED-ROW THRU 6710-EXIT
085200         VARYING WS-MT-SUB FROM 1 BY 1
085300         UNTIL WS-MT-SUB > WS-JT-COUNT
085400             OR WS-ROW-MOVED.
085500 6700-EXIT.
085600     EXIT.
085700*--------------------------------------------------------------*
085800*    6710-MATCH-MOVED-ROW                                      *
085900*--------------------------------------------------------------*
086000 6710-MATCH-MOVED-ROW.
086100     IF WS-JT-AFTER (WS-MT-SUB)
086200             AND NOT WS-JT-USED (WS-MT-SUB)
086300             AND WS-JT-FILE-ID (WS-MT-SUB) = WS-SEQ-FILE-ID
086400             AND WS-JT-IMAGE (WS-MT-SUB) = WS-SEQ-IMAGE
086500         MOVE "Y" TO WS-JT-USED-SWITCH (WS-MT-SUB)
086600         SET WS-ROW-MOVED TO TRUE
086700         ADD 1 TO WS-APPLIED-COUNT
086800     END-IF.
086900 6710-EXIT.
087000     EXIT.
087100*--------------------------------------------------------------*
087200*    6800-CHECK-UNMATCHED - A MOVED ROW NO LONGER ON ITS FILE  *
087300*    WAS CHANGED SINCE THE MERGE AND MUST BE CLEARED BY HAND.  *
087400*--------------------------------------------------------------*
087500 6800-CHECK-UNMATCHED.
087600     IF WS-JT-AFTER (WS-JT-SUB)
087700             AND NOT WS-JT-USED (WS-JT-SUB)
087800         DISPLAY "MSTRREST: MERGED ROW NOT FOUND ON "
087900             WS-JT-FILE-ID (WS-JT-SUB) " - "
088000             WS-JT-IMAGE (WS-JT-SUB) (1:40)
088100         ADD 1 TO WS-ERROR-COUNT
088200     END-IF.
088300 6800-EXIT.
088400     EXIT.
088500 END PROGRAM MSTRREST.
