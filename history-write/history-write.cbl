000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HISTWRT.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SHARED STUDENT-HISTORY WRITER.  A PROGRAM THAT UPDATES     *
000900*    THE STUDENT MASTER CALLS THIS AFTER EACH APPLIED ADD,      *
001000*    CHANGE, OR DELETE, PASSING ITS PROGRAM ID, THE ACTION,     *
001100*    AND THE FULL MASTER IMAGE.  AN ADD OR CHANGE CLOSES THE    *
001200*    STUDENT'S OPEN VERSION AS OF YESTERDAY AND OPENS A NEW     *
001300*    ONE FROM TODAY (A SECOND CHANGE THE SAME DAY REPLACES      *
001400*    TODAY'S VERSION, AND A CHANGE THAT LEAVES THE ROW AS IT    *
001500*    WAS OPENS NOTHING); A DELETE CLOSES THE OPEN VERSION.      *
001600*    THE HISTORY IS OPENED, UPDATED, AND CLOSED ON EVERY CALL - *
001700*    THE SAME DISCIPLINE AS JRNLWRT - SO THE VERSION SURVIVES   *
001800*    EVEN IF THE CALLER ABENDS ON THE NEXT RECORD.              *
001900*--------------------------------------------------------------*
002000*    MODIFICATION HISTORY                                      *
002100*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT STUDENT-HISTORY-FILE ASSIGN TO STUHIST
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS MH-HISTORY-KEY
003000         FILE STATUS IS WS-MH-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  STUDENT-HISTORY-FILE.
003400     COPY stuhist.
003500 WORKING-STORAGE SECTION.
003600 01  WS-MH-FILE-STATUS             PIC X(02) VALUE SPACE.
003700 01  WS-TIMESTAMP.
003800     05  WS-TS-DATE                PIC 9(08).
003900     05  FILLER                    PIC X(13).
004000 01  WS-PRIOR-DAY-INT              PIC 9(07).
004100 01  WS-PRIOR-DATE                 PIC 9(08).
004200 01  WS-STUDENT-ID                 PIC X(09).
004300 01  WS-OPEN-SWITCH                PIC X(01).
004400     88  WS-OPEN-FOUND                 VALUE "Y".
004500     88  WS-OPEN-NOT-FOUND             VALUE "N".
004600 01  WS-SAVED-VERSION              PIC X(260).
004700 LINKAGE SECTION.
004800 01  HW-PROGRAM-ID                 PIC X(08).
004900 01  HW-ACTION                     PIC X(01).
005000     88  HW-ACTION-DELETE              VALUE "D".
005100 01  HW-RECORD-IMAGE               PIC X(200).
005200 PROCEDURE DIVISION USING HW-PROGRAM-ID HW-ACTION
005300                          HW-RECORD-IMAGE.
005400*--------------------------------------------------------------*
005500*    0000-MAINLINE                                              *
005600*--------------------------------------------------------------*
005700 0000-MAINLINE.
005800     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
005900     COMPUTE WS-PRIOR-DAY-INT =
006000         FUNCTION INTEGER-OF-DATE (WS-TS-DATE) - 1
006100     COMPUTE WS-PRIOR-DATE =
006200         FUNCTION DATE-OF-INTEGER (WS-PRIOR-DAY-INT)
006300     MOVE HW-RECORD-IMAGE (1:9) TO WS-STUDENT-ID
006400     OPEN I-O STUDENT-HISTORY-FILE
006500     IF WS-MH-FILE-STATUS NOT = "00"
006600         DISPLAY "HISTWRT: STUHIST OPEN FAILED - STATUS "
006700             WS-MH-FILE-STATUS " - " HW-PROGRAM-ID " "
006800             WS-STUDENT-ID " NOT RECORDED"
006900         GOBACK
007000     END-IF
007100     PERFORM 1000-READ-OPEN-VERSION THRU 1000-EXIT
007200     EVALUATE TRUE
007300         WHEN WS-OPEN-NOT-FOUND
007400             IF NOT HW-ACTION-DELETE
007500                 PERFORM 4000-WRITE-NEW-VERSION THRU 4000-EXIT
007600             END-IF
007700         WHEN MH-EFFECTIVE-FROM NOT < WS-TS-DATE
007800             PERFORM 2000-REPLACE-TODAY THRU 2000-EXIT
007900         WHEN HW-ACTION-DELETE
008000             PERFORM 3000-CLOSE-VERSION THRU 3000-EXIT
008100         WHEN MH-MASTER-IMAGE = HW-RECORD-IMAGE
008200             CONTINUE
008300         WHEN OTHER
008400             PERFORM 3000-CLOSE-VERSION THRU 3000-EXIT
008500             PERFORM 4000-WRITE-NEW-VERSION THRU 4000-EXIT
008600     END-EVALUATE
008700     CLOSE STUDENT-HISTORY-FILE
008800     GOBACK.
008900*--------------------------------------------------------------*
009000*    1000-READ-OPEN-VERSION - THE VERSION IN FORCE NOW IS THE   *
009100*    ONE KEYED WITH THE OPEN-ENDED EFFECTIVE-TO.                *
009200*--------------------------------------------------------------*
009300 1000-READ-OPEN-VERSION.
009400     MOVE SPACE TO STUDENT-HISTORY-RECORD
009500     MOVE WS-STUDENT-ID TO MH-STUDENT-ID
009600     SET MH-CURRENT-VERSION TO TRUE
009700     SET WS-OPEN-FOUND TO TRUE
009800     READ STUDENT-HISTORY-FILE
009900         INVALID KEY
010000             SET WS-OPEN-NOT-FOUND TO TRUE
010100     END-READ.
010200 1000-EXIT.
010300     EXIT.
010400*--------------------------------------------------------------*
010500*    2000-REPLACE-TODAY - THE OPEN VERSION STARTED TODAY, SO    *
010600*    NOTHING ELSE WAS EVER IN FORCE UNDER IT: A CHANGE          *
010700*    OVERWRITES IT AND A DELETE REMOVES IT, LEAVING THE         *
010800*    STUDENT'S LAST VERSION ENDING YESTERDAY.                   *
010900*--------------------------------------------------------------*
011000 2000-REPLACE-TODAY.
011100     IF HW-ACTION-DELETE
011200         DELETE STUDENT-HISTORY-FILE
011300             INVALID KEY
011400                 DISPLAY "HISTWRT: DELETE FAILED - "
011500                     WS-STUDENT-ID " STATUS " WS-MH-FILE-STATUS
011600         END-DELETE
011700         GO TO 2000-EXIT
011800     END-IF
011900     MOVE HW-PROGRAM-ID TO MH-SOURCE-PROGRAM
012000     MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
012100     MOVE HW-RECORD-IMAGE TO MH-MASTER-IMAGE
012200     REWRITE STUDENT-HISTORY-RECORD
012300         INVALID KEY
012400             DISPLAY "HISTWRT: REWRITE FAILED - "
012500                 WS-STUDENT-ID " STATUS " WS-MH-FILE-STATUS
012600     END-REWRITE.
012700 2000-EXIT.
012800     EXIT.
012900*--------------------------------------------------------------*
013000*    3000-CLOSE-VERSION - THE KEY CARRIES THE EFFECTIVE-TO      *
013100*    DATE, SO THE OPEN ROW IS DELETED AND WRITTEN BACK UNDER    *
013200*    YESTERDAY'S DATE.                                          *
013300*--------------------------------------------------------------*
013400 3000-CLOSE-VERSION.
013500     MOVE STUDENT-HISTORY-RECORD TO WS-SAVED-VERSION
013600     DELETE STUDENT-HISTORY-FILE
013700         INVALID KEY
013800             DISPLAY "HISTWRT: DELETE FAILED - "
013900                 WS-STUDENT-ID " STATUS " WS-MH-FILE-STATUS
014000             GO TO 3000-EXIT
014100     END-DELETE
014200     MOVE WS-SAVED-VERSION TO STUDENT-HISTORY-RECORD
014300     MOVE WS-PRIOR-DATE TO MH-EFFECTIVE-TO
014400     WRITE STUDENT-HISTORY-RECORD
014500         INVALID KEY
014600             DISPLAY "HISTWRT: CLOSE FAILED - "
014700                 WS-STUDENT-ID " STATUS " WS-MH-FILE-STATUS
014800     END-WRITE.
014900 3000-EXIT.
015000     EXIT.
015100*--------------------------------------------------------------*
015200*    4000-WRITE-NEW-VERSION - OPEN-ENDED FROM TODAY.            *
015300*--------------------------------------------------------------*
015400 4000-WRITE-NEW-VERSION.
015500     MOVE SPACE TO STUDENT-HISTORY-RECORD
015600     MOVE WS-STUDENT-ID TO MH-STUDENT-ID
015700     SET MH-CURRENT-VERSION TO TRUE
015800     MOVE WS-TS-DATE TO MH-EFFECTIVE-FROM
015900     MOVE HW-PROGRAM-ID TO MH-SOURCE-PROGRAM
016000     MOVE HW-ACTION TO MH-ACTION
016100     MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
016200     MOVE HW-RECORD-IMAGE TO MH-MASTER-IMAGE
016300     WRITE STUDENT-HISTORY-RECORD
016400         INVALID KEY
016500             DISPLAY "HISTWRT: WRITE FAILED - "
016600                 WS-STUDENT-ID " STATUS " WS-MH-FILE-STATUS
016700     END-WRITE.
016800 4000-EXIT.
016900     EXIT.
017000 END PROGRAM HISTWRT.
