000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ASOFLOOK.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SHARED AS-OF STUDENT LOOKUP.  RETURNS A STUDENT'S MASTER   *
000900*    ROW AS IT STOOD ON A PAST DATE FROM THE EFFECTIVE-DATED    *
001000*    STUDENT HISTORY, SO A REPORT RERUN FOR THAT DATE (THE      *
001100*    OCTOBER 1 COUNT, A MONTH'S ADA CLAIM, A RECORDS PACKET)    *
001200*    REPRODUCES THE FIGURES AS THEY STOOD THAT DAY.  FUNCTION   *
001300*    L LOOKS UP ONE STUDENT, N STEPS TO THE NEXT STUDENT WHO    *
001400*    HAD A ROW THAT DAY, AND C CLOSES THE FILE.  THE HISTORY    *
001500*    IS OPENED ON THE FIRST CALL AND STAYS OPEN UNTIL THE       *
001600*    CALLER'S CLOSE, SINCE A REPORT CALLS ONCE PER STUDENT.     *
001700*    SEE ASOFREQ.CPY FOR THE REQUEST AREA.                      *
001800*--------------------------------------------------------------*
001900*    MODIFICATION HISTORY                                      *
002000*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STUDENT-HISTORY-FILE ASSIGN TO STUHIST
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS MH-HISTORY-KEY
002900         FILE STATUS IS WS-MH-FILE-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  STUDENT-HISTORY-FILE.
003300     COPY stuhist.
003400 WORKING-STORAGE SECTION.
003500 01  WS-MH-FILE-STATUS             PIC X(02) VALUE SPACE.
003600 01  WS-FILE-SWITCH                PIC X(01) VALUE "C".
003700     88  WS-FILE-OPEN                  VALUE "O".
003800     88  WS-FILE-CLOSED                VALUE "C".
003900     88  WS-FILE-MISSING               VALUE "M".
004000 01  WS-BROWSE-ID                  PIC X(09).
004100 LINKAGE SECTION.
004200     COPY asofreq.
004300 PROCEDURE DIVISION USING AS-OF-LOOKUP-AREA.
004400*--------------------------------------------------------------*
004500*    0000-MAINLINE                                              *
004600*--------------------------------------------------------------*
004700 0000-MAINLINE.
004800     IF AO-FUNCTION-CLOSE
004900         IF WS-FILE-OPEN
005000             CLOSE STUDENT-HISTORY-FILE
005100         END-IF
005200         SET WS-FILE-CLOSED TO TRUE
005300         GOBACK
005400     END-IF
005500     IF WS-FILE-CLOSED
005600         PERFORM 1000-OPEN-HISTORY THRU 1000-EXIT
005700     END-IF
005800     IF WS-FILE-MISSING
005900         SET AO-UNAVAILABLE TO TRUE
006000         GOBACK
006100     END-IF
006200     EVALUATE TRUE
006300         WHEN AO-FUNCTION-LOOKUP
006400             MOVE AO-STUDENT-ID TO WS-BROWSE-ID
006500             PERFORM 2000-FIND-VERSION THRU 2000-EXIT
006600         WHEN AO-FUNCTION-NEXT
006700             MOVE AO-STUDENT-ID TO WS-BROWSE-ID
006800             SET AO-NOT-FOUND TO TRUE
006900             PERFORM 3000-NEXT-STUDENT THRU 3000-EXIT
007000                 UNTIL AO-FOUND OR AO-END-OF-FILE
007100         WHEN OTHER
007200             SET AO-NOT-FOUND TO TRUE
007300     END-EVALUATE
007400     GOBACK.
007500*--------------------------------------------------------------*
007600*    1000-OPEN-HISTORY - A HISTORY THAT WILL NOT OPEN ANSWERS   *
007700*    EVERY CALL UNAVAILABLE; THE CALLER DECIDES WHAT THAT       *
007800*    MEANS FOR ITS RUN.                                         *
007900*--------------------------------------------------------------*
008000 1000-OPEN-HISTORY.
008100     OPEN INPUT STUDENT-HISTORY-FILE
008200     IF WS-MH-FILE-STATUS = "00"
008300         SET WS-FILE-OPEN TO TRUE
008400     ELSE
008500         DISPLAY "ASOFLOOK: STUHIST OPEN FAILED - STATUS "
008600             WS-MH-FILE-STATUS
008700         SET WS-FILE-MISSING TO TRUE
008800     END-IF.
008900 1000-EXIT.
009000     EXIT.
009100*--------------------------------------------------------------*
009200*    2000-FIND-VERSION - THE FIRST ROW AT OR AFTER (ID, DATE)   *
009300*    IS THE STUDENT'S EARLIEST VERSION STILL IN FORCE ON THE    *
009400*    DATE; IT COUNTS ONLY IF IT HAD ALREADY STARTED.  ANYTHING  *
009500*    ELSE MEANS NO MASTER ROW THAT DAY.                         *
009600*--------------------------------------------------------------*
009700 2000-FIND-VERSION.
009800     SET AO-NOT-FOUND TO TRUE
009900     MOVE WS-BROWSE-ID TO MH-STUDENT-ID
010000     MOVE AO-AS-OF-DATE TO MH-EFFECTIVE-TO
010100     START STUDENT-HISTORY-FILE
010200         KEY IS NOT LESS THAN MH-HISTORY-KEY
010300         INVALID KEY
010400             GO TO 2000-EXIT
010500     END-START
010600     READ STUDENT-HISTORY-FILE NEXT RECORD
010700         AT END
010800             GO TO 2000-EXIT
010900     END-READ
011000     IF MH-STUDENT-ID NOT = WS-BROWSE-ID
011100             OR MH-EFFECTIVE-FROM > AO-AS-OF-DATE
011200         GO TO 2000-EXIT
011300     END-IF
011400     SET AO-FOUND TO TRUE
011500     MOVE WS-BROWSE-ID TO AO-STUDENT-ID
011600     MOVE MH-EFFECTIVE-FROM TO AO-EFFECTIVE-FROM
011700     MOVE MH-EFFECTIVE-TO TO AO-EFFECTIVE-TO
011800     MOVE MH-SOURCE-PROGRAM TO AO-SOURCE-PROGRAM
011900     MOVE MH-MASTER-IMAGE TO AO-MASTER-IMAGE.
012000 2000-EXIT.
012100     EXIT.
012200*--------------------------------------------------------------*
012300*    3000-NEXT-STUDENT - POSITIONS PAST EVERY VERSION OF THE    *
012400*    LAST STUDENT TRIED, TAKES THE NEXT STUDENT ID ON THE       *
012500*    HISTORY, AND LOOKS THAT STUDENT UP ON THE DATE.  A         *
012600*    STUDENT WITH NO ROW THAT DAY IS STEPPED OVER.              *
012700*--------------------------------------------------------------*
012800 3000-NEXT-STUDENT.
012900     MOVE WS-BROWSE-ID TO MH-STUDENT-ID
013000     MOVE 99999999 TO MH-EFFECTIVE-TO
013100     START STUDENT-HISTORY-FILE
013200         KEY IS GREATER THAN MH-HISTORY-KEY
013300         INVALID KEY
013400             SET AO-END-OF-FILE TO TRUE
013500             GO TO 3000-EXIT
013600     END-START
013700     READ STUDENT-HISTORY-FILE NEXT RECORD
013800         AT END
013900             SET AO-END-OF-FILE TO TRUE
014000             GO TO 3000-EXIT
014100     END-READ
014200     MOVE MH-STUDENT-ID TO WS-BROWSE-ID
014300     PERFORM 2000-FIND-VERSION THRU 2000-EXIT.
014400 3000-EXIT.
014500     EXIT.
014600 END PROGRAM ASOFLOOK.
