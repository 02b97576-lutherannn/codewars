000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HISTLOAD.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    STUDENT-HISTORY SEED LOAD.  WALKS THE STUDENT MASTER AND   *
000900*    OPENS A VERSION FROM TODAY FOR EVERY STUDENT WHO HAS NO    *
001000*    OPEN VERSION ON THE EFFECTIVE-DATED HISTORY, SO THE        *
001100*    FIRST CHANGE HISTWRT RECORDS HAS A VERSION TO CLOSE.  RUN  *
001200*    ONCE WHEN THE HISTORY IS FIRST DEFINED, AND AFTER A MASTER *
001300*    RESTORE; A STUDENT ALREADY CARRIED IS COUNTED AND LEFT     *
001400*    ALONE, SO A RERUN IS HARMLESS.                             *
001500*--------------------------------------------------------------*
001600*    MODIFICATION HISTORY                                      *
001700*    2026-10-15  DLS  ORIGINAL PROGRAM.                        *
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS SEQUENTIAL
002500         RECORD KEY IS SM-STUDENT-ID
002600         FILE STATUS IS WS-SM-FILE-STATUS.
002700     SELECT STUDENT-HISTORY-FILE ASSIGN TO STUHIST
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS MH-HISTORY-KEY
003100         FILE STATUS IS WS-MH-FILE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  STUDENT-MASTER-FILE.
003500     COPY studmast.
003600 FD  STUDENT-HISTORY-FILE.
003700     COPY stuhist.
003800 WORKING-STORAGE SECTION.
003900 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
004000 01  WS-MH-FILE-STATUS              PIC X(02) VALUE SPACE.
004100 01  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
004200     88  WS-EOF                         VALUE "Y".
004300 01  WS-TIMESTAMP.
004400     05  WS-TS-DATE                 PIC 9(08).
004500     05  FILLER                     PIC X(13).
004600 01  WS-LOADED-COUNT                PIC 9(07) COMP VALUE ZERO.
004700 01  WS-CARRIED-COUNT               PIC 9(07) COMP VALUE ZERO.
004800 PROCEDURE DIVISION.
004900*--------------------------------------------------------------*
005000*    0000-MAINLINE                                              *
005100*--------------------------------------------------------------*
005200 0000-MAINLINE.
005300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005400     PERFORM 2000-LOAD-STUDENT THRU 2000-EXIT
005500         UNTIL WS-EOF
005600     PERFORM 8000-FINALIZE THRU 8000-EXIT
005700     GOBACK.
005800*--------------------------------------------------------------*
005900*    1000-INITIALIZE - A NEWLY DEFINED, EMPTY HISTORY IS        *
006000*    OPENED OUTPUT ONCE TO PRIME IT FOR I-O.                    *
006100*--------------------------------------------------------------*
006200 1000-INITIALIZE.
006300     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
006400     OPEN INPUT STUDENT-MASTER-FILE
006500     OPEN I-O STUDENT-HISTORY-FILE
006600     IF WS-MH-FILE-STATUS = "35"
006700         OPEN OUTPUT STUDENT-HISTORY-FILE
006800         CLOSE STUDENT-HISTORY-FILE
006900         OPEN I-O STUDENT-HISTORY-FILE
007000     END-IF
007100     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
007200 1000-EXIT.
007300     EXIT.
007400*--------------------------------------------------------------*
007500*    2000-LOAD-STUDENT - THE OPEN VERSION'S KEY IS THE ID AND   *
007600*    THE OPEN-ENDED DATE, SO A DUPLICATE KEY MEANS THE STUDENT  *
007700*    IS ALREADY CARRIED.                                        *
007800*--------------------------------------------------------------*
007900 2000-LOAD-STUDENT.
008000     MOVE SPACE TO STUDENT-HISTORY-RECORD
008100     MOVE SM-STUDENT-ID TO MH-STUDENT-ID
008200     SET MH-CURRENT-VERSION TO TRUE
008300     MOVE WS-TS-DATE TO MH-EFFECTIVE-FROM
008400     MOVE "HISTLOAD" TO MH-SOURCE-PROGRAM
008500     SET MH-ACTION-LOAD TO TRUE
008600     MOVE FUNCTION CURRENT-DATE TO MH-TIMESTAMP
008700     MOVE STUDENT-MASTER-RECORD TO MH-MASTER-IMAGE
008800     WRITE STUDENT-HISTORY-RECORD
008900         INVALID KEY
009000             ADD 1 TO WS-CARRIED-COUNT
009100         NOT INVALID KEY
009200             ADD 1 TO WS-LOADED-COUNT
009300     END-WRITE
009400     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
009500 2000-EXIT.
009600     EXIT.
009700*--------------------------------------------------------------*
009800*    2100-READ-STUDENT                                          *
009900*--------------------------------------------------------------*
010000 2100-READ-STUDENT.
010100     READ STUDENT-MASTER-FILE NEXT RECORD
010200         AT END
010300             SET WS-EOF TO TRUE
010400     END-READ.
010500 2100-EXIT.
010600     EXIT.
010700*--------------------------------------------------------------*
010800*    8000-FINALIZE                                              *
010900*--------------------------------------------------------------*
011000 8000-FINALIZE.
011100     CLOSE STUDENT-MASTER-FILE
011200     CLOSE STUDENT-HISTORY-FILE
011300     DISPLAY "HISTLOAD: VERSIONS OPENED -    " WS-LOADED-COUNT
011400     DISPLAY "HISTLOAD: ALREADY CARRIED -    " WS-CARRIED-COUNT.
011500 8000-EXIT.
011600     EXIT.
011700 END PROGRAM HISTLOAD.
