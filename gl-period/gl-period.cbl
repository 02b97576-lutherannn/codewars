000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLPERIOD.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SHARED GL POSTING-PERIOD CHECK.  EVERY PROGRAM THAT WRITES *
000900*    GL JOURNAL ROWS CALLS THIS WITH THE DATE IT MEANS TO POST  *
001000*    UNDER BEFORE WRITING THEM.  A DATE IN AN OPEN PERIOD (OR A *
001100*    MONTH WITH NO CONTROL ROW YET) COMES BACK UNCHANGED.  A    *
001200*    DATE IN A CLOSED PERIOD COMES BACK AS THE FIRST DAY OF THE *
001300*    NEXT OPEN PERIOD WITH THE ROUTE FLAG SET TO "P" SO THE     *
001400*    CALLER MARKS THE ROWS AS PRIOR-PERIOD ADJUSTMENTS AND      *
001500*    LISTS THEM ON ITS ADJUSTMENT REPORT.  A DATE THAT IS NOT A *
001600*    REAL MONTH COMES BACK INVALID AND THE CALLER MUST HOLD THE *
001700*    POSTING.  THE PERIOD FILE IS OPENED, READ, AND             *
001800*    CLOSED ON EVERY CALL, THE SAME AS AUDITLOG, SO A CLOSE RUN *
001900*    BETWEEN TWO CALLERS' STEPS IS ALWAYS SEEN.  A MISSING      *
002000*    PERIOD FILE POSTS AS DATED WITH THE ROUTE FLAG SET TO "U"  *
002100*    (UNCHECKED) SO THE CALLER CAN WARN.                        *
002200*--------------------------------------------------------------*
002300*    MODIFICATION HISTORY                                      *
002400*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FISCAL-PERIOD-FILE ASSIGN TO PERIODS
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-PC-FILE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  FISCAL-PERIOD-FILE
003500     RECORDING MODE IS F.
003600     COPY glperiod.
003700 WORKING-STORAGE SECTION.
003800 01  WS-PC-FILE-STATUS              PIC X(02) VALUE SPACE.
003900 01  WS-PC-EOF-SWITCH               PIC X(01).
004000     88  WS-PC-EOF                      VALUE "Y".
004100 01  WS-CLOSED-SWITCH               PIC X(01).
004200     88  WS-REQUEST-CLOSED              VALUE "Y".
004300 01  WS-REQUEST-DATE                PIC 9(08).
004400 01  WS-REQUEST-DATE-PARTS REDEFINES WS-REQUEST-DATE.
004500     05  WS-REQUEST-PERIOD          PIC 9(06).
004600     05  FILLER                     PIC 9(02).
004700 01  WS-OPEN-PERIOD                 PIC 9(06).
004800 01  WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD.
004900     05  WS-OPEN-YEAR               PIC 9(04).
005000     05  WS-OPEN-MONTH              PIC 9(02).
005100 LINKAGE SECTION.
005200 01  GP-REQUEST-DATE                PIC 9(08).
005300 01  GP-POST-DATE                   PIC 9(08).
005400 01  GP-ROUTE-FLAG                  PIC X(01).
005500     88  GP-IN-PERIOD                   VALUE " ".
005600     88  GP-PRIOR-PERIOD                VALUE "P".
005700     88  GP-UNCHECKED                   VALUE "U".
005800     COPY utilstat REPLACING ==UTIL-STATUS-VALID==
005900         BY ==GP-STATUS-VALID==
006000         ==UTIL-STATUS-INVALID==
006100         BY ==GP-STATUS-INVALID==
006200         ==UTIL-STATUS-OVERFLOW==
006300         BY ==GP-STATUS-OVERFLOW==
006400         ==UTIL-STATUS== BY ==GP-STATUS==.
006500 PROCEDURE DIVISION USING GP-REQUEST-DATE GP-POST-DATE
006600                          GP-ROUTE-FLAG GP-STATUS.
006700*--------------------------------------------------------------*
006800*    0000-MAINLINE                                              *
006900*--------------------------------------------------------------*
007000 0000-MAINLINE.
007100     MOVE GP-REQUEST-DATE TO WS-REQUEST-DATE
007200     MOVE GP-REQUEST-DATE TO GP-POST-DATE
007300     SET GP-IN-PERIOD TO TRUE
007400     SET GP-STATUS-VALID TO TRUE
007500     MOVE "N" TO WS-PC-EOF-SWITCH
007600     MOVE "N" TO WS-CLOSED-SWITCH
007700     IF WS-REQUEST-DATE (5:2) < "01"
007800             OR WS-REQUEST-DATE (5:2) > "12"
007900         SET GP-STATUS-INVALID TO TRUE
008000         GOBACK
008100     END-IF
008200     OPEN INPUT FISCAL-PERIOD-FILE
008300     IF WS-PC-FILE-STATUS = "35"
008400         SET GP-UNCHECKED TO TRUE
008500         GOBACK
008600     END-IF
008700     PERFORM 1000-SCAN-PERIOD THRU 1000-EXIT
008800         UNTIL WS-PC-EOF
008900     CLOSE FISCAL-PERIOD-FILE
009000     IF NOT WS-REQUEST-CLOSED
009100         GOBACK
009200     END-IF
009300     SET GP-PRIOR-PERIOD TO TRUE
009400     COMPUTE GP-POST-DATE = WS-OPEN-PERIOD * 100 + 1
009500     GOBACK.
009600*--------------------------------------------------------------*
009700*    1000-SCAN-PERIOD - ONCE THE REQUESTED PERIOD TURNS UP      *
009800*    CLOSED, WS-OPEN-PERIOD STEPS PAST EACH FOLLOWING MONTH     *
009900*    THAT IS CLOSED TOO.  THE FILE IS IN PERIOD ORDER, SO WHAT  *
010000*    IS LEFT AT END OF FILE IS THE FIRST MONTH AFTER THE        *
010100*    REQUEST THAT IS OPEN OR HAS NO ROW YET.                    *
010200*--------------------------------------------------------------*
010300 1000-SCAN-PERIOD.
010400     READ FISCAL-PERIOD-FILE
010500         AT END
010600             SET WS-PC-EOF TO TRUE
010700             GO TO 1000-EXIT
010800     END-READ
010900     IF PC-PERIOD = WS-REQUEST-PERIOD
011000             AND PC-PERIOD-CLOSED
011100         SET WS-REQUEST-CLOSED TO TRUE
011200         MOVE WS-REQUEST-PERIOD TO WS-OPEN-PERIOD
011300         PERFORM 1100-NEXT-MONTH THRU 1100-EXIT
011400         GO TO 1000-EXIT
011500     END-IF
011600     IF WS-REQUEST-CLOSED
011700             AND PC-PERIOD = WS-OPEN-PERIOD
011800             AND PC-PERIOD-CLOSED
011900         PERFORM 1100-NEXT-MONTH THRU 1100-EXIT
012000     END-IF.
012100 1000-EXIT.
012200     EXIT.
012300*--------------------------------------------------------------*
012400*    1100-NEXT-MONTH - STEPS WS-OPEN-PERIOD ONE MONTH ON.       *
012500*--------------------------------------------------------------*
012600 1100-NEXT-MONTH.
012700     IF WS-OPEN-MONTH = 12
012800         MOVE 1 TO WS-OPEN-MONTH
012900         ADD 1 TO WS-OPEN-YEAR
013000     ELSE
013100         ADD 1 TO WS-OPEN-MONTH
013200     END-IF.
013300 1100-EXIT.
013400     EXIT.
