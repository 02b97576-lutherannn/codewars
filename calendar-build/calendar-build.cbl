001720*                     ON EVERY CALENDAR ROW - THE SUMMER       *
001730*                     BUILD PASSES S, THE REGULAR BUILD        *
001740*                     NOTHING.                                 *
001750*    2026-10-14  DLS  STAMP EACH ROW'S BELL SCHEDULE TYPE FROM *
001760*                     THE OPTIONAL SCHEDULE-DAY FILE - EARLY   *
001770*                     RELEASE OR LATE START, ELSE REGULAR.     *
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002500         ORGANIZATION IS SEQUENTIAL.
002600     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
002700         ORGANIZATION IS SEQUENTIAL.
002710     SELECT SCHEDULE-DAY-FILE ASSIGN TO SCHEDDAY
002720         ORGANIZATION IS SEQUENTIAL
002730         FILE STATUS IS WS-SY-FILE-STATUS.
002800     SELECT CALENDAR-PROOF-RPT ASSIGN TO CALBLDRP
002900         ORGANIZATION IS SEQUENTIAL.
003000 DATA DIVISION.
003800 FD  TERM-CALENDAR-FILE
003900     RECORDING MODE IS F.
004000     COPY calendar.
004010 FD  SCHEDULE-DAY-FILE
004020     RECORDING MODE IS F.
004030     COPY schedday.
004100 FD  CALENDAR-PROOF-RPT
004200     RECORDING MODE IS F.
004300 01  CALENDAR-PROOF-LINE            PIC X(80).
005600     88  WS-DATE-IS-HOLIDAY             VALUE "Y".
005700     88  WS-DATE-NOT-HOLIDAY            VALUE "N".
005800 01  WS-HOLIDAY-REASON              PIC X(20).
005810 01  WS-SY-FILE-STATUS              PIC X(02) VALUE SPACE.
005820 01  WS-SY-EOF-SWITCH               PIC X(01) VALUE "N".
005830     88  WS-SY-EOF                      VALUE "Y".
005840 01  WS-SCHED-DAY-COUNT             PIC 9(03) COMP VALUE ZERO.
005850 01  WS-SCHED-DAY-DROP-COUNT        PIC 9(05) COMP VALUE ZERO.
005860 01  WS-SYSUB                       PIC 9(03) COMP.
005870 01  WS-SCHED-DAY-TABLE.
005880     05  WS-SY-ENTRY OCCURS 100 TIMES.
005890         10  WS-SY-DATE             PIC 9(08).
005891         10  WS-SY-TYPE             PIC X(01).
005892         10  WS-SY-REASON           PIC X(20).
005893 01  WS-SCHEDULE-TYPE               PIC X(01).
005894 01  WS-SCHEDULE-REASON             PIC X(20).
005900 01  WS-WORK-DATE                   PIC 9(08).
006000 01  WS-DAY-INTEGER                 PIC 9(08) COMP.
006100 01  WS-END-INTEGER                 PIC 9(08) COMP.
010200     PERFORM 1100-LOAD-HOLIDAY THRU 1100-EXIT
010300         UNTIL WS-HOL-EOF
010400     CLOSE HOLIDAY-CLOSURE-FILE
010410     OPEN INPUT SCHEDULE-DAY-FILE
010420     IF WS-SY-FILE-STATUS = "35"
010430         SET WS-SY-EOF TO TRUE
010440     ELSE
010450         PERFORM 1200-LOAD-SCHED-DAY THRU 1200-EXIT
010460             UNTIL WS-SY-EOF
010470         CLOSE SCHEDULE-DAY-FILE
010480     END-IF
010500     PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
010600 1000-EXIT.
010700     EXIT.
012000     END-READ.
012100 1100-EXIT.
012200     EXIT.
012203*--------------------------------------------------------------*
012206*    1200-LOAD-SCHED-DAY - A ROW WITH A TYPE OTHER THAN E OR L *
012209*    IS LEFT OFF, SO THE DATE BUILDS AS A REGULAR DAY.         *
012212*--------------------------------------------------------------*
012215 1200-LOAD-SCHED-DAY.
012218     READ SCHEDULE-DAY-FILE
012221         AT END
012224             SET WS-SY-EOF TO TRUE
012227         NOT AT END
012230             IF NOT SY-SCHED-VALID
012233                 DISPLAY "CALBUILD: BAD SCHEDULE TYPE IGNORED - "
012236                     SY-SCHED-DATE
012239             ELSE
012242                 IF WS-SCHED-DAY-COUNT < 100
012245                     ADD 1 TO WS-SCHED-DAY-COUNT
012248                     MOVE SY-SCHED-DATE
012251                         TO WS-SY-DATE (WS-SCHED-DAY-COUNT)
012254                     MOVE SY-SCHEDULE-TYPE
012257                         TO WS-SY-TYPE (WS-SCHED-DAY-COUNT)
012260                     MOVE SY-SCHED-REASON
012263                         TO WS-SY-REASON (WS-SCHED-DAY-COUNT)
012266                 ELSE
012269                     ADD 1 TO WS-SCHED-DAY-DROP-COUNT
012272                 END-IF
012275             END-IF
012278     END-READ.
012281 1200-EXIT.
012284     EXIT.
012300*--------------------------------------------------------------*
012400*    2000-BUILD-TERM - WALKS EVERY DATE FROM TERM START TO      *
012500*    TERM END.  MONDAY THROUGH FRIDAY DATES NOT ON THE          *
017200             MOVE SPACE TO TERM-CALENDAR-RECORD
017300             MOVE WS-WORK-DATE TO TC-CAL-DATE
017350             MOVE WS-SESSION-CODE TO TC-SESSION-CODE
017360             PERFORM 2500-CHECK-SCHED-DAY THRU 2500-EXIT
017370             MOVE WS-SCHEDULE-TYPE TO TC-SCHEDULE-TYPE
017400             WRITE TERM-CALENDAR-RECORD
017500             MOVE "SCHOOL DAY" TO WS-DL-DISPOSITION
017600             MOVE WS-SCHEDULE-REASON TO WS-DL-REASON
017700             PERFORM 2400-WRITE-PROOF THRU 2400-EXIT
017800         END-IF
017900     END-IF
021000     WRITE CALENDAR-PROOF-LINE FROM WS-DETAIL-LINE.
021100 2400-EXIT.
021200     EXIT.
021204*--------------------------------------------------------------*
021208*    2500-CHECK-SCHED-DAY - A DATE ON THE SCHEDULE-DAY FILE    *
021212*    TAKES ITS TYPE; ANY OTHER SCHOOL DAY IS REGULAR.          *
021216*--------------------------------------------------------------*
021220 2500-CHECK-SCHED-DAY.
021224     MOVE "R" TO WS-SCHEDULE-TYPE
021228     MOVE SPACE TO WS-SCHEDULE-REASON
021232     PERFORM 2510-CHECK-SCHED-ENTRY THRU 2510-EXIT
021236         VARYING WS-SYSUB FROM 1 BY 1
021240         UNTIL WS-SYSUB > WS-SCHED-DAY-COUNT.
021244 2500-EXIT.
021248     EXIT.
021252*--------------------------------------------------------------*
021256*    2510-CHECK-SCHED-ENTRY                                    *
021260*--------------------------------------------------------------*
021264 2510-CHECK-SCHED-ENTRY.
021268     IF WS-WORK-DATE = WS-SY-DATE (WS-SYSUB)
021272         MOVE WS-SY-TYPE (WS-SYSUB) TO WS-SCHEDULE-TYPE
021276         MOVE WS-SY-REASON (WS-SYSUB) TO WS-SCHEDULE-REASON
021280     END-IF.
021284 2510-EXIT.
021288     EXIT.
021300*--------------------------------------------------------------*
021400*    8000-FINALIZE                                               *
021500*--------------------------------------------------------------*
022220         DISPLAY "CALBUILD: HOLIDAY TABLE FULL - "
022230             "CLOSURES DROPPED - " WS-HOLIDAY-DROP-COUNT
022240     END-IF
022250     IF WS-SCHED-DAY-DROP-COUNT > 0
022260         DISPLAY "CALBUILD: SCHEDULE-DAY TABLE FULL - "
022270             "DATES DROPPED - " WS-SCHED-DAY-DROP-COUNT
022280     END-IF
022300     DISPLAY "CALBUILD: SCHOOL DAYS WRITTEN - "
022400         WS-SCHOOL-DAY-COUNT.
022500 8000-EXIT.
