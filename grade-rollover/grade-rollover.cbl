001300*    CONTROL REPORT WITH COUNTS BY GRADE SO A MISSED OR         *
001400*    DOUBLE-BUMPED RECORD SHOWS IMMEDIATELY.  THE ROLLED FILE   *
001500*    GOES TO TERMENRO FOR OPS TO SWAP IN.                       *
001510*    BEFORE ANY GRADE ADVANCES, THE CLOSING-YEAR HEADCOUNT IS   *
001520*    TALLIED BY CAMPUS (FROM THE STUDENT MASTER) AND GRADE AND  *
001530*    APPENDED TO THE ENROLLMENT CENSUS HISTORY THAT FEEDS THE   *
001540*    NEXT-YEAR ENROLLMENT PROJECTION.  SUMMER-SESSION ROWS ARE  *
001550*    LEFT OUT OF THE CENSUS.                                    *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001830*    2026-10-15  DLS  APPEND CAMPUS/GRADE CENSUS FOR THE       *
001860*                     ENROLLMENT PROJECTION.                   *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002500     SELECT PROMOTION-EXCEPTION-FILE ASSIGN TO PROMEXC
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-PX-FILE-STATUS.
002710     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
002720         ORGANIZATION IS INDEXED
002730         ACCESS MODE IS RANDOM
002740         RECORD KEY IS SM-STUDENT-ID
002750         FILE STATUS IS WS-SM-FILE-STATUS.
002760     SELECT ENROLLMENT-CENSUS-FILE ASSIGN TO ENRCENS
002770         ORGANIZATION IS SEQUENTIAL.
002800     SELECT ROLLED-TERM-FILE ASSIGN TO TERMENRO
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT GRADUATE-FEED-FILE ASSIGN TO GRADFEED
003900 FD  PROMOTION-EXCEPTION-FILE
004000     RECORDING MODE IS F.
004100     COPY promexc.
004110 FD  STUDENT-MASTER-FILE.
004120     COPY studmast.
004130 FD  ENROLLMENT-CENSUS-FILE
004140     RECORDING MODE IS F.
004150     COPY enrcens.
004200 FD  ROLLED-TERM-FILE
004300     RECORDING MODE IS F.
004400 01  ROLLED-TERM-RECORD             PIC X(57).
005000 01  ROLLOVER-CONTROL-LINE          PIC X(80).
005100 WORKING-STORAGE SECTION.
005200 01  WS-PX-FILE-STATUS              PIC X(02) VALUE SPACE.
005250 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
005300 01  WS-TE-EOF-SWITCH               PIC X(01) VALUE "N".
005400     88  WS-TE-EOF                      VALUE "Y".
005500 01  WS-PX-EOF-SWITCH               PIC X(01) VALUE "N".
007610 01  WS-TRL-OUT-COUNT               PIC 9(07) VALUE ZERO.
007620 01  WS-TRL-OUT-HASH                PIC 9(10) VALUE ZERO.
007630     COPY trailrec.
007633 01  WS-SCHOOL-YEAR                 PIC 9(04).
007636 01  WS-CENSUS-COUNT                PIC 9(03) COMP VALUE ZERO.
007639 01  WS-CSUB                        PIC 9(03) COMP.
007642 01  WS-GSUB                        PIC 9(02) COMP.
007645 01  WS-NO-MASTER-COUNT             PIC 9(05) COMP VALUE ZERO.
007648 01  WS-CENSUS-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
007651 01  WS-CENSUS-WRITTEN              PIC 9(05) COMP VALUE ZERO.
007654 01  WS-CENSUS-FOUND-SW             PIC X(01).
007657     88  WS-CENSUS-FOUND                VALUE "Y".
007660*    ONE ENTRY PER CAMPUS; GRADE SUBSCRIPT IS GRADE LEVEL + 1 SO
007663*    KINDERGARTEN (GRADE 00) HAS A SLOT.
007666 01  WS-CENSUS-TABLE.
007669     05  WS-CC-ENTRY OCCURS 50 TIMES.
007672         10  WS-CC-CAMPUS           PIC X(03).
007675         10  WS-CC-GRADE OCCURS 13 TIMES.
007678             15  WS-CC-HEADCOUNT    PIC 9(05).
007681             15  WS-CC-RETAINED     PIC 9(05).
007700 01  WS-REPORT-HEADING              PIC X(80)
007800         VALUE "GRADE-LEVEL ROLLOVER CONTROL REPORT".
007900 01  WS-GRADE-LINE.
011200*--------------------------------------------------------------*
011300 1000-INITIALIZE.
011400     OPEN INPUT TERM-ENROLLMENT-FILE
011420     OPEN INPUT STUDENT-MASTER-FILE
011440     OPEN EXTEND ENROLLMENT-CENSUS-FILE
011460     MOVE FUNCTION CURRENT-DATE (1:4) TO WS-SCHOOL-YEAR
011500     OPEN OUTPUT ROLLED-TERM-FILE
011600     OPEN OUTPUT GRADUATE-FEED-FILE
011700     OPEN OUTPUT ROLLOVER-CONTROL-RPT
016900     IF TE-GRADE-LEVEL >= 1 AND TE-GRADE-LEVEL <= 13
017000         ADD 1 TO WS-BEFORE-GRADE (TE-GRADE-LEVEL)
017100     END-IF
017150     PERFORM 2300-CENSUS-STUDENT THRU 2300-EXIT
017200     IF TE-GRADE-LEVEL >= WS-GRADUATE-GRADE
017300         ADD 1 TO WS-GRADUATED-COUNT
017400         WRITE GRADUATE-FEED-RECORD FROM TERM-ENROLLMENT-RECORD
017700     PERFORM 2200-CHECK-EXCEPTION THRU 2200-EXIT
017800     IF WS-RETAINED
017900         ADD 1 TO WS-RETAINED-COUNT
017920         IF WS-CSUB > 0
017940             ADD 1 TO WS-CC-RETAINED (WS-CSUB, WS-GSUB)
017960         END-IF
018000     ELSE
018100         ADD 1 TO WS-ADVANCED-COUNT
018200         ADD 1 TO TE-GRADE-LEVEL
021900     END-IF.
022000 2210-EXIT.
022100     EXIT.
022101*--------------------------------------------------------------*
022102*    2300-CENSUS-STUDENT - COUNTS A REGULAR-TERM STUDENT UNDER  *
022103*    THE MASTER CAMPUS AT THE CLOSING-YEAR GRADE.  WS-CSUB IS   *
022104*    LEFT AT ZERO WHEN THE STUDENT IS NOT COUNTED.              *
022105*--------------------------------------------------------------*
022106 2300-CENSUS-STUDENT.
022107     MOVE ZERO TO WS-CSUB
022108     IF TE-SESSION-SUMMER
022109             OR TE-GRADE-LEVEL > 12
022110         GO TO 2300-EXIT
022111     END-IF
022112     MOVE SPACE TO SM-STUDENT-ID
022113     MOVE TE-STUDENT-ID TO SM-STUDENT-ID
022114     READ STUDENT-MASTER-FILE
022115         INVALID KEY
022116             ADD 1 TO WS-NO-MASTER-COUNT
022117             GO TO 2300-EXIT
022118     END-READ
022119     MOVE "N" TO WS-CENSUS-FOUND-SW
022120     PERFORM 2310-MATCH-CAMPUS THRU 2310-EXIT
022121         VARYING WS-CSUB FROM 1 BY 1
022122         UNTIL WS-CSUB > WS-CENSUS-COUNT
022123             OR WS-CENSUS-FOUND
022124     IF WS-CENSUS-FOUND
022125         SUBTRACT 1 FROM WS-CSUB
022126     ELSE
022127         IF WS-CENSUS-COUNT < 50
022128             ADD 1 TO WS-CENSUS-COUNT
022129             MOVE WS-CENSUS-COUNT TO WS-CSUB
022130             INITIALIZE WS-CC-ENTRY (WS-CSUB)
022131             MOVE SM-CAMPUS-CODE TO WS-CC-CAMPUS (WS-CSUB)
022132         ELSE
022133             ADD 1 TO WS-CENSUS-DROP-COUNT
022134             MOVE ZERO TO WS-CSUB
022135             GO TO 2300-EXIT
022136         END-IF
022137     END-IF
022138     COMPUTE WS-GSUB = TE-GRADE-LEVEL + 1
022139     ADD 1 TO WS-CC-HEADCOUNT (WS-CSUB, WS-GSUB).
022140 2300-EXIT.
022141     EXIT.
022142*--------------------------------------------------------------*
022143*    2310-MATCH-CAMPUS                                           *
022144*--------------------------------------------------------------*
022145 2310-MATCH-CAMPUS.
022146     IF SM-CAMPUS-CODE = WS-CC-CAMPUS (WS-CSUB)
022147         SET WS-CENSUS-FOUND TO TRUE
022148     END-IF.
022149 2310-EXIT.
022150     EXIT.
022200*--------------------------------------------------------------*
022300*    8000-FINALIZE                                               *
022400*--------------------------------------------------------------*
023100     MOVE WS-GRADUATED-COUNT TO WS-SL-GRADUATED
023200     WRITE ROLLOVER-CONTROL-LINE FROM WS-SUMMARY-LINE
023220     PERFORM 8200-WRITE-TRAILER THRU 8200-EXIT
023240     PERFORM 8300-WRITE-CENSUS THRU 8300-EXIT
023260         VARYING WS-CSUB FROM 1 BY 1
023280         UNTIL WS-CSUB > WS-CENSUS-COUNT
023300     CLOSE TERM-ENROLLMENT-FILE
023330     CLOSE STUDENT-MASTER-FILE
023360     CLOSE ENROLLMENT-CENSUS-FILE
023400     CLOSE ROLLED-TERM-FILE
023500     CLOSE GRADUATE-FEED-FILE
023600     CLOSE ROLLOVER-CONTROL-RPT
023700     DISPLAY "GRADROLL: NON-NUMERIC GRADES PASSED - "
023710         WS-BAD-GRADE-COUNT
023720     DISPLAY "GRADROLL: CENSUS ROWS APPENDED - "
023730         WS-CENSUS-WRITTEN
023740     IF WS-NO-MASTER-COUNT > 0
023750         DISPLAY "GRADROLL: NO MASTER - LEFT OUT OF CENSUS - "
023760             WS-NO-MASTER-COUNT
023770     END-IF
023780     IF WS-CENSUS-DROP-COUNT > 0
023790         DISPLAY "GRADROLL: CENSUS CAMPUS TABLE FULL - "
023800             "STUDENTS LEFT OUT - " WS-CENSUS-DROP-COUNT
023810         MOVE 4 TO RETURN-CODE
023820     END-IF.
023900 8000-EXIT.
024000     EXIT.
024100*--------------------------------------------------------------*
025394     WRITE ROLLED-TERM-RECORD.
025396 8200-EXIT.
025398     EXIT.
025400*--------------------------------------------------------------*
025410*    8300-WRITE-CENSUS - ONE ROW PER GRADE THE CAMPUS HAD.      *
025420*--------------------------------------------------------------*
025430 8300-WRITE-CENSUS.
025440     PERFORM 8310-WRITE-CENSUS-ROW THRU 8310-EXIT
025450         VARYING WS-GSUB FROM 1 BY 1
025460         UNTIL WS-GSUB > 13.
025470 8300-EXIT.
025480     EXIT.
025490*--------------------------------------------------------------*
025500*    8310-WRITE-CENSUS-ROW                                       *
025510*--------------------------------------------------------------*
025520 8310-WRITE-CENSUS-ROW.
025530     IF WS-CC-HEADCOUNT (WS-CSUB, WS-GSUB) = 0
025540         GO TO 8310-EXIT
025550     END-IF
025560     MOVE SPACE TO ENROLLMENT-CENSUS-RECORD
025570     MOVE WS-SCHOOL-YEAR TO CN-SCHOOL-YEAR
025580     MOVE WS-CC-CAMPUS (WS-CSUB) TO CN-CAMPUS-CODE
025590     COMPUTE CN-GRADE-LEVEL = WS-GSUB - 1
025600     MOVE WS-CC-HEADCOUNT (WS-CSUB, WS-GSUB) TO CN-HEADCOUNT
025610     MOVE WS-CC-RETAINED (WS-CSUB, WS-GSUB)
025620         TO CN-RETAINED-COUNT
025630     WRITE ENROLLMENT-CENSUS-RECORD
025640     ADD 1 TO WS-CENSUS-WRITTEN.
025650 8310-EXIT.
025660     EXIT.
025670 END PROGRAM GRADROLL.
