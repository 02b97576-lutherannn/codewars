000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RPTCARD.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    QUARTER-END REPORT CARDS.  PARM IS THE QUARTER-END DATE    *
000900*    (YYYYMMDD - TODAY WHEN OMITTED).  QUARTERYEAR TURNS THE    *
001000*    DATE INTO THE FISCAL QUARTER ON THE JULY-JUNE SCHOOL       *
001100*    YEAR, AND EVERY STUDENT WITH A POSTED GRADE FOR THAT       *
001200*    QUARTER GETS ONE CARD: COURSES, LETTER GRADES, CREDITS,    *
001300*    AND A CREDIT-WEIGHTED GPA ON THE 4.0 SCALE.  STUDENTS AT   *
001400*    OR OVER THE HONOR-ROLL GPA WITH NO GRADE BELOW A C GO ON   *
001500*    THE HONOR ROLL, PRINTED PER CAMPUS THROUGH THE COMMON      *
001600*    REPORT WRITER SO THE BURST RUN CAN SPLIT IT.               *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT COURSE-GRADE-FILE ASSIGN TO CRSGRADE
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS CG-GRADE-KEY
002800         FILE STATUS IS WS-CG-FILE-STATUS.
002900     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS SM-STUDENT-ID
003300         FILE STATUS IS WS-SM-FILE-STATUS.
003400     SELECT REPORT-CARD-FILE ASSIGN TO RPTCARDS
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT HONOR-ROLL-RPT ASSIGN TO HONORRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  COURSE-GRADE-FILE.
004100     COPY crsgrade.
004200 FD  STUDENT-MASTER-FILE.
004300     COPY studmast.
004400 FD  REPORT-CARD-FILE
004500     RECORDING MODE IS F.
004600 01  REPORT-CARD-LINE               PIC X(80).
004700 FD  HONOR-ROLL-RPT
004800     RECORDING MODE IS F.
004900 01  HONOR-ROLL-LINE                PIC X(80).
005000 WORKING-STORAGE SECTION.
005100 01  WS-CG-FILE-STATUS              PIC X(02) VALUE SPACE.
005200 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
005300 01  WS-CG-EOF-SWITCH               PIC X(01) VALUE "N".
005400     88  WS-CG-EOF                      VALUE "Y".
005500 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
005600 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
005700     05  WS-RUN-YEAR                PIC 9(04).
005800     05  WS-RUN-MONTH               PIC 9(02).
005900     05  WS-RUN-DAY                 PIC 9(02).
006000 01  WS-TIMESTAMP.
006100     05  WS-TS-DATE                 PIC 9(08).
006200     05  FILLER                     PIC X(13).
006300*    THE DISTRICT RUNS A JULY-JUNE SCHOOL YEAR; THE CARD'S
006400*    SCHOOL YEAR IS THE CALENDAR YEAR THAT JULY FELL IN.
006500 01  WS-FY-START-MONTH              PIC 9(02) VALUE 07.
006600 01  WS-CARD-SCHOOL-YEAR            PIC 9(04).
006700 01  WS-QY-LINKAGE.
006800     05  WS-QY-MONTH                PIC 9(02).
006900     05  WS-QY-FY-START             PIC 9(02).
007000     05  WS-QY-RESULT               PIC 9.
007100     05  WS-QY-QTR-START            PIC 9(04).
007200     05  WS-QY-QTR-END              PIC 9(04).
007300     05  WS-QY-MONTH-STATUS         PIC X(01).
007400         88  WS-QY-MONTH-VALID          VALUE "V".
007500     05  WS-QY-DAY-IN-MONTH         PIC 9(02).
007600     05  WS-QY-DAY-OF-QTR           PIC 9(03).
007700     05  WS-QY-WEEK-OF-QTR          PIC 9(02).
007800*    HONOR ROLL - GPA AT OR OVER THE FLOOR AND NO SINGLE
007900*    GRADE WORTH LESS THAN A C.
008000 01  WS-HONOR-GPA                   PIC 9(01)V99 VALUE 3.50.
008100 01  WS-HONOR-FLOOR-POINTS          PIC 9(01)V99 VALUE 2.00.
008200     COPY grdpts.
008300 01  WS-GSUB                        PIC 9(02) COMP.
008400 01  WS-GRADE-POINTS                PIC 9(01)V99.
008500 01  WS-CURRENT-STUDENT             PIC X(09) VALUE SPACE.
008600 01  WS-COURSE-COUNT                PIC 9(02) COMP VALUE ZERO.
008700 01  WS-COURSE-DROP-COUNT           PIC 9(05) COMP VALUE ZERO.
008800 01  WS-CSUB                        PIC 9(02) COMP.
008900 01  WS-COURSE-TABLE.
009000     05  WS-CO-ENTRY OCCURS 12 TIMES.
009100         10  WS-CO-COURSE-ID        PIC X(06).
009200         10  WS-CO-COURSE-NAME      PIC X(20).
009300         10  WS-CO-TEACHER          PIC X(20).
009400         10  WS-CO-GRADE            PIC X(02).
009500         10  WS-CO-CREDITS          PIC 9(01)V9(01).
009600 01  WS-QUALITY-POINTS              PIC 9(04)V99 COMP-3.
009700 01  WS-CREDIT-TOTAL                PIC 9(03)V9(01) COMP-3.
009800 01  WS-GPA                         PIC 9(01)V99.
009900 01  WS-LOW-GRADE-SWITCH            PIC X(01).
010000     88  WS-GRADE-BELOW-FLOOR           VALUE "Y".
010100 01  WS-CARD-CAMPUS                 PIC X(03).
010200 01  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
010300 01  WS-HONOR-COUNT                 PIC 9(04) COMP VALUE ZERO.
010400 01  WS-HONOR-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
010500 01  WS-HSUB                        PIC 9(04) COMP.
010600 01  WS-HONOR-TABLE.
010700     05  WS-HR-ENTRY OCCURS 1000 TIMES.
010800         10  WS-HR-CAMPUS           PIC X(03).
010900         10  WS-HR-STUDENT-ID       PIC X(09).
011000         10  WS-HR-STUDENT-NAME     PIC X(30).
011100         10  WS-HR-GPA              PIC 9(01)V99.
011200 01  WS-LAST-CAMPUS                 PIC X(03).
011300 01  WS-NEXT-CAMPUS                 PIC X(03).
011400 01  WS-RW-SUB                      PIC 9(01) COMP.
011500 01  WS-REPORT-TITLE                PIC X(50)
011600         VALUE "QUARTER HONOR ROLL BY CAMPUS".
011700     COPY rptwrit.
011800 01  WS-CAMPUS-HEADER.
011900     05  FILLER                     PIC X(07)
012000             VALUE "CAMPUS ".
012100     05  WS-CH-CAMPUS               PIC X(03).
012200     05  FILLER                     PIC X(70) VALUE SPACE.
012300 01  WS-HONOR-DETAIL.
012400     05  WS-HD-STUDENT-ID           PIC X(09).
012500     05  FILLER                     PIC X(02) VALUE SPACE.
012600     05  WS-HD-STUDENT-NAME         PIC X(30).
012700     05  FILLER                     PIC X(07)
012800             VALUE "  GPA  ".
012900     05  WS-HD-GPA                  PIC 9.99.
013000     05  FILLER                     PIC X(28) VALUE SPACE.
013100 01  WS-HONOR-SUMMARY.
013200     05  FILLER                     PIC X(16)
013300             VALUE "REPORT CARDS -  ".
013400     05  WS-HS-CARDS                PIC ZZ,ZZ9.
013500     05  FILLER                     PIC X(15)
013600             VALUE "  HONOR ROLL - ".
013700     05  WS-HS-HONOR                PIC ZZ,ZZ9.
013800     05  FILLER                     PIC X(37) VALUE SPACE.
013900 01  WS-CARD-RULE                   PIC X(80) VALUE ALL "=".
014000 01  WS-CARD-TITLE.
014100     05  FILLER                     PIC X(27)
014200             VALUE "REPORT CARD - SCHOOL YEAR ".
014300     05  WS-CT-SCHOOL-YEAR          PIC 9(04).
014400     05  FILLER                     PIC X(10)
014500             VALUE "  QUARTER ".
014600     05  WS-CT-QUARTER              PIC 9(01).
014700     05  FILLER                     PIC X(10)
014800             VALUE "  CAMPUS  ".
014900     05  WS-CT-CAMPUS               PIC X(03).
015000     05  FILLER                     PIC X(25) VALUE SPACE.
015100 01  WS-CARD-STUDENT.
015200     05  FILLER                     PIC X(09)
015300             VALUE "STUDENT  ".
015400     05  WS-CS-STUDENT-ID           PIC X(09).
015500     05  FILLER                     PIC X(02) VALUE SPACE.
015600     05  WS-CS-STUDENT-NAME         PIC X(30).
015700     05  FILLER                     PIC X(30) VALUE SPACE.
015800 01  WS-CARD-MAIL.
015900     05  FILLER                     PIC X(09) VALUE SPACE.
016000     05  WS-CM-TEXT                 PIC X(30).
016100     05  FILLER                     PIC X(41) VALUE SPACE.
016200 01  WS-CARD-HEADING.
016300     05  FILLER                     PIC X(30)
016310             VALUE "COURSE  TITLE".
016320     05  FILLER                     PIC X(21)
016330             VALUE "TEACHER".
016340     05  FILLER                     PIC X(29)
016400             VALUE "GRADE  CREDITS".
016500 01  WS-CARD-COURSE.
016600     05  WS-CC-COURSE-ID            PIC X(06).
016700     05  FILLER                     PIC X(02) VALUE SPACE.
016800     05  WS-CC-COURSE-NAME          PIC X(20).
016900     05  FILLER                     PIC X(02) VALUE SPACE.
017000     05  WS-CC-TEACHER              PIC X(20).
017100     05  FILLER                     PIC X(01) VALUE SPACE.
017200     05  WS-CC-GRADE                PIC X(02).
017300     05  FILLER                     PIC X(05) VALUE SPACE.
017400     05  WS-CC-CREDITS              PIC 9.9.
017500     05  FILLER                     PIC X(19) VALUE SPACE.
017600 01  WS-CARD-GPA.
017700     05  FILLER                     PIC X(17)
017800             VALUE "QUARTER GPA      ".
017900     05  WS-CG-GPA                  PIC 9.99.
018000     05  FILLER                     PIC X(11)
018100             VALUE "  CREDITS  ".
018200     05  WS-CG-CREDITS              PIC ZZ9.9.
018300     05  FILLER                     PIC X(02) VALUE SPACE.
018400     05  WS-CG-HONOR                PIC X(10).
018500     05  FILLER                     PIC X(31) VALUE SPACE.
018600 LINKAGE SECTION.
018700 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
018800 01  LS-PARM-DATA                   PIC X(10).
018900 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
019000*--------------------------------------------------------------*
019100*    0000-MAINLINE                                              *
019200*--------------------------------------------------------------*
019300 0000-MAINLINE.
019400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
019500     MOVE WS-TS-DATE TO WS-RUN-DATE
019600     IF LS-PARM-LENGTH >= 8
019700             AND LS-PARM-DATA (1:8) IS NUMERIC
019800         MOVE LS-PARM-DATA (1:8) TO WS-RUN-DATE
019900     END-IF
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020100     IF NOT WS-QY-MONTH-VALID
020200         DISPLAY "RPTCARD: RUN DATE " WS-RUN-DATE
020300             " IS NOT A VALID DATE - NO CARDS"
020400         MOVE 8 TO RETURN-CODE
020500     ELSE
020600         PERFORM 2000-PROCESS-GRADE THRU 2000-EXIT
020700             UNTIL WS-CG-EOF
020800         IF WS-COURSE-COUNT > 0
020900             PERFORM 3000-PRINT-CARD THRU 3000-EXIT
021000         END-IF
021100     END-IF
021200     PERFORM 8000-FINALIZE THRU 8000-EXIT
021300     GOBACK.
021400*--------------------------------------------------------------*
021500*    1000-INITIALIZE - RESOLVES THE QUARTER AND SCHOOL YEAR     *
021600*    THE CARDS ARE FOR.                                         *
021700*--------------------------------------------------------------*
021800 1000-INITIALIZE.
021900     MOVE WS-RUN-MONTH TO WS-QY-MONTH
022000     MOVE WS-RUN-DAY TO WS-QY-DAY-IN-MONTH
022100     MOVE WS-FY-START-MONTH TO WS-QY-FY-START
022200     CALL "QUARTERYEAR" USING WS-QY-MONTH WS-QY-FY-START
022300         WS-QY-RESULT WS-QY-QTR-START WS-QY-QTR-END
022400         WS-QY-MONTH-STATUS WS-QY-DAY-IN-MONTH
022500         WS-QY-DAY-OF-QTR WS-QY-WEEK-OF-QTR
022600     IF WS-RUN-MONTH >= WS-FY-START-MONTH
022700         MOVE WS-RUN-YEAR TO WS-CARD-SCHOOL-YEAR
022800     ELSE
022900         COMPUTE WS-CARD-SCHOOL-YEAR = WS-RUN-YEAR - 1
023000     END-IF
023100     OPEN INPUT COURSE-GRADE-FILE
023200     IF WS-CG-FILE-STATUS = "35"
023300         DISPLAY "RPTCARD: NO COURSE GRADE FILE - NO CARDS"
023400         SET WS-CG-EOF TO TRUE
023500     END-IF
023600     OPEN INPUT STUDENT-MASTER-FILE
023700     OPEN OUTPUT REPORT-CARD-FILE
023800     OPEN OUTPUT HONOR-ROLL-RPT
023900     MOVE "I" TO RW-FUNCTION
024000     MOVE "HONORROL" TO RW-REPORT-ID
024100     MOVE WS-REPORT-TITLE TO RW-REPORT-TITLE
024200     MOVE SPACE TO RW-COLUMN-HEADING
024300     MOVE ZERO TO RW-LINES-PER-PAGE
024400     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
024500     IF NOT WS-CG-EOF
024600         PERFORM 2100-READ-GRADE THRU 2100-EXIT
024700     END-IF.
024800 1000-EXIT.
024900     EXIT.
025000*--------------------------------------------------------------*
025100*    2000-PROCESS-GRADE - THE GRADE FILE IS IN STUDENT ORDER,   *
025200*    SO A CHANGE OF STUDENT PRINTS THE PREVIOUS CARD.  ONLY     *
025300*    THE CARD'S SCHOOL YEAR AND QUARTER COUNT.                  *
025400*--------------------------------------------------------------*
025500 2000-PROCESS-GRADE.
025600     IF CG-SCHOOL-YEAR = WS-CARD-SCHOOL-YEAR
025700             AND CG-QUARTER = WS-QY-RESULT
025800         PERFORM 2200-ADD-COURSE THRU 2200-EXIT
025900     END-IF
025910     PERFORM 2100-READ-GRADE THRU 2100-EXIT.
025920 2000-EXIT.
025930     EXIT.
025940*--------------------------------------------------------------*
025950*    2100-READ-GRADE                                             *
025960*--------------------------------------------------------------*
025970 2100-READ-GRADE.
025980     READ COURSE-GRADE-FILE NEXT RECORD
025990         AT END
025991             SET WS-CG-EOF TO TRUE
025992     END-READ.
025993 2100-EXIT.
025994     EXIT.
025995*--------------------------------------------------------------*
025996*    2200-ADD-COURSE                                             *
025997*--------------------------------------------------------------*
025998 2200-ADD-COURSE.
026000     IF CG-STUDENT-ID NOT = WS-CURRENT-STUDENT
026100         IF WS-COURSE-COUNT > 0
026200             PERFORM 3000-PRINT-CARD THRU 3000-EXIT
026300         END-IF
026400         MOVE CG-STUDENT-ID TO WS-CURRENT-STUDENT
026500         MOVE ZERO TO WS-COURSE-COUNT
026600     END-IF
026700     IF WS-COURSE-COUNT < 12
026800         ADD 1 TO WS-COURSE-COUNT
026900         MOVE CG-COURSE-ID TO WS-CO-COURSE-ID (WS-COURSE-COUNT)
027000         MOVE CG-COURSE-NAME
027100             TO WS-CO-COURSE-NAME (WS-COURSE-COUNT)
027200         MOVE CG-TEACHER-NAME TO WS-CO-TEACHER (WS-COURSE-COUNT)
027300         MOVE CG-LETTER-GRADE TO WS-CO-GRADE (WS-COURSE-COUNT)
027400         MOVE CG-CREDITS TO WS-CO-CREDITS (WS-COURSE-COUNT)
027500     ELSE
027600         ADD 1 TO WS-COURSE-DROP-COUNT
027700     END-IF.
028000 2200-EXIT.
028100     EXIT.
029200*--------------------------------------------------------------*
029300*    3000-PRINT-CARD - ONE CARD FOR THE STUDENT JUST FINISHED.  *
029400*    NAME, CAMPUS, AND MAILING BLOCK COME FROM THE MASTER; A    *
029500*    STUDENT NO LONGER ON THE MASTER STILL GETS A CARD UNDER    *
029600*    CAMPUS ??? FOR THE OFFICE TO HAND OUT.                     *
029700*--------------------------------------------------------------*
029800 3000-PRINT-CARD.
029900     MOVE SPACE TO SM-STUDENT-ID
030000     MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID
030100     READ STUDENT-MASTER-FILE
030200         INVALID KEY
030300             MOVE "???" TO WS-CARD-CAMPUS
030400             MOVE SPACE TO SM-STUDENT-NAME SM-GUARDIAN-NAME
030500                 SM-ADDRESS SM-CITY-ST-ZIP
030600         NOT INVALID KEY
030700             MOVE SM-CAMPUS-CODE TO WS-CARD-CAMPUS
030800     END-READ
030900     MOVE ZERO TO WS-QUALITY-POINTS
031000     MOVE ZERO TO WS-CREDIT-TOTAL
031100     MOVE "N" TO WS-LOW-GRADE-SWITCH
031200     WRITE REPORT-CARD-LINE FROM WS-CARD-RULE
031300     MOVE WS-CARD-SCHOOL-YEAR TO WS-CT-SCHOOL-YEAR
031400     MOVE WS-QY-RESULT TO WS-CT-QUARTER
031500     MOVE WS-CARD-CAMPUS TO WS-CT-CAMPUS
031600     WRITE REPORT-CARD-LINE FROM WS-CARD-TITLE
031700     MOVE WS-CURRENT-STUDENT TO WS-CS-STUDENT-ID
031800     MOVE SM-STUDENT-NAME TO WS-CS-STUDENT-NAME
031900     WRITE REPORT-CARD-LINE FROM WS-CARD-STUDENT
032000     MOVE SM-GUARDIAN-NAME TO WS-CM-TEXT
032100     WRITE REPORT-CARD-LINE FROM WS-CARD-MAIL
032200     MOVE SM-ADDRESS TO WS-CM-TEXT
032300     WRITE REPORT-CARD-LINE FROM WS-CARD-MAIL
032400     MOVE SM-CITY-ST-ZIP TO WS-CM-TEXT
032500     WRITE REPORT-CARD-LINE FROM WS-CARD-MAIL
032600     WRITE REPORT-CARD-LINE FROM WS-CARD-HEADING
032700     PERFORM 3100-PRINT-COURSE THRU 3100-EXIT
032800         VARYING WS-CSUB FROM 1 BY 1
032900         UNTIL WS-CSUB > WS-COURSE-COUNT
033000     MOVE ZERO TO WS-GPA
033100     IF WS-CREDIT-TOTAL > ZERO
033200         COMPUTE WS-GPA ROUNDED
033300             = WS-QUALITY-POINTS / WS-CREDIT-TOTAL
033400     END-IF
033500     MOVE WS-GPA TO WS-CG-GPA
033600     MOVE WS-CREDIT-TOTAL TO WS-CG-CREDITS
033700     MOVE SPACE TO WS-CG-HONOR
033800     IF WS-GPA >= WS-HONOR-GPA
033900             AND NOT WS-GRADE-BELOW-FLOOR
034000         MOVE "HONOR ROLL" TO WS-CG-HONOR
034100         PERFORM 3200-ADD-HONOR-ROLL THRU 3200-EXIT
034200     END-IF
034300     WRITE REPORT-CARD-LINE FROM WS-CARD-GPA
034400     ADD 1 TO WS-CARD-COUNT
034500     MOVE ZERO TO WS-COURSE-COUNT.
034600 3000-EXIT.
034700     EXIT.
034800*--------------------------------------------------------------*
034900*    3100-PRINT-COURSE - ONE LINE PER COURSE; QUALITY POINTS    *
035000*    ARE GRADE POINTS TIMES THE COURSE'S CREDITS.               *
035100*--------------------------------------------------------------*
035200 3100-PRINT-COURSE.
035300     MOVE ZERO TO WS-GRADE-POINTS
035400     PERFORM 3110-MATCH-GRADE THRU 3110-EXIT
035500         VARYING WS-GSUB FROM 1 BY 1
035600         UNTIL WS-GSUB > GP-ENTRY-COUNT
035700     IF WS-GRADE-POINTS < WS-HONOR-FLOOR-POINTS
035800         MOVE "Y" TO WS-LOW-GRADE-SWITCH
035900     END-IF
036000     COMPUTE WS-QUALITY-POINTS = WS-QUALITY-POINTS
036100         + WS-GRADE-POINTS * WS-CO-CREDITS (WS-CSUB)
036200     ADD WS-CO-CREDITS (WS-CSUB) TO WS-CREDIT-TOTAL
036300     MOVE WS-CO-COURSE-ID (WS-CSUB) TO WS-CC-COURSE-ID
036400     MOVE WS-CO-COURSE-NAME (WS-CSUB) TO WS-CC-COURSE-NAME
036500     MOVE WS-CO-TEACHER (WS-CSUB) TO WS-CC-TEACHER
036600     MOVE WS-CO-GRADE (WS-CSUB) TO WS-CC-GRADE
036700     MOVE WS-CO-CREDITS (WS-CSUB) TO WS-CC-CREDITS
036800     WRITE REPORT-CARD-LINE FROM WS-CARD-COURSE.
036900 3100-EXIT.
037000     EXIT.
037100*--------------------------------------------------------------*
037200*    3110-MATCH-GRADE                                            *
037300*--------------------------------------------------------------*
037400 3110-MATCH-GRADE.
037500     IF WS-CO-GRADE (WS-CSUB) = GP-LETTER-GRADE (WS-GSUB)
037600         MOVE GP-GRADE-POINTS (WS-GSUB) TO WS-GRADE-POINTS
037700     END-IF.
037800 3110-EXIT.
037900     EXIT.
038000*--------------------------------------------------------------*
038100*    3200-ADD-HONOR-ROLL                                         *
038200*--------------------------------------------------------------*
038300 3200-ADD-HONOR-ROLL.
038400     IF WS-HONOR-COUNT < 1000
038500         ADD 1 TO WS-HONOR-COUNT
038600         MOVE WS-CARD-CAMPUS TO WS-HR-CAMPUS (WS-HONOR-COUNT)
038700         MOVE WS-CURRENT-STUDENT
038800             TO WS-HR-STUDENT-ID (WS-HONOR-COUNT)
038900         MOVE SM-STUDENT-NAME
039000             TO WS-HR-STUDENT-NAME (WS-HONOR-COUNT)
039100         MOVE WS-GPA TO WS-HR-GPA (WS-HONOR-COUNT)
039200     ELSE
039300         ADD 1 TO WS-HONOR-DROP-COUNT
039400     END-IF.
039500 3200-EXIT.
039600     EXIT.
039700*--------------------------------------------------------------*
039800*    7000-PRINT-SECTIONS - ONE HONOR-ROLL SECTION PER CAMPUS   *
039900*    IN CAMPUS ORDER, HEADED "CAMPUS XXX" FOR THE BURST RUN.   *
040000*--------------------------------------------------------------*
040100 7000-PRINT-SECTIONS.
040200     MOVE LOW-VALUES TO WS-LAST-CAMPUS
040300     MOVE LOW-VALUES TO WS-NEXT-CAMPUS
040400     PERFORM 7100-PRINT-ONE-SECTION THRU 7100-EXIT
040500         UNTIL WS-NEXT-CAMPUS = HIGH-VALUES.
040600 7000-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900*    7100-PRINT-ONE-SECTION                                     *
041000*--------------------------------------------------------------*
041100 7100-PRINT-ONE-SECTION.
041200     MOVE HIGH-VALUES TO WS-NEXT-CAMPUS
041300     PERFORM 7110-FIND-NEXT-CAMPUS THRU 7110-EXIT
041400         VARYING WS-HSUB FROM 1 BY 1
041500         UNTIL WS-HSUB > WS-HONOR-COUNT
041600     IF WS-NEXT-CAMPUS NOT = HIGH-VALUES
041700         MOVE SPACE TO WS-CAMPUS-HEADER (11:70)
041800         MOVE WS-NEXT-CAMPUS TO WS-CH-CAMPUS
041900         MOVE "D" TO RW-FUNCTION
042000         MOVE "HONORROL" TO RW-REPORT-ID
042100         MOVE WS-CAMPUS-HEADER TO RW-DETAIL-LINE
042200         PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
042300         PERFORM 7200-PRINT-CAMPUS-DETAIL THRU 7200-EXIT
042400             VARYING WS-HSUB FROM 1 BY 1
042500             UNTIL WS-HSUB > WS-HONOR-COUNT
042600         MOVE WS-NEXT-CAMPUS TO WS-LAST-CAMPUS
042700     END-IF.
042800 7100-EXIT.
042900     EXIT.
043000*--------------------------------------------------------------*
043100*    7110-FIND-NEXT-CAMPUS                                      *
043200*--------------------------------------------------------------*
043300 7110-FIND-NEXT-CAMPUS.
043400     IF WS-HR-CAMPUS (WS-HSUB) > WS-LAST-CAMPUS
043500             AND WS-HR-CAMPUS (WS-HSUB) < WS-NEXT-CAMPUS
043600         MOVE WS-HR-CAMPUS (WS-HSUB) TO WS-NEXT-CAMPUS
043700     END-IF.
043800 7110-EXIT.
043900     EXIT.
044000*--------------------------------------------------------------*
044100*    7200-PRINT-CAMPUS-DETAIL                                   *
044200*--------------------------------------------------------------*
044300 7200-PRINT-CAMPUS-DETAIL.
044400     IF WS-HR-CAMPUS (WS-HSUB) = WS-NEXT-CAMPUS
044500         MOVE WS-HR-STUDENT-ID (WS-HSUB) TO WS-HD-STUDENT-ID
044600         MOVE WS-HR-STUDENT-NAME (WS-HSUB) TO WS-HD-STUDENT-NAME
044700         MOVE WS-HR-GPA (WS-HSUB) TO WS-HD-GPA
044800         MOVE "D" TO RW-FUNCTION
044900         MOVE "HONORROL" TO RW-REPORT-ID
045000         MOVE WS-HONOR-DETAIL TO RW-DETAIL-LINE
045100         PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
045200     END-IF.
045300 7200-EXIT.
045400     EXIT.
045500*--------------------------------------------------------------*
045600*    8000-FINALIZE                                               *
045700*--------------------------------------------------------------*
045800 8000-FINALIZE.
045900     PERFORM 7000-PRINT-SECTIONS THRU 7000-EXIT
046000     MOVE WS-CARD-COUNT TO WS-HS-CARDS
046100     MOVE WS-HONOR-COUNT TO WS-HS-HONOR
046200     MOVE "D" TO RW-FUNCTION
046300     MOVE "HONORROL" TO RW-REPORT-ID
046400     MOVE WS-HONOR-SUMMARY TO RW-DETAIL-LINE
046500     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
046600     MOVE "F" TO RW-FUNCTION
046700     MOVE "HONORROL" TO RW-REPORT-ID
046800     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
046900     IF WS-COURSE-DROP-COUNT > 0
047000         DISPLAY "RPTCARD: COURSE TABLE FULL - DROPPED - "
047100             WS-COURSE-DROP-COUNT
047200     END-IF
047300     IF WS-HONOR-DROP-COUNT > 0
047400         DISPLAY "RPTCARD: HONOR TABLE FULL - DROPPED - "
047500             WS-HONOR-DROP-COUNT
047600     END-IF
047700     IF WS-CG-FILE-STATUS NOT = "35"
047800         CLOSE COURSE-GRADE-FILE
047900     END-IF
048000     CLOSE STUDENT-MASTER-FILE
048100     CLOSE REPORT-CARD-FILE
048200     CLOSE HONOR-ROLL-RPT.
048300 8000-EXIT.
048400     EXIT.
048500*--------------------------------------------------------------*
048600*    9000-PUT-REPORT-LINE - ONE CALL TO THE COMMON REPORT      *
048700*    WRITER, THEN WRITE WHATEVER LINES IT HANDS BACK.          *
048800*--------------------------------------------------------------*
048900 9000-PUT-REPORT-LINE.
049000     CALL "RPTWRITE" USING REPORT-WRITER-AREA
049100     PERFORM 9010-WRITE-OUT-LINE THRU 9010-EXIT
049200         VARYING WS-RW-SUB FROM 1 BY 1
049300         UNTIL WS-RW-SUB > RW-OUT-COUNT.
049400 9000-EXIT.
049500     EXIT.
049600*--------------------------------------------------------------*
049700*    9010-WRITE-OUT-LINE                                        *
049800*--------------------------------------------------------------*
049900 9010-WRITE-OUT-LINE.
050000     WRITE HONOR-ROLL-LINE FROM RW-OUT-LINE (WS-RW-SUB).
050100 9010-EXIT.
050200     EXIT.
050300 END PROGRAM RPTCARD.
