001100*    CALLS ISPALINDROME AGAINST THE STUDENT ID TO FLAG A         *
001200*    POSSIBLE KEYING TRANSPOSITION, WITHOUT NEEDING AN EXTERNAL  *
001300*    CALLER TO FEED ONE STUDENT AT A TIME.                       *
001310*    PARM = AN AS-OF DATE (YYYYMMDD) TO COUNT THE POPULATION     *
001320*    AS IT STOOD THAT DAY - THE STUDENTS AND THEIR ROWS THEN     *
001330*    COME FROM THE EFFECTIVE-DATED HISTORY VIA ASOFLOOK, SO A    *
001340*    STUDENT WITHDRAWN SINCE STILL COUNTS.  NO PARM COUNTS THE   *
001350*    MASTER AS IT STANDS.                                        *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-08-09  DLS  ORIGINAL PROGRAM.                        *
001620*    2026-10-15  DLS  OPTIONAL AS-OF DATE PARM - COUNT THE     *
001640*                     POPULATION OFF THE STUDENT HISTORY AS    *
001660*                     IT STOOD THAT DAY.                       *
001673*    2026-10-15  DLS  SET RC 8 FOR A MISSING HISTORY AFTER THE *
001686*                     ASOFLOOK CLOSE, WHICH RESETS THE RC.     *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
004300 01  WS-DRINK-RANK                PIC 9(01).
004400 01  WS-PALINDROME-RESULT         PIC 9(01).
004500 01  WS-NORMALIZE-FLAG            PIC X(01) VALUE "N".
004510 01  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
004520     COPY asofreq.
004523 01  WS-HISTORY-SWITCH            PIC X(01) VALUE "Y".
004526     88  WS-HISTORY-MISSING           VALUE "N".
004530 01  WS-AS-OF-LINE.
004540     05  FILLER                    PIC X(30)
004550             VALUE "POPULATION AS OF HISTORY DATE ".
004560     05  WS-AL-AS-OF-DATE          PIC 9(08).
004570     05  FILLER                    PIC X(42) VALUE SPACE.
004600 01  WS-DETAIL-LINE.
004700     05  WS-DL-STUDENT-ID          PIC X(25).
004800     05  FILLER                    PIC X(01) VALUE SPACE.
006100             VALUE "IDS FLAGGED -       ".
006200     05  WS-SL-TRANSPOSE-COUNT     PIC ZZ,ZZ9.
006300     05  FILLER                    PIC X(24) VALUE SPACE.
006340 LINKAGE SECTION.
006380 01  LS-PARM-LENGTH               PIC S9(04) COMP.
006420 01  LS-PARM-DATA                 PIC X(08).
006460 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
006500*--------------------------------------------------------------*
006600*    0000-MAINLINE                                              *
006700*--------------------------------------------------------------*
006800 0000-MAINLINE.
006808     IF LS-PARM-LENGTH > 0
006816         IF LS-PARM-LENGTH = 8 AND LS-PARM-DATA IS NUMERIC
006824                 AND LS-PARM-DATA NOT = ZERO
006832             MOVE LS-PARM-DATA TO WS-AS-OF-DATE
006840         ELSE
006848             DISPLAY "STUPOPRT: BAD AS-OF DATE - " LS-PARM-DATA
006856                 " - RUN ENDED"
006864             MOVE 8 TO RETURN-CODE
006872             GOBACK
006880         END-IF
006888     END-IF
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007000     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
007100         UNTIL WS-EOF
007700 1000-INITIALIZE.
007800     OPEN INPUT STUDENT-MASTER-FILE
007900     OPEN OUTPUT STUDENT-POPULATION-RPT
007910     IF WS-AS-OF-DATE > ZERO
007920         MOVE WS-AS-OF-DATE TO WS-AL-AS-OF-DATE
007930         WRITE STUDENT-POPULATION-LINE FROM WS-AS-OF-LINE
007940         MOVE SPACE TO AO-STUDENT-ID
007950     END-IF
008000     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
008100 1000-EXIT.
008200     EXIT.
009700 2000-EXIT.
009800     EXIT.
009900*--------------------------------------------------------------*
009940*    2100-READ-STUDENT - ON AN AS-OF RUN THE NEXT STUDENT IS    *
009980*    THE NEXT ONE THE HISTORY SHOWS WITH A ROW THAT DAY; A      *
010020*    HISTORY THAT WILL NOT OPEN ENDS THE RUN RC 8.              *
010060*--------------------------------------------------------------*
010100 2100-READ-STUDENT.
010140     IF WS-AS-OF-DATE > ZERO
010180         PERFORM 2200-NEXT-AS-OF THRU 2200-EXIT
010220         GO TO 2100-EXIT
010260     END-IF
010300     READ STUDENT-MASTER-FILE NEXT RECORD
010400         AT END
010500             SET WS-EOF TO TRUE
010600     END-READ.
010700 2100-EXIT.
010800     EXIT.
010804*--------------------------------------------------------------*
010808*    2200-NEXT-AS-OF                                            *
010812*--------------------------------------------------------------*
010816 2200-NEXT-AS-OF.
010820     SET AO-FUNCTION-NEXT TO TRUE
010824     MOVE WS-AS-OF-DATE TO AO-AS-OF-DATE
010828     CALL "ASOFLOOK" USING AS-OF-LOOKUP-AREA
010832     EVALUATE TRUE
010836         WHEN AO-FOUND
010840             MOVE AO-MASTER-IMAGE TO STUDENT-MASTER-RECORD
010844         WHEN AO-UNAVAILABLE
010856             SET WS-HISTORY-MISSING TO TRUE
010860             SET WS-EOF TO TRUE
010864         WHEN OTHER
010868             SET WS-EOF TO TRUE
010872     END-EVALUATE.
010876 2200-EXIT.
010880     EXIT.
010900*--------------------------------------------------------------*
011000*    2300-WRITE-DETAIL                                          *
011100*--------------------------------------------------------------*
012900     MOVE WS-STUDENT-COUNT TO WS-SL-STUDENT-COUNT
013000     MOVE WS-TRANSPOSITION-COUNT TO WS-SL-TRANSPOSE-COUNT
013100     WRITE STUDENT-POPULATION-LINE FROM WS-SUMMARY-LINE
013120     IF WS-AS-OF-DATE > ZERO
013140         SET AO-FUNCTION-CLOSE TO TRUE
013160         CALL "ASOFLOOK" USING AS-OF-LOOKUP-AREA
013180     END-IF
013200     CLOSE STUDENT-MASTER-FILE
013300     CLOSE STUDENT-POPULATION-RPT
013316     IF WS-HISTORY-MISSING
013332         DISPLAY "STUPOPRT: STUDENT HISTORY UNAVAILABLE - "
013348             "NO COUNT AS OF " WS-AS-OF-DATE
013364         MOVE 8 TO RETURN-CODE
013380     END-IF.
013400 8000-EXIT.
013500     EXIT.
013600 END PROGRAM STUPOPRT.
