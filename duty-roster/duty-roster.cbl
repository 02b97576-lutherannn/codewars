003800*                     LOG INSTEAD OF PRINTING A ROSTER SLOT.   *
003900*    2026-09-01  DLS  STAMP THE RG DUTY TYPE ON EVERY          *
004000*                     SCHEDULE ROW FOR THE STIPEND ACCRUAL.    *
004009*    2026-10-15  DLS  READ THE STAFF DUTY-CONSTRAINT FILE -    *
004018*                     WEEKDAY AND ONE-OFF BLACKOUTS AND DUTY   *
004027*                     TYPES A STAFFER IS NOT QUALIFIED FOR,    *
004036*                     CHECKED AGAINST SF-QUALIFICATIONS.  A    *
004045*                     CONSTRAINED SLOT ROTATES TO THE LEAST-   *
004054*                     LOADED ELIGIBLE STAFFER BEFORE FALLING   *
004063*                     BACK TO SUBSTITUTION, SUBSTITUTES MUST   *
004072*                     BE ELIGIBLE TOO, AND A FAIRNESS SECTION  *
004081*                     SHOWS EACH STAFFER'S DUTY COUNT AGAINST  *
004090*                     THE CAMPUS AVERAGE FOR THE TERM.         *
004092*    2026-10-15  DLS  A ROLLED SLOT IS CHECKED FOR ABSENCE AND *
004094*                     DUTY CONSTRAINTS ON THE DAY IT LANDS,    *
004096*                     AND IS ROTATED OR COVERED THE SAME WAY   *
004098*                     AS A SLOT DUE THAT DAY.                  *
004100*--------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
005500     SELECT STAFF-MASTER-FILE ASSIGN TO STAFMAST
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-SF-FILE-STATUS.
005720     SELECT DUTY-CONSTRAINT-FILE ASSIGN TO DUTYCONS
005740         ORGANIZATION IS SEQUENTIAL
005760         FILE STATUS IS WS-DK-FILE-STATUS.
005800     SELECT DUTY-SCHEDULE-FILE ASSIGN TO DUTYSCHD
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT DUTY-ROSTER-RPT ASSIGN TO DUTYRPT
007600 FD  STAFF-MASTER-FILE
007700     RECORDING MODE IS F.
007800     COPY stafmast.
007820 FD  DUTY-CONSTRAINT-FILE
007840     RECORDING MODE IS F.
007860     COPY dutycons.
007900 FD  DUTY-SCHEDULE-FILE
008000     RECORDING MODE IS F.
008100     COPY dutyschd.
009600     05  WS-SF-ENTRY OCCURS 300 TIMES.
009700         10  WS-SF-ID            PIC X(09).
009800         10  WS-SF-STATUS        PIC X(01).
009830         10  WS-SF-CAMPUS        PIC X(03).
009860         10  WS-SF-QUALS         PIC X(20).
009900 01  WS-STAFF-OK-SWITCH          PIC X(01).
010000     88  WS-STAFF-OK                 VALUE "Y".
010100     88  WS-STAFF-NOT-OK             VALUE "N".
012300     88  WS-STAFF-ABSENT             VALUE "Y".
012400     88  WS-STAFF-PRESENT            VALUE "N".
012500 01  WS-CHECK-STAFF-ID           PIC X(09).
012502 01  WS-DK-FILE-STATUS           PIC X(02) VALUE SPACE.
012504 01  WS-DK-EOF-SWITCH            PIC X(01) VALUE "N".
012506     88  WS-DK-EOF                   VALUE "Y".
012508 01  WS-DK-COUNT                 PIC 9(03) COMP VALUE ZERO.
012510 01  WS-DK-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
012512 01  WS-DKSUB                    PIC 9(03) COMP.
012514 01  WS-CONSTRAINT-TABLE.
012516     05  WS-DK-ENTRY OCCURS 300 TIMES.
012518         10  WS-DK-STAFF-ID      PIC X(09).
012520         10  WS-DK-TYPE          PIC X(01).
012522         10  WS-DK-WEEKDAY       PIC 9(01).
012524         10  WS-DK-DATE          PIC 9(08).
012526         10  WS-DK-DUTY-TYPE     PIC X(02).
012528         10  WS-DK-QUAL-CODE     PIC X(04).
012530 01  WS-ROSTER-DUTY-TYPE         PIC X(02) VALUE "RG".
012532 01  WS-CAL-DAY-INT              PIC 9(07) COMP.
012534 01  WS-CAL-WEEK-COUNT           PIC 9(07) COMP.
012536 01  WS-CAL-WEEKDAY              PIC 9(01).
012538 01  WS-CHECK-SUB                PIC 9(03) COMP.
012540 01  WS-QSUB                     PIC 9(03) COMP.
012542 01  WS-DSUB                     PIC 9(03) COMP.
012544 01  WS-ELIGIBLE-SWITCH          PIC X(01).
012546     88  WS-STAFF-ELIGIBLE           VALUE "Y".
012548     88  WS-STAFF-BLOCKED            VALUE "N".
012550 01  WS-ROTATION-COUNT           PIC 9(05) COMP VALUE ZERO.
012552 01  WS-CAMPUS-COUNT             PIC 9(03) COMP VALUE ZERO.
012554 01  WS-CAMPUS-DROP-COUNT        PIC 9(05) COMP VALUE ZERO.
012556 01  WS-CPSUB                    PIC 9(03) COMP.
012558 01  WS-CAMPUS-TABLE.
012560     05  WS-CP-ENTRY OCCURS 20 TIMES.
012562         10  WS-CP-CODE          PIC X(03).
012564         10  WS-CP-STAFF         PIC 9(03) COMP.
012566         10  WS-CP-DUTIES        PIC 9(05) COMP.
012568 01  WS-CAMPUS-AVERAGE           PIC 9(03)V9.
012570 01  WS-DUTY-VARIANCE            PIC S9(03)V9.
012600 01  WS-SUB-SELECT               PIC 9(03) COMP.
012700 01  WS-BEST-SUB                 PIC 9(03) COMP.
012800 01  WS-SUBSTITUTION-COUNT       PIC 9(05) COMP VALUE ZERO.
014600         10  WS-ROLL-DATE        PIC 9(08).
014700         10  WS-ROLL-STAFF-ID    PIC X(09).
014800         10  WS-ROLL-STAFF-NAME  PIC X(30).
014850         10  WS-ROLL-STAFF-SUB   PIC 9(03) COMP.
014900 01  WS-DAY-OF-TERM              PIC 9(05) COMP.
015000 01  WS-STAFF-COUNT              PIC 9(03) COMP.
015100 01  WS-SUB                      PIC 9(03) COMP.
015500         10  WS-STAFF-NAME       PIC X(30).
015600         10  WS-STAFF-INTERVAL   PIC 9(02).
015700         10  WS-STAFF-SUB-COUNT  PIC 9(03) COMP.
015710         10  WS-STAFF-DUTY-COUNT PIC 9(03) COMP.
015720         10  WS-STAFF-LAST-DATE  PIC 9(08).
015730         10  WS-STAFF-CAMPUS     PIC X(03).
015740         10  WS-STAFF-CP-SUB     PIC 9(03) COMP.
015750         10  WS-STAFF-QUALS      PIC X(20).
015760         10  WS-STAFF-QUAL-LIST REDEFINES WS-STAFF-QUALS.
015770             15  WS-STAFF-QUAL-CODE PIC X(04) OCCURS 5 TIMES.
015800 01  WS-FACTOR-BASE               PIC 9(05) COMP-3.
015900 01  WS-FACTOR-FACTOR             PIC 9(02) COMP-3.
016000 01  WS-FACTOR-RESULT             PIC 9.
017800             VALUE "SUB FOR ".
017900     05  WS-SN-FOR-STAFF-ID       PIC X(09).
018000     05  FILLER                   PIC X(03) VALUE SPACE.
018020 01  WS-ROTATE-NOTE.
018040     05  FILLER                   PIC X(11)
018060             VALUE "ROTATE FOR ".
018080     05  WS-RT-FOR-STAFF-ID       PIC X(09).
018100 01  WS-ROLL-SUMMARY-LINE.
018200     05  FILLER                   PIC X(21)
018300             VALUE "ASSIGNMENTS ROLLED - ".
020000     05  FILLER                   PIC X(14)
020100             VALUE "  UNCOVERED - ".
020200     05  WS-CS-UNCOVERED          PIC ZZ,ZZ9.
020207     05  FILLER                   PIC X(12)
020214             VALUE "  ROTATED - ".
020221     05  WS-CS-ROTATED            PIC ZZ,ZZ9.
020228     05  FILLER                   PIC X(20) VALUE SPACE.
020235 01  WS-FAIR-SECTION-HEADING      PIC X(80)
020242         VALUE "DUTY FAIRNESS BY CAMPUS THIS TERM".
020249 01  WS-FAIR-COLUMN-HEADING.
020256     05  FILLER                   PIC X(11) VALUE "STAFF ID".
020263     05  FILLER                   PIC X(27) VALUE "NAME".
020270     05  FILLER                   PIC X(05) VALUE "CMP".
020277     05  FILLER                   PIC X(07) VALUE "DUTIES".
020284     05  FILLER                   PIC X(12) VALUE "CAMPUS AVG".
020291     05  FILLER                   PIC X(08) VALUE "+/- AVG".
020298     05  FILLER                   PIC X(10) VALUE SPACE.
020305 01  WS-FAIR-DETAIL-LINE.
020312     05  WS-FD-STAFF-ID           PIC X(09).
020319     05  FILLER                   PIC X(02) VALUE SPACE.
020326     05  WS-FD-STAFF-NAME         PIC X(25).
020333     05  FILLER                   PIC X(02) VALUE SPACE.
020340     05  WS-FD-CAMPUS             PIC X(03).
020347     05  FILLER                   PIC X(03) VALUE SPACE.
020354     05  WS-FD-DUTY-COUNT         PIC ZZ9.
020361     05  FILLER                   PIC X(05) VALUE SPACE.
020368     05  WS-FD-CAMPUS-AVG         PIC ZZ9.9.
020376     05  FILLER                   PIC X(05) VALUE SPACE.
020384     05  WS-FD-VARIANCE           PIC ---9.9.
020392     05  FILLER                   PIC X(12) VALUE SPACE.
020400 PROCEDURE DIVISION.
020500*--------------------------------------------------------------*
020600*    0000-MAINLINE                                              *
022600         UNTIL WS-STAFF-EOF
022700     CLOSE STAFF-ROTATION-FILE
022800     PERFORM 1500-LOAD-STAFF-MASTER THRU 1500-EXIT
022820     PERFORM 1600-LINK-STAFF-MASTER THRU 1600-EXIT
022840         VARYING WS-SUB FROM 1 BY 1
022860         UNTIL WS-SUB > WS-STAFF-COUNT
022880     PERFORM 1700-LOAD-CONSTRAINTS THRU 1700-EXIT
022900     PERFORM 1300-LOAD-CLOSURES THRU 1300-EXIT
023000     PERFORM 1400-LOAD-ABSENCES THRU 1400-EXIT
023100     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
024500             MOVE SR-ROTATION-INTERVAL
024600                 TO WS-STAFF-INTERVAL (WS-STAFF-COUNT)
024700             MOVE ZERO TO WS-STAFF-SUB-COUNT (WS-STAFF-COUNT)
024730             MOVE ZERO TO WS-STAFF-DUTY-COUNT (WS-STAFF-COUNT)
024760             MOVE ZERO TO WS-STAFF-LAST-DATE (WS-STAFF-COUNT)
024800     END-READ.
024900 1100-EXIT.
025000     EXIT.
025300*--------------------------------------------------------------*
025400 2000-PROCESS-CAL-DATE.
025500     ADD 1 TO WS-DAY-OF-TERM
025550     PERFORM 2040-SET-WEEKDAY THRU 2040-EXIT
025600     PERFORM 2050-CHECK-CLOSED THRU 2050-EXIT
025700     IF WS-DAY-OPEN
025800         PERFORM 2250-PRINT-ROLLED THRU 2250-EXIT
029500 1310-EXIT.
029600     EXIT.
029700*--------------------------------------------------------------*
029707*    2040-SET-WEEKDAY - DAY ONE OF THE DATE INTEGERS IS A       *
029714*    MONDAY, SO THE REMAINDER GIVES 1 (MONDAY) THROUGH 7.       *
029721*--------------------------------------------------------------*
029728 2040-SET-WEEKDAY.
029735     COMPUTE WS-CAL-DAY-INT =
029742         FUNCTION INTEGER-OF-DATE (TC-CAL-DATE) - 1
029749     DIVIDE WS-CAL-DAY-INT BY 7 GIVING WS-CAL-WEEK-COUNT
029756         REMAINDER WS-CAL-WEEKDAY
029763     ADD 1 TO WS-CAL-WEEKDAY.
029770 2040-EXIT.
029777     EXIT.
029784*--------------------------------------------------------------*
029800*    2050-CHECK-CLOSED                                          *
029900*--------------------------------------------------------------*
030000 2050-CHECK-CLOSED.
032800 2250-EXIT.
032900     EXIT.
033000*--------------------------------------------------------------*
033100*    2260-PRINT-ROLL-ENTRY - THE ROLLED STAFFER MUST BE IN AND  *
033150*    FREE OF EVERY DUTY CONSTRAINT ON THE DAY THE SLOT LANDS;   *
033175*    OTHERWISE IT IS COVERED OR ROTATES AS 2200 WOULD DO IT.    *
033200*--------------------------------------------------------------*
033300 2260-PRINT-ROLL-ENTRY.
033307     MOVE WS-ROLL-STAFF-SUB (WS-RSUB) TO WS-SUB
033314     MOVE WS-STAFF-ID (WS-SUB) TO WS-CHECK-STAFF-ID
033321     PERFORM 2370-CHECK-ABSENT THRU 2370-EXIT
033328     IF WS-STAFF-ABSENT
033335         PERFORM 2380-ASSIGN-SUBSTITUTE THRU 2380-EXIT
033342         GO TO 2260-EXIT
033349     END-IF
033356     MOVE WS-SUB TO WS-CHECK-SUB
033363     PERFORM 2400-CHECK-ELIGIBLE THRU 2400-EXIT
033370     IF WS-STAFF-BLOCKED
033377         PERFORM 2390-ROTATE-DUTY THRU 2390-EXIT
033384         GO TO 2260-EXIT
033391     END-IF
033400     MOVE SPACE TO WS-DETAIL-LINE
033500     MOVE TC-CAL-DATE TO WS-DL-CAL-DATE
033600     MOVE WS-ROLL-STAFF-ID (WS-RSUB) TO WS-DL-STAFF-ID
035900             TO WS-ROLL-STAFF-ID (WS-ROLL-COUNT)
036000         MOVE WS-STAFF-NAME (WS-SUB)
036100             TO WS-ROLL-STAFF-NAME (WS-ROLL-COUNT)
036150         MOVE WS-SUB TO WS-ROLL-STAFF-SUB (WS-ROLL-COUNT)
036200     END-IF.
036300 2350-EXIT.
036400     EXIT.
045800     EXIT.
045900*--------------------------------------------------------------*
046000*  2385-CHECK-CANDIDATE - A CANDIDATE MUST BE A DIFFERENT      *
046100*  STAFFER, PRESENT TODAY, FREE OF ANY DUTY CONSTRAINT, AND    *
046200*  CARRYING THE FEWEST ABSORBED SLOTS SO FAR.                  *
046300*--------------------------------------------------------------*
046400 2385-CHECK-CANDIDATE.
046500     IF WS-SUB-SELECT NOT = WS-SUB
046600         MOVE WS-STAFF-ID (WS-SUB-SELECT)
046700             TO WS-CHECK-STAFF-ID
046800         PERFORM 2376-CHECK-CAND-ABSENT THRU 2376-EXIT
046860         MOVE WS-SUB-SELECT TO WS-CHECK-SUB
046920         PERFORM 2400-CHECK-ELIGIBLE THRU 2400-EXIT
046980         IF WS-STAFF-PRESENT AND WS-STAFF-ELIGIBLE
047000             IF WS-BEST-SUB = 0
047100                OR WS-STAFF-SUB-COUNT (WS-SUB-SELECT)
047200                    < WS-STAFF-SUB-COUNT (WS-BEST-SUB)
048900 2376-EXIT.
049000     EXIT.
049100*--------------------------------------------------------------*
049101*  2390-ROTATE-DUTY - THE DUE STAFFER IS IN BUT CONSTRAINED    *
049102*  OFF THIS SLOT, SO IT ROTATES TO THE PRESENT, ELIGIBLE        *
049103*  STAFFER WITH THE FEWEST DUTIES SO FAR WHO IS NOT ALREADY     *
049104*  ON TODAY.  NOBODY ELIGIBLE FALLS BACK TO SUBSTITUTION.       *
049105*--------------------------------------------------------------*
049106 2390-ROTATE-DUTY.
049107     MOVE ZERO TO WS-BEST-SUB
049108     PERFORM 2395-CHECK-ROTATION-CAND THRU 2395-EXIT
049109         VARYING WS-SUB-SELECT FROM 1 BY 1
049110         UNTIL WS-SUB-SELECT > WS-STAFF-COUNT
049111     IF WS-BEST-SUB = 0
049112         PERFORM 2380-ASSIGN-SUBSTITUTE THRU 2380-EXIT
049113         GO TO 2390-EXIT
049114     END-IF
049115     ADD 1 TO WS-ROTATION-COUNT
049116     MOVE SPACE TO WS-DETAIL-LINE
049117     MOVE TC-CAL-DATE TO WS-DL-CAL-DATE
049118     MOVE WS-STAFF-ID (WS-BEST-SUB) TO WS-DL-STAFF-ID
049119     MOVE WS-STAFF-NAME (WS-BEST-SUB) TO WS-DL-STAFF-NAME
049120     MOVE WS-STAFF-ID (WS-SUB) TO WS-RT-FOR-STAFF-ID
049121     MOVE WS-ROTATE-NOTE TO WS-DL-ROLL-NOTE
049122     WRITE DUTY-ROSTER-LINE FROM WS-DETAIL-LINE
049123     MOVE SPACE TO DUTY-SCHEDULE-RECORD
049124     MOVE TC-CAL-DATE TO DS-DUTY-DATE
049125     MOVE WS-STAFF-ID (WS-BEST-SUB) TO DS-STAFF-ID
049126     MOVE WS-STAFF-NAME (WS-BEST-SUB) TO DS-STAFF-NAME
049127     MOVE WS-ROSTER-DUTY-TYPE TO DS-DUTY-TYPE
049128     PERFORM 6400-PUT-SCHEDULE-RECORD THRU 6400-EXIT.
049129 2390-EXIT.
049130     EXIT.
049131*--------------------------------------------------------------*
049132*  2395-CHECK-ROTATION-CAND                                    *
049133*--------------------------------------------------------------*
049134 2395-CHECK-ROTATION-CAND.
049135     IF WS-SUB-SELECT = WS-SUB
049136        OR WS-STAFF-LAST-DATE (WS-SUB-SELECT) = TC-CAL-DATE
049137         GO TO 2395-EXIT
049138     END-IF
049139     MOVE WS-STAFF-ID (WS-SUB-SELECT) TO WS-CHECK-STAFF-ID
049140     PERFORM 2376-CHECK-CAND-ABSENT THRU 2376-EXIT
049141     MOVE WS-SUB-SELECT TO WS-CHECK-SUB
049142     PERFORM 2400-CHECK-ELIGIBLE THRU 2400-EXIT
049143     IF WS-STAFF-PRESENT AND WS-STAFF-ELIGIBLE
049144         IF WS-BEST-SUB = 0
049145            OR WS-STAFF-DUTY-COUNT (WS-SUB-SELECT)
049146                < WS-STAFF-DUTY-COUNT (WS-BEST-SUB)
049147             MOVE WS-SUB-SELECT TO WS-BEST-SUB
049148         END-IF
049149     END-IF.
049150 2395-EXIT.
049151     EXIT.
049152*--------------------------------------------------------------*
049200*    2100-READ-CALENDAR                                         *
049300*--------------------------------------------------------------*
049400 2100-READ-CALENDAR.
051600             IF WS-STAFF-ABSENT
051700                 PERFORM 2380-ASSIGN-SUBSTITUTE THRU 2380-EXIT
051800             ELSE
051830                 MOVE WS-SUB TO WS-CHECK-SUB
051860                 PERFORM 2400-CHECK-ELIGIBLE THRU 2400-EXIT
051890                 IF WS-STAFF-ELIGIBLE
051920                     PERFORM 2300-WRITE-DUTY-LINE THRU 2300-EXIT
051950                 ELSE
051980                     PERFORM 2390-ROTATE-DUTY THRU 2390-EXIT
052010                 END-IF
052040             END-IF
052100         END-IF
052200     END-IF.
052300 2200-EXIT.
052400     EXIT.
052401*--------------------------------------------------------------*
052402*  2400-CHECK-ELIGIBLE - IS THE STAFFER AT WS-CHECK-SUB FREE   *
052403*  OF EVERY DUTY CONSTRAINT FOR TODAY'S SLOT?                  *
052404*--------------------------------------------------------------*
052405 2400-CHECK-ELIGIBLE.
052406     SET WS-STAFF-ELIGIBLE TO TRUE
052407     PERFORM 2410-CHECK-CONSTRAINT THRU 2410-EXIT
052408         VARYING WS-DKSUB FROM 1 BY 1
052409         UNTIL WS-DKSUB > WS-DK-COUNT
052410             OR WS-STAFF-BLOCKED.
052411 2400-EXIT.
052412     EXIT.
052413*--------------------------------------------------------------*
052414*  2410-CHECK-CONSTRAINT - A BLANK STAFF ID ONLY COUNTS ON A   *
052415*  QUALIFICATION ROW, WHERE IT BINDS EVERYONE.                 *
052416*--------------------------------------------------------------*
052417 2410-CHECK-CONSTRAINT.
052418     IF WS-DK-STAFF-ID (WS-DKSUB) NOT = WS-STAFF-ID (WS-CHECK-SUB)
052419        AND WS-DK-STAFF-ID (WS-DKSUB) NOT = SPACE
052420         GO TO 2410-EXIT
052421     END-IF
052422     EVALUATE TRUE
052423         WHEN WS-DK-STAFF-ID (WS-DKSUB) = SPACE
052424          AND WS-DK-TYPE (WS-DKSUB) NOT = "Q"
052425             CONTINUE
052426         WHEN WS-DK-TYPE (WS-DKSUB) = "W"
052427             IF WS-DK-WEEKDAY (WS-DKSUB) = WS-CAL-WEEKDAY
052428                 SET WS-STAFF-BLOCKED TO TRUE
052429             END-IF
052430         WHEN WS-DK-TYPE (WS-DKSUB) = "D"
052431             IF WS-DK-DATE (WS-DKSUB) = TC-CAL-DATE
052432                 SET WS-STAFF-BLOCKED TO TRUE
052433             END-IF
052434         WHEN WS-DK-TYPE (WS-DKSUB) = "Q"
052435             IF WS-DK-DUTY-TYPE (WS-DKSUB) = WS-ROSTER-DUTY-TYPE
052436                 PERFORM 2420-CHECK-QUALIFIED THRU 2420-EXIT
052437             END-IF
052438     END-EVALUATE.
052439 2410-EXIT.
052440     EXIT.
052441*--------------------------------------------------------------*
052442*  2420-CHECK-QUALIFIED - NO QUALIFICATION CODE IS A FLAT BAR; *
052443*  OTHERWISE THE BAR HOLDS UNTIL THE STAFF MASTER CARRIES THE  *
052444*  CODE IN SF-QUALIFICATIONS.                                  *
052445*--------------------------------------------------------------*
052446 2420-CHECK-QUALIFIED.
052447     SET WS-STAFF-BLOCKED TO TRUE
052448     IF WS-DK-QUAL-CODE (WS-DKSUB) = SPACE
052449         GO TO 2420-EXIT
052450     END-IF
052451     PERFORM 2425-MATCH-QUAL-CODE THRU 2425-EXIT
052452         VARYING WS-QSUB FROM 1 BY 1
052453         UNTIL WS-QSUB > 5
052454             OR WS-STAFF-ELIGIBLE.
052455 2420-EXIT.
052456     EXIT.
052457*--------------------------------------------------------------*
052458*  2425-MATCH-QUAL-CODE                                        *
052459*--------------------------------------------------------------*
052460 2425-MATCH-QUAL-CODE.
052461     IF WS-STAFF-QUAL-CODE (WS-CHECK-SUB, WS-QSUB)
052462            = WS-DK-QUAL-CODE (WS-DKSUB)
052463         SET WS-STAFF-ELIGIBLE TO TRUE
052464     END-IF.
052465 2425-EXIT.
052466     EXIT.
052500*--------------------------------------------------------------*
052600*    2300-WRITE-DUTY-LINE                                       *
052700*--------------------------------------------------------------*
057000                 MOVE SF-STAFF-ID TO WS-SF-ID (WS-SF-COUNT)
057100                 MOVE SF-ACTIVE-STATUS
057200                     TO WS-SF-STATUS (WS-SF-COUNT)
057220                 MOVE SF-CAMPUS-CODE
057240                     TO WS-SF-CAMPUS (WS-SF-COUNT)
057260                 MOVE SF-QUALIFICATIONS
057280                     TO WS-SF-QUALS (WS-SF-COUNT)
057300             ELSE
057400                 ADD 1 TO WS-SF-DROP-COUNT
057500             END-IF
057700 1510-EXIT.
057800     EXIT.
057900*--------------------------------------------------------------*
057901*    1600-LINK-STAFF-MASTER - CARRIES EACH ROTATION STAFFER'S  *
057902*    CAMPUS AND QUALIFICATIONS OVER FROM THE MASTER.           *
057903*--------------------------------------------------------------*
057904 1600-LINK-STAFF-MASTER.
057905     MOVE SPACE TO WS-STAFF-CAMPUS (WS-SUB)
057906     MOVE SPACE TO WS-STAFF-QUALS (WS-SUB)
057907     PERFORM 1610-MATCH-MASTER THRU 1610-EXIT
057908         VARYING WS-SFSUB FROM 1 BY 1
057909         UNTIL WS-SFSUB > WS-SF-COUNT.
057910 1600-EXIT.
057911     EXIT.
057912*--------------------------------------------------------------*
057913*    1610-MATCH-MASTER                                         *
057914*--------------------------------------------------------------*
057915 1610-MATCH-MASTER.
057916     IF WS-STAFF-ID (WS-SUB) = WS-SF-ID (WS-SFSUB)
057917         MOVE WS-SF-CAMPUS (WS-SFSUB) TO WS-STAFF-CAMPUS (WS-SUB)
057918         MOVE WS-SF-QUALS (WS-SFSUB) TO WS-STAFF-QUALS (WS-SUB)
057919     END-IF.
057920 1610-EXIT.
057921     EXIT.
057922*--------------------------------------------------------------*
057923*    1700-LOAD-CONSTRAINTS - A MISSING CONSTRAINT FILE JUST    *
057924*    MEANS EVERYONE CAN TAKE ANY SLOT.                         *
057925*--------------------------------------------------------------*
057926 1700-LOAD-CONSTRAINTS.
057927     OPEN INPUT DUTY-CONSTRAINT-FILE
057928     IF WS-DK-FILE-STATUS = "35"
057929         SET WS-DK-EOF TO TRUE
057930     ELSE
057931         PERFORM 1710-READ-CONSTRAINT THRU 1710-EXIT
057932             UNTIL WS-DK-EOF
057933         CLOSE DUTY-CONSTRAINT-FILE
057934     END-IF.
057935 1700-EXIT.
057936     EXIT.
057937*--------------------------------------------------------------*
057938*    1710-READ-CONSTRAINT                                      *
057939*--------------------------------------------------------------*
057940 1710-READ-CONSTRAINT.
057941     READ DUTY-CONSTRAINT-FILE
057942         AT END
057943             SET WS-DK-EOF TO TRUE
057944         NOT AT END
057945             IF WS-DK-COUNT < 300
057946                 ADD 1 TO WS-DK-COUNT
057947                 MOVE DK-STAFF-ID TO WS-DK-STAFF-ID (WS-DK-COUNT)
057948                 MOVE DK-CONSTRAINT-TYPE
057949                     TO WS-DK-TYPE (WS-DK-COUNT)
057950                 MOVE DK-WEEKDAY TO WS-DK-WEEKDAY (WS-DK-COUNT)
057951                 MOVE DK-BLACKOUT-DATE TO WS-DK-DATE (WS-DK-COUNT)
057952                 MOVE DK-DUTY-TYPE
057953                     TO WS-DK-DUTY-TYPE (WS-DK-COUNT)
057954                 MOVE DK-QUAL-CODE
057955                     TO WS-DK-QUAL-CODE (WS-DK-COUNT)
057956             ELSE
057957                 ADD 1 TO WS-DK-DROP-COUNT
057958             END-IF
057959     END-READ.
057960 1710-EXIT.
057961     EXIT.
057962*--------------------------------------------------------------*
058000*    6400-PUT-SCHEDULE-RECORD - THE SCHEDULE ROW IS ALREADY    *
058100*    BUILT; IT ONLY GOES OUT WHEN THE STAFF ID IS ON THE       *
058200*    MASTER AND ACTIVE.                                        *
058500     PERFORM 6500-VALIDATE-STAFF THRU 6500-EXIT
058600     IF WS-STAFF-OK
058700         WRITE DUTY-SCHEDULE-RECORD
058720         PERFORM 6450-COUNT-DUTY THRU 6450-EXIT
058740             VARYING WS-DSUB FROM 1 BY 1
058760             UNTIL WS-DSUB > WS-STAFF-COUNT
058800     ELSE
058900         ADD 1 TO WS-SF-REJECT-COUNT
059000         MOVE DS-STAFF-ID TO WS-AUDIT-VALUE
059500 6400-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------*
059708*    6450-COUNT-DUTY - TALLIES THE SETTLED SLOT FOR THE        *
059716*    FAIRNESS SECTION AND MARKS THE STAFFER ON FOR THE DAY.    *
059724*--------------------------------------------------------------*
059732 6450-COUNT-DUTY.
059740     IF DS-STAFF-ID = WS-STAFF-ID (WS-DSUB)
059748         ADD 1 TO WS-STAFF-DUTY-COUNT (WS-DSUB)
059756         MOVE DS-DUTY-DATE TO WS-STAFF-LAST-DATE (WS-DSUB)
059764     END-IF.
059772 6450-EXIT.
059780     EXIT.
059788*--------------------------------------------------------------*
059800*    6500-VALIDATE-STAFF                                       *
059900*--------------------------------------------------------------*
060000 6500-VALIDATE-STAFF.
063600         UNTIL WS-SUB > WS-STAFF-COUNT
063700     MOVE WS-SUBSTITUTION-COUNT TO WS-CS-SUBSTITUTIONS
063800     MOVE WS-UNCOVERED-COUNT TO WS-CS-UNCOVERED
063850     MOVE WS-ROTATION-COUNT TO WS-CS-ROTATED
063900     WRITE DUTY-ROSTER-LINE FROM WS-COVERAGE-SUMMARY-LINE
063910     PERFORM 8200-TALLY-CAMPUS THRU 8200-EXIT
063920         VARYING WS-SUB FROM 1 BY 1
063930         UNTIL WS-SUB > WS-STAFF-COUNT
063940     WRITE DUTY-ROSTER-LINE FROM WS-FAIR-SECTION-HEADING
063950     WRITE DUTY-ROSTER-LINE FROM WS-FAIR-COLUMN-HEADING
063960     PERFORM 8300-WRITE-FAIRNESS-LINE THRU 8300-EXIT
063970         VARYING WS-SUB FROM 1 BY 1
063980         UNTIL WS-SUB > WS-STAFF-COUNT
064000     CLOSE TERM-CALENDAR-FILE
064100     IF WS-SF-REJECT-COUNT > 0
064200         DISPLAY "DUTYROST: STAFF ASSIGNMENTS REJECTED - "
064300             WS-SF-REJECT-COUNT
064400     END-IF
064409     IF WS-DK-DROP-COUNT > 0
064418         DISPLAY "DUTYROST: CONSTRAINT TABLE FULL - DROPPED - "
064427             WS-DK-DROP-COUNT
064436         MOVE 4 TO RETURN-CODE
064445     END-IF
064454     IF WS-CAMPUS-DROP-COUNT > 0
064463         DISPLAY "DUTYROST: CAMPUS TABLE FULL - DROPPED - "
064472             WS-CAMPUS-DROP-COUNT
064481         MOVE 4 TO RETURN-CODE
064490     END-IF
064500     CLOSE DUTY-SCHEDULE-FILE
064600     CLOSE DUTY-ROSTER-RPT.
064700 8000-EXIT.
065900     END-IF.
066000 8100-EXIT.
066100     EXIT.
066101*--------------------------------------------------------------*
066102*    8200-TALLY-CAMPUS - ROLLS EACH STAFFER'S DUTY COUNT INTO  *
066103*    THEIR CAMPUS SO THE AVERAGE IS PER HEAD ON THAT CAMPUS.   *
066104*--------------------------------------------------------------*
066105 8200-TALLY-CAMPUS.
066106     MOVE ZERO TO WS-STAFF-CP-SUB (WS-SUB)
066107     PERFORM 8210-FIND-CAMPUS THRU 8210-EXIT
066108         VARYING WS-CPSUB FROM 1 BY 1
066109         UNTIL WS-CPSUB > WS-CAMPUS-COUNT
066110             OR WS-STAFF-CP-SUB (WS-SUB) > 0
066111     IF WS-STAFF-CP-SUB (WS-SUB) = 0
066112         IF WS-CAMPUS-COUNT < 20
066113             ADD 1 TO WS-CAMPUS-COUNT
066114             MOVE WS-STAFF-CAMPUS (WS-SUB)
066115                 TO WS-CP-CODE (WS-CAMPUS-COUNT)
066116             MOVE ZERO TO WS-CP-STAFF (WS-CAMPUS-COUNT)
066117             MOVE ZERO TO WS-CP-DUTIES (WS-CAMPUS-COUNT)
066118             MOVE WS-CAMPUS-COUNT TO WS-STAFF-CP-SUB (WS-SUB)
066119         ELSE
066120             ADD 1 TO WS-CAMPUS-DROP-COUNT
066121             GO TO 8200-EXIT
066122         END-IF
066123     END-IF
066124     MOVE WS-STAFF-CP-SUB (WS-SUB) TO WS-CPSUB
066125     ADD 1 TO WS-CP-STAFF (WS-CPSUB)
066126     ADD WS-STAFF-DUTY-COUNT (WS-SUB) TO WS-CP-DUTIES (WS-CPSUB).
066127 8200-EXIT.
066128     EXIT.
066129*--------------------------------------------------------------*
066130*    8210-FIND-CAMPUS                                          *
066131*--------------------------------------------------------------*
066132 8210-FIND-CAMPUS.
066133     IF WS-CP-CODE (WS-CPSUB) = WS-STAFF-CAMPUS (WS-SUB)
066134         MOVE WS-CPSUB TO WS-STAFF-CP-SUB (WS-SUB)
066135     END-IF.
066136 8210-EXIT.
066137     EXIT.
066138*--------------------------------------------------------------*
066139*    8300-WRITE-FAIRNESS-LINE - ONE LINE PER ROTATION STAFFER, *
066140*    DUTIES WORKED AGAINST THEIR CAMPUS AVERAGE.               *
066141*--------------------------------------------------------------*
066142 8300-WRITE-FAIRNESS-LINE.
066143     MOVE WS-STAFF-ID (WS-SUB) TO WS-FD-STAFF-ID
066144     MOVE WS-STAFF-NAME (WS-SUB) TO WS-FD-STAFF-NAME
066145     MOVE WS-STAFF-CAMPUS (WS-SUB) TO WS-FD-CAMPUS
066146     MOVE WS-STAFF-DUTY-COUNT (WS-SUB) TO WS-FD-DUTY-COUNT
066147     MOVE ZERO TO WS-CAMPUS-AVERAGE
066148     MOVE WS-STAFF-CP-SUB (WS-SUB) TO WS-CPSUB
066149     IF WS-CPSUB > 0
066150         COMPUTE WS-CAMPUS-AVERAGE ROUNDED =
066151             WS-CP-DUTIES (WS-CPSUB) / WS-CP-STAFF (WS-CPSUB)
066152     END-IF
066153     COMPUTE WS-DUTY-VARIANCE =
066154         WS-STAFF-DUTY-COUNT (WS-SUB) - WS-CAMPUS-AVERAGE
066155     MOVE WS-CAMPUS-AVERAGE TO WS-FD-CAMPUS-AVG
066156     MOVE WS-DUTY-VARIANCE TO WS-FD-VARIANCE
066157     WRITE DUTY-ROSTER-LINE FROM WS-FAIR-DETAIL-LINE.
066158 8300-EXIT.
066159     EXIT.
066200 END PROGRAM DUTYROST.
