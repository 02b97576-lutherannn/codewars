000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MEALCLM.
000300 AUTHOR. D-SIMMONS.
000400 INSTALLATION. DISTRICT-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    MONTHLY REIMBURSABLE MEAL CLAIM.  COUNTS THE MONTH'S       *
000900*    REIMBURSABLE MEAL SALES BY PRICING TIER, CAMPUS, AND       *
001000*    SERVING DAY, LIMITED TO REGULAR-TERM SCHOOL DAYS ON THE    *
001100*    TERM CALENDAR, AND WRITES THE STATE CLAIM RECORD PRICED    *
001200*    AT THE FEDERAL RATES.  THE EDIT CHECK CLAIMS ONE MEAL PER  *
001300*    STUDENT PER DAY (THE SALE DETAIL ARRIVES SORTED BY STUDENT *
001400*    AND DATE) AND FLAGS ANY DAY WHOSE COUNT FOR A TIER EXCEEDS *
001500*    THE CAMPUS ENROLLMENT IN THAT TIER.  THE NIGHTLY GL        *
001600*    EXTRACT POSTS THE CLAIM TOTAL AS A RECEIVABLE.             *
001700*    PARM = CLAIM MONTH (YYYYMM); DEFAULTS TO LAST MONTH.       *
001730*    A MEAL VOIDED AT THE POS IS LISTED, NOT CLAIMED - A FIRST  *
001760*    PASS OVER THE SALE DETAIL COLLECTS THE VOIDED TRANS IDS.   *
001800*--------------------------------------------------------------*
001900*    MODIFICATION HISTORY                                      *
002000*    2026-10-14  DLS  ORIGINAL PROGRAM.                        *
002050*    2026-10-15  DLS  MEALS VOIDED AT THE POS ARE NOT CLAIMED. *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CONCESSION-SALE-FILE ASSIGN TO CONCSALE
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT TERM-CALENDAR-FILE ASSIGN TO TERMCAL
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS SM-STUDENT-ID
003300         FILE STATUS IS WS-SM-FILE-STATUS.
003400     SELECT MEAL-RATE-CONTROL-FILE ASSIGN TO MEALRATE
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-MR-FILE-STATUS.
003700     SELECT MEAL-CLAIM-FILE ASSIGN TO MEALCLM
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT MEAL-CLAIM-RPT ASSIGN TO MCLMRPT
004000         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CONCESSION-SALE-FILE
004400     RECORDING MODE IS F.
004500     COPY concsale.
004600 FD  TERM-CALENDAR-FILE
004700     RECORDING MODE IS F.
004800     COPY calendar.
004900 FD  STUDENT-MASTER-FILE.
005000     COPY studmast.
005100 FD  MEAL-RATE-CONTROL-FILE
005200     RECORDING MODE IS F.
005300     COPY mealrate.
005400 FD  MEAL-CLAIM-FILE
005500     RECORDING MODE IS F.
005600     COPY mealclm.
005700 FD  MEAL-CLAIM-RPT
005800     RECORDING MODE IS F.
005900 01  MEAL-CLAIM-LINE                PIC X(80).
006000 WORKING-STORAGE SECTION.
006100 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006200 01  WS-MR-FILE-STATUS              PIC X(02) VALUE SPACE.
006300 01  WS-CS-EOF-SWITCH               PIC X(01) VALUE "N".
006400     88  WS-CS-EOF                      VALUE "Y".
006500 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
006600     88  WS-CAL-EOF                     VALUE "Y".
006700 01  WS-SM-EOF-SWITCH               PIC X(01) VALUE "N".
006800     88  WS-SM-EOF                      VALUE "Y".
006900 01  WS-TIMESTAMP.
007000     05  WS-TS-DATE                 PIC 9(08).
007100     05  FILLER                     PIC X(13).
007200 01  WS-TS-DATE-PARTS REDEFINES WS-TIMESTAMP.
007300     05  WS-TS-YEAR                 PIC 9(04).
007400     05  WS-TS-MONTH                PIC 9(02).
007500     05  FILLER                     PIC X(15).
007600 01  WS-CLAIM-MONTH                 PIC 9(06).
007700 01  WS-CLAIM-MONTH-PARTS REDEFINES WS-CLAIM-MONTH.
007800     05  WS-CLAIM-YEAR              PIC 9(04).
007900     05  WS-CLAIM-MON               PIC 9(02).
008000 01  WS-FREE-RATE                   PIC 9(02)V99 VALUE ZERO.
008100 01  WS-REDUCED-RATE                PIC 9(02)V99 VALUE ZERO.
008200 01  WS-PAID-RATE                   PIC 9(02)V99 VALUE ZERO.
008300*    THE CLAIM MONTH'S REGULAR-TERM SCHOOL DAYS.
008400 01  WS-CAL-COUNT                   PIC 9(02) COMP VALUE ZERO.
008500 01  WS-CALSUB                      PIC 9(02) COMP.
008600 01  WS-CALENDAR-TABLE.
008700     05  WS-CAL-DATE OCCURS 31 TIMES PIC 9(08).
008800 01  WS-SCHOOL-DAY-SWITCH           PIC X(01).
008900     88  WS-SCHOOL-DAY                  VALUE "Y".
009000     88  WS-NOT-SCHOOL-DAY              VALUE "N".
009100*    ENROLLMENT BY CAMPUS AND TIER FROM THE MASTER.
009200 01  WS-EN-COUNT                    PIC 9(02) COMP VALUE ZERO.
009300 01  WS-EN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
009400 01  WS-ENSUB                       PIC 9(02) COMP.
009500 01  WS-EN-FOUND-SUB                PIC 9(02) COMP.
009600 01  WS-ENROLL-TABLE.
009700     05  WS-EN-ENTRY OCCURS 50 TIMES.
009800         10  WS-EN-CAMPUS           PIC X(03).
009900         10  WS-EN-FREE             PIC 9(05) COMP.
010000         10  WS-EN-REDUCED          PIC 9(05) COMP.
010100         10  WS-EN-PAID             PIC 9(05) COMP.
010200*    MEALS CLAIMED BY CAMPUS AND SERVING DAY, KEPT IN CAMPUS
010300*    AND DATE ORDER AS ENTRIES ARE ADDED.
010400 01  WS-DY-COUNT                    PIC 9(04) COMP VALUE ZERO.
010500 01  WS-DY-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
010600 01  WS-DYSUB                       PIC 9(04) COMP.
010700 01  WS-DYSUB2                      PIC 9(04) COMP.
010800 01  WS-DY-FOUND-SUB                PIC 9(04) COMP.
010900 01  WS-DAY-TABLE.
011000     05  WS-DY-ENTRY OCCURS 1000 TIMES.
011100         10  WS-DY-KEY.
011200             15  WS-DY-CAMPUS       PIC X(03).
011300             15  WS-DY-DATE         PIC 9(08).
011400         10  WS-DY-FREE             PIC 9(05) COMP.
011500         10  WS-DY-REDUCED          PIC 9(05) COMP.
011600         10  WS-DY-PAID             PIC 9(05) COMP.
011700 01  WS-NEW-KEY.
011800     05  WS-NK-CAMPUS               PIC X(03).
011900     05  WS-NK-DATE                 PIC 9(08).
012000 01  WS-LAST-STUDENT-ID             PIC X(09) VALUE SPACE.
012100 01  WS-LAST-SALE-DATE              PIC 9(08) VALUE ZERO.
012110*    REIMBURSABLE MEALS VOIDED AT THE POS, BY TRANS ID.
012120 01  WS-VO-COUNT                    PIC 9(04) COMP VALUE ZERO.
012130 01  WS-VO-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
012140 01  WS-VOSUB                       PIC 9(04) COMP.
012150 01  WS-VOIDED-TABLE.
012160     05  WS-VO-TRANS-ID OCCURS 2000 TIMES PIC X(09).
012170 01  WS-VOIDED-SWITCH               PIC X(01).
012180     88  WS-SALE-VOIDED                 VALUE "Y".
012190     88  WS-SALE-NOT-VOIDED             VALUE "N".
012200 01  WS-EXCEPTION-REASON            PIC X(20).
012300 01  WS-DAY-AMOUNT                  PIC 9(07)V99.
012400 01  WS-SALE-COUNT                  PIC 9(07) COMP VALUE ZERO.
012500 01  WS-CLAIMED-COUNT               PIC 9(07) COMP VALUE ZERO.
012600 01  WS-EXCEPTION-COUNT             PIC 9(05) COMP VALUE ZERO.
012700 01  WS-OVER-ENROLL-COUNT           PIC 9(05) COMP VALUE ZERO.
012800 01  WS-TOTAL-FREE                  PIC 9(07) COMP VALUE ZERO.
012900 01  WS-TOTAL-REDUCED               PIC 9(07) COMP VALUE ZERO.
013000 01  WS-TOTAL-PAID                  PIC 9(07) COMP VALUE ZERO.
013100 01  WS-TOTAL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
013200 01  WS-REPORT-HEADING              PIC X(80)
013300         VALUE "REIMBURSABLE MEAL CLAIM EDIT CHECK".
013400 01  WS-EXCEPTION-HEADING           PIC X(80)
013500         VALUE "MEALS NOT CLAIMED".
013600 01  WS-DAY-HEADING                 PIC X(80)
013700         VALUE "CMP  SERVE DATE   FREE    RED   PAID      AMOUNT".
013800 01  WS-EXCEPTION-LINE.
013900     05  WS-XL-REASON               PIC X(20).
014000     05  FILLER                     PIC X(01) VALUE SPACE.
014100     05  WS-XL-STUDENT-ID           PIC X(09).
014200     05  FILLER                     PIC X(01) VALUE SPACE.
014300     05  WS-XL-SALE-DATE            PIC 9(08).
014400     05  FILLER                     PIC X(01) VALUE SPACE.
014500     05  WS-XL-TRANS-ID             PIC X(09).
014600     05  FILLER                     PIC X(01) VALUE SPACE.
014700     05  WS-XL-ITEM-ID              PIC X(09).
014800     05  FILLER                     PIC X(21) VALUE SPACE.
014900 01  WS-DAY-LINE.
015000     05  WS-DL-CAMPUS               PIC X(03).
015100     05  FILLER                     PIC X(02) VALUE SPACE.
015200     05  WS-DL-DATE                 PIC 9(08).
015300     05  FILLER                     PIC X(02) VALUE SPACE.
015400     05  WS-DL-FREE                 PIC ZZ,ZZ9.
015500     05  FILLER                     PIC X(01) VALUE SPACE.
015600     05  WS-DL-REDUCED              PIC ZZ,ZZ9.
015700     05  FILLER                     PIC X(01) VALUE SPACE.
015800     05  WS-DL-PAID                 PIC ZZ,ZZ9.
015900     05  FILLER                     PIC X(02) VALUE SPACE.
016000     05  WS-DL-AMOUNT               PIC ZZZ,ZZ9.99.
016100     05  FILLER                     PIC X(02) VALUE SPACE.
016200     05  WS-DL-NOTE                 PIC X(16).
016300     05  FILLER                     PIC X(15) VALUE SPACE.
016400 01  WS-TOTAL-LINE.
016500     05  FILLER                     PIC X(07) VALUE "TOTAL  ".
016600     05  WS-TL-MONTH                PIC 9(06).
016700     05  FILLER                     PIC X(02) VALUE SPACE.
016800     05  WS-TL-FREE                 PIC ZZZ,ZZ9.
016900     05  WS-TL-REDUCED              PIC ZZZ,ZZ9.
017000     05  WS-TL-PAID                 PIC ZZZ,ZZ9.
017100     05  FILLER                     PIC X(01) VALUE SPACE.
017200     05  WS-TL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
017300     05  FILLER                     PIC X(31) VALUE SPACE.
017400 01  WS-SUMMARY-LINE.
017500     05  FILLER                     PIC X(08) VALUE "SALES - ".
017600     05  WS-SL-SALES                PIC Z,ZZZ,ZZ9.
017700     05  FILLER                     PIC X(12)
017800             VALUE "  CLAIMED - ".
017900     05  WS-SL-CLAIMED              PIC Z,ZZZ,ZZ9.
018000     05  FILLER                     PIC X(15)
018100             VALUE "  NOT CLAIMED -".
018200     05  WS-SL-EXCEPTIONS           PIC ZZ,ZZ9.
018300     05  FILLER                     PIC X(13)
018400             VALUE "  OVER ENR - ".
018500     05  WS-SL-OVER-ENROLL          PIC ZZ,ZZ9.
018600     05  FILLER                     PIC X(02) VALUE SPACE.
018700 LINKAGE SECTION.
018800 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
018900 01  LS-PARM-DATA                   PIC X(10).
019000 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
019100*--------------------------------------------------------------*
019200*    0000-MAINLINE                                              *
019300*--------------------------------------------------------------*
019400 0000-MAINLINE.
019500     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
019600     MOVE WS-TS-YEAR TO WS-CLAIM-YEAR
019700     MOVE WS-TS-MONTH TO WS-CLAIM-MON
019800     IF WS-CLAIM-MON = 1
019900         MOVE 12 TO WS-CLAIM-MON
020000         SUBTRACT 1 FROM WS-CLAIM-YEAR
020100     ELSE
020200         SUBTRACT 1 FROM WS-CLAIM-MON
020300     END-IF
020400     IF LS-PARM-LENGTH >= 6
020500             AND LS-PARM-DATA (1:6) IS NUMERIC
020600         MOVE LS-PARM-DATA (1:6) TO WS-CLAIM-MONTH
020700     END-IF
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900     PERFORM 2000-COUNT-SALE THRU 2000-EXIT
021000         UNTIL WS-CS-EOF
021100     WRITE MEAL-CLAIM-LINE FROM WS-DAY-HEADING
021200     PERFORM 3000-WRITE-CLAIM-DAY THRU 3000-EXIT
021300         VARYING WS-DYSUB FROM 1 BY 1
021400         UNTIL WS-DYSUB > WS-DY-COUNT
021500     PERFORM 8000-FINALIZE THRU 8000-EXIT
021600     GOBACK.
021700*--------------------------------------------------------------*
021800*    1000-INITIALIZE - LOADS THE MONTH'S SCHOOL DAYS, THE       *
021900*    FEDERAL RATES, AND THE ENROLLMENT BY CAMPUS AND TIER.  A   *
022000*    MISSING RATE FILE STILL COUNTS THE CLAIM BUT PRICES IT AT  *
022100*    ZERO AND ENDS THE RUN RC 8.                                *
022200*--------------------------------------------------------------*
022300 1000-INITIALIZE.
022400     OPEN INPUT TERM-CALENDAR-FILE
022500     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
022600         UNTIL WS-CAL-EOF
022700     CLOSE TERM-CALENDAR-FILE
022800     OPEN INPUT MEAL-RATE-CONTROL-FILE
022900     IF WS-MR-FILE-STATUS = "35"
023000         DISPLAY "MEALCLM: MEAL RATE FILE MISSING - "
023050             "CLAIM UNPRICED"
023100         MOVE 8 TO RETURN-CODE
023200     ELSE
023300         READ MEAL-RATE-CONTROL-FILE
023400             AT END
023500                 DISPLAY "MEALCLM: MEAL RATE RECORD MISSING - "
023600                     "CLAIM UNPRICED"
023700                 MOVE 8 TO RETURN-CODE
023800             NOT AT END
023900                 MOVE MR-FREE-RATE TO WS-FREE-RATE
024000                 MOVE MR-REDUCED-RATE TO WS-REDUCED-RATE
024100                 MOVE MR-PAID-RATE TO WS-PAID-RATE
024200         END-READ
024300         CLOSE MEAL-RATE-CONTROL-FILE
024400     END-IF
024500     OPEN INPUT STUDENT-MASTER-FILE
024600     PERFORM 1200-LOAD-ENROLLMENT THRU 1200-EXIT
024700         UNTIL WS-SM-EOF
024800     OPEN INPUT CONCESSION-SALE-FILE
024810     PERFORM 1400-LOAD-VOID THRU 1400-EXIT
024820         UNTIL WS-CS-EOF
024830     CLOSE CONCESSION-SALE-FILE
024840     MOVE "N" TO WS-CS-EOF-SWITCH
024850     OPEN INPUT CONCESSION-SALE-FILE
024900     OPEN OUTPUT MEAL-CLAIM-FILE
025000     OPEN OUTPUT MEAL-CLAIM-RPT
025100     WRITE MEAL-CLAIM-LINE FROM WS-REPORT-HEADING
025200     WRITE MEAL-CLAIM-LINE FROM WS-EXCEPTION-HEADING
025300     PERFORM 2100-READ-SALE THRU 2100-EXIT.
025400 1000-EXIT.
025500     EXIT.
025600*--------------------------------------------------------------*
025700*    1100-LOAD-CALENDAR - REGULAR-TERM DAYS IN THE CLAIM MONTH  *
025800*    ONLY; SUMMER SESSION MEALS ARE CLAIMED UNDER THE SUMMER    *
025900*    PROGRAM, NOT HERE.                                         *
026000*--------------------------------------------------------------*
026100 1100-LOAD-CALENDAR.
026200     READ TERM-CALENDAR-FILE
026300         AT END
026400             SET WS-CAL-EOF TO TRUE
026500             GO TO 1100-EXIT
026600     END-READ
026700     IF TC-CAL-DATE (1:6) NOT = WS-CLAIM-MONTH
026800             OR TC-SESSION-SUMMER
026900         GO TO 1100-EXIT
027000     END-IF
027100     IF WS-CAL-COUNT < 31
027200         ADD 1 TO WS-CAL-COUNT
027300         MOVE TC-CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
027400     END-IF.
027500 1100-EXIT.
027600     EXIT.
027700*--------------------------------------------------------------*
027800*    1200-LOAD-ENROLLMENT - ONE PASS OF THE MASTER; EVERY ROW   *
027900*    IS AN ENROLLED STUDENT, COUNTED UNDER ITS CAMPUS AND TIER. *
028000*--------------------------------------------------------------*
028100 1200-LOAD-ENROLLMENT.
028200     READ STUDENT-MASTER-FILE NEXT RECORD
028300         AT END
028400             SET WS-SM-EOF TO TRUE
028500             GO TO 1200-EXIT
028600     END-READ
028700     MOVE SM-CAMPUS-CODE TO WS-NK-CAMPUS
028800     PERFORM 1300-FIND-CAMPUS THRU 1300-EXIT
028900     IF WS-EN-FOUND-SUB = 0
029000         IF WS-EN-COUNT >= 50
029100             ADD 1 TO WS-EN-DROP-COUNT
029200             GO TO 1200-EXIT
029300         END-IF
029400         ADD 1 TO WS-EN-COUNT
029500         MOVE WS-EN-COUNT TO WS-EN-FOUND-SUB
029600         MOVE SM-CAMPUS-CODE TO WS-EN-CAMPUS (WS-EN-FOUND-SUB)
029700         MOVE ZERO TO WS-EN-FREE (WS-EN-FOUND-SUB)
029800         MOVE ZERO TO WS-EN-REDUCED (WS-EN-FOUND-SUB)
029900         MOVE ZERO TO WS-EN-PAID (WS-EN-FOUND-SUB)
030000     END-IF
030100     EVALUATE TRUE
030200         WHEN SM-TIER-FREE
030300             ADD 1 TO WS-EN-FREE (WS-EN-FOUND-SUB)
030400         WHEN SM-TIER-REDUCED
030500             ADD 1 TO WS-EN-REDUCED (WS-EN-FOUND-SUB)
030600         WHEN OTHER
030700             ADD 1 TO WS-EN-PAID (WS-EN-FOUND-SUB)
030800     END-EVALUATE.
030900 1200-EXIT.
031000     EXIT.
031100*--------------------------------------------------------------*
031200*    1300-FIND-CAMPUS - WS-EN-FOUND-SUB COMES BACK POINTING AT  *
031300*    THE ENROLLMENT ENTRY FOR WS-NK-CAMPUS, OR ZERO.            *
031400*--------------------------------------------------------------*
031500 1300-FIND-CAMPUS.
031600     MOVE ZERO TO WS-EN-FOUND-SUB
031700     PERFORM 1310-MATCH-CAMPUS THRU 1310-EXIT
031800         VARYING WS-ENSUB FROM 1 BY 1
031900         UNTIL WS-ENSUB > WS-EN-COUNT
032000             OR WS-EN-FOUND-SUB > 0.
032100 1300-EXIT.
032200     EXIT.
032300*--------------------------------------------------------------*
032400*    1310-MATCH-CAMPUS                                          *
032500*--------------------------------------------------------------*
032600 1310-MATCH-CAMPUS.
032700     IF WS-NK-CAMPUS = WS-EN-CAMPUS (WS-ENSUB)
032800         MOVE WS-ENSUB TO WS-EN-FOUND-SUB
032900     END-IF.
033000 1310-EXIT.
033100     EXIT.
033105*--------------------------------------------------------------*
033110*    1400-LOAD-VOID - FIRST PASS; THE VOID ROW CARRIES THE SAME *
033115*    TRANS ID AS THE SALE IT REVERSES.                          *
033120*--------------------------------------------------------------*
033125 1400-LOAD-VOID.
033130     PERFORM 2100-READ-SALE THRU 2100-EXIT
033135     IF WS-CS-EOF
033140             OR NOT CS-ENTRY-VOID
033145             OR NOT CS-REIMBURSABLE-MEAL
033150         GO TO 1400-EXIT
033155     END-IF
033160     IF WS-VO-COUNT >= 2000
033165         ADD 1 TO WS-VO-DROP-COUNT
033170         GO TO 1400-EXIT
033175     END-IF
033180     ADD 1 TO WS-VO-COUNT
033185     MOVE CS-TRANS-ID TO WS-VO-TRANS-ID (WS-VO-COUNT).
033190 1400-EXIT.
033195     EXIT.
033200*--------------------------------------------------------------*
033300*    2000-COUNT-SALE - A REIMBURSABLE MEAL IN THE CLAIM MONTH   *
033400*    IS CLAIMED UNLESS IT FELL ON A NON-SCHOOL DAY, IS THE      *
033500*    STUDENT'S SECOND MEAL THAT DAY, OR THE STUDENT IS NOT ON   *
033600*    THE MASTER - THOSE ARE LISTED, NOT CLAIMED.                *
033630*    A SALE LATER VOIDED AT THE POS IS LISTED THE SAME WAY AND  *
033660*    THE VOID ROW ITSELF IS SKIPPED.                            *
033700*--------------------------------------------------------------*
033800 2000-COUNT-SALE.
033900     IF NOT CS-REIMBURSABLE-MEAL
033950             OR CS-ENTRY-VOID
034000             OR CS-SALE-DATE (1:6) NOT = WS-CLAIM-MONTH
034100         GO TO 2000-NEXT
034200     END-IF
034300     ADD 1 TO WS-SALE-COUNT
034400     MOVE SPACE TO WS-EXCEPTION-REASON
034409     SET WS-SALE-NOT-VOIDED TO TRUE
034418     PERFORM 2250-MATCH-VOID THRU 2250-EXIT
034427         VARYING WS-VOSUB FROM 1 BY 1
034436         UNTIL WS-VOSUB > WS-VO-COUNT
034445             OR WS-SALE-VOIDED
034454     IF WS-SALE-VOIDED
034463         MOVE "VOIDED AT POS" TO WS-EXCEPTION-REASON
034472         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
034481         GO TO 2000-NEXT
034490     END-IF
034500     PERFORM 2200-CHECK-SCHOOL-DAY THRU 2200-EXIT
034600     IF WS-NOT-SCHOOL-DAY
034700         MOVE "NOT A SCHOOL DAY" TO WS-EXCEPTION-REASON
034800         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
034900         GO TO 2000-NEXT
035000     END-IF
035100     IF CS-STUDENT-ID = WS-LAST-STUDENT-ID
035200             AND CS-SALE-DATE = WS-LAST-SALE-DATE
035300         MOVE "SECOND MEAL SAME DAY" TO WS-EXCEPTION-REASON
035400         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
035500         GO TO 2000-NEXT
035600     END-IF
035800     MOVE CS-STUDENT-ID TO SM-STUDENT-ID
035900     READ STUDENT-MASTER-FILE
036000         INVALID KEY
036100             MOVE "UNKNOWN STUDENT" TO WS-EXCEPTION-REASON
036200             PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
036300             GO TO 2000-NEXT
036400     END-READ
036500     MOVE CS-STUDENT-ID TO WS-LAST-STUDENT-ID
036600     MOVE CS-SALE-DATE TO WS-LAST-SALE-DATE
036700     MOVE SM-CAMPUS-CODE TO WS-NK-CAMPUS
036800     MOVE CS-SALE-DATE TO WS-NK-DATE
036900     PERFORM 2300-FIND-DAY THRU 2300-EXIT
037000     IF WS-DY-FOUND-SUB = 0
037100         PERFORM 2400-ADD-DAY THRU 2400-EXIT
037200     END-IF
037300     IF WS-DY-FOUND-SUB = 0
037400         GO TO 2000-NEXT
037500     END-IF
037600     ADD 1 TO WS-CLAIMED-COUNT
037700     EVALUATE TRUE
037800         WHEN CS-TIER-FREE
037900             ADD 1 TO WS-DY-FREE (WS-DY-FOUND-SUB)
038000         WHEN CS-TIER-REDUCED
038100             ADD 1 TO WS-DY-REDUCED (WS-DY-FOUND-SUB)
038200         WHEN OTHER
038300             ADD 1 TO WS-DY-PAID (WS-DY-FOUND-SUB)
038400     END-EVALUATE.
038500 2000-NEXT.
038600     PERFORM 2100-READ-SALE THRU 2100-EXIT.
038700 2000-EXIT.
038800     EXIT.
038900*--------------------------------------------------------------*
039000*    2100-READ-SALE                                             *
039100*--------------------------------------------------------------*
039200 2100-READ-SALE.
039300     READ CONCESSION-SALE-FILE
039400         AT END
039500             SET WS-CS-EOF TO TRUE
039600     END-READ.
039700 2100-EXIT.
039800     EXIT.
039900*--------------------------------------------------------------*
040000*    2200-CHECK-SCHOOL-DAY                                      *
040100*--------------------------------------------------------------*
040200 2200-CHECK-SCHOOL-DAY.
040300     SET WS-NOT-SCHOOL-DAY TO TRUE
040400     PERFORM 2210-MATCH-SCHOOL-DAY THRU 2210-EXIT
040500         VARYING WS-CALSUB FROM 1 BY 1
040600         UNTIL WS-CALSUB > WS-CAL-COUNT
040700             OR WS-SCHOOL-DAY.
040800 2200-EXIT.
040900     EXIT.
041000*--------------------------------------------------------------*
041100*    2210-MATCH-SCHOOL-DAY                                      *
041200*--------------------------------------------------------------*
041300 2210-MATCH-SCHOOL-DAY.
041400     IF CS-SALE-DATE = WS-CAL-DATE (WS-CALSUB)
041500         SET WS-SCHOOL-DAY TO TRUE
041600     END-IF.
041700 2210-EXIT.
041800     EXIT.
041810*--------------------------------------------------------------*
041820*    2250-MATCH-VOID                                            *
041830*--------------------------------------------------------------*
041840 2250-MATCH-VOID.
041850     IF CS-TRANS-ID = WS-VO-TRANS-ID (WS-VOSUB)
041860         SET WS-SALE-VOIDED TO TRUE
041870     END-IF.
041880 2250-EXIT.
041890     EXIT.
041900*--------------------------------------------------------------*
042000*    2300-FIND-DAY - WS-DY-FOUND-SUB COMES BACK POINTING AT THE *
042100*    ENTRY FOR WS-NEW-KEY, OR ZERO.                             *
042200*--------------------------------------------------------------*
042300 2300-FIND-DAY.
042400     MOVE ZERO TO WS-DY-FOUND-SUB
042500     PERFORM 2310-MATCH-DAY THRU 2310-EXIT
042600         VARYING WS-DYSUB FROM 1 BY 1
042700         UNTIL WS-DYSUB > WS-DY-COUNT
042800             OR WS-DY-FOUND-SUB > 0.
042900 2300-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------*
043200*    2310-MATCH-DAY                                             *
043300*--------------------------------------------------------------*
043400 2310-MATCH-DAY.
043500     IF WS-NEW-KEY = WS-DY-KEY (WS-DYSUB)
043600         MOVE WS-DYSUB TO WS-DY-FOUND-SUB
043700     END-IF.
043800 2310-EXIT.
043900     EXIT.
044000*--------------------------------------------------------------*
044100*    2400-ADD-DAY - INSERTS WS-NEW-KEY IN CAMPUS AND DATE       *
044200*    ORDER, SHIFTING THE HIGHER ENTRIES UP ONE.                 *
044300*--------------------------------------------------------------*
044400 2400-ADD-DAY.
044500     IF WS-DY-COUNT >= 1000
044600         ADD 1 TO WS-DY-DROP-COUNT
044700         GO TO 2400-EXIT
044800     END-IF
044900     MOVE 1 TO WS-DY-FOUND-SUB
045000     PERFORM 2410-FIND-SLOT THRU 2410-EXIT
045100         VARYING WS-DYSUB FROM 1 BY 1
045200         UNTIL WS-DYSUB > WS-DY-COUNT
045300     PERFORM 2420-SHIFT-DAY THRU 2420-EXIT
045400         VARYING WS-DYSUB2 FROM WS-DY-COUNT BY -1
045500         UNTIL WS-DYSUB2 < WS-DY-FOUND-SUB
045600     ADD 1 TO WS-DY-COUNT
045700     MOVE WS-NEW-KEY TO WS-DY-KEY (WS-DY-FOUND-SUB)
045800     MOVE ZERO TO WS-DY-FREE (WS-DY-FOUND-SUB)
045900     MOVE ZERO TO WS-DY-REDUCED (WS-DY-FOUND-SUB)
046000     MOVE ZERO TO WS-DY-PAID (WS-DY-FOUND-SUB).
046100 2400-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------*
046400*    2410-FIND-SLOT - THE NEW ENTRY GOES AFTER EVERY LOWER KEY. *
046500*--------------------------------------------------------------*
046600 2410-FIND-SLOT.
046700     IF WS-DY-KEY (WS-DYSUB) < WS-NEW-KEY
046800         COMPUTE WS-DY-FOUND-SUB = WS-DYSUB + 1
046900     END-IF.
047000 2410-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------*
047300*    2420-SHIFT-DAY                                             *
047400*--------------------------------------------------------------*
047500 2420-SHIFT-DAY.
047600     MOVE WS-DY-ENTRY (WS-DYSUB2) TO WS-DY-ENTRY (WS-DYSUB2 + 1).
047700 2420-EXIT.
047800     EXIT.
047900*--------------------------------------------------------------*
048000*    2900-LIST-EXCEPTION                                        *
048100*--------------------------------------------------------------*
048200 2900-LIST-EXCEPTION.
048300     ADD 1 TO WS-EXCEPTION-COUNT
048400     MOVE WS-EXCEPTION-REASON TO WS-XL-REASON
048500     MOVE CS-STUDENT-ID TO WS-XL-STUDENT-ID
048600     MOVE CS-SALE-DATE TO WS-XL-SALE-DATE
048700     MOVE CS-TRANS-ID TO WS-XL-TRANS-ID
048800     MOVE CS-ITEM-ID TO WS-XL-ITEM-ID
048900     WRITE MEAL-CLAIM-LINE FROM WS-EXCEPTION-LINE.
049000 2900-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------*
049300*    3000-WRITE-CLAIM-DAY - PRICES THE DAY, EDITS EACH TIER'S   *
049400*    COUNT AGAINST THE CAMPUS ENROLLMENT IN THAT TIER, AND      *
049500*    WRITES THE STATE CLAIM RECORD.                             *
049600*--------------------------------------------------------------*
049700 3000-WRITE-CLAIM-DAY.
049800     MOVE SPACE TO MEAL-CLAIM-RECORD
049900     MOVE WS-CLAIM-MONTH TO CM-CLAIM-MONTH
050000     MOVE WS-DY-CAMPUS (WS-DYSUB) TO CM-CAMPUS-CODE
050100     MOVE WS-DY-DATE (WS-DYSUB) TO CM-SERVE-DATE
050200     MOVE WS-DY-FREE (WS-DYSUB) TO CM-FREE-MEALS
050300     MOVE WS-DY-REDUCED (WS-DYSUB) TO CM-REDUCED-MEALS
050400     MOVE WS-DY-PAID (WS-DYSUB) TO CM-PAID-MEALS
050500     MOVE ZERO TO CM-FREE-ENROLL
050600     MOVE ZERO TO CM-REDUCED-ENROLL
050700     MOVE ZERO TO CM-PAID-ENROLL
050800     MOVE WS-DY-CAMPUS (WS-DYSUB) TO WS-NK-CAMPUS
050900     PERFORM 1300-FIND-CAMPUS THRU 1300-EXIT
051000     IF WS-EN-FOUND-SUB > 0
051100         MOVE WS-EN-FREE (WS-EN-FOUND-SUB) TO CM-FREE-ENROLL
051200         MOVE WS-EN-REDUCED (WS-EN-FOUND-SUB) TO CM-REDUCED-ENROLL
051300         MOVE WS-EN-PAID (WS-EN-FOUND-SUB) TO CM-PAID-ENROLL
051400     END-IF
051500     COMPUTE WS-DAY-AMOUNT ROUNDED =
051600         CM-FREE-MEALS * WS-FREE-RATE
051700         + CM-REDUCED-MEALS * WS-REDUCED-RATE
051800         + CM-PAID-MEALS * WS-PAID-RATE
051900     MOVE WS-DAY-AMOUNT TO CM-CLAIM-AMOUNT
052000     MOVE WS-TS-DATE TO CM-RUN-DATE
052100     MOVE SPACE TO WS-DL-NOTE
052200     IF CM-FREE-MEALS > CM-FREE-ENROLL
052300             OR CM-REDUCED-MEALS > CM-REDUCED-ENROLL
052400             OR CM-PAID-MEALS > CM-PAID-ENROLL
052500         SET CM-EDIT-OVER-ENROLL TO TRUE
052600         ADD 1 TO WS-OVER-ENROLL-COUNT
052700         MOVE "OVER ENROLLMENT" TO WS-DL-NOTE
052800     END-IF
052900     WRITE MEAL-CLAIM-RECORD
053000     ADD CM-FREE-MEALS TO WS-TOTAL-FREE
053100     ADD CM-REDUCED-MEALS TO WS-TOTAL-REDUCED
053200     ADD CM-PAID-MEALS TO WS-TOTAL-PAID
053300     ADD WS-DAY-AMOUNT TO WS-TOTAL-AMOUNT
053400     MOVE CM-CAMPUS-CODE TO WS-DL-CAMPUS
053500     MOVE CM-SERVE-DATE TO WS-DL-DATE
053600     MOVE CM-FREE-MEALS TO WS-DL-FREE
053700     MOVE CM-REDUCED-MEALS TO WS-DL-REDUCED
053800     MOVE CM-PAID-MEALS TO WS-DL-PAID
053900     MOVE WS-DAY-AMOUNT TO WS-DL-AMOUNT
054000     WRITE MEAL-CLAIM-LINE FROM WS-DAY-LINE.
054100 3000-EXIT.
054200     EXIT.
054300*--------------------------------------------------------------*
054400*    8000-FINALIZE - AN OVER-ENROLLMENT DAY ENDS THE RUN RC 4   *
054500*    SO THE CLAIM IS REVIEWED BEFORE IT IS FILED.               *
054600*--------------------------------------------------------------*
054700 8000-FINALIZE.
054800     MOVE WS-CLAIM-MONTH TO WS-TL-MONTH
054900     MOVE WS-TOTAL-FREE TO WS-TL-FREE
055000     MOVE WS-TOTAL-REDUCED TO WS-TL-REDUCED
055100     MOVE WS-TOTAL-PAID TO WS-TL-PAID
055200     MOVE WS-TOTAL-AMOUNT TO WS-TL-AMOUNT
055300     WRITE MEAL-CLAIM-LINE FROM WS-TOTAL-LINE
055400     MOVE WS-SALE-COUNT TO WS-SL-SALES
055500     MOVE WS-CLAIMED-COUNT TO WS-SL-CLAIMED
055600     MOVE WS-EXCEPTION-COUNT TO WS-SL-EXCEPTIONS
055700     MOVE WS-OVER-ENROLL-COUNT TO WS-SL-OVER-ENROLL
055800     WRITE MEAL-CLAIM-LINE FROM WS-SUMMARY-LINE
055900     IF WS-EN-DROP-COUNT > 0
056000         DISPLAY "MEALCLM: CAMPUS TABLE FULL - DROPPED - "
056100             WS-EN-DROP-COUNT
056200     END-IF
056210     IF WS-VO-DROP-COUNT > 0
056220         DISPLAY "MEALCLM: VOID TABLE FULL - DROPPED - "
056230             WS-VO-DROP-COUNT
056240         MOVE 8 TO RETURN-CODE
056250     END-IF
056300     IF WS-DY-DROP-COUNT > 0
056400         DISPLAY "MEALCLM: DAY TABLE FULL - DROPPED - "
056500             WS-DY-DROP-COUNT
056600         MOVE 8 TO RETURN-CODE
056700     END-IF
056800     IF WS-OVER-ENROLL-COUNT > 0
056900             AND RETURN-CODE < 4
057000         MOVE 4 TO RETURN-CODE
057100     END-IF
057200     CLOSE CONCESSION-SALE-FILE
057300     CLOSE STUDENT-MASTER-FILE
057400     CLOSE MEAL-CLAIM-FILE
057500     CLOSE MEAL-CLAIM-RPT.
057600 8000-EXIT.
057700     EXIT.
057800 END PROGRAM MEALCLM.
