000700*--------------------------------------------------------------*
000800*    DAILY ATTENDANCE POSTING.  EDITS THE OFFICE'S ATTENDANCE   *
000900*    TRANSACTIONS - THE DATE MUST BE A SCHOOL DAY ON THE TERM   *
001000*    CALENDAR, THE STUDENT MUST BE ON THE MASTER, THE CODE MUST *
001100*    BE P (PRESENT), A (ABSENT), T (TARDY, WITH AN ARRIVAL TIME *
001200*    INSIDE THE BELL SCHEDULE), S (SUSPENDED) OR E (SENT HOME,  *
001300*    WITH A DEPARTURE TIME) - S AND E WHOLE-DAY ONLY - AND AN A *
001320*    ROW'S ABSENCE REASON MUST BE I, M, F, R, B, U OR SPACE -   *
001340*    AND APPENDS CLEAN ROWS TO THE POSTED ATTENDANCE FILE.  THE *
001360*    PICKUP CHECK'S EARLY-DISMISSAL SIGN-OUTS POST AS CODE A    *
001380*    ROWS.  REJECTS GO TO THE REGISTER AND THE SHARED AUDIT     *
001390*    LOG.                                                       *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-08-22  DLS  ORIGINAL PROGRAM.                        *
001650*    2026-09-01  DLS  CUT A SAME-DAY WHOLE-DAY ABSENCE EXTRACT *
001660*                     FOR THE NIGHT ROUTE RUN ALONGSIDE THE    *
001670*                     POSTED FILE.                             *
001672*    2026-10-14  DLS  ACCEPT CODE S SUSPENSION DAYS FROM THE   *
001675*                     DISCIPLINE INCIDENT RUN - WHOLE-DAY      *
001678*                     ONLY, POSTED LIKE ANY OTHER CODE.        *
001681*    2026-10-14  DLS  ACCEPT CODE E SENT-HOME ROWS FROM THE    *
001684*                     NURSE VISIT RUN - WHOLE-DAY ONLY, WITH   *
001687*                     A NUMERIC DEPARTURE TIME.                *
001690*    2026-10-14  DLS  EDIT THE ABSENCE REASON CODE ON CODE A   *
001693*                     ROWS; OTHER CODES POST WITH NO REASON.   *
001694*    2026-10-14  DLS  EDIT TARDY ARRIVAL AND SENT-HOME DEPART  *
001695*                     TIMES AGAINST THE CAMPUS BELL SCHEDULE   *
001696*                     FOR THE DAY'S SCHEDULE TYPE.             *
001697*    2026-10-14  DLS  POST THE PICKUP CHECK'S EARLY-DISMISSAL  *
001698*                     SIGN-OUTS AS CODE A ROWS FOR EVERY       *
001699*                     PERIOD AFTER THE RELEASE TIME.           *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
003300         ORGANIZATION IS SEQUENTIAL.
003310     SELECT TODAY-ABSENCE-FILE ASSIGN TO DAYABSNC
003320         ORGANIZATION IS SEQUENTIAL.
003330     SELECT BELL-SCHEDULE-FILE ASSIGN TO BELLSCHD
003340         ORGANIZATION IS SEQUENTIAL
003350         FILE STATUS IS WS-BE-FILE-STATUS.
003360     SELECT SIGNOUT-FILE ASSIGN TO SIGNOUT
003370         ORGANIZATION IS SEQUENTIAL
003380         FILE STATUS IS WS-SN-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ATTENDANCE-TXN-FILE
004910 FD  TODAY-ABSENCE-FILE
004920     RECORDING MODE IS F.
004930 01  TODAY-ABSENCE-RECORD           PIC X(26).
004940 FD  BELL-SCHEDULE-FILE
004950     RECORDING MODE IS F.
004960     COPY belsched.
004970 FD  SIGNOUT-FILE
004980     RECORDING MODE IS F.
004990     COPY signout.
005000 WORKING-STORAGE SECTION.
005100 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
005200 01  WS-TXN-EOF-SWITCH              PIC X(01) VALUE "N".
005600 01  WS-CAL-COUNT                   PIC 9(03) COMP VALUE ZERO.
005700 01  WS-CALSUB                      PIC 9(03) COMP.
005800 01  WS-CALENDAR-TABLE.
005900     05  WS-CAL-ENTRY OCCURS 200 TIMES.
006000         10  WS-CAL-DATE            PIC 9(08).
006010         10  WS-CAL-SCHED-TYPE      PIC X(01).
006100 01  WS-CAL-MATCH-SWITCH            PIC X(01).
006200     88  WS-SCHOOL-DAY                  VALUE "Y".
006300     88  WS-NOT-SCHOOL-DAY              VALUE "N".
006303 01  WS-DAY-SCHED-TYPE              PIC X(01).
006306*    BELL SCHEDULE - ONE ENTRY PER CAMPUS, SCHEDULE TYPE, AND
006309*    PERIOD.  A CAMPUS WITH NO ROWS FOR THE DAY'S TYPE FALLS
006312*    BACK TO ITS REGULAR BELLS; A CAMPUS WITH NO BELLS AT ALL
006315*    POSTS WITHOUT THE TIME EDITS.
006318 01  WS-BE-FILE-STATUS              PIC X(02) VALUE SPACE.
006321 01  WS-BE-EOF-SWITCH               PIC X(01) VALUE "N".
006324     88  WS-BE-EOF                      VALUE "Y".
006327 01  WS-BELL-COUNT                  PIC 9(04) COMP VALUE ZERO.
006330 01  WS-BELL-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
006333 01  WS-BESUB                       PIC 9(04) COMP.
006336 01  WS-BELL-TABLE.
006339     05  WS-BE-ENTRY OCCURS 1500 TIMES.
006342         10  WS-BE-CAMPUS           PIC X(03).
006345         10  WS-BE-SCHED-TYPE       PIC X(01).
006348         10  WS-BE-PERIOD           PIC 9(02).
006351         10  WS-BE-START-TIME       PIC 9(04).
006354         10  WS-BE-END-TIME         PIC 9(04).
006357 01  WS-BELL-CAMPUS                 PIC X(03).
006360 01  WS-BELL-SCHED-TYPE             PIC X(01).
006363 01  WS-BELL-FOUND-SWITCH           PIC X(01).
006366     88  WS-BELLS-FOUND                 VALUE "Y".
006369     88  WS-BELLS-NOT-FOUND             VALUE "N".
006372 01  WS-DAY-START-TIME              PIC 9(04).
006375 01  WS-DAY-END-TIME                PIC 9(04).
006378 01  WS-PERIOD-START-TIME           PIC 9(04).
006381 01  WS-PERIOD-END-TIME             PIC 9(04).
006383 01  WS-SN-FILE-STATUS              PIC X(02) VALUE SPACE.
006385 01  WS-SN-EOF-SWITCH               PIC X(01) VALUE "N".
006387     88  WS-SN-EOF                      VALUE "Y".
006389 01  WS-SIGNOUT-COUNT               PIC 9(05) COMP VALUE ZERO.
006391 01  WS-SIGNOUT-NOTE.
006393     05  FILLER                     PIC X(09) VALUE "RELEASED ".
006395     05  WS-SN-NOTE-TIME            PIC 9(04).
006397     05  FILLER                     PIC X(07) VALUE SPACE.
006400 01  WS-POSTED-COUNT                PIC 9(05) COMP VALUE ZERO.
006410 01  WS-TODAY-ABSENT-COUNT          PIC 9(05) COMP VALUE ZERO.
006420 01  WS-TIMESTAMP.
008100     05  FILLER                     PIC X(11)
008200             VALUE "  REJECTS -".
008300     05  WS-SL-REJECTS              PIC ZZ,ZZ9.
008340     05  FILLER                     PIC X(15)
008380             VALUE "  SIGN-OUTS -  ".
008420     05  WS-SL-SIGNOUTS             PIC ZZ,ZZ9.
008460     05  FILLER                     PIC X(27) VALUE SPACE.
008500 PROCEDURE DIVISION.
008600*--------------------------------------------------------------*
008700*    0000-MAINLINE                                              *
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009100     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
009200         UNTIL WS-TXN-EOF
009230     PERFORM 3000-POST-SIGNOUT THRU 3000-EXIT
009260         UNTIL WS-SN-EOF
009300     PERFORM 8000-FINALIZE THRU 8000-EXIT
009400     GOBACK.
009500*--------------------------------------------------------------*
010400     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
010500         UNTIL WS-CAL-EOF
010600     CLOSE TERM-CALENDAR-FILE
010610     OPEN INPUT BELL-SCHEDULE-FILE
010620     IF WS-BE-FILE-STATUS = "35"
010630         SET WS-BE-EOF TO TRUE
010640     ELSE
010650         PERFORM 1200-LOAD-BELL THRU 1200-EXIT
010660             UNTIL WS-BE-EOF
010670         CLOSE BELL-SCHEDULE-FILE
010680     END-IF
010682     OPEN INPUT SIGNOUT-FILE
010684     IF WS-SN-FILE-STATUS = "35"
010686         SET WS-SN-EOF TO TRUE
010688     ELSE
010690         PERFORM 3100-READ-SIGNOUT THRU 3100-EXIT
010692     END-IF
010700     PERFORM 2100-READ-TXN THRU 2100-EXIT.
010800 1000-EXIT.
010900     EXIT.
011800             IF WS-CAL-COUNT < 200
011900                 ADD 1 TO WS-CAL-COUNT
012000                 MOVE TC-CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
012010                 MOVE TC-SCHEDULE-TYPE
012020                     TO WS-CAL-SCHED-TYPE (WS-CAL-COUNT)
012030                 IF TC-SCHED-REGULAR
012040                     MOVE "R" TO WS-CAL-SCHED-TYPE (WS-CAL-COUNT)
012050                 END-IF
012100             END-IF
012200     END-READ.
012300 1100-EXIT.
012400     EXIT.
012403*--------------------------------------------------------------*
012406*    1200-LOAD-BELL                                            *
012409*--------------------------------------------------------------*
012412 1200-LOAD-BELL.
012415     READ BELL-SCHEDULE-FILE
012418         AT END
012421             SET WS-BE-EOF TO TRUE
012424         NOT AT END
012427             IF WS-BELL-COUNT < 1500
012430                 ADD 1 TO WS-BELL-COUNT
012433                 MOVE BE-CAMPUS-CODE
012436                     TO WS-BE-CAMPUS (WS-BELL-COUNT)
012439                 MOVE BE-SCHEDULE-TYPE
012442                     TO WS-BE-SCHED-TYPE (WS-BELL-COUNT)
012445                 MOVE BE-PERIOD TO WS-BE-PERIOD (WS-BELL-COUNT)
012448                 MOVE BE-START-TIME
012451                     TO WS-BE-START-TIME (WS-BELL-COUNT)
012454                 MOVE BE-END-TIME
012457                     TO WS-BE-END-TIME (WS-BELL-COUNT)
012460             ELSE
012463                 ADD 1 TO WS-BELL-DROP-COUNT
012466             END-IF
012469     END-READ.
012472 1200-EXIT.
012475     EXIT.
012500*--------------------------------------------------------------*
012600*    2000-POST-TRANSACTION                                       *
012700*--------------------------------------------------------------*
012800 2000-POST-TRANSACTION.
012900     EVALUATE TRUE
013000         WHEN NOT AT-PRESENT AND NOT AT-ABSENT
013010                 AND NOT AT-TARDY AND NOT AT-SUSPENDED
013020                 AND NOT AT-EARLY-OUT
013100             MOVE "BAD ATTEND CODE" TO WS-AUDIT-REASON
013200             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
013300         WHEN AT-STUDENT-ID = SPACE
013510         WHEN AT-PERIOD NOT NUMERIC
013520             MOVE "BAD PERIOD" TO WS-AUDIT-REASON
013530             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
013532         WHEN (AT-SUSPENDED OR AT-EARLY-OUT)
013533                 AND AT-PERIOD NOT = ZERO
013534             MOVE "BAD PERIOD" TO WS-AUDIT-REASON
013536             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
013540         WHEN AT-TARDY AND AT-ARRIVE-TIME NOT NUMERIC
013550             MOVE "BAD ARRIVE TIME" TO WS-AUDIT-REASON
013560             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
013570         WHEN AT-EARLY-OUT AND AT-DEPART-TIME NOT NUMERIC
013580             MOVE "BAD DEPART TIME" TO WS-AUDIT-REASON
013590             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
013592         WHEN AT-ABSENT AND NOT AT-REASON-VALID
013594             MOVE "BAD REASON CODE" TO WS-AUDIT-REASON
013596             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
013600         WHEN OTHER
013700             PERFORM 2200-CHECK-SCHOOL-DAY THRU 2200-EXIT
013800             IF WS-NOT-SCHOOL-DAY
017200 2210-CHECK-CAL-ENTRY.
017300     IF AT-ATTEND-DATE = WS-CAL-DATE (WS-CALSUB)
017400         SET WS-SCHOOL-DAY TO TRUE
017410         MOVE WS-CAL-SCHED-TYPE (WS-CALSUB) TO WS-DAY-SCHED-TYPE
017500     END-IF.
017600 2210-EXIT.
017700     EXIT.
019200 2300-EXIT.
019300     EXIT.
019400*--------------------------------------------------------------*
019500*    2400-CHECK-MASTER - THE STUDENT MUST BE ON THE MASTER,    *
019505*    AND A TARDY OR SENT-HOME TIME MUST FIT THE BELL SCHEDULE  *
019507*    OF THE STUDENT'S CAMPUS.                                  *
019510*    A CLEAN WHOLE-DAY ABSENCE DATED TODAY ALSO GOES TO THE    *
019520*    SAME-DAY EXTRACT THE NIGHT ROUTE RUN RELEASES SEATS FROM. *
019600*--------------------------------------------------------------*
020100         INVALID KEY
020200             MOVE "UNKNOWN STUDENT" TO WS-AUDIT-REASON
020300             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
020310             GO TO 2400-EXIT
020320     END-READ
020330     MOVE SPACE TO WS-AUDIT-REASON
020340     IF AT-TARDY OR AT-EARLY-OUT
020350         PERFORM 2500-CHECK-BELL-TIME THRU 2500-EXIT
020360     END-IF
020370     IF WS-AUDIT-REASON NOT = SPACE
020380         PERFORM 2300-REJECT-TXN THRU 2300-EXIT
020390         GO TO 2400-EXIT
020400     END-IF
020410     IF NOT AT-ABSENT
020420         MOVE SPACE TO AT-REASON-CODE
020430     END-IF
020500     ADD 1 TO WS-POSTED-COUNT
020600     WRITE POSTED-ATTENDANCE-RECORD
020700         FROM ATTENDANCE-RECORD
020710     END-WRITE
020720     IF AT-ABSENT AND AT-PERIOD = ZERO
020730             AND AT-ATTEND-DATE = WS-TS-DATE
020740         ADD 1 TO WS-TODAY-ABSENT-COUNT
020750         WRITE TODAY-ABSENCE-RECORD
020760             FROM ATTENDANCE-RECORD
020770         END-WRITE
020780     END-IF.
020900 2400-EXIT.
021000     EXIT.
021010*--------------------------------------------------------------*
021020*    2500-CHECK-BELL-TIME - FINDS THE CAMPUS'S BELLS FOR THE   *
021030*    DAY'S SCHEDULE TYPE, OR ITS REGULAR BELLS IF IT HAS NONE. *
021040*    EVERY TIME MUST FALL INSIDE THE SCHOOL DAY.  A TARDY      *
021050*    MUST ALSO COME AFTER THE BELL IT IS LATE FOR - THE FIRST  *
021060*    PERIOD FOR A WHOLE-DAY TARDY - AND A PERIOD TARDY MUST    *
021070*    NAME A PERIOD THE DAY'S SCHEDULE RUNS AND ARRIVE BEFORE   *
021080*    IT ENDS.  WS-AUDIT-REASON COMES BACK SPACE WHEN CLEAN.    *
021090*--------------------------------------------------------------*
021100 2500-CHECK-BELL-TIME.
021110     PERFORM 2505-FIND-CAMPUS-BELLS THRU 2505-EXIT
021120     IF WS-BELLS-NOT-FOUND
021130         GO TO 2500-EXIT
021140     END-IF
021150     IF AT-EARLY-OUT
021160         IF AT-DEPART-TIME < WS-DAY-START-TIME
021170                 OR AT-DEPART-TIME > WS-DAY-END-TIME
021180             MOVE "DEPART OUTSIDE DAY" TO WS-AUDIT-REASON
021190         END-IF
021200         GO TO 2500-EXIT
021210     END-IF
021220     IF AT-ARRIVE-TIME < WS-DAY-START-TIME
021230             OR AT-ARRIVE-TIME > WS-DAY-END-TIME
021240         MOVE "ARRIVE OUTSIDE DAY" TO WS-AUDIT-REASON
021250         GO TO 2500-EXIT
021260     END-IF
021270     IF AT-PERIOD = ZERO
021280         IF AT-ARRIVE-TIME NOT > WS-DAY-START-TIME
021290             MOVE "NOT TARDY" TO WS-AUDIT-REASON
021300         END-IF
021310         GO TO 2500-EXIT
021320     END-IF
021330     MOVE ZERO TO WS-PERIOD-START-TIME
021340     MOVE ZERO TO WS-PERIOD-END-TIME
021350     PERFORM 2530-FIND-PERIOD-BELL THRU 2530-EXIT
021360         VARYING WS-BESUB FROM 1 BY 1
021370         UNTIL WS-BESUB > WS-BELL-COUNT
021380     EVALUATE TRUE
021390         WHEN WS-PERIOD-END-TIME = ZERO
021400             MOVE "PERIOD NOT SCHEDULED" TO WS-AUDIT-REASON
021410         WHEN AT-ARRIVE-TIME NOT > WS-PERIOD-START-TIME
021420             MOVE "NOT TARDY" TO WS-AUDIT-REASON
021430         WHEN AT-ARRIVE-TIME NOT < WS-PERIOD-END-TIME
021440             MOVE "ARRIVE AFTER PERIOD" TO WS-AUDIT-REASON
021450     END-EVALUATE.
021460 2500-EXIT.
021470     EXIT.
021480*--------------------------------------------------------------*
021490*    2505-FIND-CAMPUS-BELLS - THE MASTER CAMPUS'S BELLS FOR    *
021500*    THE DAY'S SCHEDULE TYPE, ELSE ITS REGULAR BELLS.          *
021510*--------------------------------------------------------------*
021520 2505-FIND-CAMPUS-BELLS.
021530     MOVE SM-CAMPUS-CODE TO WS-BELL-CAMPUS
021540     MOVE WS-DAY-SCHED-TYPE TO WS-BELL-SCHED-TYPE
021550     PERFORM 2510-FIND-DAY-BELLS THRU 2510-EXIT
021560     IF WS-BELLS-NOT-FOUND AND WS-BELL-SCHED-TYPE NOT = "R"
021570         MOVE "R" TO WS-BELL-SCHED-TYPE
021580         PERFORM 2510-FIND-DAY-BELLS THRU 2510-EXIT
021590     END-IF.
021600 2505-EXIT.
021610     EXIT.
021620*--------------------------------------------------------------*
021630*    2510-FIND-DAY-BELLS - THE SCHOOL DAY RUNS FROM THE        *
021640*    EARLIEST PERIOD START TO THE LATEST PERIOD END.           *
021650*--------------------------------------------------------------*
021660 2510-FIND-DAY-BELLS.
021670     SET WS-BELLS-NOT-FOUND TO TRUE
021680     MOVE 9999 TO WS-DAY-START-TIME
021690     MOVE ZERO TO WS-DAY-END-TIME
021700     PERFORM 2520-CHECK-DAY-BELL THRU 2520-EXIT
021710         VARYING WS-BESUB FROM 1 BY 1
021720         UNTIL WS-BESUB > WS-BELL-COUNT.
021730 2510-EXIT.
021740     EXIT.
021750*--------------------------------------------------------------*
021760*    2520-CHECK-DAY-BELL                                       *
021770*--------------------------------------------------------------*
021780 2520-CHECK-DAY-BELL.
021790     IF WS-BE-CAMPUS (WS-BESUB) NOT = WS-BELL-CAMPUS
021800             OR WS-BE-SCHED-TYPE (WS-BESUB)
021810                 NOT = WS-BELL-SCHED-TYPE
021820         GO TO 2520-EXIT
021830     END-IF
021840     SET WS-BELLS-FOUND TO TRUE
021850     IF WS-BE-START-TIME (WS-BESUB) < WS-DAY-START-TIME
021860         MOVE WS-BE-START-TIME (WS-BESUB) TO WS-DAY-START-TIME
021870     END-IF
021880     IF WS-BE-END-TIME (WS-BESUB) > WS-DAY-END-TIME
021890         MOVE WS-BE-END-TIME (WS-BESUB) TO WS-DAY-END-TIME
021900     END-IF.
021910 2520-EXIT.
021920     EXIT.
021930*--------------------------------------------------------------*
021940*    2530-FIND-PERIOD-BELL                                     *
021950*--------------------------------------------------------------*
021960 2530-FIND-PERIOD-BELL.
021970     IF WS-BE-CAMPUS (WS-BESUB) = WS-BELL-CAMPUS
021980             AND WS-BE-SCHED-TYPE (WS-BESUB) = WS-BELL-SCHED-TYPE
021990             AND WS-BE-PERIOD (WS-BESUB) = AT-PERIOD
022000         MOVE WS-BE-START-TIME (WS-BESUB) TO WS-PERIOD-START-TIME
022010         MOVE WS-BE-END-TIME (WS-BESUB) TO WS-PERIOD-END-TIME
022020     END-IF.
022030 2530-EXIT.
022040     EXIT.
022050*--------------------------------------------------------------*
022060*    3000-POST-SIGNOUT - EACH SIGN-OUT THE PICKUP RUN ALLOWED  *
022070*    BECOMES A CODE A ROW FOR EVERY PERIOD ON THE CAMPUS BELL  *
022080*    SCHEDULE THAT STARTS AT OR AFTER THE RELEASE TIME; THE    *
022090*    PERIOD THE STUDENT WAS CALLED OUT OF STANDS AS KEYED.  A  *
022100*    RELEASE TO AN AUTHORIZED ADULT POSTS AS A FAMILY ABSENCE. *
022110*--------------------------------------------------------------*
022120 3000-POST-SIGNOUT.
022130     MOVE SPACE TO ATTENDANCE-RECORD
022140     MOVE SN-STUDENT-ID TO AT-STUDENT-ID
022150     MOVE SN-SIGNOUT-DATE TO AT-ATTEND-DATE
022160     MOVE "A" TO AT-ATTEND-CODE
022170     MOVE ZERO TO AT-ARRIVE-TIME
022180     MOVE "F" TO AT-REASON-CODE
022190     EVALUATE TRUE
022200         WHEN SN-STUDENT-ID = SPACE
022210             MOVE "MISSING KEY" TO WS-AUDIT-REASON
022220             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022230         WHEN SN-SIGNOUT-DATE NOT NUMERIC
022240             MOVE "BAD SIGNOUT DATE" TO WS-AUDIT-REASON
022250             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022260         WHEN SN-RELEASE-TIME NOT NUMERIC
022270             MOVE "BAD RELEASE TIME" TO WS-AUDIT-REASON
022280             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022290         WHEN OTHER
022300             PERFORM 2200-CHECK-SCHOOL-DAY THRU 2200-EXIT
022310             IF WS-NOT-SCHOOL-DAY
022320                 MOVE "NOT A SCHOOL DAY" TO WS-AUDIT-REASON
022330                 PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022340             ELSE
022350                 PERFORM 3200-POST-PERIODS THRU 3200-EXIT
022360             END-IF
022370     END-EVALUATE
022380     PERFORM 3100-READ-SIGNOUT THRU 3100-EXIT.
022390 3000-EXIT.
022400     EXIT.
022410*--------------------------------------------------------------*
022420*    3100-READ-SIGNOUT                                         *
022430*--------------------------------------------------------------*
022440 3100-READ-SIGNOUT.
022450     READ SIGNOUT-FILE
022460         AT END
022470             SET WS-SN-EOF TO TRUE
022480     END-READ.
022490 3100-EXIT.
022500     EXIT.
022510*--------------------------------------------------------------*
022520*    3200-POST-PERIODS - WITHOUT BELLS FOR THE CAMPUS THERE IS *
022530*    NO TELLING WHICH PERIODS WERE MISSED, SO THE SIGN-OUT IS  *
022540*    REJECTED FOR THE CLERK TO KEY FROM THE SLIP.              *
022550*--------------------------------------------------------------*
022560 3200-POST-PERIODS.
022570     MOVE SPACE TO SM-STUDENT-ID
022580     MOVE SN-STUDENT-ID TO SM-STUDENT-ID
022590     READ STUDENT-MASTER-FILE
022600         INVALID KEY
022610             MOVE "UNKNOWN STUDENT" TO WS-AUDIT-REASON
022620             PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022630             GO TO 3200-EXIT
022640     END-READ
022650     PERFORM 2505-FIND-CAMPUS-BELLS THRU 2505-EXIT
022660     IF WS-BELLS-NOT-FOUND
022670         MOVE "NO BELL SCHEDULE" TO WS-AUDIT-REASON
022680         PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022690         GO TO 3200-EXIT
022700     END-IF
022710     IF SN-RELEASE-TIME < WS-DAY-START-TIME
022720             OR SN-RELEASE-TIME > WS-DAY-END-TIME
022730         MOVE "RELEASE OUTSIDE DAY" TO WS-AUDIT-REASON
022740         PERFORM 2300-REJECT-TXN THRU 2300-EXIT
022750         GO TO 3200-EXIT
022760     END-IF
022770     ADD 1 TO WS-SIGNOUT-COUNT
022780     PERFORM 3210-POST-ONE-PERIOD THRU 3210-EXIT
022790         VARYING WS-BESUB FROM 1 BY 1
022800         UNTIL WS-BESUB > WS-BELL-COUNT
022810     MOVE SPACE TO WS-REGISTER-LINE
022820     MOVE "SIGNOUT" TO WS-RL-DISPOSITION
022830     MOVE SN-STUDENT-ID TO WS-RL-STUDENT-ID
022840     MOVE SN-SIGNOUT-DATE TO WS-RL-DATE
022850     MOVE SN-RELEASE-TIME TO WS-SN-NOTE-TIME
022860     MOVE WS-SIGNOUT-NOTE TO WS-RL-REASON
022870     WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.
022880 3200-EXIT.
022890     EXIT.
022900*--------------------------------------------------------------*
022910*    3210-POST-ONE-PERIOD                                      *
022920*--------------------------------------------------------------*
022930 3210-POST-ONE-PERIOD.
022940     IF WS-BE-CAMPUS (WS-BESUB) = WS-BELL-CAMPUS
022950             AND WS-BE-SCHED-TYPE (WS-BESUB) = WS-BELL-SCHED-TYPE
022960             AND WS-BE-START-TIME (WS-BESUB)
022970                 NOT < SN-RELEASE-TIME
022980         MOVE WS-BE-PERIOD (WS-BESUB) TO AT-PERIOD
022990         ADD 1 TO WS-POSTED-COUNT
023000         WRITE POSTED-ATTENDANCE-RECORD
023010             FROM ATTENDANCE-RECORD
023020         END-WRITE
023030     END-IF.
023040 3210-EXIT.
023050     EXIT.
023060*--------------------------------------------------------------*
023070*    8000-FINALIZE                                             *
023080*--------------------------------------------------------------*
023090 8000-FINALIZE.
023100     MOVE WS-POSTED-COUNT TO WS-SL-POSTED
023110     MOVE WS-REJECT-COUNT TO WS-SL-REJECTS
023120     MOVE WS-SIGNOUT-COUNT TO WS-SL-SIGNOUTS
023130     WRITE POSTING-REGISTER-LINE FROM WS-SUMMARY-LINE
023140     CLOSE ATTENDANCE-TXN-FILE
023150     CLOSE STUDENT-MASTER-FILE
023160     IF WS-SN-FILE-STATUS NOT = "35"
023170         CLOSE SIGNOUT-FILE
023180     END-IF
023190     CLOSE ATTENDANCE-FILE
023200     CLOSE POSTING-REGISTER-RPT
023210     CLOSE TODAY-ABSENCE-FILE
023220     IF WS-BELL-DROP-COUNT > 0
023230         DISPLAY "ATTNDPST: BELL TABLE FULL - DROPPED - "
023240             WS-BELL-DROP-COUNT
023250     END-IF.
023260 8000-EXIT.
023270     EXIT.
023280 END PROGRAM ATTNDPST.
