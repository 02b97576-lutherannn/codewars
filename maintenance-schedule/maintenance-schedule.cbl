003000*    2026-09-01  DLS  VALIDATE THE ASSIGNED STAFF ID AGAINST   *
003100*                     THE STAFF MASTER - UNKNOWN OR INACTIVE   *
003200*                     IDS REJECT TO THE SHARED AUDIT LOG.      *
003210*    2026-10-15  DLS  SEASONAL ITEMS - A MONTH/DAY WINDOW OR   *
003220*                     THE NTH OPEN SCHOOL DAY OF A QUARTER     *
003230*                     FROM QUARTERYEAR - OPEN ONE WORK ORDER   *
003240*                     ON THE FIRST OPEN DAY IN THE WINDOW,     *
003250*                     DUE AT THE WINDOW'S CLOSE SO WOOVRDUE    *
003260*                     ESCALATES IT ONCE THE WINDOW PASSES.     *
003300*--------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
010700 01  WS-WO-DUP-COUNT             PIC 9(05) COMP VALUE ZERO.
010800 01  WS-WO-SEQ                   PIC 9(05) VALUE ZERO.
010900 01  WS-WO-INTERVAL              PIC 9(02).
010903 01  WS-WO-SCHED-TYPE            PIC X(01) VALUE SPACE.
010906 01  WS-SEASONAL-COUNT           PIC 9(05) COMP VALUE ZERO.
010909 01  WS-CAL-DATE                 PIC 9(08).
010912 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
010915     05  WS-CAL-YYYY             PIC 9(04).
010918     05  WS-CAL-MMDD             PIC 9(04).
010921     05  WS-CAL-MMDD-PARTS REDEFINES WS-CAL-MMDD.
010924         10  WS-CAL-MM           PIC 9(02).
010927         10  WS-CAL-DD           PIC 9(02).
010930 01  WS-WINDOW-END-DATE          PIC 9(08).
010933 01  WS-WINDOW-END-PARTS REDEFINES WS-WINDOW-END-DATE.
010936     05  WS-WE-YYYY              PIC 9(04).
010939     05  WS-WE-MMDD              PIC 9(04).
010942 01  WS-WINDOW-SWITCH            PIC X(01).
010945     88  WS-IN-WINDOW                VALUE "Y".
010948     88  WS-OUT-OF-WINDOW            VALUE "N".
010951 01  WS-QTR-CURRENT              PIC 9(01) VALUE ZERO.
010954 01  WS-QTR-OPEN-DAYS            PIC 9(03) COMP VALUE ZERO.
010957 01  WS-QTR-END-MMDD             PIC 9(04) VALUE ZERO.
010960 01  WS-QY-LINKAGE.
010963     05  WS-QY-MONTH             PIC 9(02).
010966     05  WS-QY-FY-START          PIC 9(02) VALUE 07.
010969     05  WS-QY-RESULT            PIC 9.
010972     05  WS-QY-QTR-START         PIC 9(04).
010975     05  WS-QY-QTR-END           PIC 9(04).
010978     05  WS-QY-MONTH-STATUS      PIC X(01).
010981         88  WS-QY-MONTH-VALID       VALUE "V".
010984     05  WS-QY-DAY-IN-MONTH      PIC 9(02).
010987     05  WS-QY-DAY-OF-QTR        PIC 9(03).
010990     05  WS-QY-WEEK-OF-QTR       PIC 9(02).
011000 01  WS-CLO-FILE-STATUS          PIC X(02) VALUE SPACE.
011100 01  WS-CLO-EOF-SWITCH           PIC X(01) VALUE "N".
011200     88  WS-CLO-EOF                  VALUE "Y".
013600         10  WS-EQUIP-NAME       PIC X(30).
013700         10  WS-EQUIP-INTERVAL   PIC 9(02).
013800         10  WS-EQUIP-STAFF-ID   PIC X(09).
013810         10  WS-EQUIP-SCHED-TYPE PIC X(01).
013820         10  WS-EQUIP-WIN-START  PIC 9(04).
013830         10  WS-EQUIP-WIN-END    PIC 9(04).
013840         10  WS-EQUIP-QUARTER    PIC 9(01).
013850         10  WS-EQUIP-QTR-DAY    PIC 9(03).
013860         10  WS-EQUIP-OPENED     PIC X(01).
013900 01  WS-FACTOR-BASE               PIC 9(05) COMP-3.
014000 01  WS-FACTOR-FACTOR             PIC 9(02) COMP-3.
014100 01  WS-FACTOR-RESULT             PIC 9.
015400     05  FILLER                   PIC X(12)
015500             VALUE "ROLLED FROM ".
015600     05  WS-RN-FROM-DATE          PIC 9(08).
015620 01  WS-WINDOW-NOTE.
015640     05  FILLER                   PIC X(10)
015660             VALUE "WINDOW TO ".
015680     05  WS-WN-END-DATE           PIC 9(08).
015700 01  WS-ROLL-SUMMARY-LINE.
015800     05  FILLER                   PIC X(21)
015900             VALUE "SERVICE DAYS ROLLED -".
016000     05  WS-RS-ROLLED-TOTAL       PIC ZZ,ZZ9.
016100     05  FILLER                   PIC X(53) VALUE SPACE.
016110 01  WS-SEASONAL-SUMMARY-LINE.
016120     05  FILLER                   PIC X(24)
016130             VALUE "SEASONAL ORDERS OPENED -".
016140     05  WS-SS-SEASONAL-TOTAL     PIC ZZ,ZZ9.
016150     05  FILLER                   PIC X(50) VALUE SPACE.
016200 PROCEDURE DIVISION.
016300*--------------------------------------------------------------*
016400*    0000-MAINLINE                                              *
020800                 TO WS-EQUIP-INTERVAL (WS-EQUIP-COUNT)
020900             MOVE EI-ASSIGNED-STAFF-ID
021000                 TO WS-EQUIP-STAFF-ID (WS-EQUIP-COUNT)
021009             MOVE EI-SCHEDULE-TYPE
021018                 TO WS-EQUIP-SCHED-TYPE (WS-EQUIP-COUNT)
021027             MOVE EI-WINDOW-START-MMDD
021036                 TO WS-EQUIP-WIN-START (WS-EQUIP-COUNT)
021045             MOVE EI-WINDOW-END-MMDD
021054                 TO WS-EQUIP-WIN-END (WS-EQUIP-COUNT)
021063             MOVE EI-QUARTER TO WS-EQUIP-QUARTER (WS-EQUIP-COUNT)
021072             MOVE EI-QTR-SCHOOL-DAY
021081                 TO WS-EQUIP-QTR-DAY (WS-EQUIP-COUNT)
021090             MOVE "N" TO WS-EQUIP-OPENED (WS-EQUIP-COUNT)
021100     END-READ.
021200 1100-EXIT.
021300     EXIT.
021700 2000-PROCESS-CAL-DATE.
021800     ADD 1 TO WS-DAY-OF-TERM
021900     PERFORM 2050-CHECK-CLOSED THRU 2050-EXIT
021950     MOVE TC-CAL-DATE TO WS-CAL-DATE
022000     IF WS-DAY-OPEN
022100         PERFORM 2250-PRINT-ROLLED THRU 2250-EXIT
022150         PERFORM 2070-TRACK-QUARTER THRU 2070-EXIT
022200     END-IF
022300     PERFORM 2200-CHECK-EQUIPMENT THRU 2200-EXIT
022400         VARYING WS-SUB FROM 1 BY 1
027700     END-IF.
027800 2060-EXIT.
027900     EXIT.
027904*--------------------------------------------------------------*
027908*    2070-TRACK-QUARTER - COUNTS OPEN SCHOOL DAYS INTO THE      *
027912*    FISCAL QUARTER QUARTERYEAR PUTS TODAY IN, STARTING OVER    *
027916*    WHEN THE QUARTER TURNS, AND HOLDS THE QUARTER'S END.       *
027920*--------------------------------------------------------------*
027924 2070-TRACK-QUARTER.
027928     MOVE WS-CAL-MM TO WS-QY-MONTH
027932     MOVE WS-CAL-DD TO WS-QY-DAY-IN-MONTH
027936     CALL "QUARTERYEAR" USING WS-QY-MONTH WS-QY-FY-START
027940         WS-QY-RESULT WS-QY-QTR-START WS-QY-QTR-END
027944         WS-QY-MONTH-STATUS WS-QY-DAY-IN-MONTH
027948         WS-QY-DAY-OF-QTR WS-QY-WEEK-OF-QTR
027952     IF NOT WS-QY-MONTH-VALID
027956         GO TO 2070-EXIT
027960     END-IF
027964     IF WS-QY-RESULT NOT = WS-QTR-CURRENT
027968         MOVE WS-QY-RESULT TO WS-QTR-CURRENT
027972         MOVE WS-QY-QTR-END TO WS-QTR-END-MMDD
027976         MOVE ZERO TO WS-QTR-OPEN-DAYS
027980     END-IF
027984     ADD 1 TO WS-QTR-OPEN-DAYS.
027988 2070-EXIT.
027992     EXIT.
028000*--------------------------------------------------------------*
028100*    2250-PRINT-ROLLED - THE BUILDING IS OPEN AGAIN, SO EVERY  *
028200*    SERVICE PARKED ON A CLOSED DAY PRINTS HERE, TAGGED WITH   *
032800     END-IF.
032900 2350-EXIT.
033000     EXIT.
033001*--------------------------------------------------------------*
033002*   2400-CHECK-WINDOW - A SEASONAL ITEM OPENS ONE ORDER PER    *
033003*   RUN, ON THE FIRST OPEN DAY INSIDE ITS WINDOW.  A CLOSED    *
033004*   DAY JUST PASSES THE CHANCE TO THE NEXT OPEN ONE.           *
033005*--------------------------------------------------------------*
033006 2400-CHECK-WINDOW.
033007     IF WS-DAY-CLOSED
033008        OR WS-EQUIP-OPENED (WS-SUB) = "Y"
033009         GO TO 2400-EXIT
033010     END-IF
033011     SET WS-OUT-OF-WINDOW TO TRUE
033012     IF WS-EQUIP-SCHED-TYPE (WS-SUB) = "W"
033013         PERFORM 2410-CHECK-DATE-WINDOW THRU 2410-EXIT
033014     ELSE
033015         PERFORM 2420-CHECK-QTR-WINDOW THRU 2420-EXIT
033016     END-IF
033017     IF WS-IN-WINDOW
033018         MOVE "Y" TO WS-EQUIP-OPENED (WS-SUB)
033019         PERFORM 2450-OPEN-SEASONAL-ORDER THRU 2450-EXIT
033020     END-IF.
033021 2400-EXIT.
033022     EXIT.
033023*--------------------------------------------------------------*
033024*   2410-CHECK-DATE-WINDOW - A START AFTER THE END MEANS THE   *
033025*   WINDOW WRAPS THE YEAR END, SO A DATE ON THE START SIDE     *
033026*   CLOSES IN THE NEXT CALENDAR YEAR.                          *
033027*--------------------------------------------------------------*
033028 2410-CHECK-DATE-WINDOW.
033029     MOVE WS-CAL-YYYY TO WS-WE-YYYY
033030     MOVE WS-EQUIP-WIN-END (WS-SUB) TO WS-WE-MMDD
033031     IF WS-EQUIP-WIN-START (WS-SUB)
033032            NOT > WS-EQUIP-WIN-END (WS-SUB)
033033         IF WS-CAL-MMDD NOT < WS-EQUIP-WIN-START (WS-SUB)
033034            AND WS-CAL-MMDD NOT > WS-EQUIP-WIN-END (WS-SUB)
033035             SET WS-IN-WINDOW TO TRUE
033036         END-IF
033037         GO TO 2410-EXIT
033038     END-IF
033039     IF WS-CAL-MMDD NOT < WS-EQUIP-WIN-START (WS-SUB)
033040         SET WS-IN-WINDOW TO TRUE
033041         ADD 1 TO WS-WE-YYYY
033042     END-IF
033043     IF WS-CAL-MMDD NOT > WS-EQUIP-WIN-END (WS-SUB)
033044         SET WS-IN-WINDOW TO TRUE
033045     END-IF.
033046 2410-EXIT.
033047     EXIT.
033048*--------------------------------------------------------------*
033049*   2420-CHECK-QTR-WINDOW - OPENS ON OR AFTER THE NTH OPEN     *
033050*   SCHOOL DAY OF THE ITEM'S QUARTER; THE WINDOW CLOSES AT     *
033051*   THE QUARTER END.                                           *
033052*--------------------------------------------------------------*
033053 2420-CHECK-QTR-WINDOW.
033054     IF WS-QTR-CURRENT = WS-EQUIP-QUARTER (WS-SUB)
033055        AND WS-QTR-OPEN-DAYS NOT < WS-EQUIP-QTR-DAY (WS-SUB)
033056         SET WS-IN-WINDOW TO TRUE
033057         MOVE WS-CAL-YYYY TO WS-WE-YYYY
033058         MOVE WS-QTR-END-MMDD TO WS-WE-MMDD
033059         IF WS-QTR-END-MMDD < WS-CAL-MMDD
033060             ADD 1 TO WS-WE-YYYY
033061         END-IF
033062     END-IF.
033063 2420-EXIT.
033064     EXIT.
033100*--------------------------------------------------------------*
033200*    2100-READ-CALENDAR                                         *
033300*--------------------------------------------------------------*
034100*--------------------------------------------------------------*
034200*    2200-CHECK-EQUIPMENT - CALLS FACTOR WITH THE DAY-OF-TERM   *
034300*    AS BASE AND THE EQUIPMENT'S SERVICE INTERVAL AS FACTOR.    *
034350*    SEASONAL ITEMS GO TO THE WINDOW CHECK INSTEAD.             *
034400*--------------------------------------------------------------*
034500 2200-CHECK-EQUIPMENT.
034520     IF WS-EQUIP-SCHED-TYPE (WS-SUB) = "W" OR "Q"
034540         PERFORM 2400-CHECK-WINDOW THRU 2400-EXIT
034560         GO TO 2200-EXIT
034580     END-IF
034600     MOVE WS-DAY-OF-TERM TO WS-FACTOR-BASE
034700     MOVE WS-EQUIP-INTERVAL (WS-SUB) TO WS-FACTOR-FACTOR
034800     CALL "FACTOR" USING WS-FACTOR-BASE WS-FACTOR-FACTOR
038100*    SERVICE DATE PLUS A RUN SEQUENCE.  A ROLLED SERVICE       *
038200*    CARRIES ITS EQUIPMENT'S INTERVAL FROM THE MASTER AT       *
038300*    POSTING TIME; THE ESCALATION REPORT TREATS A ZERO         *
038360*    INTERVAL AS IMMEDIATELY ESCALATABLE.  A SEASONAL ORDER    *
038420*    IS DUE AT THE CLOSE OF ITS WINDOW.                        *
038500*--------------------------------------------------------------*
038600 2320-WRITE-WORK-ORDER.
038700     ADD 1 TO WS-WO-SEQ
039400     MOVE WS-WO-INTERVAL TO WO-SERVICE-INTERVAL
039500     SET WO-STATUS-OPEN TO TRUE
039600     MOVE ZERO TO WO-COMPLETE-DATE
039620     MOVE WS-WO-SCHED-TYPE TO WO-SCHEDULE-TYPE
039640     IF WO-SEASONAL
039660         MOVE WS-WINDOW-END-DATE TO WO-DUE-DATE
039680     END-IF
039700     WRITE WORK-ORDER-RECORD
039800         INVALID KEY
039900             ADD 1 TO WS-WO-DUP-COUNT
040000     END-WRITE.
040100 2320-EXIT.
040200     EXIT.
040203*--------------------------------------------------------------*
040206*    2450-OPEN-SEASONAL-ORDER - SCHEDULES THE SEASONAL ITEM     *
040209*    TODAY AND CUTS ITS WORK ORDER, DUE AT THE WINDOW CLOSE     *
040212*    WITH NO GRACE INTERVAL.                                    *
040215*--------------------------------------------------------------*
040218 2450-OPEN-SEASONAL-ORDER.
040221     ADD 1 TO WS-SEASONAL-COUNT
040224     MOVE SPACE TO WS-DETAIL-LINE
040227     MOVE TC-CAL-DATE TO WS-DL-CAL-DATE
040230     MOVE WS-EQUIP-ID (WS-SUB) TO WS-DL-EQUIP-ID
040233     MOVE WS-EQUIP-NAME (WS-SUB) TO WS-DL-EQUIP-NAME
040236     MOVE WS-WINDOW-END-DATE TO WS-WN-END-DATE
040239     MOVE WS-WINDOW-NOTE TO WS-DL-ROLL-NOTE
040242     WRITE MAINT-SCHEDULE-LINE FROM WS-DETAIL-LINE
040245     MOVE SPACE TO MAINT-SCHEDULE-RECORD
040248     MOVE TC-CAL-DATE TO MS-SVC-DATE
040251     MOVE WS-EQUIP-ID (WS-SUB) TO MS-EQUIPMENT-ID
040254     MOVE WS-EQUIP-NAME (WS-SUB) TO MS-EQUIPMENT-NAME
040257     MOVE WS-EQUIP-STAFF-ID (WS-SUB) TO MS-STAFF-ID
040260     PERFORM 6400-PUT-SCHEDULE-RECORD THRU 6400-EXIT
040263     MOVE ZERO TO WS-WO-INTERVAL
040266     MOVE WS-EQUIP-SCHED-TYPE (WS-SUB) TO WS-WO-SCHED-TYPE
040269     PERFORM 2320-WRITE-WORK-ORDER THRU 2320-EXIT
040272     MOVE SPACE TO WS-WO-SCHED-TYPE.
040275 2450-EXIT.
040278     EXIT.
040300*--------------------------------------------------------------*
040400*    8000-FINALIZE                                               *
040500*--------------------------------------------------------------*
049100     PERFORM 2250-PRINT-ROLLED THRU 2250-EXIT
049200     MOVE WS-ROLLED-TOTAL TO WS-RS-ROLLED-TOTAL
049300     WRITE MAINT-SCHEDULE-LINE FROM WS-ROLL-SUMMARY-LINE
049330     MOVE WS-SEASONAL-COUNT TO WS-SS-SEASONAL-TOTAL
049360     WRITE MAINT-SCHEDULE-LINE FROM WS-SEASONAL-SUMMARY-LINE
049400     CLOSE TERM-CALENDAR-FILE
049500     CLOSE WORK-ORDER-FILE
049600     IF WS-SF-REJECT-COUNT > 0
