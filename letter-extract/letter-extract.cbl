003400*                     LETTER PER LETTER TYPE; FOLLOW-ON ITEMS  *
003500*                     RIDE THE SAME ENVELOPE AS FLAGGED ROWS   *
003600*                     SO NO SIBLING'S EVENT IS DROPPED.        *
003620*    2026-10-14  DLS  ADD THE MEALAPPR AND MEALDENY LETTER     *
003640*                     TYPES FED BY THE MEAL BENEFIT            *
003660*                     DETERMINATION RUN'S NOTICE FILE.         *
003670*    2026-10-15  DLS  ADD THE STOPCONF LETTER TYPE FED BY THE  *
003680*                     NIGHTLY BUS-STOP CHANGE RUN'S NOTICE     *
003690*                     FILE.                                    *
003692*    2026-10-15  DLS  ADD THE LATEBUS LETTER TYPE FED BY THE   *
003694*                     WEEKLY ON-TIME ARRIVAL RUN'S NOTICE      *
003696*                     FILE.                                    *
003697*    2026-10-15  DLS  MASK THE BALANCE AND MEAL-TIER DETAIL   *
003698*                     ON PASTDUE AND MEAL LETTERS UNLESS THE   *
003699*                     PARM OPERATOR IS CLEARED FOR FINANCE.    *
003700*    2026-10-15  DLS  SEND EACH HOUSEHOLD ENVELOPE BY EMAIL    *
003710*                     WHEN THE STUDENT'S FIRST OPTED-IN        *
003720*                     CONTACT HAS AN ADDRESS, PAPER OTHERWISE; *
003730*                     A VENDOR BOUNCE TURNS THAT CONTACT'S     *
003740*                     OPT-IN OFF AND REQUEUES THE LETTER ON    *
003750*                     PAPER.  THE REGISTER SHOWS THE CHANNEL.  *
003763*    2026-10-15  DLS  BOUNCES PAST THE TABLE LIMIT ARE WRITTEN *
003776*                     FORWARD FOR THE NEXT RUN, NOT DROPPED.   *
003790*--------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
005000     SELECT IMMUNIZATION-WARN-FILE ASSIGN TO IMMWARN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-IW-FILE-STATUS.
005220     SELECT MEAL-NOTICE-FILE ASSIGN TO MEALNTC
005240         ORGANIZATION IS SEQUENTIAL
005260         FILE STATUS IS WS-NM-FILE-STATUS.
005270     SELECT STOP-NOTICE-FILE ASSIGN TO STOPNTC
005280         ORGANIZATION IS SEQUENTIAL
005290         FILE STATUS IS WS-TN-FILE-STATUS.
005292     SELECT LATE-NOTICE-FILE ASSIGN TO LATENTC
005294         ORGANIZATION IS SEQUENTIAL
005296         FILE STATUS IS WS-LN-FILE-STATUS.
005300     SELECT LETTER-TEMPLATE-FILE ASSIGN TO LTRTMPL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-LT-FILE-STATUS.
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS SM-STUDENT-ID
006300         FILE STATUS IS WS-SM-FILE-STATUS.
006310     SELECT EMAIL-BOUNCE-FILE ASSIGN TO LTRBOUNC
006320         ORGANIZATION IS SEQUENTIAL
006330         FILE STATUS IS WS-EB-FILE-STATUS.
006333     SELECT BOUNCE-CARRY-FILE ASSIGN TO LTRBNCO
006336         ORGANIZATION IS SEQUENTIAL.
006340     SELECT EMERGENCY-CONTACT-FILE ASSIGN TO EMERCONT
006350         ORGANIZATION IS SEQUENTIAL
006360         FILE STATUS IS WS-EC-FILE-STATUS.
006370     SELECT NEW-CONTACT-FILE ASSIGN TO EMERCNTO
006380         ORGANIZATION IS SEQUENTIAL.
006400     SELECT LETTER-MERGE-FILE ASSIGN TO LTRMERGE
006500         ORGANIZATION IS SEQUENTIAL.
006530     SELECT EMAIL-MERGE-FILE ASSIGN TO LTREMAIL
006560         ORGANIZATION IS SEQUENTIAL.
006600     SELECT LETTER-REGISTER-RPT ASSIGN TO LTRXRPT
006700         ORGANIZATION IS SEQUENTIAL.
006800 DATA DIVISION.
007900 FD  IMMUNIZATION-WARN-FILE
008000     RECORDING MODE IS F.
008100     COPY immwarn.
008120 FD  MEAL-NOTICE-FILE
008140     RECORDING MODE IS F.
008160     COPY mealntc.
008170 FD  STOP-NOTICE-FILE
008180     RECORDING MODE IS F.
008190     COPY stopntc.
008192 FD  LATE-NOTICE-FILE
008194     RECORDING MODE IS F.
008196     COPY latentc.
008200 FD  LETTER-TEMPLATE-FILE
008300     RECORDING MODE IS F.
008400     COPY ltrtmpl.
008700     COPY houshold.
008800 FD  STUDENT-MASTER-FILE.
008900     COPY studmast.
008910 FD  EMAIL-BOUNCE-FILE
008920     RECORDING MODE IS F.
008930     COPY ltrbnc.
008932*    BOUNCES NOT WORKED THIS RUN, CARRIED TO THE NEXT ONE.
008934 FD  BOUNCE-CARRY-FILE
008936     RECORDING MODE IS F.
008938 01  BOUNCE-CARRY-RECORD            PIC X(140).
008940 FD  EMERGENCY-CONTACT-FILE
008950     RECORDING MODE IS F.
008960     COPY emercont.
008970 FD  NEW-CONTACT-FILE
008980     RECORDING MODE IS F.
008990 01  NEW-CONTACT-RECORD             PIC X(121).
009000 FD  LETTER-MERGE-FILE
009100     RECORDING MODE IS F.
009200     COPY ltrmrg.
009220 FD  EMAIL-MERGE-FILE
009240     RECORDING MODE IS F.
009260 01  EMAIL-MERGE-RECORD             PIC X(293).
009300 FD  LETTER-REGISTER-RPT
009400     RECORDING MODE IS F.
009500 01  LETTER-REGISTER-LINE           PIC X(80).
012600 01  WS-IW-FILE-STATUS              PIC X(02) VALUE SPACE.
012700 01  WS-IW-EOF-SWITCH               PIC X(01) VALUE "N".
012800     88  WS-IW-EOF                      VALUE "Y".
012820 01  WS-NM-FILE-STATUS              PIC X(02) VALUE SPACE.
012840 01  WS-NM-EOF-SWITCH               PIC X(01) VALUE "N".
012860     88  WS-NM-EOF                      VALUE "Y".
012870 01  WS-TN-FILE-STATUS              PIC X(02) VALUE SPACE.
012880 01  WS-TN-EOF-SWITCH               PIC X(01) VALUE "N".
012890     88  WS-TN-EOF                      VALUE "Y".
012892 01  WS-LN-FILE-STATUS              PIC X(02) VALUE SPACE.
012894 01  WS-LN-EOF-SWITCH               PIC X(01) VALUE "N".
012896     88  WS-LN-EOF                      VALUE "Y".
012900 01  WS-LT-FILE-STATUS              PIC X(02) VALUE SPACE.
013000 01  WS-LT-EOF-SWITCH               PIC X(01) VALUE "N".
013100     88  WS-LT-EOF                      VALUE "Y".
015900     05  WS-SN-ENTRY OCCURS 500 TIMES.
016000         10  WS-SN-HOUSEHOLD-ID     PIC X(09).
016100         10  WS-SN-LETTER-TYPE      PIC X(08).
016120         10  WS-SN-CHANNEL          PIC X(01).
016140         10  WS-SN-EMAIL-ADDRESS    PIC X(50).
016160         10  WS-SN-CONTACT-PRIORITY PIC 9(02).
016180 01  WS-SENT-SUB                    PIC 9(03) COMP.
016200 01  WS-SENT-SWITCH                 PIC X(01).
016300     88  WS-ALREADY-SENT                VALUE "Y".
016400     88  WS-NOT-YET-SENT                VALUE "N".
016600 01  WS-CONSOLIDATING-SWITCH        PIC X(01).
016700     88  WS-CONSOLIDATING               VALUE "Y".
016800 01  WS-ADDR-HOLD-COUNT             PIC 9(05) COMP VALUE ZERO.
016802 01  WS-EB-FILE-STATUS              PIC X(02) VALUE SPACE.
016804 01  WS-EB-EOF-SWITCH               PIC X(01) VALUE "N".
016806     88  WS-EB-EOF                      VALUE "Y".
016808 01  WS-EC-FILE-STATUS              PIC X(02) VALUE SPACE.
016810 01  WS-EC-EOF-SWITCH               PIC X(01) VALUE "N".
016812     88  WS-EC-EOF                      VALUE "Y".
016814*    LAST NIGHT'S BOUNCES - APPLIED TO THE CONTACT FILE AS IT
016816*    LOADS, THEN REQUEUED AS PAPER LETTERS AHEAD OF TONIGHT'S.
016818 01  WS-BN-COUNT                    PIC 9(04) COMP VALUE ZERO.
016820 01  WS-BN-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
016822 01  WS-BSUB                        PIC 9(04) COMP.
016824 01  WS-BOUNCE-TABLE.
016826     05  WS-BN-ENTRY OCCURS 1000 TIMES.
016828         10  WS-BN-STUDENT-ID       PIC X(09).
016830         10  WS-BN-CONTACT-PRIORITY PIC 9(02).
016832         10  WS-BN-EMAIL-ADDRESS    PIC X(50).
016834         10  WS-BN-LETTER-TYPE      PIC X(08).
016836         10  WS-BN-EVENT-DETAIL     PIC X(30).
016838*    EACH STUDENT'S FIRST OPTED-IN CONTACT WITH AN ADDRESS, IN
016840*    PRIORITY ORDER.  A STUDENT NOT HERE GETS PAPER.
016842 01  WS-EM-COUNT                    PIC 9(04) COMP VALUE ZERO.
016844 01  WS-EM-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
016846 01  WS-ESUB                        PIC 9(04) COMP.
016848 01  WS-EMAIL-TABLE.
016850     05  WS-EM-ENTRY OCCURS 2000 TIMES.
016852         10  WS-EM-STUDENT-ID       PIC X(09).
016854         10  WS-EM-CONTACT-PRIORITY PIC 9(02).
016856         10  WS-EM-EMAIL-ADDRESS    PIC X(50).
016858 01  WS-CHANNEL                     PIC X(01).
016860     88  WS-CHANNEL-EMAIL               VALUE "E".
016862     88  WS-CHANNEL-PAPER               VALUE "P".
016864 01  WS-SEND-EMAIL-ADDRESS          PIC X(50).
016866 01  WS-SEND-CONTACT-PRIORITY       PIC 9(02).
016868 01  WS-FORCE-PAPER-SWITCH          PIC X(01) VALUE "N".
016870     88  WS-FORCE-PAPER                 VALUE "Y".
016872 01  WS-EMAIL-COUNT                 PIC 9(05) COMP VALUE ZERO.
016874 01  WS-PAPER-COUNT                 PIC 9(05) COMP VALUE ZERO.
016876 01  WS-REQUEUE-COUNT               PIC 9(05) COMP VALUE ZERO.
016878 01  WS-OPT-OUT-COUNT               PIC 9(05) COMP VALUE ZERO.
016900 01  WS-EOD-SOURCE-PROGRAM          PIC X(10) VALUE "LTREXTR".
017000 01  WS-EOD-LETTER-LABEL            PIC X(24)
017100         VALUE "LETTERS WRITTEN".
017900     05  WS-RL-STUDENT-ID           PIC X(09).
018000     05  FILLER                     PIC X(02) VALUE SPACE.
018100     05  WS-RL-NOTE                 PIC X(20).
018150     05  FILLER                     PIC X(02) VALUE SPACE.
018200     05  WS-RL-CHANNEL              PIC X(05).
018250     05  FILLER                     PIC X(32) VALUE SPACE.
018300 01  WS-SUMMARY-LINE.
018400     05  FILLER                     PIC X(10)
018500             VALUE "LETTERS - ".
018800             VALUE "  NO MASTER -".
018900     05  WS-SL-NO-MASTER            PIC ZZ,ZZ9.
019000     05  FILLER                     PIC X(45) VALUE SPACE.
019001 01  WS-CHANNEL-LINE.
019002     05  FILLER                     PIC X(08)
019003             VALUE "EMAIL - ".
019004     05  WS-CL-EMAIL                PIC ZZ,ZZ9.
019005     05  FILLER                     PIC X(10)
019006             VALUE "  PAPER - ".
019007     05  WS-CL-PAPER                PIC ZZ,ZZ9.
019008     05  FILLER                     PIC X(13)
019009             VALUE "  REQUEUED - ".
019010     05  WS-CL-REQUEUE              PIC ZZ,ZZ9.
019011     05  FILLER                     PIC X(14)
019012             VALUE "  OPTED OUT - ".
019013     05  WS-CL-OPT-OUT              PIC ZZ,ZZ9.
019014     05  FILLER                     PIC X(11) VALUE SPACE.
019020 01  WS-SEC-OPERATOR-ID             PIC X(08) VALUE SPACE.
019040 01  WS-SEC-TXN-CLASS               PIC X(08) VALUE "FINANCE".
019060 01  WS-SEC-PROGRAM-ID              PIC X(10) VALUE "LTREXTR".
019080 01  WS-SEC-RESULT                  PIC X(01) VALUE "D".
019100     88  WS-SEC-ALLOWED                 VALUE "A".
019120 LINKAGE SECTION.
019140 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
019160 01  LS-PARM-DATA                   PIC X(10).
019180 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
019200*--------------------------------------------------------------*
019300*    0000-MAINLINE                                              *
019400*--------------------------------------------------------------*
019500 0000-MAINLINE.
019509*    BALANCES AND MEAL TIERS GO ON THE LETTERS ONLY FOR AN
019518*    OPERATOR CLEARED FOR FINANCE (SECCHECK LOGS THE UNMASKED
019527*    PRINT); NO OPERATOR IN THE PARM EXTRACTS THEM MASKED.
019536     IF LS-PARM-LENGTH > 0
019545         MOVE LS-PARM-DATA (1:8) TO WS-SEC-OPERATOR-ID
019554     END-IF
019563     IF WS-SEC-OPERATOR-ID NOT = SPACE
019572         CALL "SECCHECK" USING WS-SEC-OPERATOR-ID
019581             WS-SEC-TXN-CLASS WS-SEC-PROGRAM-ID WS-SEC-RESULT
019590     END-IF
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019620     PERFORM 1900-REQUEUE-BOUNCE THRU 1900-EXIT
019640         VARYING WS-BSUB FROM 1 BY 1
019660         UNTIL WS-BSUB > WS-BN-COUNT
019700     PERFORM 2000-EXTRACT-BUMPS THRU 2000-EXIT
019800         UNTIL WS-BH-EOF
019900     PERFORM 3000-TALLY-DENIALS THRU 3000-EXIT
020500         UNTIL WS-IW-EOF
020600     PERFORM 4700-EXTRACT-DUNNING THRU 4700-EXIT
020700         UNTIL WS-DF-EOF
020730     PERFORM 4900-EXTRACT-MEAL THRU 4900-EXIT
020760         UNTIL WS-NM-EOF
020770     PERFORM 4960-EXTRACT-STOP-CHANGE THRU 4960-EXIT
020780         UNTIL WS-TN-EOF
020786     PERFORM 4980-EXTRACT-LATE-BUS THRU 4980-EXIT
020792         UNTIL WS-LN-EOF
020800     PERFORM 8000-FINALIZE THRU 8000-EXIT
020900     GOBACK.
021000*--------------------------------------------------------------*
024000     END-IF
024100     OPEN OUTPUT LETTER-MERGE-FILE
024200     OPEN OUTPUT LETTER-REGISTER-RPT
024205     OPEN OUTPUT EMAIL-MERGE-FILE
024207     OPEN OUTPUT BOUNCE-CARRY-FILE
024210     OPEN INPUT EMAIL-BOUNCE-FILE
024215     IF WS-EB-FILE-STATUS = "35"
024220         SET WS-EB-EOF TO TRUE
024225     ELSE
024230         PERFORM 1400-LOAD-BOUNCE THRU 1400-EXIT
024235             UNTIL WS-EB-EOF
024240         CLOSE EMAIL-BOUNCE-FILE
024245     END-IF
024247     CLOSE BOUNCE-CARRY-FILE
024250     OPEN INPUT EMERGENCY-CONTACT-FILE
024255     OPEN OUTPUT NEW-CONTACT-FILE
024260     IF WS-EC-FILE-STATUS = "35"
024265         SET WS-EC-EOF TO TRUE
024270     ELSE
024275         PERFORM 1500-LOAD-CONTACT THRU 1500-EXIT
024280             UNTIL WS-EC-EOF
024285         CLOSE EMERGENCY-CONTACT-FILE
024290     END-IF
024295     CLOSE NEW-CONTACT-FILE
024300     IF NOT WS-BH-EOF
024400         PERFORM 2100-READ-BUMP THRU 2100-EXIT
024500     END-IF
025700         SET WS-IW-EOF TO TRUE
025800     ELSE
025900         PERFORM 4600-READ-IMMUN-WARN THRU 4600-EXIT
025910     END-IF
025920     OPEN INPUT MEAL-NOTICE-FILE
025930     IF WS-NM-FILE-STATUS = "35"
025940         SET WS-NM-EOF TO TRUE
025950     ELSE
025960         PERFORM 4950-READ-MEAL-NOTICE THRU 4950-EXIT
025965     END-IF
025970     OPEN INPUT STOP-NOTICE-FILE
025975     IF WS-TN-FILE-STATUS = "35"
025980         SET WS-TN-EOF TO TRUE
025985     ELSE
025990         PERFORM 4970-READ-STOP-NOTICE THRU 4970-EXIT
025991     END-IF
025992     OPEN INPUT LATE-NOTICE-FILE
025993     IF WS-LN-FILE-STATUS = "35"
025994         SET WS-LN-EOF TO TRUE
025995     ELSE
025996         PERFORM 4990-READ-LATE-NOTICE THRU 4990-EXIT
026000     END-IF.
026100 1000-EXIT.
026200     EXIT.
030100             END-IF
030200     END-READ.
030300 1300-EXIT.
030311     EXIT.
030322*--------------------------------------------------------------*
030333*    1400-LOAD-BOUNCE - A BOUNCE PAST THE TABLE LIMIT IS       *
030344*    WRITTEN TO THE CARRY FILE, WHICH REPLACES THE BOUNCE FILE *
030355*    AFTER THE RUN, SO IT IS WORKED NEXT TIME INSTEAD OF LOST. *
030366*--------------------------------------------------------------*
030377 1400-LOAD-BOUNCE.
030388     READ EMAIL-BOUNCE-FILE
030390         AT END
030392             SET WS-EB-EOF TO TRUE
030394             GO TO 1400-EXIT
030396     END-READ
030398     IF WS-BN-COUNT >= 1000
030400         WRITE BOUNCE-CARRY-RECORD FROM EMAIL-BOUNCE-RECORD
030402         ADD 1 TO WS-BN-DROP-COUNT
030404         GO TO 1400-EXIT
030406     END-IF
030408     ADD 1 TO WS-BN-COUNT
030410     MOVE EB-STUDENT-ID TO WS-BN-STUDENT-ID (WS-BN-COUNT)
030416     MOVE EB-CONTACT-PRIORITY
030417         TO WS-BN-CONTACT-PRIORITY (WS-BN-COUNT)
030418     MOVE EB-EMAIL-ADDRESS TO WS-BN-EMAIL-ADDRESS (WS-BN-COUNT)
030419     MOVE EB-LETTER-TYPE TO WS-BN-LETTER-TYPE (WS-BN-COUNT)
030420     MOVE EB-EVENT-DETAIL TO WS-BN-EVENT-DETAIL (WS-BN-COUNT).
030421 1400-EXIT.
030422     EXIT.
030423*--------------------------------------------------------------*
030424*    1500-LOAD-CONTACT - COPIES THE CONTACT FILE FORWARD WITH  *
030425*    THE OPT-IN TURNED OFF WHERE THE SAME ADDRESS BOUNCED (A   *
030426*    NEW ADDRESS KEYED SINCE IS LEFT ALONE), AND TABLES EACH   *
030427*    STUDENT'S FIRST CONTACT STILL OPTED IN.                   *
030428*--------------------------------------------------------------*
030429 1500-LOAD-CONTACT.
030430     READ EMERGENCY-CONTACT-FILE
030431         AT END
030432             SET WS-EC-EOF TO TRUE
030433             GO TO 1500-EXIT
030434     END-READ
030435     IF EC-EMAIL-OPTED-IN
030436         PERFORM 1510-MATCH-BOUNCE THRU 1510-EXIT
030437             VARYING WS-BSUB FROM 1 BY 1
030438             UNTIL WS-BSUB > WS-BN-COUNT
030439                 OR NOT EC-EMAIL-OPTED-IN
030440     END-IF
030441     WRITE NEW-CONTACT-RECORD FROM EMERGENCY-CONTACT-RECORD
030442     IF NOT EC-EMAIL-OPTED-IN OR EC-EMAIL-ADDRESS = SPACE
030443         GO TO 1500-EXIT
030444     END-IF
030445     IF WS-EM-COUNT > 0
030446         IF EC-STUDENT-ID = WS-EM-STUDENT-ID (WS-EM-COUNT)
030447             GO TO 1500-EXIT
030448         END-IF
030449     END-IF
030450     IF WS-EM-COUNT >= 2000
030451         ADD 1 TO WS-EM-DROP-COUNT
030452         GO TO 1500-EXIT
030453     END-IF
030454     ADD 1 TO WS-EM-COUNT
030455     MOVE EC-STUDENT-ID TO WS-EM-STUDENT-ID (WS-EM-COUNT)
030456     MOVE EC-PRIORITY-SEQ TO WS-EM-CONTACT-PRIORITY (WS-EM-COUNT)
030457     MOVE EC-EMAIL-ADDRESS TO WS-EM-EMAIL-ADDRESS (WS-EM-COUNT).
030458 1500-EXIT.
030459     EXIT.
030460*--------------------------------------------------------------*
030461*    1510-MATCH-BOUNCE                                         *
030462*--------------------------------------------------------------*
030463 1510-MATCH-BOUNCE.
030464     IF EC-STUDENT-ID = WS-BN-STUDENT-ID (WS-BSUB)
030465             AND EC-PRIORITY-SEQ
030466                 = WS-BN-CONTACT-PRIORITY (WS-BSUB)
030467             AND EC-EMAIL-ADDRESS
030468                 = WS-BN-EMAIL-ADDRESS (WS-BSUB)
030469         MOVE "N" TO EC-EMAIL-OPT-IN
030470         ADD 1 TO WS-OPT-OUT-COUNT
030471         MOVE SPACE TO WS-REGISTER-LINE
030472         MOVE "BOUNCE" TO WS-RL-LETTER-TYPE
030473         MOVE EC-STUDENT-ID TO WS-RL-STUDENT-ID
030474         MOVE "EMAIL OPT-IN OFF" TO WS-RL-NOTE
030475         WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE
030476     END-IF.
030477 1510-EXIT.
030478     EXIT.
030479*--------------------------------------------------------------*
030480*    1900-REQUEUE-BOUNCE - A BOUNCED LETTER GOES OUT AGAIN ON  *
030481*    PAPER, AHEAD OF TONIGHT'S, SO ANY NEW LETTER OF THE SAME  *
030482*    TYPE FOR THE HOUSEHOLD RIDES IN THE SAME ENVELOPE.        *
030483*--------------------------------------------------------------*
030484 1900-REQUEUE-BOUNCE.
030485     ADD 1 TO WS-REQUEUE-COUNT
030486     MOVE WS-BN-LETTER-TYPE (WS-BSUB) TO WS-LETTER-TYPE
030487     MOVE WS-BN-EVENT-DETAIL (WS-BSUB) TO WS-EVENT-DETAIL
030488     MOVE WS-BN-STUDENT-ID (WS-BSUB) TO WS-LOOKUP-ID
030489     SET WS-FORCE-PAPER TO TRUE
030490     PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
030491     MOVE "N" TO WS-FORCE-PAPER-SWITCH.
030492 1900-EXIT.
030493     EXIT.
030500*--------------------------------------------------------------*
030600*    2000-EXTRACT-BUMPS - ONLY ROWS AGED ZERO (BUMPED ON THE    *
030700*    RUN THIS HISTORY FILE CAME FROM) EARN A LETTER.            *
045300     END-READ.
045400 4800-EXIT.
045500     EXIT.
045501*--------------------------------------------------------------*
045502*    4900-EXTRACT-MEAL - ONE APPROVAL OR DENIAL NOTICE PER     *
045503*    MEAL BENEFIT DETERMINATION; THE FEED CARRIES THE TYPE.    *
045504*--------------------------------------------------------------*
045505 4900-EXTRACT-MEAL.
045506     MOVE NM-LETTER-TYPE TO WS-LETTER-TYPE
045507     MOVE NM-EVENT-DETAIL TO WS-EVENT-DETAIL
045508     MOVE NM-STUDENT-ID TO WS-LOOKUP-ID
045509     PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
045510     PERFORM 4950-READ-MEAL-NOTICE THRU 4950-EXIT.
045511 4900-EXIT.
045512     EXIT.
045513*--------------------------------------------------------------*
045514*    4950-READ-MEAL-NOTICE                                     *
045515*--------------------------------------------------------------*
045516 4950-READ-MEAL-NOTICE.
045517     READ MEAL-NOTICE-FILE
045518         AT END
045519             SET WS-NM-EOF TO TRUE
045520     END-READ.
045521 4950-EXIT.
045522     EXIT.
045523*--------------------------------------------------------------*
045524*    4960-EXTRACT-STOP-CHANGE - ONE NEW STOP CONFIRMATION PER  *
045525*    APPROVED PARENT BUS-STOP CHANGE.                          *
045526*--------------------------------------------------------------*
045527 4960-EXTRACT-STOP-CHANGE.
045528     MOVE TN-LETTER-TYPE TO WS-LETTER-TYPE
045529     MOVE TN-EVENT-DETAIL TO WS-EVENT-DETAIL
045530     MOVE TN-STUDENT-ID TO WS-LOOKUP-ID
045531     PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
045532     PERFORM 4970-READ-STOP-NOTICE THRU 4970-EXIT.
045533 4960-EXIT.
045534     EXIT.
045535*--------------------------------------------------------------*
045536*    4970-READ-STOP-NOTICE                                     *
045537*--------------------------------------------------------------*
045538 4970-READ-STOP-NOTICE.
045539     READ STOP-NOTICE-FILE
045540         AT END
045541             SET WS-TN-EOF TO TRUE
045542     END-READ.
045543 4970-EXIT.
045544     EXIT.
045545*--------------------------------------------------------------*
045546*    4980-EXTRACT-LATE-BUS - ONE LATE-BUS LETTER PER RIDER ON  *
045547*    A ROUTE LEG THE WEEKLY ON-TIME RUN FOUND CHRONICALLY      *
045548*    LATE.                                                     *
045549*--------------------------------------------------------------*
045550 4980-EXTRACT-LATE-BUS.
045551     MOVE LN-LETTER-TYPE TO WS-LETTER-TYPE
045552     MOVE LN-EVENT-DETAIL TO WS-EVENT-DETAIL
045553     MOVE LN-STUDENT-ID TO WS-LOOKUP-ID
045554     PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
045555     PERFORM 4990-READ-LATE-NOTICE THRU 4990-EXIT.
045556 4980-EXIT.
045557     EXIT.
045558*--------------------------------------------------------------*
045559*    4990-READ-LATE-NOTICE                                     *
045560*--------------------------------------------------------------*
045561 4990-READ-LATE-NOTICE.
045562     READ LATE-NOTICE-FILE
045563         AT END
045564             SET WS-LN-EOF TO TRUE
045565     END-READ.
045566 4990-EXIT.
045567     EXIT.
045600*--------------------------------------------------------------*
045700*    5000-WRITE-LETTER - JOINS TO THE MASTER FOR THE GUARDIAN   *
045800*    SALUTATION AND ADDRESS; NO MASTER MEANS A HAND-RESEARCH    *
049300             IF NOT WS-CONSOLIDATING
049400                 ADD 1 TO WS-LETTER-COUNT
049500                 PERFORM 5300-PICK-TEMPLATE THRU 5300-EXIT
049510                 PERFORM 5290-PICK-CHANNEL THRU 5290-EXIT
049520             ELSE
049530                 MOVE WS-SN-CHANNEL (WS-SENT-SUB) TO WS-CHANNEL
049540                 MOVE WS-SN-EMAIL-ADDRESS (WS-SENT-SUB)
049550                     TO WS-SEND-EMAIL-ADDRESS
049560                 MOVE WS-SN-CONTACT-PRIORITY (WS-SENT-SUB)
049570                     TO WS-SEND-CONTACT-PRIORITY
049600             END-IF
049700             MOVE SPACE TO LETTER-MERGE-RECORD
049800             MOVE WS-LETTER-TYPE TO LM-LETTER-TYPE
050200             MOVE SM-ADDRESS TO LM-ADDRESS
050300             MOVE SM-CITY-ST-ZIP TO LM-CITY-ST-ZIP
050400             MOVE WS-EVENT-DETAIL TO LM-EVENT-DETAIL
050420             IF NOT WS-SEC-ALLOWED
050440                 PERFORM 5400-MASK-DETAIL THRU 5400-EXIT
050460             END-IF
050500             MOVE WS-HOUSEHOLD-ID TO LM-HOUSEHOLD-ID
050510             MOVE WS-CHANNEL TO LM-CHANNEL
050520             IF WS-CHANNEL-EMAIL
050530                 MOVE WS-SEND-EMAIL-ADDRESS TO LM-EMAIL-ADDRESS
050540                 MOVE WS-SEND-CONTACT-PRIORITY
050550                     TO LM-CONTACT-PRIORITY
050560             ELSE
050570                 MOVE ZERO TO LM-CONTACT-PRIORITY
050580             END-IF
050600             IF WS-CONSOLIDATING
050700                 SET LM-CONSOLIDATED TO TRUE
050800             ELSE
051200                         TO LM-TEMPLATE-TEXT
051300                 END-IF
051400             END-IF
051430             IF WS-CHANNEL-EMAIL
051460                 WRITE EMAIL-MERGE-RECORD FROM LETTER-MERGE-RECORD
051490             ELSE
051520                 WRITE LETTER-MERGE-RECORD
051550             END-IF
051600             IF NOT WS-CONSOLIDATING
051610                 IF WS-CHANNEL-EMAIL
051620                     ADD 1 TO WS-EMAIL-COUNT
051630                 ELSE
051640                     ADD 1 TO WS-PAPER-COUNT
051650                 END-IF
051700                 PERFORM 5250-MARK-SENT THRU 5250-EXIT
051800             END-IF
051900             MOVE SPACE TO WS-REGISTER-LINE
052000             MOVE WS-LETTER-TYPE TO WS-RL-LETTER-TYPE
052100             MOVE WS-LOOKUP-ID TO WS-RL-STUDENT-ID
052130             EVALUATE TRUE
052160                 WHEN WS-CONSOLIDATING
052190                     MOVE "CONSOLIDATED" TO WS-RL-NOTE
052220                 WHEN WS-FORCE-PAPER
052250                     MOVE "BOUNCED - REQUEUED" TO WS-RL-NOTE
052280                 WHEN OTHER
052310                     MOVE "LETTER WRITTEN" TO WS-RL-NOTE
052340             END-EVALUATE
052370             IF WS-CHANNEL-EMAIL
052400                 MOVE "EMAIL" TO WS-RL-CHANNEL
052430             ELSE
052460                 MOVE "PAPER" TO WS-RL-CHANNEL
052600             END-IF
052700             WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE
052800     END-READ.
057500             TO WS-SN-HOUSEHOLD-ID (WS-SENT-COUNT)
057600         MOVE WS-LETTER-TYPE
057700             TO WS-SN-LETTER-TYPE (WS-SENT-COUNT)
057710         MOVE WS-CHANNEL TO WS-SN-CHANNEL (WS-SENT-COUNT)
057720         MOVE WS-SEND-EMAIL-ADDRESS
057730             TO WS-SN-EMAIL-ADDRESS (WS-SENT-COUNT)
057740         MOVE WS-SEND-CONTACT-PRIORITY
057750             TO WS-SN-CONTACT-PRIORITY (WS-SENT-COUNT)
057800     ELSE
057900         ADD 1 TO WS-SENT-DROP-COUNT
058000     END-IF.
058700     IF WS-HOUSEHOLD-ID = WS-SN-HOUSEHOLD-ID (WS-SSUB)
058800             AND WS-LETTER-TYPE = WS-SN-LETTER-TYPE (WS-SSUB)
058900         SET WS-ALREADY-SENT TO TRUE
058950         MOVE WS-SSUB TO WS-SENT-SUB
059000     END-IF.
059100 5210-EXIT.
059200     EXIT.
059203*--------------------------------------------------------------*
059206*    5290-PICK-CHANNEL - EMAIL TO THE STUDENT'S FIRST OPTED-IN *
059209*    CONTACT; A REQUEUED BOUNCE OR NO SUCH CONTACT MEANS PAPER.*
059212*--------------------------------------------------------------*
059215 5290-PICK-CHANNEL.
059218     SET WS-CHANNEL-PAPER TO TRUE
059221     MOVE SPACE TO WS-SEND-EMAIL-ADDRESS
059224     MOVE ZERO TO WS-SEND-CONTACT-PRIORITY
059227     IF WS-FORCE-PAPER
059230         GO TO 5290-EXIT
059233     END-IF
059236     PERFORM 5295-MATCH-EMAIL THRU 5295-EXIT
059239         VARYING WS-ESUB FROM 1 BY 1
059242         UNTIL WS-ESUB > WS-EM-COUNT
059245             OR WS-CHANNEL-EMAIL.
059248 5290-EXIT.
059251     EXIT.
059254*--------------------------------------------------------------*
059257*    5295-MATCH-EMAIL                                          *
059260*--------------------------------------------------------------*
059263 5295-MATCH-EMAIL.
059266     IF WS-LOOKUP-ID = WS-EM-STUDENT-ID (WS-ESUB)
059269         SET WS-CHANNEL-EMAIL TO TRUE
059272         MOVE WS-EM-EMAIL-ADDRESS (WS-ESUB)
059275             TO WS-SEND-EMAIL-ADDRESS
059278         MOVE WS-EM-CONTACT-PRIORITY (WS-ESUB)
059281             TO WS-SEND-CONTACT-PRIORITY
059284     END-IF.
059287 5295-EXIT.
059290     EXIT.
059300*--------------------------------------------------------------*
059400*    5300-PICK-TEMPLATE - THE FAMILY'S HOME LANGUAGE WINS;      *
059500*    NO TRANSLATION MEANS THE EN ROW AND A FALLBACK LINE ON     *
063200     END-IF.
063300 5310-EXIT.
063400     EXIT.
063406*--------------------------------------------------------------*
063412*    5400-MASK-DETAIL - THE PAST-DUE AMOUNT AND THE MEAL        *
063418*    DETERMINATION ARE FINANCE FIELDS; THE REST OF THE ROW      *
063424*    STILL MERGES SO THE OFFICE CAN FILL THEM BY HAND.          *
063430*--------------------------------------------------------------*
063436 5400-MASK-DETAIL.
063442     EVALUATE WS-LETTER-TYPE
063448         WHEN "PASTDUE"
063454             MOVE ALL "*" TO LM-EVENT-DETAIL (18:13)
063460         WHEN "MEALAPPR"
063466         WHEN "MEALDENY"
063472             MOVE ALL "*" TO LM-EVENT-DETAIL
063478     END-EVALUATE.
063484 5400-EXIT.
063490     EXIT.
063500*--------------------------------------------------------------*
063600*    8000-FINALIZE                                               *
063700*--------------------------------------------------------------*
063900     MOVE WS-LETTER-COUNT TO WS-SL-LETTERS
064000     MOVE WS-NO-MASTER-COUNT TO WS-SL-NO-MASTER
064100     WRITE LETTER-REGISTER-LINE FROM WS-SUMMARY-LINE
064110     MOVE WS-EMAIL-COUNT TO WS-CL-EMAIL
064120     MOVE WS-PAPER-COUNT TO WS-CL-PAPER
064130     MOVE WS-REQUEUE-COUNT TO WS-CL-REQUEUE
064140     MOVE WS-OPT-OUT-COUNT TO WS-CL-OPT-OUT
064150     WRITE LETTER-REGISTER-LINE FROM WS-CHANNEL-LINE
064200     MOVE WS-LETTER-COUNT TO WS-EOD-METRIC-VALUE
064300     CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
064400         WS-EOD-LETTER-LABEL WS-EOD-METRIC-VALUE
065900     IF WS-IW-FILE-STATUS NOT = "35"
066000         CLOSE IMMUNIZATION-WARN-FILE
066100     END-IF
066120     IF WS-NM-FILE-STATUS NOT = "35"
066140         CLOSE MEAL-NOTICE-FILE
066160     END-IF
066170     IF WS-TN-FILE-STATUS NOT = "35"
066180         CLOSE STOP-NOTICE-FILE
066190     END-IF
066192     IF WS-LN-FILE-STATUS NOT = "35"
066194         CLOSE LATE-NOTICE-FILE
066196     END-IF
066200     CLOSE STUDENT-MASTER-FILE
066300     CLOSE LETTER-MERGE-FILE
066350     CLOSE EMAIL-MERGE-FILE
066400     CLOSE LETTER-REGISTER-RPT
066500     IF WS-ADDR-HOLD-COUNT > 0
066600         DISPLAY "LTREXTR: LETTERS HELD FOR BAD ADDRESS - "
068100     IF WS-DENY-DROP-COUNT > 0
068200         DISPLAY "LTREXTR: DENIAL TABLE FULL - "
068300             "ENTRIES DROPPED - " WS-DENY-DROP-COUNT
068310     END-IF
068320     IF WS-BN-DROP-COUNT > 0
068330         DISPLAY "LTREXTR: BOUNCE TABLE FULL - CARRIED TO "
068340             "NEXT RUN - " WS-BN-DROP-COUNT
068350     END-IF
068360     IF WS-EM-DROP-COUNT > 0
068370         DISPLAY "LTREXTR: EMAIL TABLE FULL - SENT ON PAPER - "
068380             WS-EM-DROP-COUNT
068400     END-IF.
068500 8000-EXIT.
068600     EXIT.
