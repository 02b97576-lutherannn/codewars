001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001930*    2026-10-15  DLS  SALES VOIDED AT THE POS NET OUT OF THE   *
001960*                     RECENT SALE ACTIVITY.                    *
001970*    2026-10-15  DLS  TAKE THE OPERATOR IN THE PARM; THE        *
001980*                     PREPAID BALANCE PRINTS MASKED UNLESS THE  *
001990*                     OPERATOR IS CLEARED FOR FINANCE.          *
001992*    2026-10-15  DLS  FLAG A STUDENT THE LAST EARLY-WARNING   *
001994*                     RUN SCORED HIGH RISK, WITH THE TREND.    *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004800     SELECT CONCESSION-SALE-FILE ASSIGN TO CONCSALE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CS-FILE-STATUS.
005010     SELECT EARLY-WARNING-FILE ASSIGN TO EWSCORE
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS WS-EW-FILE-STATUS.
005100     SELECT PROFILE-RPT ASSIGN TO PROFRPT
005200         ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
007400 FD  CONCESSION-SALE-FILE
007500     RECORDING MODE IS F.
007600     COPY concsale.
007610 FD  EARLY-WARNING-FILE
007620     RECORDING MODE IS F.
007630     COPY ewscore.
007700 FD  PROFILE-RPT
007800     RECORDING MODE IS F.
007900 01  PROFILE-LINE                   PIC X(80).
008700 01  WS-BH-FILE-STATUS              PIC X(02) VALUE SPACE.
008800 01  WS-DL-FILE-STATUS              PIC X(02) VALUE SPACE.
008900 01  WS-CS-FILE-STATUS              PIC X(02) VALUE SPACE.
008950 01  WS-EW-FILE-STATUS              PIC X(02) VALUE SPACE.
009000 01  WS-REQ-EOF-SWITCH              PIC X(01) VALUE "N".
009100     88  WS-REQ-EOF                     VALUE "Y".
009200 01  WS-SIDE-EOF-SWITCH             PIC X(01) VALUE "N".
010700         10  WS-PF-DENIALS          PIC 9(03) COMP.
010800         10  WS-PF-SALES            PIC 9(05) COMP.
010900         10  WS-PF-SALE-AMT         PIC 9(07)V99 COMP-3.
010910         10  WS-PF-EW-TIER          PIC X(01).
010920         10  WS-PF-EW-SCORE         PIC 9(02).
010930         10  WS-PF-EW-TREND         PIC X(01).
010940         10  WS-PF-EW-DATE          PIC 9(08).
011000 01  WS-PRINTED-COUNT               PIC 9(03) COMP VALUE ZERO.
011100 01  WS-HEAD-LINE.
011200     05  FILLER                     PIC X(10)
017000             VALUE "  DENIED SALES -".
017100     05  WS-OL-DENIALS              PIC ZZ9.
017200     05  FILLER                     PIC X(42) VALUE SPACE.
017201 01  WS-RISK-LINE.
017202     05  FILLER                     PIC X(10)
017203             VALUE "EARLY WRN-".
017204     05  FILLER                     PIC X(18)
017205             VALUE " HIGH RISK  SCORE ".
017206     05  WS-RK-SCORE                PIC Z9.
017207     05  FILLER                     PIC X(08)
017208             VALUE "  TREND ".
017209     05  WS-RK-TREND                PIC X(04).
017210     05  FILLER                     PIC X(08)
017211             VALUE "  AS OF ".
017212     05  WS-RK-DATE                 PIC 9(08).
017213     05  FILLER                     PIC X(22) VALUE SPACE.
017300 01  WS-SEPARATOR-LINE              PIC X(80) VALUE ALL "-".
017320*    WHERE WS-ML-BALANCE SITS ON THE PRINTED MONEY LINE.
017340 01  WS-BALANCE-COLUMN              PIC 9(02) VALUE 11.
017360 01  WS-BALANCE-WIDTH               PIC 9(02) VALUE 10.
017380 LINKAGE SECTION.
017400 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
017420 01  LS-PARM-DATA                   PIC X(10).
017440 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
017500*--------------------------------------------------------------*
017600*    0000-MAINLINE                                              *
017700*--------------------------------------------------------------*
017800 0000-MAINLINE.
017810*    THE REQUESTING OPERATOR COMES IN THE PARM - NO OPERATOR
017820*    PRINTS EVERY RESTRICTED FIELD MASKED.
017830     MOVE SPACE TO RW-OPERATOR-ID
017840     IF LS-PARM-LENGTH > 0
017850         MOVE LS-PARM-DATA (1:8) TO RW-OPERATOR-ID
017860     END-IF
017870     MOVE ZERO TO RW-MASK-COUNT
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018000     PERFORM 2000-SCAN-RIDER THRU 2000-EXIT
018100     PERFORM 3000-SCAN-ATTEND THRU 3000-EXIT
018200     PERFORM 4000-SCAN-BUMPS THRU 4000-EXIT
018300     PERFORM 5000-SCAN-DENIALS THRU 5000-EXIT
018400     PERFORM 6000-SCAN-SALES THRU 6000-EXIT
018450     PERFORM 7500-SCAN-EARLY-WARNING THRU 7500-EXIT
018500     PERFORM 7000-PRINT-PROFILE THRU 7000-EXIT
018600         VARYING WS-QSUB FROM 1 BY 1
018700         UNTIL WS-QSUB > WS-REQ-COUNT
022800                 MOVE ZERO TO WS-PF-DENIALS (WS-REQ-COUNT)
022900                 MOVE ZERO TO WS-PF-SALES (WS-REQ-COUNT)
023000                 MOVE ZERO TO WS-PF-SALE-AMT (WS-REQ-COUNT)
023010                 MOVE SPACE TO WS-PF-EW-TIER (WS-REQ-COUNT)
023020                 MOVE ZERO TO WS-PF-EW-SCORE (WS-REQ-COUNT)
023030                 MOVE SPACE TO WS-PF-EW-TREND (WS-REQ-COUNT)
023040                 MOVE ZERO TO WS-PF-EW-DATE (WS-REQ-COUNT)
023100             ELSE
023200                 ADD 1 TO WS-REQ-DROP-COUNT
023300             END-IF
039000             MOVE CS-STUDENT-ID TO WS-LOOKUP-ID
039100             PERFORM 2200-MATCH-REQUEST THRU 2200-EXIT
039200             IF WS-MATCH-SUB > 0
039210                     AND CS-ENTRY-VOID
039220                 PERFORM 6110-NET-VOID THRU 6110-EXIT
039230             END-IF
039240             IF WS-MATCH-SUB > 0
039250                     AND NOT CS-ENTRY-VOID
039300                 ADD 1 TO WS-PF-SALES (WS-MATCH-SUB)
039400                 ADD CS-AMOUNT
039500                     TO WS-PF-SALE-AMT (WS-MATCH-SUB)
039700     END-READ.
039800 6100-EXIT.
039900     EXIT.
039905*--------------------------------------------------------------*
039910*    6110-NET-VOID - A VOID ROW TAKES ITS SALE BACK OUT.  THE   *
039915*    ORIGINAL SALE MAY PREDATE THE FILE, SO THE COUNTS STOP AT  *
039920*    ZERO.                                                      *
039925*--------------------------------------------------------------*
039930 6110-NET-VOID.
039935     IF WS-PF-SALES (WS-MATCH-SUB) > 0
039940         SUBTRACT 1 FROM WS-PF-SALES (WS-MATCH-SUB)
039945     END-IF
039950     IF WS-PF-SALE-AMT (WS-MATCH-SUB) > CS-AMOUNT
039955         SUBTRACT CS-AMOUNT FROM WS-PF-SALE-AMT (WS-MATCH-SUB)
039960     ELSE
039965         MOVE ZERO TO WS-PF-SALE-AMT (WS-MATCH-SUB)
039970     END-IF.
039975 6110-EXIT.
039980     EXIT.
040000*--------------------------------------------------------------*
040100*    7000-PRINT-PROFILE - ONE SHEET PER REQUEST: MASTER AND     *
040200*    PREPAID COME FROM RANDOM READS, THE REST FROM THE          *
044400     MOVE WS-PF-SALES (WS-QSUB) TO WS-ML-SALES
044500     MOVE WS-PF-SALE-AMT (WS-QSUB) TO WS-ML-SALE-AMT
044600     MOVE WS-MONEY-LINE TO RW-DETAIL-LINE
044620     MOVE 1 TO RW-MASK-COUNT
044640     MOVE "F" TO RW-MASK-CLASS (1)
044660     MOVE WS-BALANCE-COLUMN TO RW-MASK-START (1)
044680     MOVE WS-BALANCE-WIDTH TO RW-MASK-LENGTH (1)
044700     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
044750     MOVE ZERO TO RW-MASK-COUNT
044800     MOVE WS-PF-BUMPS (WS-QSUB) TO WS-OL-BUMPS
044900     MOVE WS-PF-DENIALS (WS-QSUB) TO WS-OL-DENIALS
045000     MOVE WS-OPEN-LINE TO RW-DETAIL-LINE
045100     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
045110     IF WS-PF-EW-TIER (WS-QSUB) = "H"
045120         PERFORM 7100-PUT-RISK-LINE THRU 7100-EXIT
045130     END-IF
045200     MOVE WS-SEPARATOR-LINE TO RW-DETAIL-LINE
045300     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
045400 7000-EXIT.
045500     EXIT.
045501*--------------------------------------------------------------*
045502*    7100-PUT-RISK-LINE - THE HIGH-RISK FLAG FROM THE LAST      *
045503*    EARLY-WARNING RUN, WITH ITS TREND AGAINST THE RUN BEFORE.  *
045504*--------------------------------------------------------------*
045505 7100-PUT-RISK-LINE.
045506     MOVE WS-PF-EW-SCORE (WS-QSUB) TO WS-RK-SCORE
045507     MOVE WS-PF-EW-DATE (WS-QSUB) TO WS-RK-DATE
045508     EVALUATE WS-PF-EW-TREND (WS-QSUB)
045509         WHEN "U"
045510             MOVE "UP" TO WS-RK-TREND
045511         WHEN "D"
045512             MOVE "DOWN" TO WS-RK-TREND
045513         WHEN "S"
045514             MOVE "SAME" TO WS-RK-TREND
045515         WHEN OTHER
045516             MOVE "NEW" TO WS-RK-TREND
045517     END-EVALUATE
045518     MOVE WS-RISK-LINE TO RW-DETAIL-LINE
045519     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
045520 7100-EXIT.
045521     EXIT.
045522*--------------------------------------------------------------*
045523*    7500-SCAN-EARLY-WARNING - THE WEEKLY EARLY-WARNING RUN'S   *
045524*    SCORE FILE.  NO FILE MEANS NO FLAG.                        *
045525*--------------------------------------------------------------*
045526 7500-SCAN-EARLY-WARNING.
045527     MOVE "N" TO WS-SIDE-EOF-SWITCH
045528     OPEN INPUT EARLY-WARNING-FILE
045529     IF WS-EW-FILE-STATUS = "35"
045530         GO TO 7500-EXIT
045531     END-IF
045532     PERFORM 7510-CHECK-SCORE THRU 7510-EXIT
045533         UNTIL WS-SIDE-EOF
045534     CLOSE EARLY-WARNING-FILE.
045535 7500-EXIT.
045536     EXIT.
045537 7510-CHECK-SCORE.
045538     READ EARLY-WARNING-FILE
045539         AT END
045540             SET WS-SIDE-EOF TO TRUE
045541         NOT AT END
045542             MOVE EW-STUDENT-ID TO WS-LOOKUP-ID
045543             PERFORM 2200-MATCH-REQUEST THRU 2200-EXIT
045544             IF WS-MATCH-SUB > 0
045545                 MOVE EW-RISK-TIER
045546                     TO WS-PF-EW-TIER (WS-MATCH-SUB)
045547                 MOVE EW-RISK-SCORE
045548                     TO WS-PF-EW-SCORE (WS-MATCH-SUB)
045549                 MOVE EW-TREND
045550                     TO WS-PF-EW-TREND (WS-MATCH-SUB)
045551                 MOVE EW-RUN-DATE
045552                     TO WS-PF-EW-DATE (WS-MATCH-SUB)
045553             END-IF
045554     END-READ.
045555 7510-EXIT.
045556     EXIT.
045600*--------------------------------------------------------------*
045700*    8000-FINALIZE                                               *
045800*--------------------------------------------------------------*
