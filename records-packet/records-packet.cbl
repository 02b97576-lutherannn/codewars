001400*    RELEASE IS THE FIRST THING A CUSTODY DISPUTE SUBPOENAS.    *
001500*    THE ARCHIVE AND ATTENDANCE FILES ARE EACH WALKED ONCE      *
001600*    FOR THE WHOLE BATCH.                                       *
001620*    A STUDENT WITH FEE CHARGES THE BOARD HAS WRITTEN OFF IS    *
001640*    FLAGGED IN THE PACKET WITH THE TOTAL WRITTEN OFF, FROM     *
001660*    THE WRITE-OFF HISTORY THE COLLECTIONS RUN KEEPS.           *
001666*    PARM = AN AS-OF DATE (YYYYMMDD) TO PRINT EACH STUDENT'S    *
001672*    MASTER DATA AS IT STOOD THAT DAY (THE WITHDRAWAL DATE, OR  *
001678*    THE DATE A SUBPOENA NAMES) FROM THE EFFECTIVE-DATED        *
001684*    HISTORY VIA ASOFLOOK - A WITHDRAWN STUDENT NO LONGER ON    *
001690*    THE MASTER STILL GETS A FULL PACKET.                       *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001930*    2026-10-15  DLS  FLAG FEE BALANCES WRITTEN OFF FROM THE   *
001960*                     WRITE-OFF HISTORY.                       *
001970*    2026-10-15  DLS  OPTIONAL AS-OF DATE PARM - MASTER DATA   *
001980*                     AS IT STOOD THAT DAY VIA ASOFLOOK.       *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003400     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-AT-FILE-STATUS.
003620     SELECT WRITEOFF-HISTORY-FILE ASSIGN TO WOHIST
003640         ORGANIZATION IS SEQUENTIAL
003660         FILE STATUS IS WS-FW-FILE-STATUS.
003700     SELECT RELEASE-LOG-FILE ASSIGN TO RELSLOG
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PACKET-RPT ASSIGN TO PACKRPT
005100 FD  ATTENDANCE-FILE
005200     RECORDING MODE IS F.
005300     COPY attend.
005320 FD  WRITEOFF-HISTORY-FILE
005340     RECORDING MODE IS F.
005360     COPY feewoff.
005400 FD  RELEASE-LOG-FILE
005500     RECORDING MODE IS F.
005600     COPY relslog.
006300 01  WS-SM-FILE-STATUS              PIC X(02) VALUE SPACE.
006400 01  WS-EA-FILE-STATUS              PIC X(02) VALUE SPACE.
006500 01  WS-AT-FILE-STATUS              PIC X(02) VALUE SPACE.
006550 01  WS-FW-FILE-STATUS              PIC X(02) VALUE SPACE.
006600 01  WS-WD-EOF-SWITCH               PIC X(01) VALUE "N".
006700     88  WS-WD-EOF                      VALUE "Y".
006800 01  WS-SIDE-EOF-SWITCH             PIC X(01) VALUE "N".
008600         10  WS-PK-ARCH-COUNT       PIC 9(02) COMP.
008700         10  WS-PK-ARCH-YEAR OCCURS 10 TIMES
008800                                    PIC 9(05).
008850         10  WS-PK-WRITTEN-OFF      PIC 9(07)V99.
008900 01  WS-PACKET-COUNT                PIC 9(05) COMP VALUE ZERO.
008910 01  WS-AS-OF-DATE                  PIC 9(08) VALUE ZERO.
008920 01  WS-HISTORY-SWITCH              PIC X(01) VALUE "Y".
008930     88  WS-HISTORY-MISSING             VALUE "N".
008940     COPY asofreq.
008950 01  WS-AS-OF-NOTE.
008960     05  FILLER                     PIC X(06) VALUE "AS OF ".
008970     05  WS-AN-DATE                 PIC 9(08).
008980     05  FILLER                     PIC X(06) VALUE SPACE.
009000 01  WS-COVER-LINE.
009100     05  FILLER                     PIC X(22)
009200             VALUE "RECORDS PACKET - TO - ".
012100             VALUE "  ABSENT -".
012200     05  WS-AT-ABSENT               PIC ZZ,ZZ9.
012300     05  FILLER                     PIC X(38) VALUE SPACE.
012310 01  WS-WRITEOFF-LINE.
012320     05  FILLER                     PIC X(29)
012330             VALUE "FEE BALANCE WRITTEN OFF    - ".
012340     05  WS-WO-AMOUNT               PIC Z,ZZZ,ZZ9.99.
012350     05  FILLER                     PIC X(39) VALUE SPACE.
012400 01  WS-SEPARATOR-LINE              PIC X(80) VALUE ALL "-".
012440 LINKAGE SECTION.
012480 01  LS-PARM-LENGTH                 PIC S9(04) COMP.
012520 01  LS-PARM-DATA                   PIC X(08).
012560 PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
012600*--------------------------------------------------------------*
012700*    0000-MAINLINE                                              *
012800*--------------------------------------------------------------*
012900 0000-MAINLINE.
012908     IF LS-PARM-LENGTH > 0
012916         IF LS-PARM-LENGTH = 8 AND LS-PARM-DATA IS NUMERIC
012924                 AND LS-PARM-DATA NOT = ZERO
012932             MOVE LS-PARM-DATA TO WS-AS-OF-DATE
012940         ELSE
012948             DISPLAY "RECSPKT: BAD AS-OF DATE - " LS-PARM-DATA
012956                 " - RUN ENDED"
012964             MOVE 8 TO RETURN-CODE
012972             GOBACK
012980         END-IF
012988     END-IF
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013100     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
013200     PERFORM 3000-SCAN-ATTEND THRU 3000-EXIT
013250     PERFORM 3500-SCAN-WRITEOFF THRU 3500-EXIT
013300     PERFORM 4000-PRINT-PACKET THRU 4000-EXIT
013400         VARYING WS-QSUB FROM 1 BY 1
013500         UNTIL WS-QSUB > WS-REQ-COUNT
017400                 MOVE ZERO TO WS-PK-PRESENT (WS-REQ-COUNT)
017500                 MOVE ZERO TO WS-PK-ABSENT (WS-REQ-COUNT)
017600                 MOVE ZERO TO WS-PK-ARCH-COUNT (WS-REQ-COUNT)
017650                 MOVE ZERO TO WS-PK-WRITTEN-OFF (WS-REQ-COUNT)
017700             ELSE
017800                 ADD 1 TO WS-REQ-DROP-COUNT
017900             END-IF
024200     END-READ.
024300 3100-EXIT.
024400     EXIT.
024403*--------------------------------------------------------------*
024406*    3500-SCAN-WRITEOFF                                        *
024409*--------------------------------------------------------------*
024412 3500-SCAN-WRITEOFF.
024415     MOVE "N" TO WS-SIDE-EOF-SWITCH
024418     OPEN INPUT WRITEOFF-HISTORY-FILE
024421     IF WS-FW-FILE-STATUS = "35"
024424         GO TO 3500-EXIT
024427     END-IF
024430     PERFORM 3600-CHECK-WRITEOFF THRU 3600-EXIT
024433         UNTIL WS-SIDE-EOF
024436     CLOSE WRITEOFF-HISTORY-FILE.
024439 3500-EXIT.
024442     EXIT.
024445 3600-CHECK-WRITEOFF.
024448     READ WRITEOFF-HISTORY-FILE
024451         AT END
024454             SET WS-SIDE-EOF TO TRUE
024457         NOT AT END
024460             MOVE FW-STUDENT-ID TO WS-LOOKUP-ID
024463             PERFORM 5000-MATCH-REQUEST THRU 5000-EXIT
024466             IF WS-MATCH-SUB > 0 AND FW-AMOUNT IS NUMERIC
024469                 ADD FW-AMOUNT TO WS-PK-WRITTEN-OFF (WS-MATCH-SUB)
024472             END-IF
024475     END-READ.
024478 3600-EXIT.
024481     EXIT.
024500*--------------------------------------------------------------*
024600*    4000-PRINT-PACKET - COVER, MASTER, ARCHIVE YEARS,          *
024700*    ATTENDANCE SUMMARY, THEN THE RELEASE-LOG ROW.              *
025300     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
025400     MOVE SPACE TO WS-ST-NOTE
025500     MOVE WS-PK-STUDENT-ID (WS-QSUB) TO WS-ST-STUDENT-ID
025570     IF WS-AS-OF-DATE > ZERO
025640         PERFORM 4200-MASTER-AS-OF THRU 4200-EXIT
025710     ELSE
025780         MOVE SPACE TO SM-STUDENT-ID
025850         MOVE WS-PK-STUDENT-ID (WS-QSUB) TO SM-STUDENT-ID
025920         READ STUDENT-MASTER-FILE
025990             INVALID KEY
026060                 MOVE SPACE TO WS-ST-STUDENT-NAME
026130                 MOVE "NO MASTER RECORD" TO WS-ST-NOTE
026200                 MOVE SPACE TO WS-AD-ADDRESS
026270                 MOVE SPACE TO WS-AD-CITY-ST-ZIP
026340             NOT INVALID KEY
026410                 MOVE SM-STUDENT-NAME TO WS-ST-STUDENT-NAME
026480                 MOVE SM-ADDRESS TO WS-AD-ADDRESS
026550                 MOVE SM-CITY-ST-ZIP TO WS-AD-CITY-ST-ZIP
026620         END-READ
026690     END-IF
026900     MOVE WS-STUDENT-LINE TO RW-DETAIL-LINE
027000     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
027100     MOVE WS-ADDR-LINE TO RW-DETAIL-LINE
027700     MOVE WS-PK-ABSENT (WS-QSUB) TO WS-AT-ABSENT
027800     MOVE WS-ATTEND-LINE TO RW-DETAIL-LINE
027900     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
027910     IF WS-PK-WRITTEN-OFF (WS-QSUB) > ZERO
027920         MOVE WS-PK-WRITTEN-OFF (WS-QSUB) TO WS-WO-AMOUNT
027930         MOVE WS-WRITEOFF-LINE TO RW-DETAIL-LINE
027940         PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
027950     END-IF
028000     MOVE WS-SEPARATOR-LINE TO RW-DETAIL-LINE
028100     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT
028200     MOVE SPACE TO RECORDS-RELEASE-LOG-RECORD
029700     PERFORM 9100-PUT-DETAIL THRU 9100-EXIT.
029800 4100-EXIT.
029900     EXIT.
029903*--------------------------------------------------------------*
029906*    4200-MASTER-AS-OF - THE MASTER ROW IN FORCE ON THE AS-OF   *
029909*    DATE, NOTED ON THE STUDENT LINE SO THE RECEIVING DISTRICT  *
029912*    SEES WHICH DAY THE DATA DESCRIBES.                         *
029915*--------------------------------------------------------------*
029918 4200-MASTER-AS-OF.
029921     SET AO-FUNCTION-LOOKUP TO TRUE
029924     MOVE WS-AS-OF-DATE TO AO-AS-OF-DATE
029927     MOVE WS-PK-STUDENT-ID (WS-QSUB) TO AO-STUDENT-ID
029930     CALL "ASOFLOOK" USING AS-OF-LOOKUP-AREA
029933     MOVE SPACE TO WS-ST-STUDENT-NAME
029936     MOVE SPACE TO WS-AD-ADDRESS
029939     MOVE SPACE TO WS-AD-CITY-ST-ZIP
029942     EVALUATE TRUE
029945         WHEN AO-FOUND
029948             MOVE AO-MASTER-IMAGE TO STUDENT-MASTER-RECORD
029951             MOVE SM-STUDENT-NAME TO WS-ST-STUDENT-NAME
029954             MOVE SM-ADDRESS TO WS-AD-ADDRESS
029957             MOVE SM-CITY-ST-ZIP TO WS-AD-CITY-ST-ZIP
029960             MOVE WS-AS-OF-DATE TO WS-AN-DATE
029963             MOVE WS-AS-OF-NOTE TO WS-ST-NOTE
029966         WHEN AO-UNAVAILABLE
029969             SET WS-HISTORY-MISSING TO TRUE
029972             MOVE "HISTORY UNAVAILABLE" TO WS-ST-NOTE
029975         WHEN OTHER
029978             MOVE "NO RECORD ON DATE" TO WS-ST-NOTE
029981     END-EVALUATE.
029984 4200-EXIT.
029987     EXIT.
030000*--------------------------------------------------------------*
030100*    5000-MATCH-REQUEST                                          *
030200*--------------------------------------------------------------*
032500         DISPLAY "RECSPKT: REQUEST TABLE FULL - DROPPED - "
032600             WS-REQ-DROP-COUNT
032700     END-IF
032710     IF WS-AS-OF-DATE > ZERO
032720         SET AO-FUNCTION-CLOSE TO TRUE
032730         CALL "ASOFLOOK" USING AS-OF-LOOKUP-AREA
032740     END-IF
032750     IF WS-HISTORY-MISSING
032760         DISPLAY "RECSPKT: STUDENT HISTORY UNAVAILABLE - "
032770             "PACKETS NOT AS OF " WS-AS-OF-DATE
032780         MOVE 8 TO RETURN-CODE
032790     END-IF
032800     CLOSE STUDENT-MASTER-FILE
032900     CLOSE RELEASE-LOG-FILE
033000     CLOSE PACKET-RPT.
