001300*    WHICH CAMPUS GOT HOW MANY PAGES OF WHICH REPORT.  THE      *
001400*    CAMPUS OFFICES STOP FLIPPING THROUGH THE DISTRICT          *
001500*    PRINTOUT FOR THEIR PAGES.                                  *
001510*    RESTRICTED FIELDS STAY MASKED IN EVERY BUNDLE BY DEFAULT;   *
001520*    A FIELD IS PUT BACK ONLY WHEN THE CAMPUS DISTRIBUTION LIST  *
001530*    FOR THAT BUNDLE IS CLEARED FOR ITS CLASS, AND THE FIRST     *
001540*    SUCH LINE PER CAMPUS, REPORT, AND CLASS IS WRITTEN TO THE   *
001550*    SECURITY VIOLATION LOG FOR REVIEW.                          *
001600*--------------------------------------------------------------*
001700*    MODIFICATION HISTORY                                      *
001800*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001820*    2026-10-15  DLS  KEEP RESTRICTED FIELDS MASKED UNLESS THE  *
001840*                     CAMPUS DISTRIBUTION LIST IS CLEARED FOR   *
001860*                     THE CLASS; LOG EACH UNMASKED BUNDLE.      *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT MANIFEST-RPT ASSIGN TO MANIFRPT
002800         ORGANIZATION IS SEQUENTIAL.
002810     SELECT CAMPUS-DISTRIBUTION-FILE ASSIGN TO CAMPDIST
002820         ORGANIZATION IS SEQUENTIAL
002830         FILE STATUS IS WS-DV-FILE-STATUS.
002840     SELECT SECURITY-VIOLATION-LOG ASSIGN TO SECVIOLG
002850         ORGANIZATION IS SEQUENTIAL.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  REPORT-REPOSITORY-FILE
004300 FD  MANIFEST-RPT
004400     RECORDING MODE IS F.
004500 01  MANIFEST-LINE                  PIC X(80).
004510 FD  CAMPUS-DISTRIBUTION-FILE
004520     RECORDING MODE IS F.
004530     COPY campdist.
004540 FD  SECURITY-VIOLATION-LOG
004550     RECORDING MODE IS F.
004560     COPY secvio.
004600 WORKING-STORAGE SECTION.
004700 01  WS-RP-EOF-SWITCH               PIC X(01) VALUE "N".
004800     88  WS-RP-EOF                      VALUE "Y".
005800         10  WS-BN-CAMPUS           PIC X(03).
005900         10  WS-BN-REPORT-ID        PIC X(08).
006000         10  WS-BN-LINE-COUNT       PIC 9(07).
006020*            ONE BYTE PER CLASS (MEDICAL, CUSTODY, FINANCE) -
006040*            Y ONCE THE BUNDLE'S UNMASKED PRINT IS LOGGED.
006060         10  WS-BN-LOGGED OCCURS 3 TIMES
006080                                    PIC X(01).
006100 01  WS-OUT-COUNT                   PIC 9(07) COMP VALUE ZERO.
006200 01  WS-PAGE-COUNT                  PIC 9(05).
006205 01  WS-DV-FILE-STATUS              PIC X(02) VALUE SPACE.
006210 01  WS-DV-EOF-SWITCH               PIC X(01) VALUE "N".
006215     88  WS-DV-EOF                      VALUE "Y".
006220 01  WS-DIST-COUNT                  PIC 9(03) COMP VALUE ZERO.
006225 01  WS-DIST-DROP-COUNT             PIC 9(05) COMP VALUE ZERO.
006230 01  WS-DSUB                        PIC 9(03) COMP.
006235 01  WS-DIST-FOUND-SUB              PIC 9(03) COMP.
006240 01  WS-DIST-TABLE.
006245     05  WS-DV-ENTRY OCCURS 100 TIMES.
006250         10  WS-DV-CAMPUS           PIC X(03).
006255         10  WS-DV-CLEAR OCCURS 3 TIMES
006260                                    PIC X(01).
006265 01  WS-MSUB                        PIC 9(01) COMP.
006270 01  WS-CLASS-SUB                   PIC 9(01) COMP.
006275 01  WS-CLASS-NAME                  PIC X(08).
006280 01  WS-MASK-START                  PIC 9(02).
006285 01  WS-MASK-LENGTH                 PIC 9(02).
006290 01  WS-UNMASKED-COUNT              PIC 9(07) COMP VALUE ZERO.
006295 01  WS-TIMESTAMP                   PIC X(21).
006300 01  WS-REPORT-HEADING              PIC X(80)
006400         VALUE "REPORT DISTRIBUTION MANIFEST".
006500 01  WS-DETAIL-LINE.
009400*    1000-INITIALIZE                                             *
009500*--------------------------------------------------------------*
009600 1000-INITIALIZE.
009610     OPEN INPUT CAMPUS-DISTRIBUTION-FILE
009620     IF WS-DV-FILE-STATUS = "35"
009630         DISPLAY "RPTBURST: CAMPUS DISTRIBUTION LIST MISSING - "
009640             "EVERY RESTRICTED FIELD STAYS MASKED"
009650     ELSE
009660         PERFORM 1100-LOAD-DISTRIBUTION THRU 1100-EXIT
009670             UNTIL WS-DV-EOF
009680         CLOSE CAMPUS-DISTRIBUTION-FILE
009690     END-IF
009700     OPEN INPUT REPORT-REPOSITORY-FILE
009800     OPEN OUTPUT BURST-BUNDLE-FILE
009900     OPEN OUTPUT MANIFEST-RPT
010100     PERFORM 2100-READ-REPOSITORY THRU 2100-EXIT.
010200 1000-EXIT.
010300     EXIT.
010303*--------------------------------------------------------------*
010306*    1100-LOAD-DISTRIBUTION - A LIST THAT DOES NOT FIT IS       *
010309*    DROPPED, WHICH LEAVES THOSE CAMPUSES MASKED.               *
010312*--------------------------------------------------------------*
010315 1100-LOAD-DISTRIBUTION.
010318     READ CAMPUS-DISTRIBUTION-FILE
010321         AT END
010324             SET WS-DV-EOF TO TRUE
010327         NOT AT END
010330             IF WS-DIST-COUNT < 100
010333                 ADD 1 TO WS-DIST-COUNT
010336                 MOVE DV-CAMPUS-CODE
010339                     TO WS-DV-CAMPUS (WS-DIST-COUNT)
010342                 MOVE DV-CLEAR-MEDICAL
010345                     TO WS-DV-CLEAR (WS-DIST-COUNT 1)
010348                 MOVE DV-CLEAR-CUSTODY
010351                     TO WS-DV-CLEAR (WS-DIST-COUNT 2)
010354                 MOVE DV-CLEAR-FINANCE
010357                     TO WS-DV-CLEAR (WS-DIST-COUNT 3)
010360             ELSE
010363                 ADD 1 TO WS-DIST-DROP-COUNT
010366             END-IF
010369     END-READ.
010372 1100-EXIT.
010375     EXIT.
010400*--------------------------------------------------------------*
010500*    2000-BURST-LINE - A CAMPUS-TAGGED LINE GOES TO ITS         *
010600*    CAMPUS BUNDLE; AN UNTAGGED LINE IS DISTRICT-WIDE AND       *
010700*    GOES TO THE ALL BUNDLE.                                    *
010750*    SEALED FIELDS ARE PUT BACK PER THE BUNDLE'S CAMPUS LIST.   *
010800*--------------------------------------------------------------*
010900 2000-BURST-LINE.
011000     IF WS-WANT-DATE = ZERO
012000         MOVE RP-RUN-DATE TO BU-RUN-DATE
012100         MOVE RP-LINE-SEQ TO BU-LINE-SEQ
012200         MOVE RP-REPORT-LINE TO BU-REPORT-LINE
012400         PERFORM 3000-TALLY-BUNDLE THRU 3000-EXIT
012410         IF RP-MASK-COUNT NUMERIC
012420                 AND RP-MASK-COUNT > 0
012430             PERFORM 4000-FIND-DISTRIBUTION THRU 4000-EXIT
012440             PERFORM 4100-UNSEAL-FIELD THRU 4100-EXIT
012450                 VARYING WS-MSUB FROM 1 BY 1
012460                 UNTIL WS-MSUB > RP-MASK-COUNT
012470         END-IF
012480         WRITE BURST-BUNDLE-RECORD
012500     END-IF
012600     PERFORM 2100-READ-REPOSITORY THRU 2100-EXIT.
012700 2000-EXIT.
015600         MOVE BU-REPORT-ID
015700             TO WS-BN-REPORT-ID (WS-BUNDLE-COUNT)
015800         MOVE ZERO TO WS-BN-LINE-COUNT (WS-BUNDLE-COUNT)
015820         MOVE "N" TO WS-BN-LOGGED (WS-BUNDLE-COUNT 1)
015840         MOVE "N" TO WS-BN-LOGGED (WS-BUNDLE-COUNT 2)
015860         MOVE "N" TO WS-BN-LOGGED (WS-BUNDLE-COUNT 3)
015900         MOVE WS-BUNDLE-COUNT TO WS-FOUND-SUB
016000     END-IF
016100     ADD 1 TO WS-BN-LINE-COUNT (WS-FOUND-SUB).
016800     END-IF.
016900 3100-EXIT.
017000     EXIT.
017001*--------------------------------------------------------------*
017002*    4000-FIND-DISTRIBUTION - THE BUNDLE CAMPUS'S LIST ROW;     *
017003*    ZERO MEANS NO LIST, SO NOTHING IS PUT BACK.                *
017004*--------------------------------------------------------------*
017005 4000-FIND-DISTRIBUTION.
017006     MOVE ZERO TO WS-DIST-FOUND-SUB
017007     PERFORM 4010-MATCH-DISTRIBUTION THRU 4010-EXIT
017008         VARYING WS-DSUB FROM 1 BY 1
017009         UNTIL WS-DSUB > WS-DIST-COUNT
017010             OR WS-DIST-FOUND-SUB > 0.
017011 4000-EXIT.
017012     EXIT.
017013 4010-MATCH-DISTRIBUTION.
017014     IF BU-CAMPUS-CODE = WS-DV-CAMPUS (WS-DSUB)
017015         MOVE WS-DSUB TO WS-DIST-FOUND-SUB
017016     END-IF.
017017 4010-EXIT.
017018     EXIT.
017019*--------------------------------------------------------------*
017020*    4100-UNSEAL-FIELD                                           *
017021*--------------------------------------------------------------*
017022 4100-UNSEAL-FIELD.
017023     IF WS-DIST-FOUND-SUB = 0
017024         GO TO 4100-EXIT
017025     END-IF
017026     EVALUATE RP-MASK-CLASS (WS-MSUB)
017027         WHEN "M"
017028             MOVE 1 TO WS-CLASS-SUB
017029             MOVE "MEDICAL" TO WS-CLASS-NAME
017030         WHEN "C"
017031             MOVE 2 TO WS-CLASS-SUB
017032             MOVE "CUSTODY" TO WS-CLASS-NAME
017033         WHEN "F"
017034             MOVE 3 TO WS-CLASS-SUB
017035             MOVE "FINANCE" TO WS-CLASS-NAME
017036         WHEN OTHER
017037             GO TO 4100-EXIT
017038     END-EVALUATE
017039     IF WS-DV-CLEAR (WS-DIST-FOUND-SUB WS-CLASS-SUB) NOT = "Y"
017040         GO TO 4100-EXIT
017041     END-IF
017042     MOVE RP-MASK-START (WS-MSUB) TO WS-MASK-START
017043     MOVE RP-MASK-LENGTH (WS-MSUB) TO WS-MASK-LENGTH
017044     MOVE RP-MASK-VALUE (WS-MSUB)
017045         TO BU-REPORT-LINE (WS-MASK-START:WS-MASK-LENGTH)
017046     ADD 1 TO WS-UNMASKED-COUNT
017047     IF WS-FOUND-SUB = 0
017048         PERFORM 4200-LOG-UNMASKED THRU 4200-EXIT
017049         GO TO 4100-EXIT
017050     END-IF
017051     IF WS-BN-LOGGED (WS-FOUND-SUB WS-CLASS-SUB) NOT = "Y"
017052         MOVE "Y" TO WS-BN-LOGGED (WS-FOUND-SUB WS-CLASS-SUB)
017053         PERFORM 4200-LOG-UNMASKED THRU 4200-EXIT
017054     END-IF.
017055 4100-EXIT.
017056     EXIT.
017057*--------------------------------------------------------------*
017058*    4200-LOG-UNMASKED - OPEN-WRITE-CLOSE PER ENTRY, AS         *
017059*    SECCHECK DOES.  THE DISTRIBUTION LIST STANDS IN FOR THE    *
017060*    OPERATOR, THE REPORT ID FOR THE PROGRAM.                   *
017061*--------------------------------------------------------------*
017062 4200-LOG-UNMASKED.
017063     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
017064     OPEN EXTEND SECURITY-VIOLATION-LOG
017065     MOVE SPACE TO SECURITY-VIOLATION-RECORD
017066     MOVE WS-TIMESTAMP TO SV-TIMESTAMP
017067     MOVE "DISTLIST" TO SV-OPERATOR-ID
017068     MOVE WS-CLASS-NAME TO SV-TXN-CLASS
017069     MOVE BU-REPORT-ID TO SV-PROGRAM-ID
017070     MOVE "UNMASKED BUNDLE" TO SV-REASON
017071     MOVE BU-CAMPUS-CODE TO SV-REASON (17:3)
017072     WRITE SECURITY-VIOLATION-RECORD
017073     CLOSE SECURITY-VIOLATION-LOG.
017074 4200-EXIT.
017075     EXIT.
017100*--------------------------------------------------------------*
017200*    8000-FINALIZE - THE MANIFEST: ONE LINE PER CAMPUS PER      *
017300*    REPORT WITH ITS LINE AND PAGE COUNTS.                      *
018000         DISPLAY "RPTBURST: BUNDLE TABLE FULL - LINES NOT "
018100             "ROLLED UP - " WS-BUNDLE-DROP-COUNT
018200     END-IF
018210     IF WS-DIST-DROP-COUNT > 0
018220         DISPLAY "RPTBURST: DISTRIBUTION LIST FULL - CAMPUSES "
018230             "LEFT MASKED - " WS-DIST-DROP-COUNT
018240     END-IF
018250     IF WS-UNMASKED-COUNT > 0
018260         DISPLAY "RPTBURST: RESTRICTED FIELDS UNMASKED FOR "
018270             "CLEARED LISTS - " WS-UNMASKED-COUNT
018280     END-IF
018300     CLOSE REPORT-REPOSITORY-FILE
018400     CLOSE BURST-BUNDLE-FILE
018500     CLOSE MANIFEST-RPT.
