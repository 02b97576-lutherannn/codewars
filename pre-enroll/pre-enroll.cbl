001400*    IDINTAKE/CHECK-DIGIT STREAM; EVERYONE ELSE LANDS ON A      *
001500*    RANKED WAITLIST REPORT IN DRAW ORDER.  A CAMPUS/GRADE      *
001600*    WITH NO SEAT-LIMIT ROW TAKES NOBODY AND IS REPORTED.       *
001630*    EACH WINNER IS ALSO WRITTEN TO LOTACPT WITH THE CAMPUS AND *
001660*    GRADE WON, FOR THE NEXT-YEAR ENROLLMENT PROJECTION.        *
001700*--------------------------------------------------------------*
001800*    MODIFICATION HISTORY                                      *
001900*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001950*    2026-10-15  DLS  WRITE CAMPUS/GRADE ACCEPTANCE FILE.      *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT ACCEPTANCE-FILE ASSIGN TO IDINRAW
003000         ORGANIZATION IS SEQUENTIAL.
003030     SELECT LOTTERY-ACCEPT-FILE ASSIGN TO LOTACPT
003060         ORGANIZATION IS SEQUENTIAL.
003100     SELECT LOTTERY-RPT ASSIGN TO LOTRPT
003200         ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
004100 FD  ACCEPTANCE-FILE
004200     RECORDING MODE IS F.
004300     COPY idintak.
004320 FD  LOTTERY-ACCEPT-FILE
004340     RECORDING MODE IS F.
004360     COPY lotacpt.
004400 FD  LOTTERY-RPT
004500     RECORDING MODE IS F.
004600 01  LOTTERY-LINE                   PIC X(80).
015200     END-IF
015300     OPEN INPUT APPLICATION-FILE
015400     OPEN OUTPUT ACCEPTANCE-FILE
015450     OPEN OUTPUT LOTTERY-ACCEPT-FILE
015500     OPEN OUTPUT LOTTERY-RPT
015600     WRITE LOTTERY-LINE FROM WS-REPORT-HEADING
015700     PERFORM 2100-READ-APPLICATION THRU 2100-EXIT.
033900     MOVE WS-GR-APPLICANT-ID (WS-BEST-SUB) TO II-STUDENT-ID
034000     MOVE WS-GR-APPLICANT-NAME (WS-BEST-SUB)
034100         TO II-STUDENT-NAME
034120     WRITE ID-INTAKE-RECORD
034140     MOVE SPACE TO LOTTERY-ACCEPTANCE-RECORD
034160     MOVE WS-GK-CAMPUS TO LA-CAMPUS-CODE
034180     MOVE WS-GK-GRADE TO LA-GRADE-LEVEL
034200     MOVE WS-GR-APPLICANT-ID (WS-BEST-SUB) TO LA-APPLICANT-ID
034220     MOVE WS-GR-APPLICANT-NAME (WS-BEST-SUB)
034240         TO LA-APPLICANT-NAME
034260     WRITE LOTTERY-ACCEPTANCE-RECORD.
034300 6000-EXIT.
034400     EXIT.
034500*--------------------------------------------------------------*
035600     END-IF
035700     CLOSE APPLICATION-FILE
035800     CLOSE ACCEPTANCE-FILE
035850     CLOSE LOTTERY-ACCEPT-FILE
035900     CLOSE LOTTERY-RPT.
036000 8000-EXIT.
036100     EXIT.
