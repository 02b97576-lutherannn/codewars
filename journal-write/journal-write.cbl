001100*    JOURNAL IS OPENED EXTEND, WRITTEN, AND CLOSED ON EVERY     *
001200*    CALL - THE SAME DISCIPLINE AS AUDITLOG - SO THE IMAGE      *
001300*    SURVIVES EVEN IF THE CALLER ABENDS ON THE NEXT RECORD.     *
001330*    THE CALLER ALSO PASSES ITS PROGRAM ID AND THE SUBMITTING   *
001360*    OPERATOR (SPACES WHEN UNATTENDED) FOR THE CHANGE INQUIRY.  *
001400*--------------------------------------------------------------*
001500*    MODIFICATION HISTORY                                      *
001600*    2026-09-01  DLS  ORIGINAL PROGRAM.                        *
001630*    2026-10-15  DLS  CARRY THE SOURCE PROGRAM AND OPERATOR ON *
001660*                     EVERY JOURNAL ROW.                       *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
003100 01  JW-FILE-ID                    PIC X(08).
003200 01  JW-ACTION                     PIC X(01).
003300 01  JW-RECORD-IMAGE               PIC X(200).
003330 01  JW-SOURCE-PROGRAM             PIC X(08).
003360 01  JW-OPERATOR-ID                PIC X(08).
003400 PROCEDURE DIVISION USING JW-FILE-ID JW-ACTION
003460                           JW-RECORD-IMAGE
003520                           JW-SOURCE-PROGRAM JW-OPERATOR-ID.
003600*--------------------------------------------------------------*
003700*    0000-MAINLINE                                              *
003800*--------------------------------------------------------------*
004400     MOVE JW-FILE-ID TO JR-FILE-ID
004500     MOVE JW-ACTION TO JR-ACTION
004600     MOVE JW-RECORD-IMAGE TO JR-RECORD-IMAGE
004630     MOVE JW-SOURCE-PROGRAM TO JR-SOURCE-PROGRAM
004660     MOVE JW-OPERATOR-ID TO JR-OPERATOR-ID
004700     WRITE JOURNAL-RECORD
004800     CLOSE AFTER-IMAGE-JOURNAL
004900     GOBACK.
