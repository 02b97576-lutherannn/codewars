002010*    2026-09-01  DLS  REQUIRE AN AUTHORIZED OPERATOR           *
002020*                     (MAINT) IN THE PARM BEFORE THE RUN       *
002025*                     PROCEEDS.                                *
002035*    2026-10-15  DLS  RECORD EACH CAMPUS MOVE ON THE           *
002045*                     EFFECTIVE-DATED STUDENT HISTORY VIA      *
002055*                     HISTWRT.                                 *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
010400 01  WS-AUDIT-FIELD-NAME            PIC X(10).
010500 01  WS-AUDIT-VALUE                 PIC X(25).
010600 01  WS-AUDIT-REASON                PIC X(20).
010620 01  WS-HIST-PROGRAM-ID             PIC X(08) VALUE "XFERCAMP".
010640 01  WS-HIST-ACTION                 PIC X(01) VALUE "C".
010660 01  WS-HIST-IMAGE                  PIC X(200).
010700 01  WS-REPORT-HEADING              PIC X(80)
010800         VALUE "CAMPUS TRANSFER WORKSHEET".
010900 01  WS-DETAIL-LINE.
021500             MOVE WS-XT-NEW-CAMPUS (WS-XSUB)
021600                 TO SM-CAMPUS-CODE
021700             REWRITE STUDENT-MASTER-RECORD
021750             PERFORM 2300-WRITE-HISTORY THRU 2300-EXIT
021800             MOVE "SM-CAMPUS" TO WS-AUDIT-FIELD-NAME
021900             MOVE WS-XT-STUDENT-ID (WS-XSUB)
022000                 TO WS-AUDIT-VALUE
023300     END-READ.
023400 2000-EXIT.
023500     EXIT.
023508*--------------------------------------------------------------*
023516*    2300-WRITE-HISTORY - THE RE-HOMED ROW OPENS A NEW VERSION  *
023524*    ON THE STUDENT HISTORY FROM TODAY.                         *
023532*--------------------------------------------------------------*
023540 2300-WRITE-HISTORY.
023548     MOVE SPACE TO WS-HIST-IMAGE
023556     MOVE STUDENT-MASTER-RECORD TO WS-HIST-IMAGE (1:200)
023564     CALL "HISTWRT" USING WS-HIST-PROGRAM-ID WS-HIST-ACTION
023572         WS-HIST-IMAGE.
023580 2300-EXIT.
023588     EXIT.
023600*--------------------------------------------------------------*
023700*    2500-CHECK-PREPAID - THE ACCOUNT ITSELF FOLLOWS THE        *
023800*    STUDENT; THE OLD STAND JUST NEEDS TO KNOW, SO AN OPEN      *
