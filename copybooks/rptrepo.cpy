000620*    TO (SPACES = DISTRICT-WIDE) - RPTKEEP TRACKS IT OFF THE    *
000630*    "CAMPUS " SECTION HEADERS THE REPORTS ALREADY PRINT, AND   *
000640*    THE BURSTING RUN SPLITS BUNDLES ON IT.                     *
000650*    A RESTRICTED FIELD IS KEPT AS ASTERISKS IN RP-REPORT-LINE; *
000660*    RP-MASK-MAP HOLDS ITS CLASS, POSITION, AND CLEAR TEXT,     *
000670*    WHICH ONLY A CLEARED REPRINT OPERATOR OR A CLEARED CAMPUS  *
000680*    DISTRIBUTION LIST GETS PUT BACK IN THE LINE.               *
000700*--------------------------------------------------------------*
000800 01  REPORT-REPOSITORY-RECORD.
000900     05  RP-REPORT-ID               PIC X(08).
001100     05  RP-LINE-SEQ                PIC 9(07).
001200     05  RP-REPORT-LINE             PIC X(80).
001250     05  RP-CAMPUS-CODE             PIC X(03).
001350     05  RP-MASK-MAP.
001450         10  RP-MASK-COUNT          PIC 9(01).
001550         10  RP-MASK-FIELD OCCURS 4 TIMES.
001650             15  RP-MASK-CLASS      PIC X(01).
001750             15  RP-MASK-START      PIC 9(02).
001850             15  RP-MASK-LENGTH     PIC 9(02).
001950             15  RP-MASK-VALUE      PIC X(20).
002050     05  FILLER                     PIC X(03).
