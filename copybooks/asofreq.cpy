000100*--------------------------------------------------------------*
000200*    ASOFREQ.CPY                                                *
000300*    AS-OF STUDENT LOOKUP REQUEST AREA.  A REPORT CALLS        *
000400*    ASOFLOOK WITH FUNCTION "L" AND A STUDENT ID TO GET THE    *
000500*    MASTER ROW AS IT STOOD ON AO-AS-OF-DATE, WITH "N" TO STEP *
000600*    TO THE NEXT STUDENT (IN ID ORDER AFTER AO-STUDENT-ID -    *
000700*    SPACES FOR THE FIRST) WHO HAD A MASTER ROW THAT DAY, AND  *
000800*    WITH "C" AT END OF RUN TO CLOSE THE HISTORY FILE.         *
000900*    AO-RESULT IS F WHEN A VERSION WAS IN FORCE (THE ROW IS IN *
001000*    AO-MASTER-IMAGE), N WHEN THE STUDENT HAD NO MASTER ROW    *
001100*    THAT DAY, E WHEN A BROWSE RUNS OFF THE END, AND U WHEN    *
001200*    THE HISTORY FILE COULD NOT BE OPENED.                     *
001300*--------------------------------------------------------------*
001400 01  AS-OF-LOOKUP-AREA.
001500     05  AO-FUNCTION                PIC X(01).
001600         88  AO-FUNCTION-LOOKUP         VALUE "L".
001700         88  AO-FUNCTION-NEXT           VALUE "N".
001800         88  AO-FUNCTION-CLOSE          VALUE "C".
001900     05  AO-AS-OF-DATE              PIC 9(08).
002000     05  AO-STUDENT-ID              PIC X(09).
002100     05  AO-RESULT                  PIC X(01).
002200         88  AO-FOUND                   VALUE "F".
002300         88  AO-NOT-FOUND               VALUE "N".
002400         88  AO-END-OF-FILE             VALUE "E".
002500         88  AO-UNAVAILABLE             VALUE "U".
002600     05  AO-EFFECTIVE-FROM          PIC 9(08).
002700     05  AO-EFFECTIVE-TO            PIC 9(08).
002800     05  AO-SOURCE-PROGRAM          PIC X(08).
002900     05  AO-MASTER-IMAGE            PIC X(200).
