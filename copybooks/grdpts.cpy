000100*--------------------------------------------------------------*
000200*    GRDPTS.CPY                                                 *
000300*    LETTER-GRADE TO GRADE-POINT TABLE ON THE DISTRICT'S 4.0    *
000400*    SCALE.  THE GRADE POSTING RUN EDITS LETTERS AGAINST IT     *
000500*    AND THE REPORT-CARD RUN WEIGHTS IT BY CREDITS FOR GPA.     *
000600*    A LETTER NOT IN THE TABLE IS NOT A VALID GRADE.            *
000700*--------------------------------------------------------------*
000800 01  GRADE-POINT-VALUES.
000900     05  FILLER                     PIC X(05) VALUE "A 400".
001000     05  FILLER                     PIC X(05) VALUE "A-370".
001100     05  FILLER                     PIC X(05) VALUE "B+330".
001200     05  FILLER                     PIC X(05) VALUE "B 300".
001300     05  FILLER                     PIC X(05) VALUE "B-270".
001400     05  FILLER                     PIC X(05) VALUE "C+230".
001500     05  FILLER                     PIC X(05) VALUE "C 200".
001600     05  FILLER                     PIC X(05) VALUE "C-170".
001700     05  FILLER                     PIC X(05) VALUE "D+130".
001800     05  FILLER                     PIC X(05) VALUE "D 100".
001900     05  FILLER                     PIC X(05) VALUE "D-070".
002000     05  FILLER                     PIC X(05) VALUE "F 000".
002100 01  GRADE-POINT-TABLE REDEFINES GRADE-POINT-VALUES.
002200     05  GP-ENTRY OCCURS 12 TIMES.
002300         10  GP-LETTER-GRADE        PIC X(02).
002400         10  GP-GRADE-POINTS        PIC 9(01)V99.
002500 01  GP-ENTRY-COUNT                 PIC 9(02) COMP VALUE 12.
