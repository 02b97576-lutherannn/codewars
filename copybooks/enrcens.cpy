000100*--------------------------------------------------------------*
000200*    ENRCENS.CPY                                                *
000300*    YEAR-END ENROLLMENT CENSUS ROW.  ONE ROW PER SCHOOL YEAR, *
000400*    CAMPUS AND GRADE, TAKEN BY THE GRADE ROLLOVER FROM THE    *
000500*    CLOSING-YEAR GRADES BEFORE THEY ADVANCE AND APPENDED TO   *
000600*    THE CENSUS HISTORY.  CN-SCHOOL-YEAR IS THE CALENDAR YEAR  *
000700*    THE CLOSING SCHOOL YEAR ENDED IN.  CN-RETAINED-COUNT IS   *
000800*    THE PART OF THE HEADCOUNT HELD AT GRADE ON THE            *
000900*    PROMOTION-EXCEPTION LIST.  THE ENROLLMENT PROJECTION      *
001000*    DRAWS ITS GRADE-TO-GRADE SURVIVAL RATIOS FROM THIS        *
001100*    HISTORY.                                                  *
001200*--------------------------------------------------------------*
001300 01  ENROLLMENT-CENSUS-RECORD.
001400     05  CN-SCHOOL-YEAR             PIC 9(04).
001500     05  CN-CAMPUS-CODE             PIC X(03).
001600     05  CN-GRADE-LEVEL             PIC 9(02).
001700     05  CN-HEADCOUNT               PIC 9(05).
001800     05  CN-RETAINED-COUNT          PIC 9(05).
001900     05  FILLER                     PIC X(11).
