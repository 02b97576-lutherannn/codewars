000100*--------------------------------------------------------------*
000200*    EWCTL.CPY                                                  *
000300*    EARLY-WARNING CONTROL CARD, ONE RECORD.  EACH INDICATOR    *
000400*    SCORES 1 AT ITS WATCH LEVEL AND 2 AT ITS SEVERE LEVEL -    *
000500*    ATTENDANCE BY FALLING BELOW THE PERCENTAGE, THE COUNTS BY  *
000600*    REACHING THEM.  A STUDENT WHOSE TOTAL REACHES              *
000700*    EC-HIGH-SCORE IS HIGH RISK, EC-MODERATE-SCORE MODERATE.    *
000800*    A MISSING CARD OR A ZERO OR NON-NUMERIC FIELD TAKES THE    *
000900*    EARLY-WARNING RUN'S DEFAULT FOR THAT FIELD.                *
001000*--------------------------------------------------------------*
001100 01  EARLY-WARNING-CONTROL-RECORD.
001200     05  EC-ATTEND-WATCH-PCT        PIC 9(03).
001300     05  EC-ATTEND-SEVERE-PCT       PIC 9(03).
001400     05  EC-TARDY-WATCH             PIC 9(03).
001500     05  EC-TARDY-SEVERE            PIC 9(03).
001600     05  EC-INCIDENT-WATCH          PIC 9(02).
001700     05  EC-INCIDENT-SEVERE         PIC 9(02).
001800     05  EC-FAILURE-WATCH           PIC 9(02).
001900     05  EC-FAILURE-SEVERE          PIC 9(02).
002000     05  EC-BUMP-WATCH              PIC 9(02).
002100     05  EC-BUMP-SEVERE             PIC 9(02).
002200     05  EC-HIGH-SCORE              PIC 9(02).
002300     05  EC-MODERATE-SCORE          PIC 9(02).
002400     05  FILLER                     PIC X(52).
