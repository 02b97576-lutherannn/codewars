000100*--------------------------------------------------------------*
000200*    LATECNT.CPY                                                *
000300*    WEEKLY LATE-ARRIVAL COUNT.  ONE ROW PER ROUTE PER RUN LEG  *
000400*    THAT RAN IN THE WEEK ENDING LC-WEEK-ENDING, WITH THE DAYS  *
000500*    IT RAN AND THE DAYS IT REACHED CAMPUS LATE.  LC-LATE-FLAG  *
000600*    IS SET WHEN THE LATE DAYS PASSED THE ON-TIME RUN'S LIMIT.  *
000700*    THE RIDERSHIP TREND REPORT READS IT SO A LATE ROUTE AND AN *
000800*    OVERFULL ROUTE ARE REVIEWED SIDE BY SIDE.                  *
000900*--------------------------------------------------------------*
001000 01  LATE-COUNT-RECORD.
001100     05  LC-ROUTE-ID                PIC X(05).
001200     05  LC-RUN-LEG                 PIC X(01).
001300     05  LC-WEEK-ENDING             PIC 9(08).
001400     05  LC-RUN-DAYS                PIC 9(03).
001500     05  LC-LATE-DAYS               PIC 9(03).
001600     05  LC-LATE-FLAG               PIC X(01).
001700         88  LC-LATE-ROUTE              VALUE "Y".
001800     05  FILLER                     PIC X(09).
