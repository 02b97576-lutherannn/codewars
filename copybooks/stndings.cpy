001000     05  SD-WINS                    PIC 9(03).
001100     05  SD-GAMES-PLAYED            PIC 9(04).
001200     05  SD-TOTAL-SQUARES           PIC 9(06).
001300     05  SD-TEAM-NUM                PIC 9(02).
001400     05  FILLER                     PIC X(06).
