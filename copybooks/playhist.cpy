001200     05  PH-NEW-POS                 PIC 9(04).
001250     05  PH-ROLLED-POS              PIC 9(04).
001300     05  PH-TIMESTAMP                PIC X(21).
001400     05  PH-TEAM-NUM                PIC 9(02).
001500     05  FILLER                     PIC X(04).
