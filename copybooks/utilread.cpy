000100*--------------------------------------------------------------*
000200*    UTILREAD.CPY                                               *
000300*    MONTHLY UTILITY METER READING, ONE ROW PER METER, KEYED   *
000400*    FROM THE MONTH'S BILLS OR THE CUSTODIAN'S READ SHEET.     *
000500*    UR-BILLED-COST IS THE BILL'S CHARGE FOR THE METER; ZERO   *
000600*    PRICES THE USAGE AT THE MASTER'S UNIT RATE.               *
000700*--------------------------------------------------------------*
000800 01  UTILITY-READING-RECORD.
000900     05  UR-METER-ID                PIC X(09).
001000     05  UR-READ-DATE               PIC 9(08).
001100     05  UR-READING                 PIC 9(09).
001200     05  UR-BILLED-COST             PIC 9(07)V99.
001300     05  FILLER                     PIC X(15).
