000100*--------------------------------------------------------------*
000200*    DEFCODE.CPY                                                *
000300*    PRE-TRIP DEFECT-CODE TABLE.  ONE ROW PER CODE A DRIVER MAY *
000400*    WRITE ON THE INSPECTION SHEET, CLASSED S FOR A SAFETY-     *
000500*    CRITICAL DEFECT (THE BUS DOES NOT RUN UNTIL IT IS FIXED)   *
000600*    OR M FOR A MINOR ONE.                                      *
000700*--------------------------------------------------------------*
000800 01  DEFECT-CODE-RECORD.
000900     05  DF-DEFECT-CODE             PIC X(04).
001000     05  DF-DEFECT-CLASS            PIC X(01).
001100         88  DF-SAFETY-CRITICAL         VALUE "S".
001200         88  DF-MINOR                   VALUE "M".
001300     05  DF-DEFECT-DESC             PIC X(20).
001400     05  FILLER                     PIC X(15).
