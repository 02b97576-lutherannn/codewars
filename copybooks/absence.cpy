000500*    ROSTER BUILD CAN COVER AN ABSENT STAFFER'S SLOT WITH A     *
000600*    SUBSTITUTE FROM THE REMAINING ROTATION INSTEAD OF          *
000700*    LEAVING THE DOOR UNCOVERED.                                *
000730*    SA-LEAVE-TYPE SAYS WHICH LEAVE BALANCE THE DAY IS CHARGED  *
000760*    TO IN THE MONTHLY LEAVE ACCRUAL (LEAVEACR).                *
000800*--------------------------------------------------------------*
000900 01  STAFF-ABSENCE-RECORD.
001000     05  SA-STAFF-ID                PIC X(09).
001100     05  SA-ABSENT-DATE             PIC 9(08).
001200     05  SA-LEAVE-TYPE              PIC X(01).
001300         88  SA-LEAVE-SICK              VALUE "S".
001400         88  SA-LEAVE-PERSONAL          VALUE "P".
001500     05  FILLER                     PIC X(02).
