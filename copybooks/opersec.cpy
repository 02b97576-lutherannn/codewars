000700*    ARCHIVE SWEEPS).  EVERY MAINTENANCE AND PURGE PROGRAM     *
000800*    VALIDATES ITS SUBMITTING OPERATOR THROUGH SECCHECK        *
000900*    BEFORE TOUCHING A MASTER.                                 *
000910*    THE THREE VIEW FLAGS CLEAR AN OPERATOR TO SEE A           *
000920*    SENSITIVITY CLASS UNMASKED ON PRINTED OUTPUT - MEDICAL    *
000930*    (ALLERGY CODES), CUSTODY (COURT-ORDER REFERENCES), AND    *
000940*    FINANCE (MEAL TIER AND PREPAID BALANCES).  AN OPERATOR    *
000950*    WITHOUT THE FLAG GETS THE FIELD PRINTED AS ASTERISKS.     *
001000*--------------------------------------------------------------*
001100 01  OPERATOR-SECURITY-RECORD.
001200     05  OS-OPERATOR-ID             PIC X(08).
001400     05  OS-PERM-MAINT              PIC X(01).
001500     05  OS-PERM-MONEY              PIC X(01).
001600     05  OS-PERM-PURGE              PIC X(01).
001700     05  OS-VIEW-MEDICAL            PIC X(01).
001800     05  OS-VIEW-CUSTODY            PIC X(01).
001900     05  OS-VIEW-FINANCE            PIC X(01).
002000     05  FILLER                     PIC X(06).
