000500*    THE EXTENDED AMOUNT FROM THE EFFECTIVE-DATED ITEM PRICE,   *
000600*    FOR THE DAILY REVENUE REPORT AND THE PREPAID-ACCOUNT       *
000700*    POSTING BEHIND IT.                                         *
000720*    A MANAGER-APPROVED VOID/REFUND IS WRITTEN AS A COPY OF     *
000740*    THE SALE IT REVERSES (SAME CS-TRANS-ID, ITEM, TENDER AND   *
000760*    AMOUNT) DATED THE DAY OF THE VOID WITH CS-ENTRY-TYPE "V" - *
000780*    EVERY READER OF THIS FILE NETS THOSE ROWS OUT.             *
000800*--------------------------------------------------------------*
000900 01  CONCESSION-SALE-RECORD.
001000     05  CS-SALE-DATE               PIC 9(08).
001530         88  CS-TENDER-PREPAID          VALUE "P".
001540     05  CS-SESSION-CODE            PIC X(01).
001550         88  CS-SESSION-SUMMER          VALUE "S".
001560*    THE STUDENT'S MEAL TIER AT THE TIME OF SALE AND THE
001570*    ITEM'S REIMBURSABLE-MEAL FLAG, FOR THE MONTHLY CLAIM.
001580     05  CS-MEAL-TIER               PIC X(01).
001590         88  CS-TIER-FULL               VALUE "F" " ".
001600         88  CS-TIER-REDUCED            VALUE "R".
001610         88  CS-TIER-FREE               VALUE "E".
001620     05  CS-MEAL-FLAG               PIC X(01).
001630         88  CS-REIMBURSABLE-MEAL       VALUE "M".
001730     05  CS-ENTRY-TYPE              PIC X(01).
001830         88  CS-ENTRY-SALE              VALUE " ".
001930         88  CS-ENTRY-VOID              VALUE "V".
