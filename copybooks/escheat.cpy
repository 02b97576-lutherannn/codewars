000300*    STATE ESCHEATMENT REPORT ROW.  ONE ROW PER ITEM OF        *
000400*    UNCLAIMED PROPERTY - A STALE OUTSTANDING CHECK OR A       *
000500*    DORMANT PREPAID BALANCE - WITH THE OWNER'S NAME AND       *
000600*    LAST-KNOWN ADDRESS FROM THE STUDENT OR SUPPLIER MASTER,   *
000700*    IN THE LAYOUT THE STATE'S ANNUAL FILING TAKES.            *
000800*--------------------------------------------------------------*
000900 01  ESCHEAT-ROW-RECORD.
001000     05  EH-PROPERTY-TYPE           PIC X(02).
