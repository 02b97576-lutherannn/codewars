000500*    THE SUPPLY-ORDER RUN REFUSES TO CUT A PO AGAINST AN       *
000600*    UNKNOWN OR INACTIVE SUPPLIER, AND THE PERFORMANCE RUN     *
000700*    SCORES EACH SUPPLIER'S DELIVERIES AGAINST ITS PROMISES.   *
000710*    VN-TAX-ID AND VN-1099-FLAG FEED THE YEAR-END 1099 RUN; THE *
000720*    FLAG ALSO SAYS WHETHER THE TAX ID IS AN EIN OR AN SSN.     *
000730*    VN-CITY, VN-STATE AND VN-ZIP COMPLETE THE REMIT ADDRESS    *
000740*    FOR THE 1099 PAYEE RECORD AND THE ESCHEATMENT ROW; THE     *
000750*    RECORD GREW TO 130 BYTES TO HOLD THEM.                     *
000800*--------------------------------------------------------------*
000900 01  SUPPLIER-MASTER-RECORD.
001000     05  VN-SUPPLIER-ID             PIC X(09).
001400     05  VN-ACTIVE-STATUS           PIC X(01).
001500         88  VN-ACTIVE                  VALUE "A".
001600         88  VN-INACTIVE                VALUE "I".
001700     05  VN-TAX-ID                  PIC X(09).
001710     05  VN-1099-FLAG               PIC X(01).
001720         88  VN-1099-EIN                VALUE "E".
001730         88  VN-1099-SSN                VALUE "S".
001740         88  VN-1099-REPORTABLE         VALUE "E" "S".
001750         88  VN-1099-EXEMPT             VALUE " " "N".
001760     05  VN-CITY                    PIC X(20).
001770     05  VN-STATE                   PIC X(02).
001780     05  VN-ZIP                     PIC X(09).
001790     05  FILLER                     PIC X(09).
