001600     05  ET-CONTACT-NAME            PIC X(30).
001700     05  ET-RELATIONSHIP            PIC X(10).
001800     05  ET-PHONE                   PIC X(10).
001820     05  ET-EMAIL-ADDRESS           PIC X(50).
001840     05  ET-EMAIL-OPT-IN            PIC X(01).
001860         88  ET-EMAIL-OPTED-IN          VALUE "Y".
001880         88  ET-EMAIL-OPT-IN-VALID      VALUE "Y" "N" " ".
001900     05  FILLER                     PIC X(08).
