           05  PW-ZIP3                 PIC 9(3).
           05  PW-ZIP-PLUS-9           PIC X(10).
           05  PW-COMPANY-NAME         PIC X(30).
           05  PW-COUNTRY-CODE         PIC XX.
               88  PW-DOMESTIC                 VALUES 'US', '  '.
           05  PW-LABEL-LINE           PIC X(132).
