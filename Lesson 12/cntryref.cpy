       01  COUNTRY-REF-RECORD.
           05  CN-COUNTRY-CODE         PIC XX.
           05  CN-COUNTRY-NAME         PIC X(20).
