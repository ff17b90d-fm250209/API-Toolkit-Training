       01  CRM-DELTA-RECORD.
           05  CD-ACTION               PIC X.
               88  CD-ADD                      VALUE 'A'.
               88  CD-CHANGE                   VALUE 'C'.
               88  CD-CLOSE                    VALUE 'X'.
           05  CD-ACCOUNT-ID           PIC X(10).
           05  CD-ZIP                  PIC X(5).
           05  CD-ZIP-NUM REDEFINES CD-ZIP
                                       PIC 9(5).
           05  CD-COMPANY-NAME         PIC X(30).
           05  CD-PRES-LAST-NAME       PIC X(15).
           05  CD-PRES-FIRST-NAME      PIC X(8).
           05  CD-PRES-MIDDLE-NAME     PIC X(15).
           05  CD-VP-LAST-NAME         PIC X(15).
           05  CD-VP-FIRST-NAME        PIC X(8).
           05  CD-MAIL-ADDRESS         PIC X(15).
           05  CD-CITY                 PIC X(15).
           05  CD-STATE                PIC XX.
           05  CD-ZIP-PLUS-9           PIC X(10).
           05  CD-COUNTRY-CODE         PIC XX.
               88  CD-DOMESTIC                 VALUES 'US', '  '.
           05  CD-POSTAL-CODE          PIC X(10).
           05  CD-SEX                  PIC X.
           05  CD-OPENING-BALANCE      PIC S9(6)V99.
           05  CD-CHANGE-DATE          PIC 9(6).
