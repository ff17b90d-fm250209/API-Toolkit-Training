       01  SEED-RECORD.
           05  SR-SEED-ID              PIC X(4).
           05  SR-SEED-STATUS          PIC X.
               88  SR-SEED-ACTIVE              VALUE 'A'.
               88  SR-SEED-RETIRED             VALUE 'R'.
           05  SR-COMPANY-NAME         PIC X(24).
           05  SR-PRES-LAST-NAME       PIC X(9).
           05  SR-PRES-FIRST-NAME      PIC X(8).
           05  SR-VP-LAST-NAME         PIC X(9).
           05  SR-VP-FIRST-NAME        PIC X(8).
           05  SR-MAIL-ADDRESS         PIC X(15).
           05  SR-CITY                 PIC X(15).
           05  SR-STATE                PIC XX.
           05  SR-ZIP                  PIC 9(5).
           05  SR-ZIP-PLUS-9           PIC X(10).
           05  SR-COUNTRY-CODE         PIC XX.
           05  SR-POSTAL-CODE          PIC X(10).
           05  SR-RECEIVER             PIC X(20).
