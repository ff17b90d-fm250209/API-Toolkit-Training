           05  LX-PADTEST1             PIC 999PPP.
           05  LX-ACCOUNT-BALANCE      PIC S9(6)V99.
           05  LX-ACCOUNT-BALANCE2     PIC S9(5)V99.
           05  LX-COUNTRY-CODE         PIC XX.
           05  LX-POSTAL-CODE          PIC X(10).
