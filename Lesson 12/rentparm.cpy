       01  RENTAL-PARM-CARD.
           05  RP-KEYWORD              PIC X(8).
               88  RP-RENTER-CARD              VALUE 'RENTER'.
               88  RP-RENTAL-CARD              VALUE 'RENTAL'.
               88  RP-FIELD-CARD               VALUE 'FIELD'.
           05  RP-VALUE                PIC X(40).
           05  RP-RENTER-VALUE REDEFINES RP-VALUE.
               10  RP-RENTER-CODE      PIC X(6).
               10  FILLER              PIC X.
               10  RP-RENTER-NAME      PIC X(30).
               10  FILLER              PIC X(3).
