       01  IMB-PARM-CARD.
           05  IP-BARCODE-ID           PIC 9(2).
           05  FILLER                  PIC X.
           05  IP-SERVICE-TYPE         PIC 9(3).
           05  FILLER                  PIC X.
           05  IP-MAILER-ID.
               10  IP-MAILER-ID-LEAD   PIC X.
                   88  IP-NINE-DIGIT-MAILER    VALUE '9'.
               10  FILLER              PIC X(8).
           05  IP-MAILER-ID-6 REDEFINES IP-MAILER-ID.
               10  IP-MID6             PIC X(6).
               10  IP-MID6-UNUSED      PIC X(3).
