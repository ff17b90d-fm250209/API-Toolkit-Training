       01  PIECE-TRACKING-RECORD.
           05  PT-IMB-TRACKING-CODE.
               10  PT-BARCODE-ID       PIC 9(2).
               10  PT-SERVICE-TYPE     PIC 9(3).
               10  PT-MAILER-SERIAL    PIC X(15).
           05  PT-ROUTING-CODE         PIC X(11).
           05  PT-MAILER-ID            PIC X(9).
           05  PT-SERIAL               PIC 9(9).
           05  PT-CAMPAIGN-ID          PIC X(8).
           05  PT-MAIL-DATE            PIC 9(6).
           05  PT-ZIP                  PIC 9(5).
           05  PT-ZIP3                 PIC 9(3).
           05  PT-COMPANY-NAME         PIC X(30).
           05  PT-TRAY-NUMBER          PIC 9(5).
           05  PT-RATE-LEVEL           PIC X(8).
