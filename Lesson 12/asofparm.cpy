       01  ASOF-INQUIRY-CARD.
           05  AQ-ZIP                  PIC X(5).
           05  AQ-ZIP-NUM REDEFINES AQ-ZIP
                                       PIC 9(5).
           05  FILLER                  PIC X.
           05  AQ-COMPANY-NAME         PIC X(30).
           05  FILLER                  PIC X.
           05  AQ-AS-OF-DATE           PIC 9(6).
