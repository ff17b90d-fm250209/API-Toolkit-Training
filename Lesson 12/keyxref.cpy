       01  KEY-XREF-RECORD.
           05  KX-OLD-ZIP              PIC 9(5).
           05  KX-OLD-COMPANY-NAME     PIC X(30).
           05  KX-NEW-ZIP              PIC 9(5).
           05  KX-NEW-COMPANY-NAME     PIC X(30).
           05  KX-CHANGE-DATE          PIC 9(6).
           05  KX-PROGRAM-ID           PIC X(8).
