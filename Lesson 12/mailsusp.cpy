       01  SUSPENSE-RECORD.
           05  MS-SUSPEND-DATE         PIC 9(6).
           05  MS-REASON-CODE          PIC X(10).
           05  MS-TRANSACTION          PIC X(270).
           05  MS-TRANS-FIELDS REDEFINES MS-TRANSACTION.
               10  MS-ZIP              PIC X(5).
               10  MS-COMPANY-NAME     PIC X(30).
               10  MS-TRANS-CODE       PIC X.
               10  FILLER              PIC X(234).
