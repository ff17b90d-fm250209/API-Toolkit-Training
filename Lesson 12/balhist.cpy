       01  BALANCE-HISTORY-RECORD.
           05  BH-ZIP                  PIC 9(5).
           05  BH-COMPANY-NAME         PIC X(30).
           05  BH-POSTED-DATE          PIC 9(6).
           05  BH-POSTED-TIME          PIC 9(8).
           05  BH-BATCH-ID             PIC X(6).
           05  BH-TRAN-TYPE            PIC X.
           05  BH-REFERENCE            PIC X(12).
           05  BH-TRAN-DATE            PIC 9(6).
           05  BH-AMOUNT               PIC S9(6)V99.
           05  BH-BALANCE-BEFORE       PIC S9(6)V99.
           05  BH-BALANCE-AFTER        PIC S9(6)V99.
