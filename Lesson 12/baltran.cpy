       01  BALANCE-TRANSACTION.
           05  BT-BATCH-ID             PIC X(6).
           05  BT-ZIP                  PIC 9(5).
           05  BT-COMPANY-NAME         PIC X(30).
           05  BT-TRAN-TYPE            PIC X.
               88  BT-CHARGE                   VALUE 'C'.
               88  BT-PAYMENT                  VALUE 'P'.
               88  BT-ADJUSTMENT               VALUE 'A'.
           05  BT-REFERENCE            PIC X(12).
           05  BT-TRAN-DATE            PIC 9(6).
           05  BT-AMOUNT               PIC S9(6)V99.
