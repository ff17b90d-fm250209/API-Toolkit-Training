       01  QUALITY-HISTORY-RECORD.
           05  QH-RUN-DATE             PIC 9(6).
           05  QH-RECORDS-SCORED       PIC 9(7).
           05  QH-DOMESTIC-SCORED      PIC 9(7).
           05  QH-RECORDS-CLEAN        PIC 9(7).
           05  QH-CHECK-FAILURES       PIC 9(7)    OCCURS 6 TIMES.
