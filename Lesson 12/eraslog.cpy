       01  ERASURE-LOG-RECORD.
           05  EL-REQUEST-ID           PIC X(8).
           05  EL-REQUEST-DATE         PIC 9(6).
           05  EL-ERASED-DATE          PIC 9(6).
           05  EL-LAST-NAME            PIC X(15).
           05  EL-FIRST-NAME           PIC X(8).
           05  EL-SCOPE-ZIP            PIC X(5).
           05  EL-SCOPE-COMPANY        PIC X(30).
           05  EL-NAMES-MASKED         PIC 9(7).
